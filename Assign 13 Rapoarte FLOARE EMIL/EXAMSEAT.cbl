      ******************************************************************
      * Author:
      * Date:
      * Purpose: EXAM SEATING AND INVIGILATOR ROTA FOR TEZE SAT BY
      *          SEVERAL CLASSES TOGETHER AND FOR THE SCHOOL-WIDE
      *          GRADE 8 AND GRADE 12 SIMULATIONS - UNTIL NOW DONE ON
      *          PAPER. FOR ONE EXAM SESSION (SUBJECT, GRADE LEVEL,
      *          DATE, FIRST AND LAST HOUR) THIS TAKES THE LEVEL'S
      *          STUDENTS FROM THE NIGHTLY Extract_STUDENTI.txt - THE
      *          CLASSES Extract_PMC.txt SHOWS ARE TAUGHT THE SUBJECT,
      *          OR EVERY CLASS OF THE LEVEL WHEN NONE IS - IN
      *          ALPHABETICAL ORDER AND DEALS THEM INTO THE Sali.csv
      *          ROOMS (STAGED FROM THE ASSIGN 14 DIRECTORY) UP TO EACH
      *          ROOM'S SEAT COUNT, THE FOURTH Sali.csv FIELD
      *          (SALA;DESCRIERE;STRUCTURA;LOCURI - A ROOM WITHOUT A
      *          SEAT COUNT IS NOT AN EXAM ROOM). A ROOM THE ORAR HAS
      *          IN USE AT THOSE HOURS BY A CLASS NOT SITTING THE EXAM
      *          IS PASSED OVER. INSIDE A ROOM THE SEATS ALTERNATE THE
      *          CLASSES SO NEIGHBOURS DO NOT SHARE A CLASS.
      *          EVERY ROOM GETS TWO INVIGILATORS FROM
      *          Extract_PROFESORI.txt: NOT A PROFESSOR OF THE SUBJECT
      *          (NO Extract_PMC.txt OR ORAR ROW IN IT), NO ORAR LESSON
      *          AT THOSE HOURS EXCEPT WITH A CLASS THAT IS SITTING
      *          THE EXAM ITSELF, NOT ON LEAVE THAT DAY (Concedii.txt,
      *          STAGED FROM THE ASSIGN 14 DIRECTORY) AND NOT ALREADY
      *          INVIGILATING ANOTHER SESSION AT THOSE HOURS - FEWEST
      *          INVIGILATIONS SO FAR FIRST, SO THE DUTY GOES ROUND.
      *          WRITES ExamPlan_<DATE>_<LEVEL>_<FIRST HOUR>.txt: THE
      *          SEATING LIST PER ROOM, THE ALPHABETICAL LIST FOR EACH
      *          DOOR AND THE INVIGILATOR ROTA. ON CONFIRMATION THE
      *          ROOMS AND INVIGILATORS ARE RECORDED IN ExamRota.txt
      *          (DATA;NIVEL;MATERIE;DE LA ORA;PANA LA ORA;SALA;CNP),
      *          REPLACING AN EARLIER PLAN OF THE SAME SESSION - THE
      *          HISTORY THE RANKING AND THE CLASH CHECK READ.
      *          RC 4 WHEN A STUDENT HAS NO SEAT OR A ROOM IS SHORT OF
      *          AN INVIGILATOR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EXAMSEAT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> THE NIGHTLY SNAPSHOTS TBLEXTRACT FILES HERE
           SELECT STUD-EXTRACT ASSIGN TO 'Extract_STUDENTI.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STUD-EXT-STATUS.

           SELECT PROF-EXTRACT ASSIGN TO 'Extract_PROFESORI.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROF-EXT-STATUS.

           SELECT PMC-EXTRACT ASSIGN TO 'Extract_PMC.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PMC-EXT-STATUS.

           SELECT ORAR-EXTRACT ASSIGN TO 'Extract_ORAR.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORAR-EXT-STATUS.

      *> STAGED IN FROM THE ASSIGN 14 DIRECTORY EVERY RUN
           SELECT ROOMS-FILE ASSIGN TO 'SaliCopy.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROOMS-STATUS.

           SELECT LEAVE-FILE ASSIGN TO 'ConcediiCopy.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEAVE-STATUS.

      *> THE PLANS RECORDED SO FAR, ONE LINE PER ROOM INVIGILATOR
           SELECT ROTA-FILE ASSIGN TO 'ExamRota.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROTA-STATUS.

      *> WRITTEN HERE, THEN FILED UNDER ITS DATED NAME (ASSIGN NAMES
      *> ARE FIXED UNDER THIS DIALECT, SAME WORKAROUND AS DBBACKUP)
           SELECT REPORT-FILE ASSIGN TO 'ExamPlanWork.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> WORK FILE FOR THE SORT INTO NAME ORDER
           SELECT STUD-SORT ASSIGN TO 'ExamSortWork.tmp'.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
        FD STUD-EXTRACT.
       01 STUD-EXTRACT-FD                   PIC X(250).

        FD PROF-EXTRACT.
       01 PROF-EXTRACT-FD                   PIC X(80).

        FD PMC-EXTRACT.
       01 PMC-EXTRACT-FD                    PIC X(80).

        FD ORAR-EXTRACT.
       01 ORAR-EXTRACT-FD                   PIC X(120).

        FD ROOMS-FILE.
       01 ROOMS-FILE-FD                     PIC X(70).

        FD LEAVE-FILE.
       01 LEAVE-FD                          PIC X(80).

        FD ROTA-FILE.
       01 ROTA-FD                           PIC X(90).

        FD REPORT-FILE.
       01 REPORT-FILE-FD                    PIC X(100).

        SD STUD-SORT.
       01 STUD-SORT-REC.
           05 SS-KEY.
               10 SS-NUME                   PIC X(30).
               10 SS-PRENUME                PIC X(30).
               10 SS-CLASA                  PIC X(04).
           05 SS-CNP                        PIC X(13).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WS-STUD-EXT-STATUS               PIC X(02).
       01 WS-PROF-EXT-STATUS               PIC X(02).
       01 WS-PMC-EXT-STATUS                PIC X(02).
       01 WS-ORAR-EXT-STATUS               PIC X(02).
       01 WS-ROOMS-STATUS                  PIC X(02).
       01 WS-LEAVE-STATUS                  PIC X(02).
       01 WS-ROTA-STATUS                   PIC X(02).

      *> THE SESSION BEING PLANNED
       01 WS-MATERIE                       PIC X(30).
       01 WS-NIVEL                         PIC X(02).
       01 WS-EXAM-DATE                     PIC X(08).
       01 WS-FIRST-ORA                     PIC X(01).
       01 WS-LAST-ORA                      PIC X(01).
       01 WS-EXAM-ZI                       PIC X(01).
       01 WS-ANSWER                        PIC X(01).
           88 ANSWER-YES                    VALUE "Y" "y".

      *> ZELLER WORK FIELDS FOR THE EXAM DAY'S WEEKDAY
       01 WS-DATE-NUM                      PIC 9(08).
       01 WS-DATE-NUM-GROUP REDEFINES WS-DATE-NUM.
           05 WS-DATE-YYYY                 PIC 9(04).
           05 WS-DATE-MM                   PIC 9(02).
           05 WS-DATE-DD                   PIC 9(02).
       01 WS-Z-Y                           PIC 9(04).
       01 WS-Z-M                           PIC 9(02).
       01 WS-Z-C                           PIC 9(02).
       01 WS-Z-K                           PIC 9(02).
       01 WS-Z-T                           PIC 9(04).
       01 WS-Z-T2                          PIC 9(04).
       01 WS-Z-H                           PIC 9(04).
       01 WS-Z-DOW                         PIC 9(01).

      *> THE LEVEL OF A CLASS LABEL: ITS LEADING DIGITS (8B -> 8,
      *> 12A -> 12), THE PLANCHECK RULE
       01 WS-LEVEL-OF-CLASA                PIC X(02).
       01 WS-CLASA-IN                      PIC X(04).

      *> ONE Extract_STUDENTI.txt ROW, THE PUBLISHED FIXED LAYOUT
       01 WS-STUD-ROW.
           05 SR-CNP                       PIC X(13).
           05 FILLER                       PIC X(02).
           05 SR-CLASA                     PIC X(04).
           05 FILLER                       PIC X(02).
           05 SR-NUME                      PIC X(30).
           05 FILLER                       PIC X(02).
           05 SR-PRENUME                   PIC X(30).

      *> ONE Extract_PROFESORI.txt ROW
       01 WS-PROF-ROW.
           05 PF-CNP                       PIC X(13).
           05 FILLER                       PIC X(02).
           05 PF-NUME                      PIC X(30).
           05 FILLER                       PIC X(02).
           05 PF-PRENUME                   PIC X(30).

      *> ONE Extract_PMC.txt ROW
       01 WS-PMC-ROW.
           05 PR-CNP                       PIC X(13).
           05 FILLER                       PIC X(02).
           05 PR-MATERIE                   PIC X(30).
           05 FILLER                       PIC X(02).
           05 PR-CLASA                     PIC X(04).
           05 FILLER                       PIC X(02).
           05 PR-GRUPA                     PIC X(10).

      *> ONE Extract_ORAR.txt ROW
       01 WS-ORAR-ROW.
           05 OR-ZI                        PIC X(01).
           05 FILLER                       PIC X(02).
           05 OR-ORA                       PIC X(01).
           05 FILLER                       PIC X(02).
           05 OR-CLASA                     PIC X(04).
           05 FILLER                       PIC X(02).
           05 OR-MATERIE                   PIC X(30).
           05 FILLER                       PIC X(02).
           05 OR-CNP                       PIC X(13).
           05 FILLER                       PIC X(02).
           05 OR-SALA                      PIC X(10).
           05 FILLER                       PIC X(02).
           05 OR-GRUPA                     PIC X(10).

      *> THE CLASSES OF THE LEVEL TAUGHT THE SUBJECT
       01 K-MAX-EXCLS                      PIC 9(02) VALUE 40.
       01 EXAM-CLASS-TABLE.
           05 EXAM-CLASS OCCURS 40 TIMES   PIC X(04).
       01 EXCLS-COUNT                      PIC 9(02) VALUE 0.
       01 WS-EXCLS-IDX                     PIC 9(02).
       01 WS-IN-EXAM-SW                    PIC X(01).
           88 CLASS-SITS-EXAM               VALUE "Y".

      *> THE PROFESSORS WHO TEACH THE SUBJECT ANYWHERE
       01 K-MAX-TEACHER                    PIC 9(03) VALUE 200.
       01 TEACHER-TABLE.
           05 TEACHER-CNP OCCURS 200 TIMES PIC X(13).
       01 TEACHER-COUNT                    PIC 9(03) VALUE 0.
       01 WS-TEACHER-IDX                   PIC 9(03).

      *> THE PROFESSORS AND ROOMS THE ORAR HOLDS AT THOSE HOURS
       01 K-MAX-BUSY                       PIC 9(03) VALUE 400.
       01 BUSY-PROF-TABLE.
           05 BUSY-PROF OCCURS 400 TIMES   PIC X(13).
       01 BUSY-PROF-COUNT                  PIC 9(03) VALUE 0.
       01 BUSY-ROOM-TABLE.
           05 BUSY-ROOM OCCURS 400 TIMES   PIC X(10).
       01 BUSY-ROOM-COUNT                  PIC 9(03) VALUE 0.
       01 WS-BUSY-IDX                      PIC 9(03).

      *> THE STUDENTS SITTING THE EXAM, IN NAME ORDER
       01 K-MAX-STUD                       PIC 9(04) VALUE 1500.
       01 STUD-TABLE.
           05 STUD-ENTRY OCCURS 1500 TIMES.
               10 ST-CNP                   PIC X(13).
               10 ST-NUME                  PIC X(30).
               10 ST-PRENUME               PIC X(30).
               10 ST-CLASA                 PIC X(04).
               10 ST-ROOM                  PIC 9(02).
               10 ST-SEAT                  PIC 9(03).
       01 STUD-COUNT                       PIC 9(04) VALUE 0.
       01 WS-STUD-IDX                      PIC 9(04).
       01 WS-NEXT-STUD                     PIC 9(04).
       01 WS-UNSEATED                      PIC 9(04) VALUE 0.
      *> SEAT-ORDER(RT-FIRST + SEAT - 1) = THE STUDENT IN THAT SEAT
       01 SEAT-ORDER-TABLE.
           05 SEAT-ORDER OCCURS 1500 TIMES PIC 9(04).
       01 WS-SEAT                          PIC 9(03).
       01 WS-PREV-CLASA                    PIC X(04).
       01 WS-PICK                          PIC 9(04).
       01 WS-PICK-ANY                      PIC 9(04).
       01 WS-LAST-IN-ROOM                  PIC 9(04).

      *> THE ROOMS: SEAT COUNT, WHETHER FREE, THE SHARE OF STUDENTS
      *> (FROM RT-FIRST, RT-SEATED OF THEM) AND THE TWO INVIGILATORS
       01 K-MAX-ROOM                       PIC 9(02) VALUE 50.
       01 ROOM-TABLE.
           05 ROOM-ENTRY OCCURS 50 TIMES.
               10 RT-SALA                  PIC X(10).
               10 RT-LOCURI                PIC 9(03).
               10 RT-FREE-SW               PIC X(01).
                   88 RT-FREE               VALUE "Y".
               10 RT-CHOSEN-SW             PIC X(01).
                   88 RT-CHOSEN             VALUE "Y".
               10 RT-FIRST                 PIC 9(04).
               10 RT-SEATED                PIC 9(03).
               10 RT-PROF                  PIC 9(03) OCCURS 2 TIMES.
       01 ROOM-COUNT                       PIC 9(02) VALUE 0.
       01 WS-ROOM-IDX                      PIC 9(02).
       01 WS-ROOMS-USED                    PIC 9(02) VALUE 0.
       01 WS-ROOMS-LEFT                    PIC 9(02).
       01 WS-CAP-LEFT                      PIC 9(05).
       01 WS-REMAINING                     PIC 9(04).
       01 WS-SHARE                         PIC 9(04).
       01 WS-SHARE-REST                    PIC 9(02).
       01 WS-ROOMS-LINE                    PIC X(70).
       01 WS-ROOM-ROW.
           05 RM-SALA                      PIC X(10).
           05 RM-DESCRIERE                 PIC X(40).
           05 RM-STRUCTURA                 PIC X(04).
           05 RM-LOCURI                    PIC X(03).
       01 WS-LOCURI-LEN                    PIC 9(02).
       01 WS-LOCURI-TRAIL                  PIC 9(02).

      *> THE PROFESSORS: WHETHER THEY MAY INVIGILATE THIS SESSION,
      *> HOW MANY INVIGILATIONS THEY HAVE HAD, WHETHER ALREADY TAKEN
       01 K-MAX-PROF                       PIC 9(03) VALUE 300.
       01 PROF-TABLE.
           05 PROF-ENTRY OCCURS 300 TIMES.
               10 PT-CNP                   PIC X(13).
               10 PT-NUME                  PIC X(30).
               10 PT-PRENUME               PIC X(30).
               10 PT-ELIGIBLE-SW           PIC X(01).
                   88 PT-ELIGIBLE           VALUE "Y".
               10 PT-DUTIES                PIC 9(03).
               10 PT-TAKEN-SW              PIC X(01).
                   88 PT-TAKEN              VALUE "Y".
       01 PROF-COUNT                       PIC 9(03) VALUE 0.
       01 WS-PROF-IDX                      PIC 9(03).
       01 WS-BEST-PROF                     PIC 9(03).
       01 WS-SLOT                          PIC 9(01).
       01 WS-SHORT-SLOTS                   PIC 9(03) VALUE 0.
       01 WS-ELIGIBLE-COUNT                PIC 9(03) VALUE 0.

      *> Concedii.txt: CNP;TIP;DELA;PANALA
       01 WS-LEAVE-LINE                    PIC X(80).
       01 WS-LEAVE-FIELDS.
           05 LF-CNP                       PIC X(13).
           05 LF-TIP                       PIC X(03).
           05 LF-DELA                      PIC X(08).
           05 LF-PANALA                    PIC X(08).

      *> ExamRota.txt, HELD WHOLE SO THIS SESSION'S OLD PLAN CAN BE
      *> REPLACED
       01 K-MAX-ROTA                       PIC 9(04) VALUE 3000.
       01 ROTA-TABLE.
           05 ROTA-ENTRY OCCURS 3000 TIMES.
               10 RO-DATA                  PIC X(08).
               10 RO-NIVEL                 PIC X(02).
               10 RO-MATERIE               PIC X(30).
               10 RO-FROM                  PIC X(01).
               10 RO-TO                    PIC X(01).
               10 RO-SALA                  PIC X(10).
               10 RO-CNP                   PIC X(13).
       01 ROTA-COUNT                       PIC 9(04) VALUE 0.
       01 WS-ROTA-IDX                      PIC 9(04).
       01 WS-ROTA-LINE                     PIC X(90).
       01 WS-SAME-SESSION-SW               PIC X(01).
           88 SAME-SESSION                  VALUE "Y".

       01 WS-LINE                          PIC X(100).
       01 WS-SEAT-LINE.
           05 FILLER                       PIC X(04) VALUE "LOC ".
           05 SL-SEAT                      PIC 9(03).
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 SL-NUME                      PIC X(30).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 SL-PRENUME                   PIC X(30).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 SL-CLASA                     PIC X(04).
       01 WS-DOOR-LINE.
           05 DL-NUME                      PIC X(30).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 DL-PRENUME                   PIC X(30).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 DL-CLASA                     PIC X(04).
           05 FILLER                       PIC X(06) VALUE " LOC ".
           05 DL-SEAT                      PIC 9(03).
       01 WS-ROTA-REPORT-LINE.
           05 RR-SALA                      PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 RR-CNP                       PIC X(13).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 RR-NUME                      PIC X(30).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 RR-PRENUME                   PIC X(30).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 RR-DUTIES                    PIC ZZ9.

       01 WS-COPY-COMMAND                  PIC X(120).
       01 WS-FILED-NAME                    PIC X(40).

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".
       COPY TRAINENV-INT.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       S0  SECTION.
       S0A.
           DISPLAY "EXAM SEATING AND INVIGILATOR ROTA"
           PERFORM A0-ASK-SESSION

           OPEN INPUT STUD-EXTRACT
           IF WS-STUD-EXT-STATUS NOT = "00"
               DISPLAY "Extract_STUDENTI.txt NOT FOUND - RUN "
                   "TBLEXTRACT FIRST"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE STUD-EXTRACT

           PERFORM A1-LOAD-PMC
           PERFORM A2-LOAD-ORAR
           PERFORM A3-LOAD-ROOMS
           PERFORM A4-LOAD-ROTA
           PERFORM A5-LOAD-PROFESSORS
           PERFORM A6-APPLY-LEAVE

           SORT STUD-SORT
               ON ASCENDING KEY SS-KEY
               INPUT PROCEDURE IS B1-RELEASE-STUDENTS
               OUTPUT PROCEDURE IS B2-RETURN-STUDENTS
           IF STUD-COUNT = 0
               DISPLAY "NO STUDENTS OF LEVEL " WS-NIVEL " ON THE "
                   "EXTRACT - NOTHING PLANNED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "STUDENTS SITTING THE EXAM: " STUD-COUNT

           PERFORM C0-SEAT-STUDENTS
           PERFORM D0-ASSIGN-INVIGILATORS
           PERFORM E0-WRITE-PLAN

           DISPLAY "ROOMS USED: " WS-ROOMS-USED
               "  STUDENTS WITHOUT A SEAT: " WS-UNSEATED
               "  INVIGILATOR PLACES UNFILLED: " WS-SHORT-SLOTS
           DISPLAY "PLAN FILED AS " WS-FILED-NAME

           DISPLAY "RECORD THIS PLAN IN ExamRota.txt (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-ANSWER
           IF ANSWER-YES
               PERFORM F0-RECORD-ROTA
           ELSE
               DISPLAY "NOT RECORDED - THE ROTA HISTORY IS UNCHANGED"
           END-IF

           IF WS-UNSEATED > 0 OR WS-SHORT-SLOTS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           .
       S0Z.
           STOP RUN.

      *> THE SESSION: SUBJECT, LEVEL, A SCHOOL-DAY DATE AND THE HOURS
       A0-ASK-SESSION SECTION.
       A0-ASK-SESSIONA.
           DISPLAY "SUBJECT (MATERIE): " WITH NO ADVANCING
           ACCEPT WS-MATERIE
           DISPLAY "GRADE LEVEL (E.G. 8 OR 12): " WITH NO ADVANCING
           ACCEPT WS-NIVEL
           DISPLAY "EXAM DATE (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-EXAM-DATE
           DISPLAY "FIRST HOUR (ORA 1-9): " WITH NO ADVANCING
           ACCEPT WS-FIRST-ORA
           DISPLAY "LAST HOUR (ORA 1-9): " WITH NO ADVANCING
           ACCEPT WS-LAST-ORA

           IF WS-MATERIE = SPACE OR WS-NIVEL = SPACE
               DISPLAY "SUBJECT AND LEVEL ARE REQUIRED - NOTHING "
                   "PLANNED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-EXAM-DATE NOT NUMERIC
               DISPLAY "DATE NOT NUMERIC - NOTHING PLANNED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FIRST-ORA < "1" OR WS-FIRST-ORA > "9"
           OR WS-LAST-ORA < WS-FIRST-ORA OR WS-LAST-ORA > "9"
               DISPLAY "HOURS NOT VALID - NOTHING PLANNED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-EXAM-DATE               TO WS-DATE-NUM
           PERFORM W0-DAY-OF-WEEK
           IF WS-Z-DOW > 5
               DISPLAY "EXAM DATE FALLS ON A WEEKEND - NOTHING "
                   "PLANNED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-Z-DOW                   TO WS-EXAM-ZI
           .
       A0-ASK-SESSIONZ.
           EXIT.

      *> WHO TEACHES THE SUBJECT, AND WHICH CLASSES OF THE LEVEL ARE
      *> TAUGHT IT. NO SUCH CLASS (OR NO EXTRACT) = THE WHOLE LEVEL
      *> SITS, AS IN THE SIMULATIONS
       A1-LOAD-PMC SECTION.
       A1-LOAD-PMCA.
           OPEN INPUT PMC-EXTRACT
           IF WS-PMC-EXT-STATUS NOT = "00"
               DISPLAY "Extract_PMC.txt NOT FOUND - THE WHOLE LEVEL "
                   "SITS AND ONLY THE ORAR SHOWS WHO TEACHES THE "
                   "SUBJECT"
               GO TO A1-LOAD-PMCZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-PMC-ROW
               READ PMC-EXTRACT INTO WS-PMC-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-PMC-ROW(1:8) NOT = "EXTRACT "
                   AND PR-MATERIE = WS-MATERIE
                       MOVE PR-CNP         TO WS-PROF-ROW(1:13)
                       PERFORM A7-NOTE-TEACHER
                       MOVE PR-CLASA       TO WS-CLASA-IN
                       PERFORM W1-LEVEL-OF-CLASA
                       IF WS-LEVEL-OF-CLASA = WS-NIVEL
                           PERFORM A8-NOTE-EXAM-CLASS
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PMC-EXTRACT
           IF EXCLS-COUNT = 0
               DISPLAY "NO CLASS OF LEVEL " WS-NIVEL " IS TAUGHT "
                   "THE SUBJECT PER Extract_PMC.txt - THE WHOLE "
                   "LEVEL SITS"
           ELSE
               DISPLAY "CLASSES SITTING THE EXAM: " EXCLS-COUNT
           END-IF
           .
       A1-LOAD-PMCZ.
           EXIT.

      *> THE ORAR AT THE EXAM HOURS: A LESSON OF A CLASS SITTING THE
      *> EXAM DOES NOT HAPPEN, EVERY OTHER ONE HOLDS ITS PROFESSOR AND
      *> ITS ROOM. ANY ROW IN THE SUBJECT MARKS ITS PROFESSOR AS ONE
      *> WHO TEACHES IT
       A2-LOAD-ORAR SECTION.
       A2-LOAD-ORARA.
           OPEN INPUT ORAR-EXTRACT
           IF WS-ORAR-EXT-STATUS NOT = "00"
               DISPLAY "Extract_ORAR.txt NOT FOUND - LESSONS AND "
                   "ROOM USE NOT CHECKED (RUN TBLEXTRACT)"
               GO TO A2-LOAD-ORARZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-ORAR-ROW
               READ ORAR-EXTRACT INTO WS-ORAR-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-ORAR-ROW(1:8) NOT = "EXTRACT "
                       PERFORM A9-ONE-ORAR-ROW
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ORAR-EXTRACT
           DISPLAY "PROFESSORS TEACHING AT THOSE HOURS: "
               BUSY-PROF-COUNT "  ROOMS IN USE: " BUSY-ROOM-COUNT
           .
       A2-LOAD-ORARZ.
           EXIT.

      *> THE ROOM INVENTORY. A ROOM WITHOUT A SEAT COUNT IS NOT AN
      *> EXAM ROOM; ONE THE ORAR HOLDS AT THOSE HOURS IS NOT FREE
       A3-LOAD-ROOMS SECTION.
       A3-LOAD-ROOMSA.
           MOVE SPACE                      TO WS-COPY-COMMAND
           STRING "cp '../Assign 14 Orar FLOARE EMIL/"
                  "Sali.csv' 'SaliCopy.txt'"
                  DELIMITED BY SIZE
           INTO WS-COPY-COMMAND
           CALL "SYSTEM" USING WS-COPY-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "NO Sali.csv IN THE ASSIGN 14 DIRECTORY - NO "
                   "ROOMS TO SEAT ANYBODY IN"
               GO TO A3-LOAD-ROOMSZ
           END-IF

           OPEN INPUT ROOMS-FILE
           IF WS-ROOMS-STATUS NOT = "00"
               GO TO A3-LOAD-ROOMSZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-ROOMS-LINE
               READ ROOMS-FILE INTO WS-ROOMS-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-ROOMS-LINE > SPACE
                   AND ROOM-COUNT < K-MAX-ROOM
                       MOVE SPACE          TO WS-ROOM-ROW
                       UNSTRING WS-ROOMS-LINE DELIMITED BY ";" INTO
                           RM-SALA
                           RM-DESCRIERE
                           RM-STRUCTURA
                           RM-LOCURI
                       END-UNSTRING
                       MOVE 0              TO WS-LOCURI-TRAIL
                       INSPECT RM-LOCURI TALLYING WS-LOCURI-TRAIL
                           FOR TRAILING SPACE
                       COMPUTE WS-LOCURI-LEN = 3 - WS-LOCURI-TRAIL
                       IF WS-LOCURI-LEN > 0 AND WS-LOCURI-LEN < 4
                       AND RM-LOCURI(1:WS-LOCURI-LEN) NUMERIC
                           ADD 1           TO ROOM-COUNT
                           MOVE SPACE      TO ROOM-ENTRY(ROOM-COUNT)
                           MOVE RM-SALA    TO RT-SALA(ROOM-COUNT)
                           MOVE RM-LOCURI(1:WS-LOCURI-LEN)
                                           TO RT-LOCURI(ROOM-COUNT)
                           MOVE "N"        TO RT-CHOSEN-SW(ROOM-COUNT)
                           MOVE 0          TO RT-FIRST(ROOM-COUNT)
                           MOVE 0          TO RT-SEATED(ROOM-COUNT)
                           MOVE 0          TO RT-PROF(ROOM-COUNT, 1)
                           MOVE 0          TO RT-PROF(ROOM-COUNT, 2)
                           PERFORM A3-ROOM-FREE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ROOMS-FILE
           DISPLAY "EXAM ROOMS ON THE INVENTORY: " ROOM-COUNT
           .
       A3-LOAD-ROOMSZ.
           EXIT.

      *> FREE = NOT HELD BY THE ORAR AND NOT ALREADY GIVEN TO ANOTHER
      *> SESSION OVERLAPPING THESE HOURS (CHECKED AGAIN ONCE THE
      *> ROTA IS LOADED)
       A3-ROOM-FREE SECTION.
       A3-ROOM-FREEA.
           MOVE "Y"                        TO RT-FREE-SW(ROOM-COUNT)
           IF RT-LOCURI(ROOM-COUNT) = 0
               MOVE "N"                    TO RT-FREE-SW(ROOM-COUNT)
           END-IF
           PERFORM VARYING WS-BUSY-IDX FROM 1 BY 1
                   UNTIL WS-BUSY-IDX > BUSY-ROOM-COUNT
               IF BUSY-ROOM(WS-BUSY-IDX) = RT-SALA(ROOM-COUNT)
                   MOVE "N"                TO RT-FREE-SW(ROOM-COUNT)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
       A3-ROOM-FREEZ.
           EXIT.

      *> THE PLANS ALREADY RECORDED. A PLAN OF ANOTHER SESSION THAT
      *> DAY AT OVERLAPPING HOURS HOLDS ITS ROOMS; THIS SESSION'S OWN
      *> EARLIER PLAN IS ABOUT TO BE REPLACED AND HOLDS NOTHING
       A4-LOAD-ROTA SECTION.
       A4-LOAD-ROTAA.
           OPEN INPUT ROTA-FILE
           IF WS-ROTA-STATUS NOT = "00"
               DISPLAY "NO ExamRota.txt YET - NOBODY HAS INVIGILATED"
               GO TO A4-LOAD-ROTAZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-ROTA-LINE
               READ ROTA-FILE INTO WS-ROTA-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-ROTA-LINE > SPACE
                   AND ROTA-COUNT < K-MAX-ROTA
                       ADD 1               TO ROTA-COUNT
                       MOVE SPACE          TO ROTA-ENTRY(ROTA-COUNT)
                       UNSTRING WS-ROTA-LINE DELIMITED BY ";" INTO
                           RO-DATA(ROTA-COUNT)
                           RO-NIVEL(ROTA-COUNT)
                           RO-MATERIE(ROTA-COUNT)
                           RO-FROM(ROTA-COUNT)
                           RO-TO(ROTA-COUNT)
                           RO-SALA(ROTA-COUNT)
                           RO-CNP(ROTA-COUNT)
                       END-UNSTRING
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ROTA-FILE

           PERFORM VARYING WS-ROTA-IDX FROM 1 BY 1
                   UNTIL WS-ROTA-IDX > ROTA-COUNT
               PERFORM W2-SAME-SESSION
               IF NOT SAME-SESSION
               AND RO-DATA(WS-ROTA-IDX) = WS-EXAM-DATE
               AND RO-FROM(WS-ROTA-IDX) NOT > WS-LAST-ORA
               AND RO-TO(WS-ROTA-IDX) NOT < WS-FIRST-ORA
                   PERFORM VARYING WS-ROOM-IDX FROM 1 BY 1
                           UNTIL WS-ROOM-IDX > ROOM-COUNT
                       IF RT-SALA(WS-ROOM-IDX) = RO-SALA(WS-ROTA-IDX)
                           MOVE "N"    TO RT-FREE-SW(WS-ROOM-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           DISPLAY "INVIGILATIONS ON RECORD: " ROTA-COUNT
           .
       A4-LOAD-ROTAZ.
           EXIT.

      *> EVERY PROFESSOR, WITH THE DUTIES DONE SO FAR AND WHETHER
      *> THEY MAY INVIGILATE THIS SESSION
       A5-LOAD-PROFESSORS SECTION.
       A5-LOAD-PROFESSORSA.
           OPEN INPUT PROF-EXTRACT
           IF WS-PROF-EXT-STATUS NOT = "00"
               DISPLAY "Extract_PROFESORI.txt NOT FOUND - NO "
                   "INVIGILATORS CAN BE ASSIGNED (RUN TBLEXTRACT)"
               GO TO A5-LOAD-PROFESSORSZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-PROF-ROW
               READ PROF-EXTRACT INTO WS-PROF-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-PROF-ROW(1:8) NOT = "EXTRACT "
                   AND PF-CNP > SPACE
                   AND PROF-COUNT < K-MAX-PROF
                       ADD 1               TO PROF-COUNT
                       MOVE PF-CNP         TO PT-CNP(PROF-COUNT)
                       MOVE PF-NUME        TO PT-NUME(PROF-COUNT)
                       MOVE PF-PRENUME     TO PT-PRENUME(PROF-COUNT)
                       MOVE "N"            TO PT-TAKEN-SW(PROF-COUNT)
                       PERFORM A5-ONE-PROFESSOR
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PROF-EXTRACT
           .
       A5-LOAD-PROFESSORSZ.
           EXIT.

       A5-ONE-PROFESSOR SECTION.
       A5-ONE-PROFESSORA.
           MOVE "Y"                        TO PT-ELIGIBLE-SW(PROF-COUNT)
           MOVE 0                          TO PT-DUTIES(PROF-COUNT)
           PERFORM VARYING WS-TEACHER-IDX FROM 1 BY 1
                   UNTIL WS-TEACHER-IDX > TEACHER-COUNT
               IF TEACHER-CNP(WS-TEACHER-IDX) = PF-CNP
                   MOVE "N"        TO PT-ELIGIBLE-SW(PROF-COUNT)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING WS-BUSY-IDX FROM 1 BY 1
                   UNTIL WS-BUSY-IDX > BUSY-PROF-COUNT
               IF BUSY-PROF(WS-BUSY-IDX) = PF-CNP
                   MOVE "N"        TO PT-ELIGIBLE-SW(PROF-COUNT)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING WS-ROTA-IDX FROM 1 BY 1
                   UNTIL WS-ROTA-IDX > ROTA-COUNT
               IF RO-CNP(WS-ROTA-IDX) = PF-CNP
                   PERFORM W2-SAME-SESSION
                   IF NOT SAME-SESSION
                       ADD 1               TO PT-DUTIES(PROF-COUNT)
                       IF RO-DATA(WS-ROTA-IDX) = WS-EXAM-DATE
                       AND RO-FROM(WS-ROTA-IDX) NOT > WS-LAST-ORA
                       AND RO-TO(WS-ROTA-IDX) NOT < WS-FIRST-ORA
                           MOVE "N" TO PT-ELIGIBLE-SW(PROF-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .
       A5-ONE-PROFESSORZ.
           EXIT.

      *> A PROFESSOR ON LEAVE THE DAY OF THE EXAM CANNOT INVIGILATE
       A6-APPLY-LEAVE SECTION.
       A6-APPLY-LEAVEA.
           MOVE SPACE                      TO WS-COPY-COMMAND
           STRING "cp '../Assign 14 Orar FLOARE EMIL/"
                  "Concedii.txt' 'ConcediiCopy.txt'"
                  DELIMITED BY SIZE
           INTO WS-COPY-COMMAND
           CALL "SYSTEM" USING WS-COPY-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "NO Concedii.txt IN THE ASSIGN 14 DIRECTORY - "
                   "NOBODY COUNTED ON LEAVE"
               GO TO A6-APPLY-LEAVEZ
           END-IF

           OPEN INPUT LEAVE-FILE
           IF WS-LEAVE-STATUS NOT = "00"
               GO TO A6-APPLY-LEAVEZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-LEAVE-LINE
               READ LEAVE-FILE INTO WS-LEAVE-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   MOVE SPACE              TO WS-LEAVE-FIELDS
                   UNSTRING WS-LEAVE-LINE DELIMITED BY ";" INTO
                       LF-CNP LF-TIP LF-DELA LF-PANALA
                   END-UNSTRING
                   IF LF-DELA NOT > WS-EXAM-DATE
                   AND LF-PANALA NOT < WS-EXAM-DATE
                       PERFORM VARYING WS-PROF-IDX FROM 1 BY 1
                               UNTIL WS-PROF-IDX > PROF-COUNT
                           IF PT-CNP(WS-PROF-IDX) = LF-CNP
                               MOVE "N" TO
                                   PT-ELIGIBLE-SW(WS-PROF-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
               END-READ
           END-PERFORM
           CLOSE LEAVE-FILE
           .
       A6-APPLY-LEAVEZ.
           EXIT.

      *> THE CNP LEFT IN WS-PROF-ROW(1:13) TEACHES THE SUBJECT
       A7-NOTE-TEACHER SECTION.
       A7-NOTE-TEACHERA.
           PERFORM VARYING WS-TEACHER-IDX FROM 1 BY 1
                   UNTIL WS-TEACHER-IDX > TEACHER-COUNT
               IF TEACHER-CNP(WS-TEACHER-IDX) = WS-PROF-ROW(1:13)
                   GO TO A7-NOTE-TEACHERZ
               END-IF
           END-PERFORM
           IF TEACHER-COUNT < K-MAX-TEACHER
               ADD 1                       TO TEACHER-COUNT
               MOVE WS-PROF-ROW(1:13)      TO TEACHER-CNP(TEACHER-COUNT)
           END-IF
           .
       A7-NOTE-TEACHERZ.
           EXIT.

       A8-NOTE-EXAM-CLASS SECTION.
       A8-NOTE-EXAM-CLASSA.
           PERFORM VARYING WS-EXCLS-IDX FROM 1 BY 1
                   UNTIL WS-EXCLS-IDX > EXCLS-COUNT
               IF EXAM-CLASS(WS-EXCLS-IDX) = WS-CLASA-IN
                   GO TO A8-NOTE-EXAM-CLASSZ
               END-IF
           END-PERFORM
           IF EXCLS-COUNT < K-MAX-EXCLS
               ADD 1                       TO EXCLS-COUNT
               MOVE WS-CLASA-IN            TO EXAM-CLASS(EXCLS-COUNT)
           END-IF
           .
       A8-NOTE-EXAM-CLASSZ.
           EXIT.

       A9-ONE-ORAR-ROW SECTION.
       A9-ONE-ORAR-ROWA.
           IF OR-MATERIE = WS-MATERIE AND OR-CNP > SPACE
               MOVE OR-CNP                 TO WS-PROF-ROW(1:13)
               PERFORM A7-NOTE-TEACHER
           END-IF
           IF OR-ZI NOT = WS-EXAM-ZI
           OR OR-ORA < WS-FIRST-ORA OR OR-ORA > WS-LAST-ORA
               GO TO A9-ONE-ORAR-ROWZ
           END-IF
           MOVE OR-CLASA                   TO WS-CLASA-IN
           PERFORM W3-CLASS-SITS-EXAM
           IF CLASS-SITS-EXAM
               GO TO A9-ONE-ORAR-ROWZ
           END-IF
           IF OR-CNP > SPACE AND BUSY-PROF-COUNT < K-MAX-BUSY
               ADD 1                       TO BUSY-PROF-COUNT
               MOVE OR-CNP                 TO BUSY-PROF(BUSY-PROF-COUNT)
           END-IF
           IF OR-SALA > SPACE AND BUSY-ROOM-COUNT < K-MAX-BUSY
               ADD 1                       TO BUSY-ROOM-COUNT
               MOVE OR-SALA                TO BUSY-ROOM(BUSY-ROOM-COUNT)
           END-IF
           .
       A9-ONE-ORAR-ROWZ.
           EXIT.

      *> THE STUDENTS OF THE CLASSES SITTING THE EXAM GO THROUGH THE
      *> SORT INTO NAME ORDER, WHICH MIXES THE CLASSES ACROSS ROOMS
       B1-RELEASE-STUDENTS SECTION.
       B1-RELEASE-STUDENTSA.
           OPEN INPUT STUD-EXTRACT
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-STUD-ROW
               READ STUD-EXTRACT INTO WS-STUD-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-STUD-ROW(1:8) = "EXTRACT "
                       DISPLAY "READING SNAPSHOT: " WS-STUD-ROW(1:42)
                   ELSE
                       MOVE SR-CLASA       TO WS-CLASA-IN
                       PERFORM W3-CLASS-SITS-EXAM
                       IF CLASS-SITS-EXAM AND SR-CNP > SPACE
                           MOVE SR-NUME    TO SS-NUME
                           MOVE SR-PRENUME TO SS-PRENUME
                           MOVE SR-CLASA   TO SS-CLASA
                           MOVE SR-CNP     TO SS-CNP
                           RELEASE STUD-SORT-REC
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE STUD-EXTRACT
           .
       B1-RELEASE-STUDENTSZ.
           EXIT.

       B2-RETURN-STUDENTS SECTION.
       B2-RETURN-STUDENTSA.
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               RETURN STUD-SORT
                   AT END
                       SET INP1-EOF        TO TRUE
                   NOT AT END
                       IF STUD-COUNT < K-MAX-STUD
                           ADD 1           TO STUD-COUNT
                           MOVE SS-CNP     TO ST-CNP(STUD-COUNT)
                           MOVE SS-NUME    TO ST-NUME(STUD-COUNT)
                           MOVE SS-PRENUME TO ST-PRENUME(STUD-COUNT)
                           MOVE SS-CLASA   TO ST-CLASA(STUD-COUNT)
                           MOVE 0          TO ST-ROOM(STUD-COUNT)
                           MOVE 0          TO ST-SEAT(STUD-COUNT)
                       END-IF
               END-RETURN
           END-PERFORM
           .
       B2-RETURN-STUDENTSZ.
           EXIT.

      *> AS FEW FREE ROOMS AS HOLD EVERYBODY, TAKEN IN INVENTORY
      *> ORDER, EACH GIVEN AN EVEN SHARE OF THE NAMES IN TURN (NEVER
      *> SO FEW THAT THE ROOMS AFTER IT CANNOT HOLD THE REST, NEVER
      *> MORE THAN ITS SEATS); THOSE LEFT OVER HAVE NO SEAT
       C0-SEAT-STUDENTS SECTION.
       C0-SEAT-STUDENTSA.
           MOVE 0                          TO WS-CAP-LEFT
           PERFORM VARYING WS-ROOM-IDX FROM 1 BY 1
                   UNTIL WS-ROOM-IDX > ROOM-COUNT
                      OR WS-CAP-LEFT >= STUD-COUNT
               IF RT-FREE(WS-ROOM-IDX)
                   MOVE "Y"                TO RT-CHOSEN-SW(WS-ROOM-IDX)
                   ADD RT-LOCURI(WS-ROOM-IDX) TO WS-CAP-LEFT
                   ADD 1                   TO WS-ROOMS-USED
               END-IF
           END-PERFORM

           MOVE 1                          TO WS-NEXT-STUD
           MOVE WS-ROOMS-USED              TO WS-ROOMS-LEFT
           PERFORM VARYING WS-ROOM-IDX FROM 1 BY 1
                   UNTIL WS-ROOM-IDX > ROOM-COUNT
                      OR WS-NEXT-STUD > STUD-COUNT
               IF RT-CHOSEN(WS-ROOM-IDX)
                   COMPUTE WS-REMAINING = STUD-COUNT - WS-NEXT-STUD + 1
                   SUBTRACT RT-LOCURI(WS-ROOM-IDX) FROM WS-CAP-LEFT
                   DIVIDE WS-ROOMS-LEFT INTO WS-REMAINING
                       GIVING WS-SHARE REMAINDER WS-SHARE-REST
                   IF WS-SHARE-REST > 0
                       ADD 1               TO WS-SHARE
                   END-IF
                   IF WS-REMAINING > WS-CAP-LEFT
                   AND WS-SHARE < WS-REMAINING - WS-CAP-LEFT
                       COMPUTE WS-SHARE = WS-REMAINING - WS-CAP-LEFT
                   END-IF
                   IF WS-SHARE > RT-LOCURI(WS-ROOM-IDX)
                       MOVE RT-LOCURI(WS-ROOM-IDX) TO WS-SHARE
                   END-IF
                   MOVE WS-NEXT-STUD       TO RT-FIRST(WS-ROOM-IDX)
                   MOVE WS-SHARE           TO RT-SEATED(WS-ROOM-IDX)
                   ADD WS-SHARE            TO WS-NEXT-STUD
                   SUBTRACT 1              FROM WS-ROOMS-LEFT
                   PERFORM C1-SEAT-ONE-ROOM
               END-IF
           END-PERFORM
           COMPUTE WS-UNSEATED = STUD-COUNT - WS-NEXT-STUD + 1
           .
       C0-SEAT-STUDENTSZ.
           EXIT.

      *> SEAT BY SEAT THE FIRST NAME STILL STANDING WHOSE CLASS IS NOT
      *> THE PREVIOUS SEAT'S - OR, WHEN ONLY THAT CLASS IS LEFT, THE
      *> FIRST NAME STILL STANDING
       C1-SEAT-ONE-ROOM SECTION.
       C1-SEAT-ONE-ROOMA.
           COMPUTE WS-LAST-IN-ROOM =
               RT-FIRST(WS-ROOM-IDX) + RT-SEATED(WS-ROOM-IDX) - 1
           MOVE SPACE                      TO WS-PREV-CLASA
           PERFORM VARYING WS-SEAT FROM 1 BY 1
                   UNTIL WS-SEAT > RT-SEATED(WS-ROOM-IDX)
               MOVE 0                      TO WS-PICK
               MOVE 0                      TO WS-PICK-ANY
               PERFORM VARYING WS-STUD-IDX FROM RT-FIRST(WS-ROOM-IDX)
                       BY 1 UNTIL WS-STUD-IDX > WS-LAST-IN-ROOM
                   IF ST-SEAT(WS-STUD-IDX) = 0
                       IF WS-PICK-ANY = 0
                           MOVE WS-STUD-IDX TO WS-PICK-ANY
                       END-IF
                       IF ST-CLASA(WS-STUD-IDX) NOT = WS-PREV-CLASA
                           MOVE WS-STUD-IDX TO WS-PICK
                           EXIT PERFORM
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-PICK = 0
                   MOVE WS-PICK-ANY        TO WS-PICK
               END-IF
               MOVE WS-ROOM-IDX            TO ST-ROOM(WS-PICK)
               MOVE WS-SEAT                TO ST-SEAT(WS-PICK)
               MOVE WS-PICK                TO
                   SEAT-ORDER(RT-FIRST(WS-ROOM-IDX) + WS-SEAT - 1)
               MOVE ST-CLASA(WS-PICK)      TO WS-PREV-CLASA
           END-PERFORM
           .
       C1-SEAT-ONE-ROOMZ.
           EXIT.

      *> TWO INVIGILATORS PER ROOM IN USE, FEWEST DUTIES FIRST (THE
      *> NAME ORDER OF THE EXTRACT BREAKS A TIE)
       D0-ASSIGN-INVIGILATORS SECTION.
       D0-ASSIGN-INVIGILATORSA.
           PERFORM VARYING WS-PROF-IDX FROM 1 BY 1
                   UNTIL WS-PROF-IDX > PROF-COUNT
               IF PT-ELIGIBLE(WS-PROF-IDX)
                   ADD 1                   TO WS-ELIGIBLE-COUNT
               END-IF
           END-PERFORM
           DISPLAY "PROFESSORS ABLE TO INVIGILATE: " WS-ELIGIBLE-COUNT

           PERFORM VARYING WS-ROOM-IDX FROM 1 BY 1
                   UNTIL WS-ROOM-IDX > ROOM-COUNT
               IF RT-SEATED(WS-ROOM-IDX) > 0
                   PERFORM VARYING WS-SLOT FROM 1 BY 1
                           UNTIL WS-SLOT > 2
                       PERFORM D1-BEST-FREE-PROFESSOR
                       IF WS-BEST-PROF = 0
                           ADD 1           TO WS-SHORT-SLOTS
                       ELSE
                           MOVE WS-BEST-PROF TO
                               RT-PROF(WS-ROOM-IDX, WS-SLOT)
                           MOVE "Y" TO PT-TAKEN-SW(WS-BEST-PROF)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .
       D0-ASSIGN-INVIGILATORSZ.
           EXIT.

       D1-BEST-FREE-PROFESSOR SECTION.
       D1-BEST-FREE-PROFESSORA.
           MOVE 0                          TO WS-BEST-PROF
           PERFORM VARYING WS-PROF-IDX FROM 1 BY 1
                   UNTIL WS-PROF-IDX > PROF-COUNT
               IF PT-ELIGIBLE(WS-PROF-IDX)
               AND NOT PT-TAKEN(WS-PROF-IDX)
                   IF WS-BEST-PROF = 0
                       MOVE WS-PROF-IDX    TO WS-BEST-PROF
                   ELSE
                       IF PT-DUTIES(WS-PROF-IDX) <
                          PT-DUTIES(WS-BEST-PROF)
                           MOVE WS-PROF-IDX TO WS-BEST-PROF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .
       D1-BEST-FREE-PROFESSORZ.
           EXIT.

      *> THE THREE LISTS, THEN THE FILE UNDER ITS DATED NAME
       E0-WRITE-PLAN SECTION.
       E0-WRITE-PLANA.
           OPEN OUTPUT REPORT-FILE
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
           END-IF
           MOVE SPACE                      TO WS-LINE
           STRING "PLAN EXAMEN - " DELIMITED BY SIZE
                  WS-MATERIE DELIMITED BY "  "
                  " - NIVEL " DELIMITED BY SIZE
                  WS-NIVEL DELIMITED BY SPACE
                  " - DATA " WS-EXAM-DATE " - ORELE " WS-FIRST-ORA
                  "-" WS-LAST-ORA
                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD

           MOVE SPACE                      TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE "REPARTIZAREA PE LOCURI, SALA CU SALA"
                                           TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           PERFORM VARYING WS-ROOM-IDX FROM 1 BY 1
                   UNTIL WS-ROOM-IDX > ROOM-COUNT
               IF RT-SEATED(WS-ROOM-IDX) > 0
                   PERFORM E1-SEATING-LIST
               END-IF
           END-PERFORM

           MOVE SPACE                      TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE "LISTE PENTRU USA (ORDINE ALFABETICA)"
                                           TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           PERFORM VARYING WS-ROOM-IDX FROM 1 BY 1
                   UNTIL WS-ROOM-IDX > ROOM-COUNT
               IF RT-SEATED(WS-ROOM-IDX) > 0
                   PERFORM E2-DOOR-LIST
               END-IF
           END-PERFORM
           IF WS-UNSEATED > 0
               MOVE SPACE                  TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
               MOVE "FARA LOC - NU MAI ESTE SALA LIBERA"
                                           TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
               PERFORM VARYING WS-STUD-IDX FROM WS-NEXT-STUD BY 1
                       UNTIL WS-STUD-IDX > STUD-COUNT
                   MOVE ST-NUME(WS-STUD-IDX)    TO DL-NUME
                   MOVE ST-PRENUME(WS-STUD-IDX) TO DL-PRENUME
                   MOVE ST-CLASA(WS-STUD-IDX)   TO DL-CLASA
                   MOVE 0                       TO DL-SEAT
                   MOVE WS-DOOR-LINE            TO REPORT-FILE-FD
                   WRITE REPORT-FILE-FD
               END-PERFORM
           END-IF

           MOVE SPACE                      TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE "ROTA SUPRAVEGHETORI (SALA, CNP, NUME, ANTERIOARE)"
                                           TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           PERFORM VARYING WS-ROOM-IDX FROM 1 BY 1
                   UNTIL WS-ROOM-IDX > ROOM-COUNT
               IF RT-SEATED(WS-ROOM-IDX) > 0
                   PERFORM E3-ROTA-LINES
               END-IF
           END-PERFORM
           CLOSE REPORT-FILE

           MOVE SPACE                      TO WS-FILED-NAME
           STRING "ExamPlan_" WS-EXAM-DATE "_"
                  DELIMITED BY SIZE
                  WS-NIVEL DELIMITED BY SPACE
                  "_" WS-FIRST-ORA ".txt" DELIMITED BY SIZE
           INTO WS-FILED-NAME
           MOVE SPACE                      TO WS-COPY-COMMAND
           STRING "cp 'ExamPlanWork.txt' '" DELIMITED BY SIZE
                  WS-FILED-NAME DELIMITED BY SPACE
                  "'" DELIMITED BY SIZE
           INTO WS-COPY-COMMAND
           CALL "SYSTEM" USING WS-COPY-COMMAND
           .
       E0-WRITE-PLANZ.
           EXIT.

       E1-SEATING-LIST SECTION.
       E1-SEATING-LISTA.
           MOVE SPACE                      TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE SPACE                      TO WS-LINE
           STRING "SALA " RT-SALA(WS-ROOM-IDX)
                  " LOCURI " RT-LOCURI(WS-ROOM-IDX)
                  " REPARTIZATI " RT-SEATED(WS-ROOM-IDX)
                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           PERFORM VARYING WS-SEAT FROM 1 BY 1
                   UNTIL WS-SEAT > RT-SEATED(WS-ROOM-IDX)
               MOVE SEAT-ORDER(RT-FIRST(WS-ROOM-IDX) + WS-SEAT - 1)
                                           TO WS-STUD-IDX
               MOVE WS-SEAT                TO SL-SEAT
               MOVE ST-NUME(WS-STUD-IDX)   TO SL-NUME
               MOVE ST-PRENUME(WS-STUD-IDX) TO SL-PRENUME
               MOVE ST-CLASA(WS-STUD-IDX)  TO SL-CLASA
               MOVE WS-SEAT-LINE           TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
           END-PERFORM
           .
       E1-SEATING-LISTZ.
           EXIT.

       E2-DOOR-LIST SECTION.
       E2-DOOR-LISTA.
           MOVE SPACE                      TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           COMPUTE WS-LAST-IN-ROOM =
               RT-FIRST(WS-ROOM-IDX) + RT-SEATED(WS-ROOM-IDX) - 1
           MOVE SPACE                      TO WS-LINE
           STRING "SALA " RT-SALA(WS-ROOM-IDX) " : "
                  DELIMITED BY SIZE
                  ST-NUME(RT-FIRST(WS-ROOM-IDX)) DELIMITED BY "  "
                  " - " DELIMITED BY SIZE
                  ST-NUME(WS-LAST-IN-ROOM) DELIMITED BY "  "
           INTO WS-LINE
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           PERFORM VARYING WS-STUD-IDX FROM RT-FIRST(WS-ROOM-IDX)
                   BY 1 UNTIL WS-STUD-IDX > WS-LAST-IN-ROOM
               MOVE ST-NUME(WS-STUD-IDX)   TO DL-NUME
               MOVE ST-PRENUME(WS-STUD-IDX) TO DL-PRENUME
               MOVE ST-CLASA(WS-STUD-IDX)  TO DL-CLASA
               MOVE ST-SEAT(WS-STUD-IDX)   TO DL-SEAT
               MOVE WS-DOOR-LINE           TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
           END-PERFORM
           .
       E2-DOOR-LISTZ.
           EXIT.

       E3-ROTA-LINES SECTION.
       E3-ROTA-LINESA.
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 2
               MOVE SPACE                  TO WS-ROTA-REPORT-LINE
               MOVE RT-SALA(WS-ROOM-IDX)   TO RR-SALA
               MOVE RT-PROF(WS-ROOM-IDX, WS-SLOT) TO WS-PROF-IDX
               IF WS-PROF-IDX = 0
                   MOVE "LIPSA SUPRAVEGHETOR" TO RR-NUME
                   MOVE 0                  TO RR-DUTIES
               ELSE
                   MOVE PT-CNP(WS-PROF-IDX)     TO RR-CNP
                   MOVE PT-NUME(WS-PROF-IDX)    TO RR-NUME
                   MOVE PT-PRENUME(WS-PROF-IDX) TO RR-PRENUME
                   MOVE PT-DUTIES(WS-PROF-IDX)  TO RR-DUTIES
               END-IF
               MOVE WS-ROTA-REPORT-LINE    TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
           END-PERFORM
           .
       E3-ROTA-LINESZ.
           EXIT.

      *> THE HISTORY REWRITTEN WITHOUT THIS SESSION'S EARLIER PLAN,
      *> THEN ONE LINE PER ROOM INVIGILATOR OF THIS ONE
       F0-RECORD-ROTA SECTION.
       F0-RECORD-ROTAA.
           OPEN OUTPUT ROTA-FILE
           PERFORM VARYING WS-ROTA-IDX FROM 1 BY 1
                   UNTIL WS-ROTA-IDX > ROTA-COUNT
               PERFORM W2-SAME-SESSION
               IF NOT SAME-SESSION
                   MOVE SPACE              TO WS-ROTA-LINE
                   STRING RO-DATA(WS-ROTA-IDX) ";"
                          RO-NIVEL(WS-ROTA-IDX) ";"
                          RO-MATERIE(WS-ROTA-IDX) ";"
                          RO-FROM(WS-ROTA-IDX) ";"
                          RO-TO(WS-ROTA-IDX) ";"
                          RO-SALA(WS-ROTA-IDX) ";"
                          RO-CNP(WS-ROTA-IDX)
                          DELIMITED BY SIZE
                   INTO WS-ROTA-LINE
                   MOVE WS-ROTA-LINE       TO ROTA-FD
                   WRITE ROTA-FD
               END-IF
           END-PERFORM
           PERFORM VARYING WS-ROOM-IDX FROM 1 BY 1
                   UNTIL WS-ROOM-IDX > ROOM-COUNT
               PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 2
                   MOVE RT-PROF(WS-ROOM-IDX, WS-SLOT) TO WS-PROF-IDX
                   IF WS-PROF-IDX > 0
                       MOVE SPACE          TO WS-ROTA-LINE
                       STRING WS-EXAM-DATE ";" WS-NIVEL ";"
                              WS-MATERIE ";" WS-FIRST-ORA ";"
                              WS-LAST-ORA ";" RT-SALA(WS-ROOM-IDX) ";"
                              PT-CNP(WS-PROF-IDX)
                              DELIMITED BY SIZE
                       INTO WS-ROTA-LINE
                       MOVE WS-ROTA-LINE   TO ROTA-FD
                       WRITE ROTA-FD
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE ROTA-FILE
           DISPLAY "PLAN RECORDED IN ExamRota.txt"
           .
       F0-RECORD-ROTAZ.
           EXIT.

      *> ZELLER'S CONGRUENCE ON WS-DATE-NUM, THE DIVIDE ... REMAINDER
      *> FORM NOTEMODULE USES, FOLDED TO 1 = MONDAY ... 7 = SUNDAY
       W0-DAY-OF-WEEK SECTION.
       W0-DAY-OF-WEEKA.
           MOVE WS-DATE-YYYY               TO WS-Z-Y
           MOVE WS-DATE-MM                 TO WS-Z-M
           IF WS-Z-M < 3
               ADD 12                      TO WS-Z-M
               SUBTRACT 1                  FROM WS-Z-Y
           END-IF
           DIVIDE WS-Z-Y BY 100 GIVING WS-Z-C REMAINDER WS-Z-K
           COMPUTE WS-Z-T = 13 * (WS-Z-M + 1)
           DIVIDE WS-Z-T BY 5 GIVING WS-Z-T
           COMPUTE WS-Z-H = WS-DATE-DD + WS-Z-T + WS-Z-K
           DIVIDE WS-Z-K BY 4 GIVING WS-Z-T2
           ADD WS-Z-T2                     TO WS-Z-H
           DIVIDE WS-Z-C BY 4 GIVING WS-Z-T2
           ADD WS-Z-T2                     TO WS-Z-H
           COMPUTE WS-Z-H = WS-Z-H + 5 * WS-Z-C
           DIVIDE WS-Z-H BY 7 GIVING WS-Z-T REMAINDER WS-Z-DOW
      *> ZELLER'S 0 IS SATURDAY, 1 SUNDAY, 2 MONDAY
           EVALUATE WS-Z-DOW
               WHEN 0 MOVE 6               TO WS-Z-DOW
               WHEN 1 MOVE 7               TO WS-Z-DOW
               WHEN OTHER
                   SUBTRACT 1              FROM WS-Z-DOW
           END-EVALUATE
           .
       W0-DAY-OF-WEEKZ.
           EXIT.

      *> THE LEVEL OF THE CLASS IN WS-CLASA-IN
       W1-LEVEL-OF-CLASA SECTION.
       W1-LEVEL-OF-CLASAA.
           MOVE SPACE                      TO WS-LEVEL-OF-CLASA
           IF WS-CLASA-IN(2:1) >= "0" AND WS-CLASA-IN(2:1) <= "9"
               MOVE WS-CLASA-IN(1:2)       TO WS-LEVEL-OF-CLASA
           ELSE
               MOVE WS-CLASA-IN(1:1)       TO WS-LEVEL-OF-CLASA(1:1)
           END-IF
           .
       W1-LEVEL-OF-CLASAZ.
           EXIT.

      *> IS RO-ENTRY(WS-ROTA-IDX) A LINE OF THE SESSION BEING PLANNED
       W2-SAME-SESSION SECTION.
       W2-SAME-SESSIONA.
           MOVE "N"                        TO WS-SAME-SESSION-SW
           IF RO-DATA(WS-ROTA-IDX) = WS-EXAM-DATE
           AND RO-NIVEL(WS-ROTA-IDX) = WS-NIVEL
           AND RO-MATERIE(WS-ROTA-IDX) = WS-MATERIE
               SET SAME-SESSION            TO TRUE
           END-IF
           .
       W2-SAME-SESSIONZ.
           EXIT.

      *> DOES THE CLASS IN WS-CLASA-IN SIT THE EXAM: ONE OF THE
      *> CLASSES TAUGHT THE SUBJECT, OR - WHEN NONE IS KNOWN - ANY
      *> CLASS OF THE LEVEL
       W3-CLASS-SITS-EXAM SECTION.
       W3-CLASS-SITS-EXAMA.
           MOVE "N"                        TO WS-IN-EXAM-SW
           IF EXCLS-COUNT = 0
               PERFORM W1-LEVEL-OF-CLASA
               IF WS-LEVEL-OF-CLASA = WS-NIVEL
                   SET CLASS-SITS-EXAM     TO TRUE
               END-IF
               GO TO W3-CLASS-SITS-EXAMZ
           END-IF
           PERFORM VARYING WS-EXCLS-IDX FROM 1 BY 1
                   UNTIL WS-EXCLS-IDX > EXCLS-COUNT
               IF EXAM-CLASS(WS-EXCLS-IDX) = WS-CLASA-IN
                   SET CLASS-SITS-EXAM     TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
       W3-CLASS-SITS-EXAMZ.
           EXIT.
       END PROGRAM EXAMSEAT.
