      ******************************************************************
      * Author:
      * Date:
      * Purpose: VACANT-POST (CATEDRA VACANTA) COMPUTATION FOR THE
      *          TEACHER MOBILITY SESSION. EVERY SPRING THE COUNTY
      *          ASKS WHICH TEACHING POSTS WILL BE FREE NEXT YEAR.
      *          NEXT YEAR'S CLASSES ARE THE NEW CLASSES OF
      *          PromotionMap.txt (ALUM = THE CLASS LEAVES) PLUS THE
      *          CLASSES CLASSPLAN PROPOSES IN ProposedAssignments.txt;
      *          EACH IS GIVEN ITS GRADE LEVEL'S WEEKLY HOURS FROM
      *          PlanCadru.txt (STAGED FROM THE ASSIGN 14 DIRECTORY).
      *          THE ORAR HOURS OF THE PROFESSORS WHO STAY ARE TAKEN
      *          OFF. A PROFESSOR LEAVES WHEN THEY REACH RETIREMENT
      *          AGE BY 1 SEPTEMBER (BIRTHDATE FROM THE CNP THROUGH
      *          CNPMODULE, 65 MEN / 63 WOMEN) OR ARE ALREADY IN
      *          ProfArchive.txt; ONE ON A LEAVE OF Concedii.txt
      *          THAT SPANS 1 SEPTEMBER KEEPS THE POST, WHOSE HOURS
      *          ARE RESERVED (REZERVATE) RATHER THAN VACANT. PER
      *          SUBJECT THE VACANT AND RESERVED HOURS ARE CUT INTO
      *          LEGAL POSTS - FULL 18-HOUR CATEDRE, AN INCOMPLETE
      *          CATEDRA OF AT LEAST 9 HOURS, ANY SMALLER REST AS
      *          HOURLY-PAID (PLATA CU ORA). WRITES THE FIXED-LAYOUT
      *          LIST THE INSPECTORATE'S MOBILITY PLATFORM TAKES
      *          (PosturiVacante_<YYYY>.txt, ONE LINE PER POST, WITH A
      *          CONTROL-TOTAL TRAILER) AND A READABLE REPORT FOR THE
      *          DIRECTOR (PosturiVacanteReport.txt).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. VACANTE.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SQL-STATEMENT-FILE ASSIGN TO 'StatementSQLInput.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SQL-RESULTS ASSIGN TO 'SQLResults/SelectResult.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SQL-STATUS-FILE ASSIGN TO 'SQLResults/SQLSta.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> THE CURRICULUM PLAN, STAGED FROM ITS HOME IN THE ASSIGN 14
      *> DIRECTORY: GRADE LEVEL, SUBJECT, REQUIRED WEEKLY HOURS
           SELECT PLAN-FILE ASSIGN TO 'PlanCadruCopy.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLAN-STATUS.

      *> THE PROMOTION MAP ROLLOVER WILL APPLY: OLD CLASS, NEW CLASS
           SELECT MAP-FILE ASSIGN TO 'PromotionMap.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAP-STATUS.

      *> CLASSPLAN'S PROPOSED NEW CLASSES ("CLASA xx  TOTAL ..." LINES)
           SELECT PROPOSAL-FILE ASSIGN TO 'ProposedAssignments.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROP-STATUS.

      *> PROFESSORS PROFDEPART HAS ALREADY ARCHIVED - CNP FIRST
           SELECT ARCHIVE-FILE ASSIGN TO 'ProfArchive.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCH-STATUS.

      *> THE LEAVE REGISTER, STAGED FROM THE ASSIGN 14 DIRECTORY
           SELECT LEAVE-FILE ASSIGN TO 'ConcediiCopy.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEAVE-STATUS.

      *> WRITTEN HERE, THEN FILED UNDER ITS DATED NAME (ASSIGN NAMES
      *> ARE FIXED UNDER THIS DIALECT, SAME WORKAROUND AS DBBACKUP)
           SELECT POSTS-OUT ASSIGN TO 'PosturiVacanteWork.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO 'PosturiVacanteReport.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> STATEMENTS WHOSE JAR INVOCATION FAILED ARE APPENDED HERE
      *> INSTEAD OF BEING SILENTLY DROPPED
           SELECT DEAD-LETTER-FILE ASSIGN TO 'SQLDeadLetters.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DL-STATUS.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
        FD SQL-STATEMENT-FILE.
       01 SQL-STATEMENT-FILE-FD             PIC X(300).

        FD SQL-RESULTS.
       01 SQL-RESULTS-FD                    PIC X(2500).

        FD SQL-STATUS-FILE.
       01 SQL-STATUS-FD                     PIC X(10).

        FD PLAN-FILE.
       01 PLAN-FD                           PIC X(40).

        FD MAP-FILE.
       01 MAP-FD                            PIC X(20).

        FD PROPOSAL-FILE.
       01 PROPOSAL-FD                       PIC X(132).

        FD ARCHIVE-FILE.
       01 ARCHIVE-FD                        PIC X(130).

        FD LEAVE-FILE.
       01 LEAVE-FD                          PIC X(80).

        FD POSTS-OUT.
       01 POSTS-OUT-FD                      PIC X(60).

        FD REPORT-FILE.
       01 REPORT-FD                         PIC X(132).

        FD DEAD-LETTER-FILE.
       01 DEAD-LETTER-FD                    PIC X(321).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 FIELDS-FOR-SQL.
       05 K-INVOKE-JAR                     PIC X(27) VALUE
               "java -jar JSqlAdapter.jar ".

       05 SQL-STATEMENT                    PIC X(300).

       01 WS-PLAN-STATUS                   PIC X(02).
       01 WS-MAP-STATUS                    PIC X(02).
       01 WS-PROP-STATUS                   PIC X(02).
       01 WS-ARCH-STATUS                   PIC X(02).
       01 WS-LEAVE-STATUS                  PIC X(02).
       01 WS-DL-STATUS                     PIC X(02).

       01 CNP-INTERFACE.
           COPY CNP-INT.

       01 JAR-CALL-SWITCH                  PIC X(01) VALUE "O".
           88 JAR-CALL-OK                   VALUE "O".
           88 JAR-CALL-FAILED               VALUE "F".
       01 WS-JAR-RC                        PIC S9(04) VALUE 0.
       01 SQL-STATUS-VALUE                 PIC X(4).

      *> RUN-TOKEN LOCK AROUND THE SHARED ADAPTER HANDSHAKE FILES
       COPY SQLLOCK-INT.

      *> SHARED CLASSIFICATION OF SQLSta VALUES INTO RETRYABLE VS
      *> FATAL, PLUS HOW OFTEN AND HOW LONG TO RETRY A TRANSIENT ONE
       COPY SQLSTA-INT.
       01 K-SQL-RETRIES                    PIC 9(02) VALUE 3.
       01 K-RETRY-WAIT-SECONDS             PIC 9(08) COMP-5 VALUE 5.
       01 WS-SQL-RETRY-COUNT               PIC 9(02) VALUE 0.

      *> ONE LINE PER DEAD-LETTERED STATEMENT: WHEN, WHICH PROGRAM,
      *> AND THE STATEMENT TEXT ITSELF
       01 DEAD-LETTER-LINE.
           05 DL-DATE                      PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 DL-TIME                      PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 DL-PROGRAM                   PIC X(12) VALUE "VACANTE".
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 DL-STATEMENT                 PIC X(290).

      *> THE LEGAL NORM: A FULL CATEDRA IS 18 WEEKLY HOURS, AN
      *> INCOMPLETE ONE NEEDS AT LEAST 9, LESS IS PAID BY THE HOUR
       01 K-NORMA                          PIC 9(02) VALUE 18.
       01 K-MIN-INCOMPLETE                 PIC 9(02) VALUE 9.
       01 K-RETIRE-AGE-M                   PIC 9(02) VALUE 65.
       01 K-RETIRE-AGE-F                   PIC 9(02) VALUE 63.

       01 WS-YEAR                          PIC X(04).
       01 WS-YEAR-NUM REDEFINES WS-YEAR    PIC 9(04).
       01 WS-START-DATE                    PIC X(08).
       01 WS-AGE                           PIC 9(03).
       01 WS-BIRTH-MMDD                    PIC X(04).

      *> ONE PlanCadru.txt LINE, THE LAYOUT PLANCHECK READS
       01 WS-PLAN-LINE.
           05 PL-NIVEL                     PIC X(02).
           05 FILLER                       PIC X(01).
           05 PL-MATERIE                   PIC X(30).
           05 FILLER                       PIC X(01).
           05 PL-ORE                       PIC 9(02).

       01 K-MAX-PLAN                       PIC 9(03) VALUE 300.
       01 PLAN-TABLE.
           05 PLAN-ENTRY OCCURS 300 TIMES.
               10 PT-NIVEL                 PIC X(02).
               10 PT-MATERIE               PIC X(30).
               10 PT-ORE                   PIC 9(02).
       01 PLAN-COUNT                       PIC 9(03) VALUE 0.
       01 WS-PLAN-IDX                      PIC 9(03).

      *> THE PROMOTION MAP LINE, THE LAYOUT ROLLOVER READS
       01 WS-MAP-LINE.
           05 ML-OLD                       PIC X(04).
           05 FILLER                       PIC X(01).
           05 ML-NEW                       PIC X(04).

      *> NEXT YEAR'S CLASSES AND THEIR GRADE LEVELS
       01 K-MAX-CLASS                      PIC 9(03) VALUE 100.
       01 CLASS-TABLE.
           05 CLASS-ENTRY OCCURS 100 TIMES.
               10 CT-CLASA                 PIC X(04).
               10 CT-NIVEL                 PIC X(02).
               10 CT-ORIGIN                PIC X(09).
       01 CLASS-COUNT                      PIC 9(03) VALUE 0.
       01 WS-CLS-IDX                       PIC 9(03).
       01 WS-NEW-CLASA                     PIC X(04).
       01 WS-NEW-ORIGIN                    PIC X(09).
       01 WS-LINE                          PIC X(132).

      *> ONE ROW OF "SELECT MATERIE, CNP FROM ORAR"
       01 WS-ORAR-ROW.
           05 OR-MATERIE                   PIC X(30).
           05 FILLER                       PIC X(02).
           05 OR-CNP                       PIC X(13).

      *> EVERY PROFESSOR ON THE TIMETABLE AND WHAT HAPPENS TO THEM
       01 K-MAX-PROF                       PIC 9(03) VALUE 300.
       01 PROF-TABLE.
           05 PROF-ENTRY OCCURS 300 TIMES.
               10 PF-CNP                   PIC X(13).
               10 PF-STATUS                PIC X(01).
                   88 PF-STAYS              VALUE "S".
                   88 PF-RETIRES            VALUE "P".
                   88 PF-ARCHIVED           VALUE "A".
                   88 PF-ON-LEAVE           VALUE "C".
               10 PF-AGE                   PIC 9(03).
               10 PF-HOURS                 PIC 9(03).
       01 PROF-COUNT                       PIC 9(03) VALUE 0.
       01 WS-PROF-IDX                      PIC 9(03).
       01 WS-FIND-CNP                      PIC X(13).

      *> ProfArchive.txt CNPS AND Concedii.txt LEAVES SPANNING THE
      *> FIRST DAY OF THE YEAR
       01 K-MAX-ARCH                       PIC 9(03) VALUE 300.
       01 ARCH-TABLE.
           05 ARCH-CNP OCCURS 300 TIMES    PIC X(13).
       01 ARCH-COUNT                       PIC 9(03) VALUE 0.
       01 K-MAX-LEAVE                      PIC 9(03) VALUE 300.
       01 LEAVE-TABLE.
           05 LEAVE-CNP OCCURS 300 TIMES   PIC X(13).
       01 LEAVE-COUNT                      PIC 9(03) VALUE 0.
       01 WS-SCAN-IDX                      PIC 9(03).
       01 WS-ARCH-LINE                     PIC X(130).
       01 WS-LEAVE-LINE                    PIC X(80).
       01 WS-LV-CNP                        PIC X(13).
       01 WS-LV-TIP                        PIC X(03).
       01 WS-LV-DELA                       PIC X(08).
       01 WS-LV-PANALA                     PIC X(08).

      *> PER SUBJECT: HOURS NEXT YEAR NEEDS, HOURS STAYING TITULARS
      *> COVER, HOURS HELD FOR TITULARS ON LEAVE, HOURS LEAVING
       01 K-MAX-SUBJ                       PIC 9(03) VALUE 100.
       01 SUBJ-TABLE.
           05 SUBJ-ENTRY OCCURS 100 TIMES.
               10 SJ-MATERIE               PIC X(30).
               10 SJ-REQUIRED              PIC 9(04).
               10 SJ-STAYING               PIC 9(04).
               10 SJ-RESERVED              PIC 9(04).
               10 SJ-LEAVING               PIC 9(04).
       01 SUBJ-COUNT                       PIC 9(03) VALUE 0.
       01 WS-SUBJ-IDX                      PIC 9(03).
       01 WS-FIND-MATERIE                  PIC X(30).

      *> ONE POST OF THE PLATFORM LIST: V VACANT / R RESERVED, THE
      *> SUBJECT, ITS WEEKLY HOURS, C FULL CATEDRA / I INCOMPLETE /
      *> P HOURLY-PAID, THE SCHOOL YEAR IT STARTS
       01 POST-LINE.
           05 PO-TIP                       PIC X(01).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 PO-MATERIE                   PIC X(30).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 PO-ORE                       PIC 9(02).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 PO-FEL                       PIC X(01).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 PO-AN                        PIC 9(04).

      *> CONTROL TOTALS: POSTS, VACANT HOURS, RESERVED HOURS
       01 TRAILER-LINE.
           05 FILLER                       PIC X(06) VALUE "TOTAL ".
           05 TL-COUNT                     PIC 9(04).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 TL-VACANT                    PIC 9(05).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 TL-RESERVED                  PIC 9(05).

       01 WS-VACANT                        PIC 9(04).
       01 WS-SURPLUS                       PIC 9(04).
       01 WS-CUT-HOURS                     PIC 9(04).
       01 WS-CUT-TIP                       PIC X(01).
       01 WS-FULL-POSTS                    PIC 9(03).
       01 WS-REST-HOURS                    PIC 9(02).
       01 WS-POST-IDX                      PIC 9(03).
       01 WS-COUNT-POSTS                   PIC 9(04) VALUE 0.
       01 WS-TOTAL-VACANT                  PIC 9(05) VALUE 0.
       01 WS-TOTAL-RESERVED                PIC 9(05) VALUE 0.
       01 WS-COUNT-RETIRING                PIC 9(03) VALUE 0.
       01 WS-COUNT-ARCHIVED                PIC 9(03) VALUE 0.
       01 WS-COUNT-ON-LEAVE                PIC 9(03) VALUE 0.

       01 WS-COPY-COMMAND                  PIC X(120).

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".
       COPY TRAINENV-INT.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       S0  SECTION.
       S0A.
           DISPLAY "VACANT-POST COMPUTATION FOR THE MOBILITY SESSION"
           DISPLAY "SCHOOL YEAR STARTING IN SEPTEMBER OF (YYYY): "
               WITH NO ADVANCING
           ACCEPT WS-YEAR
           IF WS-YEAR NOT NUMERIC
               DISPLAY "YEAR NOT NUMERIC - NOTHING DONE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACE                      TO WS-START-DATE
           STRING WS-YEAR "0901" DELIMITED BY SIZE
           INTO WS-START-DATE

           PERFORM A1-LOAD-PLAN
           IF PLAN-COUNT = 0
               DISPLAY "PlanCadru.txt MISSING OR EMPTY - THE REQUIRED "
                   "HOURS CANNOT BE COMPUTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM A2-LOAD-NEXT-CLASSES
           IF CLASS-COUNT = 0
               DISPLAY "NO CLASSES FOR NEXT YEAR - PromotionMap.txt "
                   "AND ProposedAssignments.txt BOTH MISSING OR EMPTY"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM A4-LOAD-ARCHIVE
           PERFORM A5-LOAD-LEAVES

           SET LOCK-ACQUIRE                TO TRUE
           MOVE "VACANTE"                  TO LOCK-OWNER
           CALL "SQLLOCK" USING SQLLOCK-INTERFACE
           IF LOCK-BUSY
               DISPLAY LOCK-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM A0
           PERFORM B0-REQUIRED-HOURS
           PERFORM C0-LOAD-ORAR
           IF PROF-COUNT = 0
               DISPLAY "ORAR IS EMPTY OR UNREADABLE - EVERY HOUR WOULD "
                   "SHOW AS VACANT, NOTHING WRITTEN"
               PERFORM Z0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT POSTS-OUT
           OPEN OUTPUT REPORT-FILE
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO REPORT-FD
               WRITE REPORT-FD
           END-IF
           PERFORM E0-WRITE-HEADER
           PERFORM E1-ONE-SUBJECT
               VARYING WS-SUBJ-IDX FROM 1 BY 1
               UNTIL WS-SUBJ-IDX > SUBJ-COUNT
           PERFORM E4-WRITE-LEAVERS

           MOVE SPACE                      TO TRAILER-LINE
           MOVE "TOTAL "                   TO TRAILER-LINE(1:6)
           MOVE WS-COUNT-POSTS             TO TL-COUNT
           MOVE WS-TOTAL-VACANT            TO TL-VACANT
           MOVE WS-TOTAL-RESERVED          TO TL-RESERVED
           MOVE TRAILER-LINE               TO POSTS-OUT-FD
           WRITE POSTS-OUT-FD
           CLOSE POSTS-OUT
           CLOSE REPORT-FILE

           MOVE SPACE                      TO WS-COPY-COMMAND
           STRING "cp 'PosturiVacanteWork.txt' 'PosturiVacante_"
                   WS-YEAR ".txt'" DELIMITED BY SIZE
           INTO WS-COPY-COMMAND
           CALL "SYSTEM" USING WS-COPY-COMMAND

           PERFORM Z0
           DISPLAY "CLASSES NEXT YEAR: " CLASS-COUNT
               "  SUBJECTS: " SUBJ-COUNT
           DISPLAY "LEAVING: " WS-COUNT-RETIRING " RETIREMENT, "
               WS-COUNT-ARCHIVED " ARCHIVED  ON LEAVE: "
               WS-COUNT-ON-LEAVE
           DISPLAY "POSTS: " WS-COUNT-POSTS "  VACANT HOURS: "
               WS-TOTAL-VACANT "  RESERVED HOURS: " WS-TOTAL-RESERVED
           DISPLAY "PLATFORM LIST FILED AS PosturiVacante_" WS-YEAR
               ".txt, REPORT IN PosturiVacanteReport.txt"
           MOVE 0 TO RETURN-CODE
           .
       S0Z.
           STOP RUN.

       A0 SECTION.
       A0A.
           OPEN EXTEND DEAD-LETTER-FILE
           IF WS-DL-STATUS = "35"
               OPEN OUTPUT DEAD-LETTER-FILE
           END-IF
           .
       A0Z.
           EXIT.

      *> THE PLAN LIVES WITH THE TIMETABLE IN THE ASSIGN 14
      *> DIRECTORY - A FRESH COPY IS STAGED EVERY RUN (THE BURSAPAY
      *> PATTERN)
       A1-LOAD-PLAN SECTION.
       A1-LOAD-PLANA.
           MOVE SPACE                      TO WS-COPY-COMMAND
           STRING "cp '../Assign 14 Orar FLOARE EMIL/PlanCadru.txt' "
                  "'PlanCadruCopy.txt'"
                  DELIMITED BY SIZE
           INTO WS-COPY-COMMAND
           CALL "SYSTEM" USING WS-COPY-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "NO PlanCadru.txt IN THE ASSIGN 14 DIRECTORY"
               GO TO A1-LOAD-PLANZ
           END-IF
           OPEN INPUT PLAN-FILE
           IF WS-PLAN-STATUS NOT = "00"
               GO TO A1-LOAD-PLANZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-PLAN-LINE
               READ PLAN-FILE INTO WS-PLAN-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF PL-NIVEL > SPACE
                   AND PL-ORE IS NUMERIC
                   AND PLAN-COUNT < K-MAX-PLAN
                       ADD 1               TO PLAN-COUNT
                       MOVE PL-NIVEL       TO PT-NIVEL(PLAN-COUNT)
                       MOVE PL-MATERIE     TO PT-MATERIE(PLAN-COUNT)
                       MOVE PL-ORE         TO PT-ORE(PLAN-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PLAN-FILE
           DISPLAY "PLAN ROWS LOADED: " PLAN-COUNT
           .
       A1-LOAD-PLANZ.
           EXIT.

      *> NEXT YEAR'S CLASSES: EVERY NEW CLASS OF THE PROMOTION MAP
      *> (ALUM LEAVES THE SCHOOL), THEN CLASSPLAN'S PROPOSED CLASSES
       A2-LOAD-NEXT-CLASSES SECTION.
       A2-LOAD-NEXT-CLASSESA.
           OPEN INPUT MAP-FILE
           IF WS-MAP-STATUS NOT = "00"
               DISPLAY "NO PromotionMap.txt - ONLY CLASSPLAN'S "
                   "CLASSES ARE COUNTED"
           ELSE
               SET INP1-NEOF               TO TRUE
               PERFORM UNTIL INP1-EOF
                   MOVE SPACE              TO WS-MAP-LINE
                   READ MAP-FILE INTO WS-MAP-LINE
                   AT END
                       SET INP1-EOF        TO TRUE
                   NOT AT END
                       IF ML-NEW > SPACE AND ML-NEW NOT = "ALUM"
                           MOVE ML-NEW     TO WS-NEW-CLASA
                           MOVE "PROMOVATA" TO WS-NEW-ORIGIN
                           PERFORM A3-ADD-CLASS
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE MAP-FILE
           END-IF

           OPEN INPUT PROPOSAL-FILE
           IF WS-PROP-STATUS NOT = "00"
               DISPLAY "NO ProposedAssignments.txt - NO NEW CLASSES "
                   "FROM CLASSPLAN"
               GO TO A2-LOAD-NEXT-CLASSESZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-LINE
               READ PROPOSAL-FILE INTO WS-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-LINE(1:6) = "CLASA "
                       MOVE WS-LINE(7:4)   TO WS-NEW-CLASA
                       MOVE "NOUA"         TO WS-NEW-ORIGIN
                       PERFORM A3-ADD-CLASS
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PROPOSAL-FILE
           .
       A2-LOAD-NEXT-CLASSESZ.
           EXIT.

      *> A CLASS ONCE, WITH ITS LEVEL: THE LEADING DIGITS OF THE
      *> LABEL (7A -> 7, 10B -> 10), AS IN PLANCHECK
       A3-ADD-CLASS SECTION.
       A3-ADD-CLASSA.
           PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
                   UNTIL WS-CLS-IDX > CLASS-COUNT
               IF CT-CLASA(WS-CLS-IDX) = WS-NEW-CLASA
                   GO TO A3-ADD-CLASSZ
               END-IF
           END-PERFORM
           IF CLASS-COUNT >= K-MAX-CLASS
               DISPLAY "CLASS TABLE FULL - " WS-NEW-CLASA " NOT COUNTED"
               GO TO A3-ADD-CLASSZ
           END-IF
           ADD 1                           TO CLASS-COUNT
           MOVE WS-NEW-CLASA               TO CT-CLASA(CLASS-COUNT)
           MOVE WS-NEW-ORIGIN              TO CT-ORIGIN(CLASS-COUNT)
           MOVE SPACE                      TO CT-NIVEL(CLASS-COUNT)
           IF WS-NEW-CLASA(2:1) >= "0" AND WS-NEW-CLASA(2:1) <= "9"
               MOVE WS-NEW-CLASA(1:2)      TO CT-NIVEL(CLASS-COUNT)
           ELSE
               MOVE WS-NEW-CLASA(1:1)      TO CT-NIVEL(CLASS-COUNT)(1:1)
           END-IF
           .
       A3-ADD-CLASSZ.
           EXIT.

      *> ALREADY-DEPARTED PROFESSORS: THE ARCHIVED PROFESORI ROW
      *> STARTS WITH THE CNP
       A4-LOAD-ARCHIVE SECTION.
       A4-LOAD-ARCHIVEA.
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCH-STATUS NOT = "00"
               GO TO A4-LOAD-ARCHIVEZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-ARCH-LINE
               READ ARCHIVE-FILE INTO WS-ARCH-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-ARCH-LINE(1:13) > SPACE
                   AND ARCH-COUNT < K-MAX-ARCH
                       ADD 1               TO ARCH-COUNT
                       MOVE WS-ARCH-LINE(1:13) TO ARCH-CNP(ARCH-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE
           DISPLAY "ARCHIVED PROFESSORS: " ARCH-COUNT
           .
       A4-LOAD-ARCHIVEZ.
           EXIT.

      *> LEAVES OF CONCEDII THAT ARE STILL RUNNING ON 1 SEPTEMBER -
      *> THE TITULAR KEEPS THE POST, ITS HOURS ARE ONLY RESERVED
       A5-LOAD-LEAVES SECTION.
       A5-LOAD-LEAVESA.
           MOVE SPACE                      TO WS-COPY-COMMAND
           STRING "cp '../Assign 14 Orar FLOARE EMIL/Concedii.txt' "
                  "'ConcediiCopy.txt'"
                  DELIMITED BY SIZE
           INTO WS-COPY-COMMAND
           CALL "SYSTEM" USING WS-COPY-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "NO Concedii.txt IN THE ASSIGN 14 DIRECTORY - "
                   "NO HOURS RESERVED"
               GO TO A5-LOAD-LEAVESZ
           END-IF
           OPEN INPUT LEAVE-FILE
           IF WS-LEAVE-STATUS NOT = "00"
               GO TO A5-LOAD-LEAVESZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-LEAVE-LINE
               READ LEAVE-FILE INTO WS-LEAVE-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   MOVE SPACE              TO WS-LV-CNP WS-LV-TIP
                                              WS-LV-DELA WS-LV-PANALA
                   UNSTRING WS-LEAVE-LINE DELIMITED BY ";" INTO
                       WS-LV-CNP WS-LV-TIP WS-LV-DELA WS-LV-PANALA
                   END-UNSTRING
                   IF WS-LV-CNP > SPACE
                   AND WS-LV-DELA NOT > WS-START-DATE
                   AND WS-LV-PANALA NOT < WS-START-DATE
                   AND LEAVE-COUNT < K-MAX-LEAVE
                       ADD 1               TO LEAVE-COUNT
                       MOVE WS-LV-CNP      TO LEAVE-CNP(LEAVE-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE LEAVE-FILE
           DISPLAY "LEAVES RUNNING ON " WS-START-DATE ": " LEAVE-COUNT
           .
       A5-LOAD-LEAVESZ.
           EXIT.

      *> EVERY CLASS OF NEXT YEAR TIMES ITS LEVEL'S PLAN ROWS
       B0-REQUIRED-HOURS SECTION.
       B0-REQUIRED-HOURSA.
           PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
                   UNTIL WS-CLS-IDX > CLASS-COUNT
               PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                       UNTIL WS-PLAN-IDX > PLAN-COUNT
                   IF PT-NIVEL(WS-PLAN-IDX) = CT-NIVEL(WS-CLS-IDX)
                       MOVE PT-MATERIE(WS-PLAN-IDX) TO WS-FIND-MATERIE
                       PERFORM H1-FIND-SUBJECT
                       IF WS-SUBJ-IDX > 0
                           ADD PT-ORE(WS-PLAN-IDX) TO
                               SJ-REQUIRED(WS-SUBJ-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           .
       B0-REQUIRED-HOURSZ.
           EXIT.

      *> THIS YEAR'S TIMETABLE, ONE HOUR PER SLOT, CREDITED TO THE
      *> SUBJECT AS STAYING, RESERVED OR LEAVING BY ITS PROFESSOR
       C0-LOAD-ORAR SECTION.
       C0-LOAD-ORARA.
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT MATERIE, CNP FROM ORAR ORDER BY CNP"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM G0-SUBMIT-STATEMENT
           IF JAR-CALL-FAILED
               GO TO C0-LOAD-ORARZ
           END-IF
           OPEN INPUT SQL-RESULTS
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-ORAR-ROW
               READ SQL-RESULTS INTO WS-ORAR-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF OR-CNP > SPACE
                       PERFORM C1-COUNT-ONE-SLOT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SQL-RESULTS
           DISPLAY "PROFESSORS ON THE TIMETABLE: " PROF-COUNT
           .
       C0-LOAD-ORARZ.
           EXIT.

       C1-COUNT-ONE-SLOT SECTION.
       C1-COUNT-ONE-SLOTA.
           MOVE OR-CNP                     TO WS-FIND-CNP
           PERFORM H0-FIND-PROF
           IF WS-PROF-IDX = 0
               GO TO C1-COUNT-ONE-SLOTZ
           END-IF
           ADD 1                           TO PF-HOURS(WS-PROF-IDX)
           MOVE OR-MATERIE                 TO WS-FIND-MATERIE
           PERFORM H1-FIND-SUBJECT
           IF WS-SUBJ-IDX = 0
               GO TO C1-COUNT-ONE-SLOTZ
           END-IF
           EVALUATE TRUE
               WHEN PF-STAYS(WS-PROF-IDX)
                   ADD 1                   TO SJ-STAYING(WS-SUBJ-IDX)
               WHEN PF-ON-LEAVE(WS-PROF-IDX)
                   ADD 1                   TO SJ-RESERVED(WS-SUBJ-IDX)
               WHEN OTHER
                   ADD 1                   TO SJ-LEAVING(WS-SUBJ-IDX)
           END-EVALUATE
           .
       C1-COUNT-ONE-SLOTZ.
           EXIT.

      *> A PROFESSOR SEEN FOR THE FIRST TIME IS CLASSIFIED ONCE:
      *> ARCHIVED, RETIRING BY 1 SEPTEMBER, ON LEAVE THEN, OR STAYING
       C2-CLASSIFY-PROF SECTION.
       C2-CLASSIFY-PROFA.
           SET PF-STAYS(WS-PROF-IDX)       TO TRUE
           MOVE 0                          TO PF-AGE(WS-PROF-IDX)
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > ARCH-COUNT
               IF ARCH-CNP(WS-SCAN-IDX) = WS-FIND-CNP
                   SET PF-ARCHIVED(WS-PROF-IDX) TO TRUE
                   ADD 1                   TO WS-COUNT-ARCHIVED
                   GO TO C2-CLASSIFY-PROFZ
               END-IF
           END-PERFORM

      *> AGE ON 1 SEPTEMBER FROM THE CNP BIRTHDATE - A BAD CHECKSUM
      *> (QUIT 2) STILL CARRIES A GOOD DATE; ANY OTHER FAILURE LEAVES
      *> THE PROFESSOR COUNTED AS STAYING
           MOVE WS-FIND-CNP                TO CNP-VAL
           CALL "CNPMODULE"                USING CNP-INTERFACE
           IF CNP-QUIT = 0 OR CNP-QUIT = 2
               MOVE SPACE                  TO WS-BIRTH-MMDD
               STRING CNP-DAT-LUNA CNP-DAT-ZI DELIMITED BY SIZE
               INTO WS-BIRTH-MMDD
               COMPUTE WS-AGE = WS-YEAR-NUM - CNP-DAT-AN
               IF WS-BIRTH-MMDD > "0901"
                   SUBTRACT 1              FROM WS-AGE
               END-IF
               MOVE WS-AGE                 TO PF-AGE(WS-PROF-IDX)
               IF (CNP-SEX = "M" AND WS-AGE NOT < K-RETIRE-AGE-M)
               OR (CNP-SEX = "F" AND WS-AGE NOT < K-RETIRE-AGE-F)
                   SET PF-RETIRES(WS-PROF-IDX) TO TRUE
                   ADD 1                   TO WS-COUNT-RETIRING
                   GO TO C2-CLASSIFY-PROFZ
               END-IF
           ELSE
               DISPLAY "CNP " WS-FIND-CNP " FAILS VALIDATION - AGE "
                   "UNKNOWN, COUNTED AS STAYING"
           END-IF

           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > LEAVE-COUNT
               IF LEAVE-CNP(WS-SCAN-IDX) = WS-FIND-CNP
                   SET PF-ON-LEAVE(WS-PROF-IDX) TO TRUE
                   ADD 1                   TO WS-COUNT-ON-LEAVE
                   GO TO C2-CLASSIFY-PROFZ
               END-IF
           END-PERFORM
           .
       C2-CLASSIFY-PROFZ.
           EXIT.

       E0-WRITE-HEADER SECTION.
       E0-WRITE-HEADERA.
           MOVE SPACE                      TO WS-LINE
           STRING "POSTURI VACANTE SI REZERVATE - ANUL SCOLAR "
                  WS-YEAR " (NORMA " K-NORMA " ORE)"
                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO REPORT-FD
           WRITE REPORT-FD
           MOVE SPACE                      TO REPORT-FD
           WRITE REPORT-FD
           MOVE "CLASSES NEXT YEAR:"       TO REPORT-FD
           WRITE REPORT-FD
           PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
                   UNTIL WS-CLS-IDX > CLASS-COUNT
               MOVE SPACE                  TO WS-LINE
               STRING "  " CT-CLASA(WS-CLS-IDX) " NIVEL "
                      CT-NIVEL(WS-CLS-IDX) " "
                      CT-ORIGIN(WS-CLS-IDX)
                      DELIMITED BY SIZE
               INTO WS-LINE
               MOVE WS-LINE                TO REPORT-FD
               WRITE REPORT-FD
           END-PERFORM
           MOVE SPACE                      TO REPORT-FD
           WRITE REPORT-FD
           MOVE SPACE                      TO WS-LINE
           MOVE "MATERIE"                  TO WS-LINE(1:7)
           MOVE "NECESAR"                  TO WS-LINE(29:7)
           MOVE "RAMAN"                    TO WS-LINE(39:5)
           MOVE "REZERV"                   TO WS-LINE(45:6)
           MOVE "PLEACA"                   TO WS-LINE(52:6)
           MOVE "VACANT"                   TO WS-LINE(59:6)
           MOVE "SURPLUS"                  TO WS-LINE(66:7)
           MOVE WS-LINE                    TO REPORT-FD
           WRITE REPORT-FD
           .
       E0-WRITE-HEADERZ.
           EXIT.

      *> ONE SUBJECT: WHAT STAYING TITULARS CANNOT COVER IS VACANT,
      *> EXCEPT WHAT IS HELD FOR TITULARS ON LEAVE; BOTH ARE CUT
      *> INTO POSTS. MORE STAYING HOURS THAN NEEDED IS A SURPLUS
      *> (RESTRANGERE) THE DIRECTOR MUST SEE.
       E1-ONE-SUBJECT SECTION.
       E1-ONE-SUBJECTA.
           MOVE 0                          TO WS-VACANT WS-SURPLUS
           IF SJ-STAYING(WS-SUBJ-IDX) > SJ-REQUIRED(WS-SUBJ-IDX)
               COMPUTE WS-SURPLUS = SJ-STAYING(WS-SUBJ-IDX)
                   - SJ-REQUIRED(WS-SUBJ-IDX)
               MOVE 0                      TO SJ-RESERVED(WS-SUBJ-IDX)
           ELSE
               COMPUTE WS-VACANT = SJ-REQUIRED(WS-SUBJ-IDX)
                   - SJ-STAYING(WS-SUBJ-IDX)
      *> A LEAVE CAN ONLY RESERVE HOURS THE PLAN STILL NEEDS
               IF SJ-RESERVED(WS-SUBJ-IDX) > WS-VACANT
                   MOVE WS-VACANT          TO SJ-RESERVED(WS-SUBJ-IDX)
               END-IF
               SUBTRACT SJ-RESERVED(WS-SUBJ-IDX) FROM WS-VACANT
           END-IF

           MOVE SPACE                      TO WS-LINE
           MOVE SJ-MATERIE(WS-SUBJ-IDX)    TO WS-LINE(1:30)
           MOVE SJ-REQUIRED(WS-SUBJ-IDX)   TO WS-LINE(32:4)
           MOVE SJ-STAYING(WS-SUBJ-IDX)    TO WS-LINE(40:4)
           MOVE SJ-RESERVED(WS-SUBJ-IDX)   TO WS-LINE(47:4)
           MOVE SJ-LEAVING(WS-SUBJ-IDX)    TO WS-LINE(54:4)
           MOVE WS-VACANT                  TO WS-LINE(61:4)
           MOVE WS-SURPLUS                 TO WS-LINE(69:4)
           MOVE WS-LINE                    TO REPORT-FD
           WRITE REPORT-FD

           ADD WS-VACANT                   TO WS-TOTAL-VACANT
           ADD SJ-RESERVED(WS-SUBJ-IDX)    TO WS-TOTAL-RESERVED
           MOVE WS-VACANT                  TO WS-CUT-HOURS
           MOVE "V"                        TO WS-CUT-TIP
           PERFORM E2-CUT-INTO-POSTS
           MOVE SJ-RESERVED(WS-SUBJ-IDX)   TO WS-CUT-HOURS
           MOVE "R"                        TO WS-CUT-TIP
           PERFORM E2-CUT-INTO-POSTS
           .
       E1-ONE-SUBJECTZ.
           EXIT.

      *> WS-CUT-HOURS OF ONE SUBJECT AS FULL CATEDRE, THEN THE REST
      *> AS ONE INCOMPLETE CATEDRA OR AS HOURLY-PAID HOURS
       E2-CUT-INTO-POSTS SECTION.
       E2-CUT-INTO-POSTSA.
           IF WS-CUT-HOURS = 0
               GO TO E2-CUT-INTO-POSTSZ
           END-IF
           DIVIDE WS-CUT-HOURS BY K-NORMA GIVING WS-FULL-POSTS
               REMAINDER WS-REST-HOURS
           PERFORM VARYING WS-POST-IDX FROM 1 BY 1
                   UNTIL WS-POST-IDX > WS-FULL-POSTS
               MOVE K-NORMA                TO PO-ORE
               MOVE "C"                    TO PO-FEL
               PERFORM E3-WRITE-POST
           END-PERFORM
           IF WS-REST-HOURS > 0
               MOVE WS-REST-HOURS          TO PO-ORE
               IF WS-REST-HOURS NOT < K-MIN-INCOMPLETE
                   MOVE "I"                TO PO-FEL
               ELSE
                   MOVE "P"                TO PO-FEL
               END-IF
               PERFORM E3-WRITE-POST
           END-IF
           .
       E2-CUT-INTO-POSTSZ.
           EXIT.

       E3-WRITE-POST SECTION.
       E3-WRITE-POSTA.
           MOVE WS-CUT-TIP                 TO PO-TIP
           MOVE SJ-MATERIE(WS-SUBJ-IDX)    TO PO-MATERIE
           MOVE WS-YEAR-NUM                TO PO-AN
           MOVE POST-LINE                  TO POSTS-OUT-FD
           WRITE POSTS-OUT-FD
           ADD 1                           TO WS-COUNT-POSTS

           MOVE SPACE                      TO WS-LINE
           EVALUATE PO-FEL
               WHEN "C"
                   STRING "    " PO-TIP " CATEDRA COMPLETA   "
                          PO-ORE " ORE"
                          DELIMITED BY SIZE
                   INTO WS-LINE
               WHEN "I"
                   STRING "    " PO-TIP " CATEDRA INCOMPLETA "
                          PO-ORE " ORE"
                          DELIMITED BY SIZE
                   INTO WS-LINE
               WHEN OTHER
                   STRING "    " PO-TIP " PLATA CU ORA       "
                          PO-ORE " ORE"
                          DELIMITED BY SIZE
                   INTO WS-LINE
           END-EVALUATE
           MOVE WS-LINE                    TO REPORT-FD
           WRITE REPORT-FD
           .
       E3-WRITE-POSTZ.
           EXIT.

      *> WHO LEAVES OR IS AWAY, SO THE DIRECTOR CAN CHECK THE BASIS
       E4-WRITE-LEAVERS SECTION.
       E4-WRITE-LEAVERSA.
           MOVE SPACE                      TO REPORT-FD
           WRITE REPORT-FD
           MOVE SPACE                      TO WS-LINE
           STRING "PROFESSORS NOT COUNTED AS STAYING (POSTS ABOVE: "
                  "V = VACANT, R = RESERVED):"
                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO REPORT-FD
           WRITE REPORT-FD
           PERFORM VARYING WS-PROF-IDX FROM 1 BY 1
                   UNTIL WS-PROF-IDX > PROF-COUNT
               MOVE SPACE                  TO WS-LINE
               EVALUATE TRUE
                   WHEN PF-RETIRES(WS-PROF-IDX)
                       STRING "  " PF-CNP(WS-PROF-IDX)
                              " PENSIONARE, VARSTA "
                              PF-AGE(WS-PROF-IDX) ", "
                              PF-HOURS(WS-PROF-IDX) " ORE"
                              DELIMITED BY SIZE
                       INTO WS-LINE
                   WHEN PF-ARCHIVED(WS-PROF-IDX)
                       STRING "  " PF-CNP(WS-PROF-IDX)
                              " PLECAT (ProfArchive), "
                              PF-HOURS(WS-PROF-IDX) " ORE"
                              DELIMITED BY SIZE
                       INTO WS-LINE
                   WHEN PF-ON-LEAVE(WS-PROF-IDX)
                       STRING "  " PF-CNP(WS-PROF-IDX)
                              " IN CONCEDIU LA " WS-START-DATE ", "
                              PF-HOURS(WS-PROF-IDX) " ORE"
                              DELIMITED BY SIZE
                       INTO WS-LINE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-LINE NOT = SPACE
                   MOVE WS-LINE            TO REPORT-FD
                   WRITE REPORT-FD
               END-IF
           END-PERFORM
           .
       E4-WRITE-LEAVERSZ.
           EXIT.

      *> THE PROFESSOR'S ENTRY FOR WS-FIND-CNP, OPENED AND CLASSIFIED
      *> ON FIRST SIGHT; 0 WHEN THE TABLE IS FULL
       H0-FIND-PROF SECTION.
       H0-FIND-PROFA.
           PERFORM VARYING WS-PROF-IDX FROM 1 BY 1
                   UNTIL WS-PROF-IDX > PROF-COUNT
               IF PF-CNP(WS-PROF-IDX) = WS-FIND-CNP
                   GO TO H0-FIND-PROFZ
               END-IF
           END-PERFORM
           IF PROF-COUNT < K-MAX-PROF
               ADD 1                       TO PROF-COUNT
               MOVE PROF-COUNT             TO WS-PROF-IDX
               MOVE WS-FIND-CNP            TO PF-CNP(WS-PROF-IDX)
               MOVE 0                      TO PF-HOURS(WS-PROF-IDX)
               PERFORM C2-CLASSIFY-PROF
           ELSE
               DISPLAY "PROFESSOR TABLE FULL - " WS-FIND-CNP
                   " NOT COUNTED"
               MOVE 0                      TO WS-PROF-IDX
           END-IF
           .
       H0-FIND-PROFZ.
           EXIT.

      *> THE SUBJECT'S ENTRY FOR WS-FIND-MATERIE, OPENED ON FIRST
      *> SIGHT; 0 WHEN THE TABLE IS FULL
       H1-FIND-SUBJECT SECTION.
       H1-FIND-SUBJECTA.
           PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                   UNTIL WS-SUBJ-IDX > SUBJ-COUNT
               IF SJ-MATERIE(WS-SUBJ-IDX) = WS-FIND-MATERIE
                   GO TO H1-FIND-SUBJECTZ
               END-IF
           END-PERFORM
           IF SUBJ-COUNT < K-MAX-SUBJ
               ADD 1                       TO SUBJ-COUNT
               MOVE SUBJ-COUNT             TO WS-SUBJ-IDX
               MOVE WS-FIND-MATERIE        TO SJ-MATERIE(WS-SUBJ-IDX)
               MOVE 0                      TO SJ-REQUIRED(WS-SUBJ-IDX)
               MOVE 0                      TO SJ-STAYING(WS-SUBJ-IDX)
               MOVE 0                      TO SJ-RESERVED(WS-SUBJ-IDX)
               MOVE 0                      TO SJ-LEAVING(WS-SUBJ-IDX)
           ELSE
               DISPLAY "SUBJECT TABLE FULL - " WS-FIND-MATERIE
                   " NOT COUNTED"
               MOVE 0                      TO WS-SUBJ-IDX
           END-IF
           .
       H1-FIND-SUBJECTZ.
           EXIT.

       G0-SUBMIT-STATEMENT SECTION.
       G0-SUBMIT-STATEMENTA.
           OPEN OUTPUT SQL-STATEMENT-FILE
           WRITE SQL-STATEMENT-FILE-FD FROM SQL-STATEMENT
           CLOSE SQL-STATEMENT-FILE
           PERFORM I-INVOKE-JAR
           .
       G0-SUBMIT-STATEMENTZ.
           EXIT.

      *> INVOKE THE JAR, WITH A RETRY PASS WHILE THE FAILURE
      *> CLASSIFIES AS TRANSIENT
       I-INVOKE-JAR SECTION.
       I-INVOKE-JARA.
           PERFORM I-INVOKE-JAR-ONCE
           MOVE 0                   TO WS-SQL-RETRY-COUNT
           PERFORM UNTIL NOT STA-RETRYABLE
                   OR WS-SQL-RETRY-COUNT >= K-SQL-RETRIES
               ADD 1                TO WS-SQL-RETRY-COUNT
               DISPLAY "TRANSIENT SQL FAILURE (" SQL-STATUS-VALUE
                   "), RETRY " WS-SQL-RETRY-COUNT " OF " K-SQL-RETRIES
               CALL "C$SLEEP" USING K-RETRY-WAIT-SECONDS
               PERFORM I-INVOKE-JAR-ONCE
           END-PERFORM
           IF JAR-CALL-FAILED
               PERFORM J-WRITE-DEADLETTER
           END-IF
           .
       I-INVOKE-JARZ.
           EXIT.

       I-INVOKE-JAR-ONCE SECTION.
       I-INVOKE-JAR-ONCEA.
           SET JAR-CALL-OK          TO TRUE
           SET STA-OK               TO TRUE
           MOVE "0   "              TO SQL-STATUS-VALUE
           CALL "SYSTEM" USING K-INVOKE-JAR
           MOVE RETURN-CODE TO WS-JAR-RC
           IF WS-JAR-RC NOT = 0
               SET JAR-CALL-FAILED  TO TRUE
      *> THE JAR DID NOT RUN AT ALL - TREAT IT LIKE A
      *> CONNECTION-CLASS FAILURE AND LET THE RETRY LOOP HAVE IT
               SET STA-RETRYABLE    TO TRUE
               DISPLAY "JAR INVOCATION FAILED, RETURN CODE: " WS-JAR-RC
           ELSE
               OPEN INPUT SQL-STATUS-FILE
               READ SQL-STATUS-FILE INTO SQL-STATUS-VALUE
               CLOSE SQL-STATUS-FILE
               MOVE SQL-STATUS-VALUE TO STA-VALUE
               CALL "SQLSTACLS" USING SQLSTA-INTERFACE
               IF NOT STA-OK
                   SET JAR-CALL-FAILED TO TRUE
                   DISPLAY "SQL SAY: " SQL-STATUS-VALUE
               END-IF
           END-IF
           .
       I-INVOKE-JAR-ONCEZ.
           EXIT.

      *> APPEND THE STATEMENT THAT COULD NOT BE RUN TO THE DEAD-LETTER
      *> FILE SO IT CAN BE REPLAYED LATER INSTEAD OF BEING LOST
       J-WRITE-DEADLETTER SECTION.
       J-WRITE-DEADLETTERA.
           MOVE SPACE TO DEAD-LETTER-LINE
           ACCEPT DL-DATE FROM DATE YYYYMMDD
           ACCEPT DL-TIME FROM TIME
           MOVE SQL-STATEMENT TO DL-STATEMENT
           MOVE DEAD-LETTER-LINE TO DEAD-LETTER-FD
           WRITE DEAD-LETTER-FD
           .
       J-WRITE-DEADLETTERZ.
           EXIT.

       Z0 SECTION.
       Z0A.
           CLOSE DEAD-LETTER-FILE
           SET LOCK-RELEASE                TO TRUE
           CALL "SQLLOCK" USING SQLLOCK-INTERFACE
           .
       Z0Z.
           EXIT.
       END PROGRAM VACANTE.
