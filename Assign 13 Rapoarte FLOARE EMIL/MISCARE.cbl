      ******************************************************************
      * Author:
      * Date:
      * Purpose: STUDENT MOVEMENT REPORT (MISCAREA ELEVILOR) BETWEEN
      *          TWO DATES, PER CLASS AND GRADE LEVEL: THE STUDENTS ON
      *          ROLL AT THE START DATE, THE ARRIVALS (ENROLL,
      *          TRANSFERIN, READMIT), THE DEPARTURES (WITHDRAW, BY
      *          REASON), THE MOVES BETWEEN CLASSES (CLASSREORG) AND
      *          THE CLOSING COUNT. EVERY MOVEMENT COMES FROM THE
      *          SECRETARIAT'S AUDIT TRAILS (EnrollAudit.txt,
      *          TransferInAudit.txt, ReadmitAudit.txt,
      *          WithdrawAudit.txt, ClassReorgAudit.txt, EACH WITH
      *          ITS MONTHLY ARCHIVES) AND IS DATED BY ITS AUDIT LINE,
      *          THE DAY STUDENTI CHANGED. THE ROLL AT THE START DATE
      *          IS NOT KEPT ANYWHERE, SO IT IS WORKED BACK FROM
      *          Extract_STUDENTI.txt: EACH STUDENT'S MOVEMENTS ARE
      *          UNDONE NEWEST FIRST, AND EACH ONE MUST FIND THE
      *          STUDENT WHERE IT LEFT THEM (AN ARRIVAL IN THE CLASS
      *          IT NAMES, A DEPARTURE GONE FROM STUDENTI, A MOVE IN
      *          ITS NEW CLASS). A MOVEMENT THAT DOES NOT IS A BREAK
      *          BETWEEN THE TRAILS AND THE LIVE TABLE, AND IT SHOWS
      *          AS AN IMBALANCE: PER CLASS THE REPORT PROVES
      *          START + IN - OUT + MOVED IN - MOVED OUT = CLOSING,
      *          THE CLOSING BEING THE LIVE HEADCOUNT (WORKED BACK OVER
      *          THE LATER MOVEMENTS WHEN THE END DATE IS BEFORE THE
      *          EXTRACT), AND LISTS EVERY STUDENT WHOSE MOVEMENTS DO
      *          NOT AGREE WITH STUDENTI (EVEN WHEN TWO OF THEM
      *          CANCEL OUT IN A CLASS'S SUMS). A WITHDRAWAL AUDITED
      *          BEFORE THE TRAIL CARRIED THE CLASS TAKES IT FROM
      *          ArchivedStudents.txt AND COUNTS UNDER AN UNKNOWN
      *          REASON. THE END DATE IS CUT TO THE DATE OF THE
      *          EXTRACT - NOTHING LATER IS IN IT. WRITES
      *          MiscareElevi_<FROM>_<TO>.txt. RETURN CODE 4 WHEN A
      *          CLASS DOES NOT BALANCE OR A STUDENT IS LISTED, 8 WHEN
      *          THERE IS NO EXTRACT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MISCARE.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUD-EXTRACT ASSIGN TO 'Extract_STUDENTI.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STUD-EXT-STATUS.

      *> THE STUDENTI ROWS WITHDRAW ARCHIVED, STAGED FROM THE
      *> SECRETARIAT - THE CLASS AND NAME OF A STUDENT WHO HAS LEFT
           SELECT ARCH-STUD-FILE ASSIGN TO 'ArchivedStudentsCopy.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AS-STATUS.

      *> EACH AUDIT TRAIL IN TURN, ITS ARCHIVES AND THE LIVE FILE
      *> STAGED HERE AS ONE (ASSIGN NAMES ARE FIXED UNDER THIS
      *> DIALECT, SAME WORKAROUND AS AUDITINQ)
           SELECT TRAIL-FILE ASSIGN TO 'MovementTrailCopy.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRAIL-STATUS.

      *> WRITTEN HERE, THEN FILED UNDER ITS DATED NAME
           SELECT REPORT-OUT ASSIGN TO 'MiscareEleviWork.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
        FD STUD-EXTRACT.
       01 STUD-EXTRACT-FD                   PIC X(300).

        FD ARCH-STUD-FILE.
       01 ARCH-STUD-FD                      PIC X(220).

        FD TRAIL-FILE.
       01 TRAIL-FD                          PIC X(140).

        FD REPORT-OUT.
       01 REPORT-OUT-FD                     PIC X(132).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WS-STUD-EXT-STATUS               PIC X(02).
       01 WS-AS-STATUS                     PIC X(02).
       01 WS-TRAIL-STATUS                  PIC X(02).

      *> THE PERIOD, AS KEYED, AND AS DATE-AND-TIME STAMPS TO COMPARE
      *> WITH THE AUDIT LINES' OWN
       01 WS-DE-LA                         PIC X(08).
       01 WS-PANA-LA                       PIC X(08).
       01 WS-FROM-STAMP.
           05 WS-FROM-DATE                 PIC X(08).
           05 FILLER                       PIC X(08) VALUE "00000000".
       01 WS-TO-STAMP.
           05 WS-TO-DATE                   PIC X(08).
           05 FILLER                       PIC X(08) VALUE "99999999".

      *> THE EXTRACT'S FRESHNESS HEADER: "EXTRACT STUDENTI <DATE>
      *> <TIME> ROWS <N>" - A MOVEMENT AUDITED AFTER IT IS NOT IN IT
       01 WS-EXTRACT-WORD                  PIC X(10).
       01 WS-EXTRACT-TAG                   PIC X(10).
       01 WS-EXTRACT-STAMP.
           05 WS-EXTRACT-DATE              PIC X(08) VALUE SPACE.
           05 WS-EXTRACT-TIME              PIC X(08) VALUE SPACE.

      *> ONE Extract_STUDENTI.txt ROW
       01 WS-STUD-ROW.
           05 SR-CNP                       PIC X(13).
           05 FILLER                       PIC X(02).
           05 SR-CLASA                     PIC X(04).
           05 FILLER                       PIC X(02).
           05 SR-NUME                      PIC X(30).
           05 FILLER                       PIC X(02).
           05 SR-PRENUME                   PIC X(30).

      *> ONE ArchivedStudents.txt LINE: LEAVE DATE, THEN THE STUDENT
      *> ROW EXACTLY AS THE JAR DUMPED IT AT WITHDRAWAL
       01 WS-ARCH-LINE.
           05 AL-LEAVE-DATE                PIC X(08).
           05 FILLER                       PIC X(01).
           05 AL-CNP                       PIC X(13).
           05 FILLER                       PIC X(02).
           05 AL-CLASA                     PIC X(04).
           05 FILLER                       PIC X(02).
           05 AL-NUME                      PIC X(30).
           05 FILLER                       PIC X(02).
           05 AL-PRENUME                   PIC X(30).
       01 K-MAX-ARC                        PIC 9(04) VALUE 2000.
       01 ARC-TABLE.
           05 ARC-ENTRY OCCURS 2000 TIMES.
               10 AC-CNP                   PIC X(13).
               10 AC-LEAVE                 PIC X(08).
               10 AC-CLASA                 PIC X(04).
               10 AC-NUME                  PIC X(30).
               10 AC-PRENUME               PIC X(30).
       01 ARC-COUNT                        PIC 9(04) VALUE 0.
       01 WS-ARC-IDX                       PIC 9(04).

      *> THE TRAILS THE MOVEMENTS COME FROM, WITH THE KIND OF
      *> MOVEMENT EACH ONE RECORDS: E ENROLL, T TRANSFERIN,
      *> R READMIT, W WITHDRAW, M CLASSREORG
       01 TRAIL-LIST-DATA.
           05 FILLER PIC X(20) VALUE "EnrollAudit.txt".
           05 FILLER PIC X(01) VALUE "E".
           05 FILLER PIC X(20) VALUE "TransferInAudit.txt".
           05 FILLER PIC X(01) VALUE "T".
           05 FILLER PIC X(20) VALUE "ReadmitAudit.txt".
           05 FILLER PIC X(01) VALUE "R".
           05 FILLER PIC X(20) VALUE "WithdrawAudit.txt".
           05 FILLER PIC X(01) VALUE "W".
           05 FILLER PIC X(20) VALUE "ClassReorgAudit.txt".
           05 FILLER PIC X(01) VALUE "M".
       01 TRAIL-LIST REDEFINES TRAIL-LIST-DATA.
           05 TRAIL-ENTRY OCCURS 5 TIMES INDEXED BY TRAIL-IDX.
               10 TRL-NAME                 PIC X(20).
               10 TRL-KIND                 PIC X(01).
       01 WS-TRAIL-LINES                   PIC 9(05).

      *> ONE TRAIL LINE. EVERY TRAIL STARTS WITH DATE, TIME AND CNP;
      *> THE REST IS READ THROUGH THE TRAIL'S OWN VIEW
       01 WS-TRAIL-LINE.
           05 TL-DATE                      PIC X(08).
           05 FILLER                       PIC X(01).
           05 TL-TIME                      PIC X(08).
           05 FILLER                       PIC X(01).
           05 TL-CNP                       PIC X(13).
           05 FILLER                       PIC X(109).
      *> ENROLL / TRANSFERIN / READMIT: " INTO " CLASA, AND ON A
      *> READMIT LINE THE NOTES AND ABSENCES RESTORED, THEN OUTCOME
       01 WS-ARRIVAL-LINE REDEFINES WS-TRAIL-LINE.
           05 FILLER                       PIC X(37).
           05 TA-CLASA                     PIC X(04).
           05 FILLER                       PIC X(21).
           05 TA-OUTCOME                   PIC X(10).
           05 FILLER                       PIC X(68).
      *> WITHDRAW: LEAVE DATE, OUTCOME, AND ON THE NEWER LINES THE
      *> CLASS LEFT AND THE REASON BEHIND THEIR TAGS
       01 WS-WITHDRAW-LINE REDEFINES WS-TRAIL-LINE.
           05 FILLER                       PIC X(39).
           05 TW-LEAVE                     PIC X(08).
           05 FILLER                       PIC X(13).
           05 TW-OUTCOME                   PIC X(10).
           05 FILLER                       PIC X(26).
           05 TW-CLASA-TAG                 PIC X(07).
           05 TW-CLASA                     PIC X(04).
           05 FILLER                       PIC X(07).
           05 TW-MOTIV                     PIC X(10).
           05 FILLER                       PIC X(16).
      *> CLASSREORG: OLD " -> " NEW, OUTCOME
       01 WS-REORG-LINE REDEFINES WS-TRAIL-LINE.
           05 FILLER                       PIC X(32).
           05 TM-OLD                       PIC X(04).
           05 FILLER                       PIC X(04).
           05 TM-NEW                       PIC X(04).
           05 FILLER                       PIC X(01).
           05 TM-OUTCOME                   PIC X(10).
           05 FILLER                       PIC X(85).

      *> EVERY MOVEMENT FROM THE START DATE TO THE EXTRACT, KEYED FOR
      *> THE CHRONOLOGICAL SORT BY ITS AUDIT DATE AND TIME
       01 K-MAX-EVT                        PIC 9(04) VALUE 5000.
       01 EVENT-TABLE.
           05 EVENT-ENTRY OCCURS 5000 TIMES.
               10 EV-STAMP                 PIC X(16).
               10 EV-KIND                  PIC X(01).
               10 EV-CNP                   PIC X(13).
               10 EV-FROM                  PIC X(04).
               10 EV-TO                    PIC X(04).
               10 EV-MOTIV                 PIC X(10).
               10 EV-LEAVE                 PIC X(08).
       01 EVENT-COUNT                      PIC 9(04) VALUE 0.
       01 EVENT-TEMP                       PIC X(56).
       01 WS-EVT-IDX                       PIC 9(04).
       01 WS-SORT-I                        PIC 9(04).
       01 WS-SORT-J                        PIC 9(04).
       01 WS-SORT-BEST                     PIC 9(04).
       01 WS-COUNT-LATE                    PIC 9(05) VALUE 0.
       01 WS-COUNT-DROPPED                 PIC 9(05) VALUE 0.
       01 WS-COUNT-IN-PERIOD               PIC 9(05) VALUE 0.

      *> EVERY STUDENT THE REPORT MEETS - ON THE EXTRACT, OR ONLY IN
      *> A TRAIL - AND WHERE THEY STAND AS THE MOVEMENTS ARE UNDONE:
      *> ST-STATE IS THE CLASS (BLANK = NOT IN STUDENTI), ST-CLOSE
      *> AND ST-OPEN ITS VALUE AT THE END AND AT THE START OF THE
      *> PERIOD
       01 K-MAX-STU                        PIC 9(04) VALUE 3000.
       01 STU-TABLE.
           05 STU-ENTRY OCCURS 3000 TIMES.
               10 ST-CNP                   PIC X(13).
               10 ST-NUME                  PIC X(30).
               10 ST-PRENUME               PIC X(30).
               10 ST-LIVE                  PIC X(04).
               10 ST-STATE                 PIC X(04).
               10 ST-CLOSE                 PIC X(04).
               10 ST-OPEN                  PIC X(04).
               10 ST-BREAKS                PIC 9(02).
               10 ST-BREAK-TEXT            PIC X(100).
       01 STU-COUNT                        PIC 9(04) VALUE 0.
       01 WS-STU-IDX                       PIC 9(04).
       01 WS-COUNT-LIVE                    PIC 9(05) VALUE 0.
       01 WS-COUNT-BROKEN                  PIC 9(05) VALUE 0.

      *> THE ONE MOVEMENT BEING UNDONE: WHERE IT LEFT THE STUDENT
      *> AND WHERE THEY WERE BEFORE IT
       01 WS-EXPECT                        PIC X(04).
       01 WS-BEFORE                        PIC X(04).
       01 WS-FOUND-STATE                   PIC X(20).
       01 WS-CLOSING-SW                    PIC X(01) VALUE "N".
           88 CLOSING-TAKEN                 VALUE "Y".

      *> THE WITHDRAWAL REASONS AS WITHDRAW RECORDS THEM; THE LAST
      *> COLUMN HOLDS THE LINES WRITTEN BEFORE IT DID
       01 MOTIV-LIST-DATA.
           05 FILLER PIC X(10) VALUE "TRANSFER".
           05 FILLER PIC X(10) VALUE "EMIGRARE".
           05 FILLER PIC X(10) VALUE "ABANDON".
           05 FILLER PIC X(10) VALUE "EXMATRIC".
           05 FILLER PIC X(10) VALUE "DECES".
           05 FILLER PIC X(10) VALUE "ALTUL".
           05 FILLER PIC X(10) VALUE "NECUNOSCUT".
       01 MOTIV-LIST REDEFINES MOTIV-LIST-DATA.
           05 MOTIV-NAME OCCURS 7 TIMES    PIC X(10).
       01 K-MOTIV-COUNT                    PIC 9(01) VALUE 7.
       01 WS-MOTIV-IDX                     PIC 9(01).

      *> ONE LINE PER CLASS, KEPT IN GRADE-LEVEL ORDER FOR PRINTING
       01 K-MAX-CLS                        PIC 9(03) VALUE 200.
       01 CLS-TABLE.
           05 CLS-ENTRY OCCURS 200 TIMES.
               10 CL-KEY.
                   15 CL-NIVEL             PIC 9(02).
                   15 CL-CLASA             PIC X(04).
               10 CL-COUNTS.
                   15 CL-OPEN              PIC 9(04).
                   15 CL-ENROLL            PIC 9(04).
                   15 CL-TRANSFER          PIC 9(04).
                   15 CL-READMIT           PIC 9(04).
                   15 CL-OUT               PIC 9(04).
                   15 CL-MV-IN             PIC 9(04).
                   15 CL-MV-OUT            PIC 9(04).
                   15 CL-CALC              PIC S9(04).
                   15 CL-CLOSE             PIC 9(04).
                   15 CL-DIFF              PIC S9(04).
                   15 CL-OUT-MOTIV OCCURS 7 TIMES PIC 9(04).
       01 CLS-COUNT                        PIC 9(03) VALUE 0.
       01 CLS-TEMP                         PIC X(74).
       01 WS-CLS-IDX                       PIC 9(03).
       01 WS-CLS-I                         PIC 9(03).
       01 WS-CLS-J                         PIC 9(03).
       01 WS-CLS-BEST                      PIC 9(03).
       01 WS-FIND-CLASA                    PIC X(04).
       01 WS-FIND-NIVEL                    PIC 9(02).
       01 WS-NIVEL-1                       PIC 9(01).
       01 WS-COUNT-UNBALANCED              PIC 9(03) VALUE 0.

      *> THE RUNNING TOTALS OF A GRADE LEVEL AND OF THE SCHOOL
       01 WS-LEVEL-NIVEL                   PIC 9(02).
       01 WS-LEVEL-COUNTS.
           05 LV-OPEN                      PIC 9(04).
           05 LV-ENROLL                    PIC 9(04).
           05 LV-TRANSFER                  PIC 9(04).
           05 LV-READMIT                   PIC 9(04).
           05 LV-OUT                       PIC 9(04).
           05 LV-MV-IN                     PIC 9(04).
           05 LV-MV-OUT                    PIC 9(04).
           05 LV-CALC                      PIC S9(04).
           05 LV-CLOSE                     PIC 9(04).
           05 LV-DIFF                      PIC S9(04).
       01 WS-SCHOOL-COUNTS.
           05 SC-OPEN                      PIC 9(04).
           05 SC-ENROLL                    PIC 9(04).
           05 SC-TRANSFER                  PIC 9(04).
           05 SC-READMIT                   PIC 9(04).
           05 SC-OUT                       PIC 9(04).
           05 SC-MV-IN                     PIC 9(04).
           05 SC-MV-OUT                    PIC 9(04).
           05 SC-CALC                      PIC S9(04).
           05 SC-CLOSE                     PIC 9(04).
           05 SC-DIFF                      PIC S9(04).
       01 SC-OUT-MOTIV-TABLE.
           05 SC-OUT-MOTIV OCCURS 7 TIMES  PIC 9(04).

      *> ONE LINE OF THE BALANCE TABLE - A CLASS, A GRADE LEVEL'S
      *> SUBTOTAL OR THE SCHOOL TOTAL
       01 RPT-BALANCE-LINE.
           05 RB-LABEL                     PIC X(06).
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 RB-NIVEL                     PIC Z9.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 RB-OPEN                      PIC ZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 RB-ENROLL                    PIC ZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 RB-TRANSFER                  PIC ZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 RB-READMIT                   PIC ZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 RB-OUT                       PIC ZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 RB-MV-IN                     PIC ZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 RB-MV-OUT                    PIC ZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 RB-CALC                      PIC ---9.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 RB-CLOSE                     PIC ZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 RB-DIFF                      PIC ---9.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 RB-NOTE                      PIC X(16).
       01 K-BALANCE-HEADER                 PIC X(80) VALUE
           "CLASA  NIV   INC   INS   TRI   REI   PLE    MI    MO  CALC  
      -    "EFEC   DIF".

      *> ONE LINE OF THE DEPARTURES-BY-REASON TABLE
       01 RPT-MOTIV-LINE.
           05 RM-LABEL                     PIC X(06).
           05 RM-COLUMN OCCURS 7 TIMES.
               10 FILLER                   PIC X(03).
               10 RM-COUNT                 PIC ZZZZZZZ9.
       01 K-MOTIV-HEADER                   PIC X(90) VALUE
           "CLASA    TRANSFER   EMIGRARE    ABANDON   EXMATRIC      DECE
      -    "S      ALTUL NECUNOSCUT".

      *> ONE MOVEMENT OF THE PERIOD
       01 RPT-MOVE-LINE.
           05 RV-DATE                      PIC X(08).
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 RV-KIND                      PIC X(16).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 RV-CNP                       PIC X(13).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 RV-NAME                      PIC X(40).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 RV-FROM                      PIC X(04).
           05 FILLER                       PIC X(04) VALUE " -> ".
           05 RV-TO                        PIC X(04).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 RV-MOTIV                     PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 RV-LEAVE                     PIC X(08).

       01 WS-KIND-LABEL                    PIC X(16).
       01 WS-STATE-TEXT                    PIC X(24).
       01 WS-NUM-DISP                      PIC ZZZZ9.
       01 WS-LINE                          PIC X(132).
       01 WS-COPY-COMMAND                  PIC X(250).

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".
       COPY TRAINENV-INT.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       S0  SECTION.
       S0A.
           DISPLAY "STUDENT MOVEMENT REPORT (MISCAREA ELEVILOR)"
           DISPLAY "FROM DATE (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-DE-LA
           DISPLAY "TO DATE (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-PANA-LA
           IF WS-DE-LA NOT NUMERIC OR WS-PANA-LA NOT NUMERIC
               DISPLAY "DATES NOT NUMERIC - NOTHING DONE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-DE-LA > WS-PANA-LA
               DISPLAY "FROM DATE AFTER TO DATE - NOTHING DONE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM A1-LOAD-STUDENTS
           IF WS-STUD-EXT-STATUS NOT = "00"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-EXTRACT-DATE NOT NUMERIC
               DISPLAY "Extract_STUDENTI.txt HAS NO EXTRACT HEADER - "
                   "RUN TBLEXTRACT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-DE-LA > WS-EXTRACT-DATE
               DISPLAY "Extract_STUDENTI.txt IS FROM " WS-EXTRACT-DATE
                   " - NOTHING OF THE PERIOD IN IT YET (RUN "
                   "TBLEXTRACT)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *> THE LIVE ROLL IS ONLY KNOWN AS OF THE EXTRACT
           IF WS-PANA-LA > WS-EXTRACT-DATE
               DISPLAY "Extract_STUDENTI.txt IS FROM " WS-EXTRACT-DATE
                   " - THE PERIOD IS CUT THERE"
               MOVE WS-EXTRACT-DATE        TO WS-PANA-LA
           END-IF
           MOVE WS-DE-LA                   TO WS-FROM-DATE
           MOVE WS-PANA-LA                 TO WS-TO-DATE

           PERFORM A2-LOAD-ARCHIVE
           PERFORM A3-LOAD-TRAIL
               VARYING TRAIL-IDX FROM 1 BY 1
               UNTIL TRAIL-IDX > 5
           PERFORM B0-SORT-EVENTS

           PERFORM C0-UNDO-MOVEMENTS
           PERFORM D0-BALANCE-CLASSES

           PERFORM E0-WRITE-REPORT

           DISPLAY "STUDENTS ON THE EXTRACT: " WS-COUNT-LIVE
               "  MOVEMENTS IN THE PERIOD: " WS-COUNT-IN-PERIOD
           IF WS-COUNT-LATE > 0
               DISPLAY "MOVEMENTS AUDITED AFTER THE EXTRACT, NOT "
                   "COUNTED: " WS-COUNT-LATE
           END-IF
           IF WS-COUNT-DROPPED > 0
               DISPLAY "MOVEMENTS BEYOND THE TABLE, NOT COUNTED: "
                   WS-COUNT-DROPPED
           END-IF
      *> TWO BREAKS CAN CANCEL OUT IN ONE CLASS'S SUMS - THE STUDENTS
      *> ARE STILL WRONG, SO EITHER ONE IS A FINDING
           IF WS-COUNT-UNBALANCED > 0 OR WS-COUNT-BROKEN > 0
               DISPLAY "CLASSES OUT OF BALANCE: " WS-COUNT-UNBALANCED
                   "  STUDENTS RESPONSIBLE: " WS-COUNT-BROKEN
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "EVERY CLASS BALANCES"
               MOVE 0 TO RETURN-CODE
           END-IF
           .
       S0Z.
           STOP RUN.

      *> THE LIVE ROLL: EVERY STUDENT ON THE EXTRACT, IN THEIR CLASS
       A1-LOAD-STUDENTS SECTION.
       A1-LOAD-STUDENTSA.
           OPEN INPUT STUD-EXTRACT
           IF WS-STUD-EXT-STATUS NOT = "00"
               DISPLAY "Extract_STUDENTI.txt NOT FOUND - RUN "
                   "TBLEXTRACT FIRST"
               GO TO A1-LOAD-STUDENTSZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-STUD-ROW
               READ STUD-EXTRACT INTO WS-STUD-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-STUD-ROW(1:8) = "EXTRACT "
                       DISPLAY "READING SNAPSHOT: " WS-STUD-ROW(1:42)
                       UNSTRING WS-STUD-ROW DELIMITED BY ALL SPACE
                           INTO WS-EXTRACT-WORD WS-EXTRACT-TAG
                                WS-EXTRACT-DATE WS-EXTRACT-TIME
                       END-UNSTRING
                   ELSE
                   IF SR-CNP > SPACE AND STU-COUNT < K-MAX-STU
                       ADD 1               TO STU-COUNT
                       ADD 1               TO WS-COUNT-LIVE
                       MOVE SR-CNP         TO ST-CNP(STU-COUNT)
                       MOVE SR-NUME        TO ST-NUME(STU-COUNT)
                       MOVE SR-PRENUME     TO ST-PRENUME(STU-COUNT)
                       MOVE SR-CLASA       TO ST-LIVE(STU-COUNT)
                                              ST-STATE(STU-COUNT)
                       MOVE SPACE          TO ST-CLOSE(STU-COUNT)
                                              ST-OPEN(STU-COUNT)
                                          ST-BREAK-TEXT(STU-COUNT)
                       MOVE 0              TO ST-BREAKS(STU-COUNT)
                   END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE STUD-EXTRACT
           .
       A1-LOAD-STUDENTSZ.
           EXIT.

      *> THE WITHDRAWN STUDENTS' ARCHIVED ROWS - NAME AND CLASS OF A
      *> STUDENT NO LONGER ON THE EXTRACT
       A2-LOAD-ARCHIVE SECTION.
       A2-LOAD-ARCHIVEA.
           MOVE SPACE                      TO WS-COPY-COMMAND
           STRING "cp '../Assign 12 Secretariat FLOARE EMIL/"
                  "ArchivedStudents.txt' 'ArchivedStudentsCopy.txt'"
                  DELIMITED BY SIZE
           INTO WS-COPY-COMMAND
           CALL "SYSTEM" USING WS-COPY-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "NO ArchivedStudents.txt - NO STUDENT HAS "
                   "BEEN WITHDRAWN YET"
               GO TO A2-LOAD-ARCHIVEZ
           END-IF

           OPEN INPUT ARCH-STUD-FILE
           IF WS-AS-STATUS NOT = "00"
               GO TO A2-LOAD-ARCHIVEZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-ARCH-LINE
               READ ARCH-STUD-FILE INTO WS-ARCH-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF AL-CNP > SPACE AND ARC-COUNT < K-MAX-ARC
                       ADD 1               TO ARC-COUNT
                       MOVE AL-CNP         TO AC-CNP(ARC-COUNT)
                       MOVE AL-LEAVE-DATE  TO AC-LEAVE(ARC-COUNT)
                       MOVE AL-CLASA       TO AC-CLASA(ARC-COUNT)
                       MOVE AL-NUME        TO AC-NUME(ARC-COUNT)
                       MOVE AL-PRENUME     TO AC-PRENUME(ARC-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ARCH-STUD-FILE
           DISPLAY "ARCHIVED STUDENT ROWS: " ARC-COUNT
           .
       A2-LOAD-ARCHIVEZ.
           EXIT.

      *> ONE TRAIL: ITS MONTHLY ARCHIVES AND THE LIVE FILE, STAGED
      *> TOGETHER. ONLY THE MOVEMENTS FROM THE START DATE ON MATTER;
      *> ONE AUDITED AFTER THE EXTRACT IS NOT IN IT YET
       A3-LOAD-TRAIL SECTION.
       A3-LOAD-TRAILA.
           MOVE SPACE                      TO WS-COPY-COMMAND
           STRING "cat '../Assign 12 Secretariat FLOARE EMIL/"
                  DELIMITED BY SIZE
                  TRL-NAME(TRAIL-IDX) DELIMITED BY SPACE
                  "'.[0-9][0-9][0-9][0-9][0-9][0-9] "
                  "'../Assign 12 Secretariat FLOARE EMIL/"
                  DELIMITED BY SIZE
                  TRL-NAME(TRAIL-IDX) DELIMITED BY SPACE
                  "' > 'MovementTrailCopy.txt' 2>/dev/null"
                  DELIMITED BY SIZE
           INTO WS-COPY-COMMAND
           CALL "SYSTEM" USING WS-COPY-COMMAND

           MOVE 0                          TO WS-TRAIL-LINES
           OPEN INPUT TRAIL-FILE
           IF WS-TRAIL-STATUS NOT = "00"
               GO TO A3-LOAD-TRAILX
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-TRAIL-LINE
               READ TRAIL-FILE INTO WS-TRAIL-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF TL-DATE NUMERIC AND TL-CNP > SPACE
                       ADD 1               TO WS-TRAIL-LINES
                       PERFORM A4-ONE-LINE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE TRAIL-FILE
           .
       A3-LOAD-TRAILX.
           DISPLAY TRL-NAME(TRAIL-IDX) " LINES: " WS-TRAIL-LINES
           .
       A3-LOAD-TRAILZ.
           EXIT.

      *> ONE AUDIT LINE INTO A MOVEMENT: FROM CLASS, TO CLASS (BLANK
      *> = NOT IN STUDENTI). LINES WHOSE ACTION DID NOT CHANGE
      *> STUDENTI (A FAILED WITHDRAWAL OR MOVE) ARE NOT MOVEMENTS
       A4-ONE-LINE SECTION.
       A4-ONE-LINEA.
           IF TL-DATE < WS-DE-LA
               GO TO A4-ONE-LINEZ
           END-IF
           IF TL-DATE > WS-EXTRACT-DATE
           OR (TL-DATE = WS-EXTRACT-DATE
               AND TL-TIME > WS-EXTRACT-TIME)
               ADD 1                       TO WS-COUNT-LATE
               GO TO A4-ONE-LINEZ
           END-IF
           IF EVENT-COUNT >= K-MAX-EVT
               ADD 1                       TO WS-COUNT-DROPPED
               GO TO A4-ONE-LINEZ
           END-IF

           ADD 1                           TO EVENT-COUNT
           MOVE TL-DATE                    TO EV-STAMP(EVENT-COUNT)
           MOVE TL-TIME                 TO EV-STAMP(EVENT-COUNT)(9:8)
           MOVE TRL-KIND(TRAIL-IDX)        TO EV-KIND(EVENT-COUNT)
           MOVE TL-CNP                     TO EV-CNP(EVENT-COUNT)
           MOVE SPACE                      TO EV-FROM(EVENT-COUNT)
                                              EV-TO(EVENT-COUNT)
                                              EV-MOTIV(EVENT-COUNT)
                                              EV-LEAVE(EVENT-COUNT)
           EVALUATE TRL-KIND(TRAIL-IDX)
               WHEN "E"
               WHEN "T"
                   MOVE TA-CLASA           TO EV-TO(EVENT-COUNT)
               WHEN "R"
                   IF TA-OUTCOME NOT = "RESTORED"
                   AND TA-OUTCOME NOT = "PARTIAL"
                       SUBTRACT 1          FROM EVENT-COUNT
                       GO TO A4-ONE-LINEZ
                   END-IF
                   MOVE TA-CLASA           TO EV-TO(EVENT-COUNT)
               WHEN "W"
                   IF TW-OUTCOME NOT = "REMOVED"
                       SUBTRACT 1          FROM EVENT-COUNT
                       GO TO A4-ONE-LINEZ
                   END-IF
                   MOVE TW-LEAVE           TO EV-LEAVE(EVENT-COUNT)
                   IF TW-CLASA-TAG = " CLASA "
                       MOVE TW-CLASA       TO EV-FROM(EVENT-COUNT)
                       MOVE TW-MOTIV       TO EV-MOTIV(EVENT-COUNT)
                   ELSE
                       PERFORM A5-ARCHIVED-CLASS
                   END-IF
                   IF EV-MOTIV(EVENT-COUNT) = SPACE
                       MOVE "NECUNOSCUT"   TO EV-MOTIV(EVENT-COUNT)
                   END-IF
               WHEN "M"
                   IF TM-OUTCOME NOT = "MOVED"
                       SUBTRACT 1          FROM EVENT-COUNT
                       GO TO A4-ONE-LINEZ
                   END-IF
                   MOVE TM-OLD             TO EV-FROM(EVENT-COUNT)
                   MOVE TM-NEW             TO EV-TO(EVENT-COUNT)
           END-EVALUATE
           .
       A4-ONE-LINEZ.
           EXIT.

      *> A WITHDRAWAL LINE FROM BEFORE THE CLASS WAS AUDITED: THE ROW
      *> ARCHIVED WITH THE SAME LEAVE DATE, ELSE THE CNP'S NEWEST
      *> ARCHIVED ROW; NEITHER LEAVES THE CLASS UNKNOWN
       A5-ARCHIVED-CLASS SECTION.
       A5-ARCHIVED-CLASSA.
           MOVE "????"                     TO EV-FROM(EVENT-COUNT)
           PERFORM VARYING WS-ARC-IDX FROM 1 BY 1
                   UNTIL WS-ARC-IDX > ARC-COUNT
               IF AC-CNP(WS-ARC-IDX) = TL-CNP
                   MOVE AC-CLASA(WS-ARC-IDX) TO EV-FROM(EVENT-COUNT)
                   IF AC-LEAVE(WS-ARC-IDX) = TW-LEAVE
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           .
       A5-ARCHIVED-CLASSZ.
           EXIT.

      *> OLDEST FIRST, THE SAME SELECTION SORT AUDITINQ USES
       B0-SORT-EVENTS SECTION.
       B0-SORT-EVENTSA.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= EVENT-COUNT
               MOVE WS-SORT-I              TO WS-SORT-BEST
               COMPUTE WS-SORT-J = WS-SORT-I + 1
               PERFORM VARYING WS-SORT-J FROM WS-SORT-J BY 1
                       UNTIL WS-SORT-J > EVENT-COUNT
                   IF EV-STAMP(WS-SORT-J) < EV-STAMP(WS-SORT-BEST)
                       MOVE WS-SORT-J      TO WS-SORT-BEST
                   END-IF
               END-PERFORM
               IF WS-SORT-BEST NOT = WS-SORT-I
                   MOVE EVENT-ENTRY(WS-SORT-I)    TO EVENT-TEMP
                   MOVE EVENT-ENTRY(WS-SORT-BEST) TO
                       EVENT-ENTRY(WS-SORT-I)
                   MOVE EVENT-TEMP         TO EVENT-ENTRY(WS-SORT-BEST)
               END-IF
           END-PERFORM
           .
       B0-SORT-EVENTSZ.
           EXIT.

      *> WALK THE MOVEMENTS NEWEST FIRST FROM THE LIVE ROLL: THOSE
      *> AFTER THE END DATE GIVE THE CLOSING ROLL, THOSE OF THE
      *> PERIOD ARE COUNTED AND GIVE THE STARTING ROLL
       C0-UNDO-MOVEMENTS SECTION.
       C0-UNDO-MOVEMENTSA.
           PERFORM VARYING WS-EVT-IDX FROM EVENT-COUNT BY -1
                   UNTIL WS-EVT-IDX = 0
               IF EV-STAMP(WS-EVT-IDX) NOT > WS-TO-STAMP
               AND NOT CLOSING-TAKEN
                   PERFORM C2-TAKE-CLOSING
               END-IF
               PERFORM C1-UNDO-ONE
           END-PERFORM
           IF NOT CLOSING-TAKEN
               PERFORM C2-TAKE-CLOSING
           END-IF
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                   UNTIL WS-STU-IDX > STU-COUNT
               MOVE ST-STATE(WS-STU-IDX)   TO ST-OPEN(WS-STU-IDX)
           END-PERFORM
           .
       C0-UNDO-MOVEMENTSZ.
           EXIT.

      *> ONE MOVEMENT MUST FIND THE STUDENT WHERE IT LEFT THEM; WHEN
      *> IT DOES NOT, THE STUDENT IS ON THE IMBALANCE LIST. EITHER WAY
      *> THE STUDENT GOES BACK TO WHERE THE MOVEMENT FOUND THEM
       C1-UNDO-ONE SECTION.
       C1-UNDO-ONEA.
           PERFORM K0-FIND-STUDENT
           IF EV-KIND(WS-EVT-IDX) = "W"
               MOVE SPACE                  TO WS-EXPECT
           ELSE
               MOVE EV-TO(WS-EVT-IDX)      TO WS-EXPECT
           END-IF
           MOVE EV-FROM(WS-EVT-IDX)        TO WS-BEFORE

           IF ST-STATE(WS-STU-IDX) NOT = WS-EXPECT
               PERFORM C3-NOTE-BREAK
           END-IF
           MOVE WS-BEFORE                  TO ST-STATE(WS-STU-IDX)

           IF EV-STAMP(WS-EVT-IDX) NOT < WS-FROM-STAMP
           AND EV-STAMP(WS-EVT-IDX) NOT > WS-TO-STAMP
               ADD 1                       TO WS-COUNT-IN-PERIOD
               PERFORM C4-COUNT-MOVEMENT
           END-IF
           .
       C1-UNDO-ONEZ.
           EXIT.

       C2-TAKE-CLOSING SECTION.
       C2-TAKE-CLOSINGA.
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                   UNTIL WS-STU-IDX > STU-COUNT
               MOVE ST-STATE(WS-STU-IDX)   TO ST-CLOSE(WS-STU-IDX)
           END-PERFORM
           SET CLOSING-TAKEN               TO TRUE
           .
       C2-TAKE-CLOSINGZ.
           EXIT.

      *> THE NEWEST MOVEMENT THAT DISAGREES IS THE ONE SHOWN; THE
      *> COUNT SAYS HOW MANY MORE THERE WERE
       C3-NOTE-BREAK SECTION.
       C3-NOTE-BREAKA.
           IF ST-BREAKS(WS-STU-IDX) = 0
               ADD 1                       TO WS-COUNT-BROKEN
               PERFORM K2-KIND-LABEL
               IF ST-STATE(WS-STU-IDX) = SPACE
                   MOVE "NU ESTE IN STUDENTI"  TO WS-STATE-TEXT
               ELSE
                   MOVE SPACE              TO WS-STATE-TEXT
                   STRING "ESTE IN "
                          ST-STATE(WS-STU-IDX) DELIMITED BY SIZE
                   INTO WS-STATE-TEXT
               END-IF
               MOVE SPACE                  TO ST-BREAK-TEXT(WS-STU-IDX)
               STRING WS-KIND-LABEL DELIMITED BY "  "
                      " DIN " EV-STAMP(WS-EVT-IDX)(1:8) " ("
                      EV-FROM(WS-EVT-IDX) " -> " EV-TO(WS-EVT-IDX)
                      "), DAR DUPA ACEEA ELEVUL " DELIMITED BY SIZE
                      WS-STATE-TEXT DELIMITED BY "  "
               INTO ST-BREAK-TEXT(WS-STU-IDX)
           END-IF
           IF ST-BREAKS(WS-STU-IDX) < 99
               ADD 1                       TO ST-BREAKS(WS-STU-IDX)
           END-IF
           .
       C3-NOTE-BREAKZ.
           EXIT.

      *> A MOVEMENT OF THE PERIOD INTO THE CLASS COUNTS
       C4-COUNT-MOVEMENT SECTION.
       C4-COUNT-MOVEMENTA.
           EVALUATE EV-KIND(WS-EVT-IDX)
               WHEN "E"
                   MOVE EV-TO(WS-EVT-IDX)  TO WS-FIND-CLASA
                   PERFORM K1-FIND-CLASS
                   ADD 1                   TO CL-ENROLL(WS-CLS-IDX)
               WHEN "T"
                   MOVE EV-TO(WS-EVT-IDX)  TO WS-FIND-CLASA
                   PERFORM K1-FIND-CLASS
                   ADD 1                   TO CL-TRANSFER(WS-CLS-IDX)
               WHEN "R"
                   MOVE EV-TO(WS-EVT-IDX)  TO WS-FIND-CLASA
                   PERFORM K1-FIND-CLASS
                   ADD 1                   TO CL-READMIT(WS-CLS-IDX)
               WHEN "W"
                   MOVE EV-FROM(WS-EVT-IDX) TO WS-FIND-CLASA
                   PERFORM K1-FIND-CLASS
                   ADD 1                   TO CL-OUT(WS-CLS-IDX)
                   PERFORM VARYING WS-MOTIV-IDX FROM 1 BY 1
                           UNTIL WS-MOTIV-IDX >= K-MOTIV-COUNT
                           OR MOTIV-NAME(WS-MOTIV-IDX) =
                              EV-MOTIV(WS-EVT-IDX)
                       CONTINUE
                   END-PERFORM
                   ADD 1 TO CL-OUT-MOTIV(WS-CLS-IDX, WS-MOTIV-IDX)
               WHEN "M"
                   MOVE EV-TO(WS-EVT-IDX)  TO WS-FIND-CLASA
                   PERFORM K1-FIND-CLASS
                   ADD 1                   TO CL-MV-IN(WS-CLS-IDX)
                   MOVE EV-FROM(WS-EVT-IDX) TO WS-FIND-CLASA
                   PERFORM K1-FIND-CLASS
                   ADD 1                   TO CL-MV-OUT(WS-CLS-IDX)
           END-EVALUATE
           .
       C4-COUNT-MOVEMENTZ.
           EXIT.

      *> THE STARTING AND CLOSING ROLLS PER CLASS, THEN THE PROOF:
      *> START + IN - OUT + MOVED IN - MOVED OUT AGAINST THE CLOSING
       D0-BALANCE-CLASSES SECTION.
       D0-BALANCE-CLASSESA.
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                   UNTIL WS-STU-IDX > STU-COUNT
               IF ST-OPEN(WS-STU-IDX) NOT = SPACE
                   MOVE ST-OPEN(WS-STU-IDX) TO WS-FIND-CLASA
                   PERFORM K1-FIND-CLASS
                   ADD 1                   TO CL-OPEN(WS-CLS-IDX)
               END-IF
               IF ST-CLOSE(WS-STU-IDX) NOT = SPACE
                   MOVE ST-CLOSE(WS-STU-IDX) TO WS-FIND-CLASA
                   PERFORM K1-FIND-CLASS
                   ADD 1                   TO CL-CLOSE(WS-CLS-IDX)
               END-IF
           END-PERFORM

           PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
                   UNTIL WS-CLS-IDX > CLS-COUNT
               COMPUTE CL-CALC(WS-CLS-IDX) = CL-OPEN(WS-CLS-IDX)
                   + CL-ENROLL(WS-CLS-IDX) + CL-TRANSFER(WS-CLS-IDX)
                   + CL-READMIT(WS-CLS-IDX) - CL-OUT(WS-CLS-IDX)
                   + CL-MV-IN(WS-CLS-IDX) - CL-MV-OUT(WS-CLS-IDX)
               COMPUTE CL-DIFF(WS-CLS-IDX) = CL-CLOSE(WS-CLS-IDX)
                   - CL-CALC(WS-CLS-IDX)
               IF CL-DIFF(WS-CLS-IDX) NOT = 0
                   ADD 1                   TO WS-COUNT-UNBALANCED
               END-IF
           END-PERFORM

      *> GRADE LEVEL, THEN CLASS
           PERFORM VARYING WS-CLS-I FROM 1 BY 1
                   UNTIL WS-CLS-I >= CLS-COUNT
               MOVE WS-CLS-I               TO WS-CLS-BEST
               COMPUTE WS-CLS-J = WS-CLS-I + 1
               PERFORM VARYING WS-CLS-J FROM WS-CLS-J BY 1
                       UNTIL WS-CLS-J > CLS-COUNT
                   IF CL-KEY(WS-CLS-J) < CL-KEY(WS-CLS-BEST)
                       MOVE WS-CLS-J       TO WS-CLS-BEST
                   END-IF
               END-PERFORM
               IF WS-CLS-BEST NOT = WS-CLS-I
                   MOVE CLS-ENTRY(WS-CLS-I)    TO CLS-TEMP
                   MOVE CLS-ENTRY(WS-CLS-BEST) TO CLS-ENTRY(WS-CLS-I)
                   MOVE CLS-TEMP           TO CLS-ENTRY(WS-CLS-BEST)
               END-IF
           END-PERFORM
           .
       D0-BALANCE-CLASSESZ.
           EXIT.

       E0-WRITE-REPORT SECTION.
       E0-WRITE-REPORTA.
           OPEN OUTPUT REPORT-OUT
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO REPORT-OUT-FD
               WRITE REPORT-OUT-FD
           END-IF
           MOVE SPACE                      TO WS-LINE
           STRING "MISCAREA ELEVILOR DE LA " WS-DE-LA
                  " PANA LA " WS-PANA-LA
                  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM W0-WRITE-LINE
           MOVE SPACE                      TO WS-LINE
           STRING "EFECTIVUL DIN Extract_STUDENTI LA "
                  WS-EXTRACT-DATE " " WS-EXTRACT-TIME ": "
                  WS-COUNT-LIVE " ELEVI"
                  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM W0-WRITE-LINE
           IF WS-PANA-LA < WS-EXTRACT-DATE
               MOVE SPACE                  TO WS-LINE
               STRING "EFECTIVUL DE LA SFARSIT ESTE CEL DIN EXTRAS, "
                      "CU MISCARILE DE DUPA PERIOADA ANULATE"
                      DELIMITED BY SIZE
               INTO WS-LINE
               PERFORM W0-WRITE-LINE
           END-IF

           MOVE SPACE                      TO WS-LINE
           PERFORM W0-WRITE-LINE
           MOVE SPACE                      TO WS-LINE
           STRING "INC = LA INCEPUT  INS = INSCRISI  "
                  "TRI = TRANSFERATI IN  REI = REINMATRICULATI  "
                  "PLE = PLECATI"
                  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM W0-WRITE-LINE
           MOVE SPACE                      TO WS-LINE
           STRING "MI/MO = MUTATI IN/DIN CLASA  "
                  "CALC = INC+INS+TRI+REI-PLE+MI-MO  "
                  "EFEC = LA SFARSIT  DIF = EFEC-CALC"
                  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM W0-WRITE-LINE
           MOVE K-BALANCE-HEADER           TO WS-LINE
           PERFORM W0-WRITE-LINE

           INITIALIZE WS-SCHOOL-COUNTS SC-OUT-MOTIV-TABLE
           INITIALIZE WS-LEVEL-COUNTS
           IF CLS-COUNT > 0
               MOVE CL-NIVEL(1)            TO WS-LEVEL-NIVEL
           END-IF
           PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
                   UNTIL WS-CLS-IDX > CLS-COUNT
               IF CL-NIVEL(WS-CLS-IDX) NOT = WS-LEVEL-NIVEL
                   PERFORM E2-LEVEL-LINE
                   INITIALIZE WS-LEVEL-COUNTS
                   MOVE CL-NIVEL(WS-CLS-IDX) TO WS-LEVEL-NIVEL
               END-IF
               PERFORM E1-CLASS-LINE
           END-PERFORM
           IF CLS-COUNT > 0
               PERFORM E2-LEVEL-LINE
           END-IF
           PERFORM E3-SCHOOL-LINE

           MOVE SPACE                      TO WS-LINE
           PERFORM W0-WRITE-LINE
           MOVE "PLECARI DUPA MOTIV"       TO WS-LINE
           PERFORM W0-WRITE-LINE
           MOVE K-MOTIV-HEADER             TO WS-LINE
           PERFORM W0-WRITE-LINE
           PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
                   UNTIL WS-CLS-IDX > CLS-COUNT
               IF CL-OUT(WS-CLS-IDX) > 0
                   MOVE SPACE              TO RPT-MOTIV-LINE
                   MOVE CL-CLASA(WS-CLS-IDX) TO RM-LABEL
                   PERFORM VARYING WS-MOTIV-IDX FROM 1 BY 1
                           UNTIL WS-MOTIV-IDX > K-MOTIV-COUNT
                       MOVE CL-OUT-MOTIV(WS-CLS-IDX, WS-MOTIV-IDX)
                                           TO RM-COUNT(WS-MOTIV-IDX)
                   END-PERFORM
                   MOVE RPT-MOTIV-LINE     TO WS-LINE
                   PERFORM W0-WRITE-LINE
               END-IF
           END-PERFORM
           MOVE SPACE                      TO RPT-MOTIV-LINE
           MOVE "TOTAL"                    TO RM-LABEL
           PERFORM VARYING WS-MOTIV-IDX FROM 1 BY 1
                   UNTIL WS-MOTIV-IDX > K-MOTIV-COUNT
               MOVE SC-OUT-MOTIV(WS-MOTIV-IDX) TO RM-COUNT(WS-MOTIV-IDX)
           END-PERFORM
           MOVE RPT-MOTIV-LINE             TO WS-LINE
           PERFORM W0-WRITE-LINE

           MOVE SPACE                      TO WS-LINE
           PERFORM W0-WRITE-LINE
           MOVE "MISCARILE PERIOADEI"      TO WS-LINE
           PERFORM W0-WRITE-LINE
           PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
                   UNTIL WS-EVT-IDX > EVENT-COUNT
               IF EV-STAMP(WS-EVT-IDX) NOT < WS-FROM-STAMP
               AND EV-STAMP(WS-EVT-IDX) NOT > WS-TO-STAMP
                   PERFORM E4-MOVE-LINE
               END-IF
           END-PERFORM

           MOVE SPACE                      TO WS-LINE
           PERFORM W0-WRITE-LINE
           IF WS-COUNT-BROKEN = 0
               MOVE SPACE                  TO WS-LINE
               STRING "NICIUN ELEV NU STRICA ECHILIBRUL - MISCARILE "
                      "SE POTRIVESC CU STUDENTI"
                      DELIMITED BY SIZE
               INTO WS-LINE
               PERFORM W0-WRITE-LINE
           ELSE
               MOVE WS-COUNT-BROKEN        TO WS-NUM-DISP
               MOVE SPACE                  TO WS-LINE
               STRING "ELEVI CARE STRICA ECHILIBRUL: " WS-NUM-DISP
                      DELIMITED BY SIZE
               INTO WS-LINE
               PERFORM W0-WRITE-LINE
               PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                       UNTIL WS-STU-IDX > STU-COUNT
                   IF ST-BREAKS(WS-STU-IDX) > 0
                       PERFORM E5-BREAK-LINE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-COUNT-LATE > 0
               MOVE WS-COUNT-LATE          TO WS-NUM-DISP
               MOVE SPACE                  TO WS-LINE
               STRING "MISCARI AUDITATE DUPA EXTRAS, NENUMARATE: "
                      WS-NUM-DISP
                      DELIMITED BY SIZE
               INTO WS-LINE
               PERFORM W0-WRITE-LINE
           END-IF
           IF WS-COUNT-DROPPED > 0
               MOVE WS-COUNT-DROPPED       TO WS-NUM-DISP
               MOVE SPACE                  TO WS-LINE
               STRING "MISCARI PESTE CAPACITATEA TABELEI, NENUMARATE: "
                      WS-NUM-DISP
                      DELIMITED BY SIZE
               INTO WS-LINE
               PERFORM W0-WRITE-LINE
           END-IF
           CLOSE REPORT-OUT

           MOVE SPACE                      TO WS-COPY-COMMAND
           STRING "cp 'MiscareEleviWork.txt' 'MiscareElevi_"
                   WS-DE-LA "_" WS-PANA-LA ".txt'" DELIMITED BY SIZE
           INTO WS-COPY-COMMAND
           CALL "SYSTEM" USING WS-COPY-COMMAND
           DISPLAY "REPORT FILED AS MiscareElevi_" WS-DE-LA "_"
               WS-PANA-LA ".txt"
           .
       E0-WRITE-REPORTZ.
           EXIT.

      *> ONE CLASS, ADDED INTO ITS GRADE LEVEL AND THE SCHOOL
       E1-CLASS-LINE SECTION.
       E1-CLASS-LINEA.
           MOVE SPACE                      TO RPT-BALANCE-LINE
           MOVE CL-CLASA(WS-CLS-IDX)       TO RB-LABEL
           MOVE CL-NIVEL(WS-CLS-IDX)       TO RB-NIVEL
           MOVE CL-OPEN(WS-CLS-IDX)        TO RB-OPEN
           MOVE CL-ENROLL(WS-CLS-IDX)      TO RB-ENROLL
           MOVE CL-TRANSFER(WS-CLS-IDX)    TO RB-TRANSFER
           MOVE CL-READMIT(WS-CLS-IDX)     TO RB-READMIT
           MOVE CL-OUT(WS-CLS-IDX)         TO RB-OUT
           MOVE CL-MV-IN(WS-CLS-IDX)       TO RB-MV-IN
           MOVE CL-MV-OUT(WS-CLS-IDX)      TO RB-MV-OUT
           MOVE CL-CALC(WS-CLS-IDX)        TO RB-CALC
           MOVE CL-CLOSE(WS-CLS-IDX)       TO RB-CLOSE
           MOVE CL-DIFF(WS-CLS-IDX)        TO RB-DIFF
           IF CL-DIFF(WS-CLS-IDX) NOT = 0
               MOVE "DEZECHILIBRU"         TO RB-NOTE
           END-IF
           MOVE RPT-BALANCE-LINE           TO WS-LINE
           PERFORM W0-WRITE-LINE

           ADD CL-OPEN(WS-CLS-IDX)         TO LV-OPEN SC-OPEN
           ADD CL-ENROLL(WS-CLS-IDX)       TO LV-ENROLL SC-ENROLL
           ADD CL-TRANSFER(WS-CLS-IDX)     TO LV-TRANSFER SC-TRANSFER
           ADD CL-READMIT(WS-CLS-IDX)      TO LV-READMIT SC-READMIT
           ADD CL-OUT(WS-CLS-IDX)          TO LV-OUT SC-OUT
           ADD CL-MV-IN(WS-CLS-IDX)        TO LV-MV-IN SC-MV-IN
           ADD CL-MV-OUT(WS-CLS-IDX)       TO LV-MV-OUT SC-MV-OUT
           ADD CL-CALC(WS-CLS-IDX)         TO LV-CALC SC-CALC
           ADD CL-CLOSE(WS-CLS-IDX)        TO LV-CLOSE SC-CLOSE
           ADD CL-DIFF(WS-CLS-IDX)         TO LV-DIFF SC-DIFF
           PERFORM VARYING WS-MOTIV-IDX FROM 1 BY 1
                   UNTIL WS-MOTIV-IDX > K-MOTIV-COUNT
               ADD CL-OUT-MOTIV(WS-CLS-IDX, WS-MOTIV-IDX)
                                       TO SC-OUT-MOTIV(WS-MOTIV-IDX)
           END-PERFORM
           .
       E1-CLASS-LINEZ.
           EXIT.

       E2-LEVEL-LINE SECTION.
       E2-LEVEL-LINEA.
           MOVE SPACE                      TO RPT-BALANCE-LINE
           MOVE "NIVEL"                    TO RB-LABEL
           MOVE WS-LEVEL-NIVEL             TO RB-NIVEL
           MOVE LV-OPEN                    TO RB-OPEN
           MOVE LV-ENROLL                  TO RB-ENROLL
           MOVE LV-TRANSFER                TO RB-TRANSFER
           MOVE LV-READMIT                 TO RB-READMIT
           MOVE LV-OUT                     TO RB-OUT
           MOVE LV-MV-IN                   TO RB-MV-IN
           MOVE LV-MV-OUT                  TO RB-MV-OUT
           MOVE LV-CALC                    TO RB-CALC
           MOVE LV-CLOSE                   TO RB-CLOSE
           MOVE LV-DIFF                    TO RB-DIFF
           MOVE RPT-BALANCE-LINE           TO WS-LINE
           PERFORM W0-WRITE-LINE
           MOVE SPACE                      TO WS-LINE
           PERFORM W0-WRITE-LINE
           .
       E2-LEVEL-LINEZ.
           EXIT.

       E3-SCHOOL-LINE SECTION.
       E3-SCHOOL-LINEA.
           MOVE SPACE                      TO RPT-BALANCE-LINE
           MOVE "SCOALA"                   TO RB-LABEL
           MOVE SC-OPEN                    TO RB-OPEN
           MOVE SC-ENROLL                  TO RB-ENROLL
           MOVE SC-TRANSFER                TO RB-TRANSFER
           MOVE SC-READMIT                 TO RB-READMIT
           MOVE SC-OUT                     TO RB-OUT
           MOVE SC-MV-IN                   TO RB-MV-IN
           MOVE SC-MV-OUT                  TO RB-MV-OUT
           MOVE SC-CALC                    TO RB-CALC
           MOVE SC-CLOSE                   TO RB-CLOSE
           MOVE SC-DIFF                    TO RB-DIFF
           IF WS-COUNT-UNBALANCED > 0
               MOVE "DEZECHILIBRU"         TO RB-NOTE
           END-IF
           MOVE RPT-BALANCE-LINE           TO WS-LINE
           PERFORM W0-WRITE-LINE
           .
       E3-SCHOOL-LINEZ.
           EXIT.

       E4-MOVE-LINE SECTION.
       E4-MOVE-LINEA.
           PERFORM K0-FIND-STUDENT
           PERFORM K2-KIND-LABEL
           INITIALIZE RPT-MOVE-LINE
           MOVE EV-STAMP(WS-EVT-IDX)(1:8)  TO RV-DATE
           MOVE WS-KIND-LABEL              TO RV-KIND
           MOVE EV-CNP(WS-EVT-IDX)         TO RV-CNP
           STRING ST-NUME(WS-STU-IDX) DELIMITED BY "  "
                  " " ST-PRENUME(WS-STU-IDX) DELIMITED BY "  "
           INTO RV-NAME
           MOVE EV-FROM(WS-EVT-IDX)        TO RV-FROM
           MOVE EV-TO(WS-EVT-IDX)          TO RV-TO
           MOVE EV-MOTIV(WS-EVT-IDX)       TO RV-MOTIV
           MOVE EV-LEAVE(WS-EVT-IDX)       TO RV-LEAVE
           MOVE RPT-MOVE-LINE              TO WS-LINE
           PERFORM W0-WRITE-LINE
           .
       E4-MOVE-LINEZ.
           EXIT.

       E5-BREAK-LINE SECTION.
       E5-BREAK-LINEA.
           IF ST-LIVE(WS-STU-IDX) = SPACE
               MOVE "NU ESTE IN STUDENTI"  TO WS-STATE-TEXT
           ELSE
               MOVE SPACE                  TO WS-STATE-TEXT
               STRING "IN STUDENTI IN "
                      ST-LIVE(WS-STU-IDX) DELIMITED BY SIZE
               INTO WS-STATE-TEXT
           END-IF
           MOVE SPACE                      TO WS-LINE
           STRING "  " ST-CNP(WS-STU-IDX) " " DELIMITED BY SIZE
                  ST-NUME(WS-STU-IDX) DELIMITED BY "  "
                  " " ST-PRENUME(WS-STU-IDX) DELIMITED BY "  "
                  " - ACUM " DELIMITED BY SIZE
                  WS-STATE-TEXT DELIMITED BY "  "
           INTO WS-LINE
           PERFORM W0-WRITE-LINE
           MOVE SPACE                      TO WS-LINE
           STRING "      " ST-BREAK-TEXT(WS-STU-IDX) DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM W0-WRITE-LINE
           IF ST-BREAKS(WS-STU-IDX) > 1
               MOVE ST-BREAKS(WS-STU-IDX)  TO WS-NUM-DISP
               MOVE SPACE                  TO WS-LINE
               STRING "      SI INCA " WS-NUM-DISP
                      " MISCARI ANTERIOARE CARE NU SE POTRIVESC"
                      DELIMITED BY SIZE
               INTO WS-LINE
               PERFORM W0-WRITE-LINE
           END-IF
           .
       E5-BREAK-LINEZ.
           EXIT.

      *> THE STUDENT THE CURRENT MOVEMENT IS ABOUT; A CNP NOT ON THE
      *> EXTRACT IS TAKEN ON, NAMED FROM THE ARCHIVE WHEN IT CAN BE
       K0-FIND-STUDENT SECTION.
       K0-FIND-STUDENTA.
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                   UNTIL WS-STU-IDX > STU-COUNT
               IF ST-CNP(WS-STU-IDX) = EV-CNP(WS-EVT-IDX)
                   GO TO K0-FIND-STUDENTZ
               END-IF
           END-PERFORM
           IF STU-COUNT >= K-MAX-STU
               DISPLAY "STUDENT TABLE FULL AT " K-MAX-STU
                   " - REPORT NOT WRITTEN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1                           TO STU-COUNT
           MOVE STU-COUNT                  TO WS-STU-IDX
           MOVE EV-CNP(WS-EVT-IDX)         TO ST-CNP(WS-STU-IDX)
           MOVE SPACE                      TO ST-NUME(WS-STU-IDX)
                                              ST-PRENUME(WS-STU-IDX)
                                              ST-LIVE(WS-STU-IDX)
                                              ST-STATE(WS-STU-IDX)
                                              ST-CLOSE(WS-STU-IDX)
                                              ST-OPEN(WS-STU-IDX)
                                          ST-BREAK-TEXT(WS-STU-IDX)
           MOVE 0                          TO ST-BREAKS(WS-STU-IDX)
           PERFORM VARYING WS-ARC-IDX FROM 1 BY 1
                   UNTIL WS-ARC-IDX > ARC-COUNT
               IF AC-CNP(WS-ARC-IDX) = EV-CNP(WS-EVT-IDX)
                   MOVE AC-NUME(WS-ARC-IDX) TO ST-NUME(WS-STU-IDX)
                   MOVE AC-PRENUME(WS-ARC-IDX)
                                           TO ST-PRENUME(WS-STU-IDX)
               END-IF
           END-PERFORM
           .
       K0-FIND-STUDENTZ.
           EXIT.

      *> THE CLASS'S LINE, OPENED ON FIRST USE. THE GRADE LEVEL IS THE
      *> CLASS'S LEADING DIGITS (10A -> 10, 9B -> 9)
       K1-FIND-CLASS SECTION.
       K1-FIND-CLASSA.
           PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
                   UNTIL WS-CLS-IDX > CLS-COUNT
               IF CL-CLASA(WS-CLS-IDX) = WS-FIND-CLASA
                   GO TO K1-FIND-CLASSZ
               END-IF
           END-PERFORM
           IF CLS-COUNT >= K-MAX-CLS
               DISPLAY "CLASS TABLE FULL AT " K-MAX-CLS
                   " - REPORT NOT WRITTEN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0                          TO WS-FIND-NIVEL
           IF WS-FIND-CLASA(1:1) NUMERIC
               IF WS-FIND-CLASA(2:1) NUMERIC
                   MOVE WS-FIND-CLASA(1:2) TO WS-FIND-NIVEL
               ELSE
                   MOVE WS-FIND-CLASA(1:1) TO WS-NIVEL-1
                   MOVE WS-NIVEL-1         TO WS-FIND-NIVEL
               END-IF
           END-IF
           ADD 1                           TO CLS-COUNT
           MOVE CLS-COUNT                  TO WS-CLS-IDX
           INITIALIZE CLS-ENTRY(WS-CLS-IDX)
           MOVE WS-FIND-NIVEL              TO CL-NIVEL(WS-CLS-IDX)
           MOVE WS-FIND-CLASA              TO CL-CLASA(WS-CLS-IDX)
           .
       K1-FIND-CLASSZ.
           EXIT.

       K2-KIND-LABEL SECTION.
       K2-KIND-LABELA.
           EVALUATE EV-KIND(WS-EVT-IDX)
               WHEN "E"
                   MOVE "INSCRIERE"        TO WS-KIND-LABEL
               WHEN "T"
                   MOVE "TRANSFER IN"      TO WS-KIND-LABEL
               WHEN "R"
                   MOVE "REINMATRICULARE"  TO WS-KIND-LABEL
               WHEN "W"
                   MOVE "PLECARE"          TO WS-KIND-LABEL
               WHEN "M"
                   MOVE "MUTARE"           TO WS-KIND-LABEL
           END-EVALUATE
           .
       K2-KIND-LABELZ.
           EXIT.

       W0-WRITE-LINE SECTION.
       W0-WRITE-LINEA.
           MOVE WS-LINE                    TO REPORT-OUT-FD
           WRITE REPORT-OUT-FD
           .
       W0-WRITE-LINEZ.
           EXIT.
       END PROGRAM MISCARE.
