      ******************************************************************
      * Author:
      * Date:
      * Purpose: SUSPICIOUS GRADE-PATTERN DETECTOR, RUN BY THE NIGHT
      *          CHAIN RIGHT AFTER TBLEXTRACT. THE NIGHT'S ROWS ARE
      *          THE NOTE INSERTS INSERTALL LOGGED AS INSERTED TODAY
      *          IN InsertAllAudit.txt (Note.csv KEEPS EVERY ROW EVER
      *          FED, SO IT CANNOT SAY WHICH ARE NEW; A REJECTED ROW
      *          IS LEFT TO NoteRejects.txt). EVERY LOADED ROW IS
      *          CHECKED
      *          AGAINST THE WHOLE NOTE SNAPSHOT FOR:
      *            UNIFORM    A CLASS/SUBJECT/DATE WHERE EVERY GRADE
      *                       IS THE SAME (K-MIN-UNIFORM ROWS OR MORE)
      *            MULTIGRADE ONE STUDENT WITH K-MULTI-GRADES OR MORE
      *                       GRADES IN ONE SUBJECT ON ONE DAY
      *            AVGJUMP    A CLASS/SUBJECT AVERAGE FOR THE SCHOOL
      *                       YEAR THAT MOVES BY K-AVG-JUMP OR MORE
      *                       ONCE THE NIGHT'S ROWS ARE IN
      *            ABSENT     A GRADE FOR A STUDENT ABSENT FROM THAT
      *                       SUBJECT THAT DAY PER Extract_ABSENTE
      *            WEEKEND    A GRADE DATED ON A SATURDAY OR SUNDAY
      *          FINDINGS GO TO GradeAnomalies.txt (ONE LINE EACH, NO
      *          HEADER BUT THE TRAINING-COPY STAMP - TRIAGE FOLDS IT
      *          IN AS A SOURCE) AND TO THE DATED COPY
      *          GradeAnomalies_YYYYMMDD.txt. A FINDING IS FOR A
      *          PERSON TO LOOK AT, NOT A FAILED LOAD, SO THE STEP
      *          ALWAYS ENDS WITH RETURN CODE 0.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. GRADEANOM.
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

           SELECT NOTE-EXTRACT ASSIGN TO 'Extract_NOTE.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOTE-EXT-STATUS.

           SELECT ABS-EXTRACT ASSIGN TO 'Extract_ABSENTE.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ABS-EXT-STATUS.

      *> THE GRADE LOADER'S TRAIL, STAGED IN FROM THE ASSIGN 07
      *> DIRECTORY - TODAY'S INSERTED NOTE LINES ARE THE NIGHT'S ROWS
           SELECT NIGHT-FILE ASSIGN TO 'InsertAllAudit.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NIGHT-STATUS.

      *> ONE LINE PER FINDING - TRIAGE READS THIS FILE AS A SOURCE
           SELECT ANOMALY-FILE ASSIGN TO 'GradeAnomalies.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
        FD STUD-EXTRACT.
       01 STUD-EXTRACT-FD                   PIC X(250).

        FD NOTE-EXTRACT.
       01 NOTE-EXTRACT-FD                   PIC X(120).

        FD ABS-EXTRACT.
       01 ABS-EXTRACT-FD                    PIC X(80).

        FD NIGHT-FILE.
       01 NIGHT-FD                          PIC X(341).

        FD ANOMALY-FILE.
       01 ANOMALY-FD                        PIC X(130).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WS-STUD-EXT-STATUS               PIC X(02).
       01 WS-NOTE-EXT-STATUS               PIC X(02).
       01 WS-ABS-EXT-STATUS                PIC X(02).
       01 WS-NIGHT-STATUS                  PIC X(02).

      *> THE THRESHOLDS: HOW MANY IDENTICAL GRADES MAKE A UNIFORM
      *> CLASS, HOW MANY GRADES A STUDENT MAY GET IN ONE SUBJECT ON
      *> ONE DAY, HOW FAR A CLASS/SUBJECT AVERAGE MAY MOVE IN ONE
      *> NIGHT, AND HOW MANY EARLIER GRADES IT NEEDS TO BE MEASURED
       01 K-MIN-UNIFORM                    PIC 9(02) VALUE 5.
       01 K-MULTI-GRADES                   PIC 9(02) VALUE 3.
       01 K-AVG-JUMP                       PIC 9V99 VALUE 1.00.
       01 K-MIN-PRIOR                      PIC 9(02) VALUE 5.

       01 WS-RUN-DATE                      PIC 9(08).
       01 WS-COPY-COMMAND                  PIC X(200).

      *> STUDENTI: CNP AND CLASA (THE CLASS A GRADE COUNTS UNDER)
       01 WS-STUD-ROW.
           05 SR-CNP                       PIC X(13).
           05 FILLER                       PIC X(02).
           05 SR-CLASA                     PIC X(04).
       01 K-MAX-STUDENT                    PIC 9(04) VALUE 2000.
       01 STUDENT-TABLE.
           05 STUDENT-ENTRY OCCURS 2000 TIMES.
               10 ST-CNP                   PIC X(13).
               10 ST-CLASA                 PIC X(04).
       01 STUDENT-COUNT                    PIC 9(04) VALUE 0.
       01 WS-STUD-IDX                      PIC 9(04).
       01 WS-FIND-CNP                      PIC X(13).
       01 WS-FOUND-CLASA                   PIC X(04).

      *> NOTE: ONE Extract_NOTE.txt ROW
       01 WS-NOTE-ROW.
           05 NR-CNP                       PIC X(13).
           05 FILLER                       PIC X(02).
           05 NR-MATERIE                   PIC X(30).
           05 FILLER                       PIC X(02).
           05 NR-NOTA                      PIC X(02).
           05 FILLER                       PIC X(02).
           05 NR-DATA                      PIC X(08).
           05 FILLER                       PIC X(02).
           05 NR-TIP                       PIC X(01).
           05 FILLER                       PIC X(02).
           05 NR-AN                        PIC X(09).
           05 FILLER                       PIC X(02).
           05 NR-CNP-PROF                  PIC X(13).

      *> ONE Extract_ABSENTE.txt ROW
       01 WS-ABS-ROW.
           05 AR-CNP                       PIC X(13).
           05 FILLER                       PIC X(02).
           05 AR-DATA                      PIC X(08).
           05 FILLER                       PIC X(02).
           05 AR-MATERIE                   PIC X(30).
           05 FILLER                       PIC X(02).
           05 AR-MOTIVAT                   PIC X(01).
           05 FILLER                       PIC X(02).
           05 AR-ORA                       PIC X(01).

      *> ONE InsertAllAudit.txt LINE, NOTEMODULE'S LOAD-AUDIT-LINE
       01 WS-AUDIT-LINE.
           05 AU-DATE                      PIC X(08).
           05 FILLER                       PIC X(01).
           05 AU-TIME                      PIC X(08).
           05 FILLER                       PIC X(01).
           05 AU-OUTCOME                   PIC X(10).
           05 FILLER                       PIC X(01).
           05 AU-STATEMENT                 PIC X(300).
      *> THE VALUES OF THE INSERT, SPLIT APART
       01 WS-STMT-HEAD                     PIC X(300).
       01 WS-STMT-TAIL                     PIC X(300).
       01 WS-MATERIE-ESC                   PIC X(60).
       01 WS-ESC-IDX                       PIC 9(02).
       01 WS-PLAIN-IDX                     PIC 9(02).
       01 WS-SKIP-SW                       PIC X(01).
           88 SKIP-NEXT-QUOTE               VALUE "Y".
           88 KEEP-NEXT-QUOTE               VALUE "N".

      *> ONE NIGHT ROW AS THE INSERT CARRIED IT (THE STATEMENT HAS NO
      *> CLASS, SO CR-CLASA STAYS BLANK AND THE MASTER'S IS USED)
       01 WS-CSV-ROW.
           05 CR-CNP                       PIC X(13).
           05 CR-MATERIE                   PIC X(30).
           05 CR-NOTA                      PIC X(02).
           05 CR-DATA                      PIC X(08).
           05 CR-CLASA                     PIC X(04).
           05 CR-TIP                       PIC X(01).
           05 CR-AN                        PIC X(09).
           05 CR-CNP-PROF                  PIC X(13).

      *> THE NIGHT'S ROWS. LOADED = FOUND IN THE NOTE SNAPSHOT.
       01 K-MAX-NIGHT                      PIC 9(04) VALUE 5000.
       01 NIGHT-TABLE.
           05 NIGHT-ENTRY OCCURS 5000 TIMES.
               10 NT-CNP                   PIC X(13).
               10 NT-MATERIE               PIC X(30).
               10 NT-NOTA                  PIC 9(02).
               10 NT-DATA                  PIC X(08).
               10 NT-CLASA                 PIC X(04).
               10 NT-AN                    PIC X(09).
               10 NT-LOADED-SW             PIC X(01).
                   88 NT-LOADED             VALUE "Y".
                   88 NT-NOT-LOADED         VALUE "N".
       01 NIGHT-COUNT                      PIC 9(04) VALUE 0.
       01 WS-NIGHT-IDX                     PIC 9(04).
       01 WS-MATCH-IDX                     PIC 9(04).

      *> CLASS/SUBJECT/DATE GROUPS THE NIGHT TOUCHED
       01 K-MAX-UNIFORM                    PIC 9(04) VALUE 2000.
       01 UNIFORM-TABLE.
           05 UNIFORM-ENTRY OCCURS 2000 TIMES.
               10 UG-KEY.
                   15 UG-CLASA             PIC X(04).
                   15 UG-MATERIE           PIC X(30).
                   15 UG-DATA              PIC X(08).
               10 UG-COUNT                 PIC 9(04).
               10 UG-NIGHT                 PIC 9(04).
               10 UG-NOTA                  PIC 9(02).
               10 UG-SAME-SW               PIC X(01).
                   88 UG-ALL-SAME           VALUE "Y".
                   88 UG-MIXED              VALUE "N".
       01 UNIFORM-COUNT                    PIC 9(04) VALUE 0.
       01 WS-UNIFORM-IDX                   PIC 9(04).
       01 WS-UNIFORM-KEY.
           05 WU-CLASA                     PIC X(04).
           05 WU-MATERIE                   PIC X(30).
           05 WU-DATA                      PIC X(08).

      *> STUDENT/SUBJECT/DATE GROUPS THE NIGHT TOUCHED
       01 K-MAX-MULTI                      PIC 9(04) VALUE 5000.
       01 MULTI-TABLE.
           05 MULTI-ENTRY OCCURS 5000 TIMES.
               10 MG-KEY.
                   15 MG-CNP               PIC X(13).
                   15 MG-MATERIE           PIC X(30).
                   15 MG-DATA              PIC X(08).
               10 MG-CLASA                 PIC X(04).
               10 MG-COUNT                 PIC 9(04).
               10 MG-NIGHT                 PIC 9(04).
       01 MULTI-COUNT                      PIC 9(04) VALUE 0.
       01 WS-MULTI-IDX                     PIC 9(04).
       01 WS-MULTI-KEY.
           05 WM-CNP                       PIC X(13).
           05 WM-MATERIE                   PIC X(30).
           05 WM-DATA                      PIC X(08).

      *> CLASS/SUBJECT/SCHOOL-YEAR AVERAGES THE NIGHT TOUCHED: THE
      *> WHOLE SNAPSHOT'S SUM AND COUNT, AND THE NIGHT'S SHARE
       01 K-MAX-AVG                        PIC 9(04) VALUE 2000.
       01 AVG-TABLE.
           05 AVG-ENTRY OCCURS 2000 TIMES.
               10 AG-KEY.
                   15 AG-CLASA             PIC X(04).
                   15 AG-MATERIE           PIC X(30).
                   15 AG-AN                PIC X(09).
               10 AG-SUM                   PIC 9(07).
               10 AG-COUNT                 PIC 9(05).
               10 AG-NIGHT-SUM             PIC 9(07).
               10 AG-NIGHT-COUNT           PIC 9(05).
       01 AVG-COUNT                        PIC 9(04) VALUE 0.
       01 WS-AVG-IDX                       PIC 9(04).
       01 WS-AVG-KEY.
           05 WA-CLASA                     PIC X(04).
           05 WA-MATERIE                   PIC X(30).
           05 WA-AN                        PIC X(09).
       01 WS-AVG-BEFORE                    PIC 9(02)V99.
       01 WS-AVG-AFTER                     PIC 9(02)V99.
       01 WS-AVG-DIFF                      PIC S9(02)V99.
       01 WS-PRIOR-COUNT                   PIC 9(05).

      *> A GRADE AS A NUMBER: "9", " 9" AND "09" ARE ALL NINE
       01 WS-NOTA-IN                       PIC X(02).
       01 WS-NOTA-NUM                      PIC 9(02).
       01 WS-NOTA-SW                       PIC X(01).
           88 NOTA-VALID                    VALUE "Y".
           88 NOTA-INVALID                  VALUE "N".

      *> THE SNAPSHOT ROW BEING FOLDED IN
       01 WS-ROW-CLASA                     PIC X(04).
       01 WS-ROW-NIGHT-SW                  PIC X(01).
           88 ROW-IS-NIGHT                  VALUE "Y".
           88 ROW-NOT-NIGHT                 VALUE "N".

      *> DAY-OF-WEEK (ZELLER, THE SAME ARITHMETIC AS ABSMODULE AND
      *> TEZAPLAN): 1 = MONDAY .. 7 = SUNDAY
       01 WS-DATE-NUM                      PIC 9(08).
       01 WS-DATE-PARTS REDEFINES WS-DATE-NUM.
           05 WS-DATE-YYYY                 PIC 9(04).
           05 WS-DATE-MM                   PIC 9(02).
           05 WS-DATE-DD                   PIC 9(02).
       01 WS-Z-Y                           PIC 9(04).
       01 WS-Z-M                           PIC 9(02).
       01 WS-Z-C                           PIC 9(02).
       01 WS-Z-K                           PIC 9(02).
       01 WS-Z-T                           PIC 9(04).
       01 WS-Z-T2                          PIC 9(04).
       01 WS-Z-T3                          PIC 9(04).
       01 WS-Z-Q                           PIC 9(04).
       01 WS-Z-H                           PIC 9(04).
       01 WS-Z-DOW                         PIC 9(01).

      *> ONE FINDING: CHECK, CLASS, SUBJECT, DATE, STUDENT, WHAT
       01 WS-ANOMALY-LINE.
           05 AN-CHECK                     PIC X(10).
           05 FILLER                       PIC X(01).
           05 AN-CLASA                     PIC X(04).
           05 FILLER                       PIC X(01).
           05 AN-MATERIE                   PIC X(30).
           05 FILLER                       PIC X(01).
           05 AN-DATA                      PIC X(08).
           05 FILLER                       PIC X(01).
           05 AN-CNP                       PIC X(13).
           05 FILLER                       PIC X(01).
           05 AN-TEXT                      PIC X(60).
       01 WS-COUNT-DISP                    PIC ZZZ9.
       01 WS-NOTA-DISP                     PIC Z9.
       01 WS-AVG-BEFORE-DISP               PIC Z9.99.
       01 WS-AVG-AFTER-DISP                PIC Z9.99.

       01 WS-RUN-COUNTERS.
        05 WS-COUNT-NIGHT-ROWS             PIC 9(05) VALUE 0.
        05 WS-COUNT-LOADED                 PIC 9(05) VALUE 0.
        05 WS-COUNT-FINDINGS               PIC 9(05) VALUE 0.
        05 WS-COUNT-OVERFLOW               PIC 9(05) VALUE 0.

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".
       COPY TRAINENV-INT.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       S0  SECTION.
       S0A.
           DISPLAY "SUSPICIOUS GRADE-PATTERN DETECTOR"
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN OUTPUT ANOMALY-FILE
      *> A TRAINING COPY'S FINDINGS ARE MARKED AS SUCH - TRIAGE SKIPS
      *> THE STAMP LINE
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO ANOMALY-FD
               WRITE ANOMALY-FD
           END-IF
           PERFORM A9-STAGE-NIGHT-FEED
           PERFORM A1-LOAD-STUDENTS
           PERFORM A2-LOAD-NIGHT-ROWS
           IF NIGHT-COUNT = 0
               DISPLAY "NO GRADE ROWS LOADED TODAY - "
                   "NOTHING TO CHECK"
               GO TO S0Y
           END-IF

           PERFORM B0-SWEEP-NOTE-SNAPSHOT
           PERFORM C1-CHECK-UNIFORM
           PERFORM C2-CHECK-MULTIGRADE
           PERFORM C3-CHECK-AVERAGE-JUMP
           PERFORM C4-CHECK-ABSENT
           PERFORM C5-CHECK-WEEKEND
           .
       S0Y.
           CLOSE ANOMALY-FILE
           PERFORM Z1-FILE-DATED-COPY

           DISPLAY "NIGHT ROWS READ:          " WS-COUNT-NIGHT-ROWS
           DISPLAY "FOUND IN THE NOTE SNAPSHOT: " WS-COUNT-LOADED
           DISPLAY "FINDINGS WRITTEN:         " WS-COUNT-FINDINGS
           IF WS-COUNT-OVERFLOW > 0
               DISPLAY "GROUP TABLES FULL, ROWS NOT CHECKED: "
                   WS-COUNT-OVERFLOW
           END-IF
           DISPLAY "FINDINGS IN GradeAnomalies.txt"
           MOVE 0 TO RETURN-CODE
           .
       S0Z.
           STOP RUN.

      *> PULL THE LOADER'S TRAIL IN. THE OLD COPY GOES FIRST, SO A
      *> MISSING TRAIL IS NOT REPLACED BY YESTERDAY'S.
       A9-STAGE-NIGHT-FEED SECTION.
       A9-STAGE-NIGHT-FEEDA.
           MOVE SPACE                      TO WS-COPY-COMMAND
           STRING "rm -f 'InsertAllAudit.txt'; cp '../Assign 07 "
                  "FLOARE EMIL/InsertAllAudit.txt' "
                  "'InsertAllAudit.txt'" DELIMITED BY SIZE
           INTO WS-COPY-COMMAND
           CALL "SYSTEM" USING WS-COPY-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "COULD NOT STAGE ../Assign 07 FLOARE EMIL/"
                   "InsertAllAudit.txt"
           END-IF
           .
       A9-STAGE-NIGHT-FEEDZ.
           EXIT.

       A1-LOAD-STUDENTS SECTION.
       A1-LOAD-STUDENTSA.
           OPEN INPUT STUD-EXTRACT
           IF WS-STUD-EXT-STATUS NOT = "00"
               DISPLAY "NO Extract_STUDENTI.txt - NIGHT ROWS HAVE NO "
                   "CLASS"
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
                       CONTINUE
                   ELSE
                   IF SR-CNP > SPACE
                   AND STUDENT-COUNT < K-MAX-STUDENT
                       ADD 1               TO STUDENT-COUNT
                       MOVE SR-CNP         TO ST-CNP(STUDENT-COUNT)
                       MOVE SR-CLASA       TO ST-CLASA(STUDENT-COUNT)
                   END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE STUD-EXTRACT
           .
       A1-LOAD-STUDENTSZ.
           EXIT.

      *> EVERY NOTE ROW INSERTED TODAY BECOMES A NIGHT ROW AND OPENS
      *> (OR JOINS) ITS THREE GROUPS
       A2-LOAD-NIGHT-ROWS SECTION.
       A2-LOAD-NIGHT-ROWSA.
           OPEN INPUT NIGHT-FILE
           IF WS-NIGHT-STATUS NOT = "00"
               DISPLAY "NO InsertAllAudit.txt STAGED"
               GO TO A2-LOAD-NIGHT-ROWSZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-AUDIT-LINE
               READ NIGHT-FILE INTO WS-AUDIT-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF AU-DATE = WS-RUN-DATE
                   AND AU-OUTCOME = "INSERTED"
                   AND AU-STATEMENT(1:17) = "INSERT INTO NOTE("
                       ADD 1               TO WS-COUNT-NIGHT-ROWS
                       PERFORM A4-SPLIT-INSERT
                       PERFORM A3-ADD-NIGHT-ROW
                   END-IF
               END-READ
           END-PERFORM
           CLOSE NIGHT-FILE
           .
       A2-LOAD-NIGHT-ROWSZ.
           EXIT.

       A3-ADD-NIGHT-ROW SECTION.
       A3-ADD-NIGHT-ROWA.
           MOVE CR-NOTA                    TO WS-NOTA-IN
           PERFORM E1-NOTA-TO-NUM
           IF CR-CNP <= SPACE OR NOTA-INVALID
           OR CR-DATA NOT NUMERIC
               GO TO A3-ADD-NIGHT-ROWZ
           END-IF
           IF NIGHT-COUNT >= K-MAX-NIGHT
               ADD 1                       TO WS-COUNT-OVERFLOW
               GO TO A3-ADD-NIGHT-ROWZ
           END-IF
      *> THE STUDENT MASTER'S CLASS WINS; THE FEED'S IS THE FALLBACK
           MOVE CR-CNP                     TO WS-FIND-CNP
           PERFORM E2-FIND-CLASA
           IF WS-FOUND-CLASA <= SPACE
               MOVE CR-CLASA               TO WS-FOUND-CLASA
           END-IF

           ADD 1                           TO NIGHT-COUNT
           MOVE CR-CNP                     TO NT-CNP(NIGHT-COUNT)
           MOVE CR-MATERIE                 TO NT-MATERIE(NIGHT-COUNT)
           MOVE WS-NOTA-NUM                TO NT-NOTA(NIGHT-COUNT)
           MOVE CR-DATA                    TO NT-DATA(NIGHT-COUNT)
           MOVE WS-FOUND-CLASA             TO NT-CLASA(NIGHT-COUNT)
           MOVE CR-AN                      TO NT-AN(NIGHT-COUNT)
           SET NT-NOT-LOADED(NIGHT-COUNT)  TO TRUE

           MOVE WS-FOUND-CLASA             TO WU-CLASA WA-CLASA
           MOVE CR-MATERIE                 TO WU-MATERIE WM-MATERIE
                                              WA-MATERIE
           MOVE CR-DATA                    TO WU-DATA WM-DATA
           MOVE CR-CNP                     TO WM-CNP
           MOVE CR-AN                      TO WA-AN

           PERFORM D1-FIND-UNIFORM
           IF WS-UNIFORM-IDX = 0 AND UNIFORM-COUNT < K-MAX-UNIFORM
               ADD 1                       TO UNIFORM-COUNT
               MOVE WS-UNIFORM-KEY         TO UG-KEY(UNIFORM-COUNT)
               MOVE 0                      TO UG-COUNT(UNIFORM-COUNT)
                                              UG-NIGHT(UNIFORM-COUNT)
                                              UG-NOTA(UNIFORM-COUNT)
               SET UG-ALL-SAME(UNIFORM-COUNT) TO TRUE
           END-IF

           PERFORM D2-FIND-MULTI
           IF WS-MULTI-IDX = 0 AND MULTI-COUNT < K-MAX-MULTI
               ADD 1                       TO MULTI-COUNT
               MOVE WS-MULTI-KEY           TO MG-KEY(MULTI-COUNT)
               MOVE WS-FOUND-CLASA         TO MG-CLASA(MULTI-COUNT)
               MOVE 0                      TO MG-COUNT(MULTI-COUNT)
                                              MG-NIGHT(MULTI-COUNT)
           END-IF

           PERFORM D3-FIND-AVG
           IF WS-AVG-IDX = 0 AND AVG-COUNT < K-MAX-AVG
               ADD 1                       TO AVG-COUNT
               MOVE WS-AVG-KEY             TO AG-KEY(AVG-COUNT)
               MOVE 0                      TO AG-SUM(AVG-COUNT)
                                              AG-COUNT(AVG-COUNT)
                                              AG-NIGHT-SUM(AVG-COUNT)
                                              AG-NIGHT-COUNT(AVG-COUNT)
           END-IF
           .
       A3-ADD-NIGHT-ROWZ.
           EXIT.

      *> VALUES ('CNP', 'MATERIE' ,'NOTA','DATA','TIP','AN','PROF')
      *> - THE EXACT SHAPE NOTEMODULE BUILDS
       A4-SPLIT-INSERT SECTION.
       A4-SPLIT-INSERTA.
           MOVE SPACE                      TO WS-STMT-HEAD
                                              WS-STMT-TAIL
                                              WS-MATERIE-ESC
                                              WS-CSV-ROW
           UNSTRING AU-STATEMENT DELIMITED BY "VALUES ('"
               INTO WS-STMT-HEAD WS-STMT-TAIL
           END-UNSTRING
           UNSTRING WS-STMT-TAIL DELIMITED BY "', '" OR "' ,'"
                                           OR "','" OR "')"
               INTO CR-CNP WS-MATERIE-ESC CR-NOTA CR-DATA CR-TIP
                    CR-AN CR-CNP-PROF
           END-UNSTRING
           PERFORM A5-UNESCAPE-MATERIE
           .
       A4-SPLIT-INSERTZ.
           EXIT.

      *> '' IN THE STATEMENT WAS ONE ' IN THE SUBJECT NAME
       A5-UNESCAPE-MATERIE SECTION.
       A5-UNESCAPE-MATERIEA.
           MOVE SPACE                      TO CR-MATERIE
           MOVE 0                          TO WS-PLAIN-IDX
           SET KEEP-NEXT-QUOTE             TO TRUE
           PERFORM VARYING WS-ESC-IDX FROM 1 BY 1
                   UNTIL WS-ESC-IDX > 60 OR WS-PLAIN-IDX >= 30
               IF WS-MATERIE-ESC(WS-ESC-IDX:1) = "'"
               AND SKIP-NEXT-QUOTE
                   SET KEEP-NEXT-QUOTE     TO TRUE
               ELSE
                   IF WS-MATERIE-ESC(WS-ESC-IDX:1) = "'"
                       SET SKIP-NEXT-QUOTE TO TRUE
                   END-IF
                   ADD 1                   TO WS-PLAIN-IDX
                   MOVE WS-MATERIE-ESC(WS-ESC-IDX:1)
                               TO CR-MATERIE(WS-PLAIN-IDX:1)
               END-IF
           END-PERFORM
           .
       A5-UNESCAPE-MATERIEZ.
           EXIT.

      *> ONE PASS OVER THE NOTE SNAPSHOT: MARK THE NIGHT ROWS THAT
      *> LOADED AND FOLD EVERY ROW INTO THE GROUPS THE NIGHT TOUCHED
       B0-SWEEP-NOTE-SNAPSHOT SECTION.
       B0-SWEEP-NOTE-SNAPSHOTA.
           OPEN INPUT NOTE-EXTRACT
           IF WS-NOTE-EXT-STATUS NOT = "00"
               DISPLAY "Extract_NOTE.txt NOT FOUND - RUN TBLEXTRACT "
                   "FIRST"
               GO TO B0-SWEEP-NOTE-SNAPSHOTZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-NOTE-ROW
               READ NOTE-EXTRACT INTO WS-NOTE-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-NOTE-ROW(1:8) = "EXTRACT "
                       CONTINUE
                   ELSE
                   IF NR-CNP > SPACE
                       PERFORM B1-FOLD-SNAPSHOT-ROW
                   END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE NOTE-EXTRACT
           .
       B0-SWEEP-NOTE-SNAPSHOTZ.
           EXIT.

       B1-FOLD-SNAPSHOT-ROW SECTION.
       B1-FOLD-SNAPSHOT-ROWA.
           MOVE NR-NOTA                    TO WS-NOTA-IN
           PERFORM E1-NOTA-TO-NUM
           IF NOTA-INVALID
               GO TO B1-FOLD-SNAPSHOT-ROWZ
           END-IF

      *> IS THIS ONE OF TONIGHT'S ROWS?
           SET ROW-NOT-NIGHT               TO TRUE
           MOVE SPACE                      TO WS-ROW-CLASA
           PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
                   UNTIL WS-NIGHT-IDX > NIGHT-COUNT
               IF NT-NOT-LOADED(WS-NIGHT-IDX)
               AND NT-CNP(WS-NIGHT-IDX) = NR-CNP
               AND NT-MATERIE(WS-NIGHT-IDX) = NR-MATERIE
               AND NT-DATA(WS-NIGHT-IDX) = NR-DATA
               AND NT-NOTA(WS-NIGHT-IDX) = WS-NOTA-NUM
                   SET NT-LOADED(WS-NIGHT-IDX) TO TRUE
                   SET ROW-IS-NIGHT        TO TRUE
                   MOVE NT-CLASA(WS-NIGHT-IDX) TO WS-ROW-CLASA
                   ADD 1                   TO WS-COUNT-LOADED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ROW-NOT-NIGHT
               MOVE NR-CNP                 TO WS-FIND-CNP
               PERFORM E2-FIND-CLASA
               MOVE WS-FOUND-CLASA         TO WS-ROW-CLASA
           END-IF

           MOVE WS-ROW-CLASA               TO WU-CLASA WA-CLASA
           MOVE NR-MATERIE                 TO WU-MATERIE WM-MATERIE
                                              WA-MATERIE
           MOVE NR-DATA                    TO WU-DATA WM-DATA
           MOVE NR-CNP                     TO WM-CNP
           MOVE NR-AN                      TO WA-AN

           PERFORM D1-FIND-UNIFORM
           IF WS-UNIFORM-IDX > 0
               IF UG-COUNT(WS-UNIFORM-IDX) = 0
                   MOVE WS-NOTA-NUM        TO UG-NOTA(WS-UNIFORM-IDX)
               ELSE
                   IF UG-NOTA(WS-UNIFORM-IDX) NOT = WS-NOTA-NUM
                       SET UG-MIXED(WS-UNIFORM-IDX) TO TRUE
                   END-IF
               END-IF
               ADD 1                       TO UG-COUNT(WS-UNIFORM-IDX)
               IF ROW-IS-NIGHT
                   ADD 1                   TO UG-NIGHT(WS-UNIFORM-IDX)
               END-IF
           END-IF

           PERFORM D2-FIND-MULTI
           IF WS-MULTI-IDX > 0
               ADD 1                       TO MG-COUNT(WS-MULTI-IDX)
               IF ROW-IS-NIGHT
                   ADD 1                   TO MG-NIGHT(WS-MULTI-IDX)
               END-IF
           END-IF

           PERFORM D3-FIND-AVG
           IF WS-AVG-IDX > 0
               ADD WS-NOTA-NUM             TO AG-SUM(WS-AVG-IDX)
               ADD 1                       TO AG-COUNT(WS-AVG-IDX)
               IF ROW-IS-NIGHT
                   ADD WS-NOTA-NUM         TO AG-NIGHT-SUM(WS-AVG-IDX)
                   ADD 1                   TO
                                         AG-NIGHT-COUNT(WS-AVG-IDX)
               END-IF
           END-IF
           .
       B1-FOLD-SNAPSHOT-ROWZ.
           EXIT.

      *> A CLASS/SUBJECT/DATE WITH ENOUGH GRADES, ALL OF THEM THE
      *> SAME, AND AT LEAST ONE OF THEM LOADED TONIGHT
       C1-CHECK-UNIFORM SECTION.
       C1-CHECK-UNIFORMA.
           PERFORM VARYING WS-UNIFORM-IDX FROM 1 BY 1
                   UNTIL WS-UNIFORM-IDX > UNIFORM-COUNT
               IF UG-NIGHT(WS-UNIFORM-IDX) > 0
               AND UG-ALL-SAME(WS-UNIFORM-IDX)
               AND UG-COUNT(WS-UNIFORM-IDX) >= K-MIN-UNIFORM
                   MOVE SPACE              TO WS-ANOMALY-LINE
                   MOVE "UNIFORM"          TO AN-CHECK
                   MOVE UG-CLASA(WS-UNIFORM-IDX) TO AN-CLASA
                   MOVE UG-MATERIE(WS-UNIFORM-IDX) TO AN-MATERIE
                   MOVE UG-DATA(WS-UNIFORM-IDX) TO AN-DATA
                   MOVE UG-COUNT(WS-UNIFORM-IDX) TO WS-COUNT-DISP
                   MOVE UG-NOTA(WS-UNIFORM-IDX) TO WS-NOTA-DISP
                   STRING "ALL " WS-COUNT-DISP " GRADES ARE "
                          WS-NOTA-DISP DELIMITED BY SIZE
                   INTO AN-TEXT
                   PERFORM Y1-WRITE-FINDING
               END-IF
           END-PERFORM
           .
       C1-CHECK-UNIFORMZ.
           EXIT.

       C2-CHECK-MULTIGRADE SECTION.
       C2-CHECK-MULTIGRADEA.
           PERFORM VARYING WS-MULTI-IDX FROM 1 BY 1
                   UNTIL WS-MULTI-IDX > MULTI-COUNT
               IF MG-NIGHT(WS-MULTI-IDX) > 0
               AND MG-COUNT(WS-MULTI-IDX) >= K-MULTI-GRADES
                   MOVE SPACE              TO WS-ANOMALY-LINE
                   MOVE "MULTIGRADE"       TO AN-CHECK
                   MOVE MG-CLASA(WS-MULTI-IDX) TO AN-CLASA
                   MOVE MG-MATERIE(WS-MULTI-IDX) TO AN-MATERIE
                   MOVE MG-DATA(WS-MULTI-IDX) TO AN-DATA
                   MOVE MG-CNP(WS-MULTI-IDX) TO AN-CNP
                   MOVE MG-COUNT(WS-MULTI-IDX) TO WS-COUNT-DISP
                   STRING WS-COUNT-DISP " GRADES IN ONE SUBJECT ON "
                          "ONE DAY" DELIMITED BY SIZE
                   INTO AN-TEXT
                   PERFORM Y1-WRITE-FINDING
               END-IF
           END-PERFORM
           .
       C2-CHECK-MULTIGRADEZ.
           EXIT.

      *> THE AVERAGE WITHOUT TONIGHT'S ROWS AGAINST THE AVERAGE WITH
      *> THEM, ONCE THERE IS ENOUGH HISTORY TO COMPARE WITH
       C3-CHECK-AVERAGE-JUMP SECTION.
       C3-CHECK-AVERAGE-JUMPA.
           PERFORM VARYING WS-AVG-IDX FROM 1 BY 1
                   UNTIL WS-AVG-IDX > AVG-COUNT
               COMPUTE WS-PRIOR-COUNT = AG-COUNT(WS-AVG-IDX)
                                      - AG-NIGHT-COUNT(WS-AVG-IDX)
               IF AG-NIGHT-COUNT(WS-AVG-IDX) > 0
               AND WS-PRIOR-COUNT >= K-MIN-PRIOR
                   COMPUTE WS-AVG-BEFORE ROUNDED =
                       (AG-SUM(WS-AVG-IDX) - AG-NIGHT-SUM(WS-AVG-IDX))
                       / WS-PRIOR-COUNT
                   COMPUTE WS-AVG-AFTER ROUNDED =
                       AG-SUM(WS-AVG-IDX) / AG-COUNT(WS-AVG-IDX)
                   COMPUTE WS-AVG-DIFF = WS-AVG-AFTER - WS-AVG-BEFORE
                   IF WS-AVG-DIFF < 0
                       COMPUTE WS-AVG-DIFF = 0 - WS-AVG-DIFF
                   END-IF
                   IF WS-AVG-DIFF >= K-AVG-JUMP
                       MOVE SPACE          TO WS-ANOMALY-LINE
                       MOVE "AVGJUMP"      TO AN-CHECK
                       MOVE AG-CLASA(WS-AVG-IDX) TO AN-CLASA
                       MOVE AG-MATERIE(WS-AVG-IDX) TO AN-MATERIE
                       MOVE WS-AVG-BEFORE  TO WS-AVG-BEFORE-DISP
                       MOVE WS-AVG-AFTER   TO WS-AVG-AFTER-DISP
                       MOVE AG-NIGHT-COUNT(WS-AVG-IDX)
                                           TO WS-COUNT-DISP
                       STRING "AVERAGE " WS-AVG-BEFORE-DISP " -> "
                              WS-AVG-AFTER-DISP " WITH "
                              WS-COUNT-DISP " NEW GRADES, "
                              AG-AN(WS-AVG-IDX) DELIMITED BY SIZE
                       INTO AN-TEXT
                       PERFORM Y1-WRITE-FINDING
                   END-IF
               END-IF
           END-PERFORM
           .
       C3-CHECK-AVERAGE-JUMPZ.
           EXIT.

      *> A LOADED NIGHT ROW FOR A STUDENT THE ABSENCE SNAPSHOT HAS
      *> AWAY FROM THAT SUBJECT ON THAT DAY
       C4-CHECK-ABSENT SECTION.
       C4-CHECK-ABSENTA.
           OPEN INPUT ABS-EXTRACT
           IF WS-ABS-EXT-STATUS NOT = "00"
               DISPLAY "NO Extract_ABSENTE.txt - ABSENCE CHECK SKIPPED"
               GO TO C4-CHECK-ABSENTZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-ABS-ROW
               READ ABS-EXTRACT INTO WS-ABS-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-ABS-ROW(1:8) = "EXTRACT "
                       CONTINUE
                   ELSE
                   IF AR-CNP > SPACE
                       PERFORM C6-MATCH-ABSENCE
                   END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ABS-EXTRACT
           .
       C4-CHECK-ABSENTZ.
           EXIT.

       C6-MATCH-ABSENCE SECTION.
       C6-MATCH-ABSENCEA.
           PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
                   UNTIL WS-NIGHT-IDX > NIGHT-COUNT
               IF NT-LOADED(WS-NIGHT-IDX)
               AND NT-CNP(WS-NIGHT-IDX) = AR-CNP
               AND NT-DATA(WS-NIGHT-IDX) = AR-DATA
               AND NT-MATERIE(WS-NIGHT-IDX) = AR-MATERIE
                   MOVE SPACE              TO WS-ANOMALY-LINE
                   MOVE "ABSENT"           TO AN-CHECK
                   MOVE NT-CLASA(WS-NIGHT-IDX) TO AN-CLASA
                   MOVE NT-MATERIE(WS-NIGHT-IDX) TO AN-MATERIE
                   MOVE NT-DATA(WS-NIGHT-IDX) TO AN-DATA
                   MOVE NT-CNP(WS-NIGHT-IDX) TO AN-CNP
                   MOVE NT-NOTA(WS-NIGHT-IDX) TO WS-NOTA-DISP
                   STRING "GRADE " WS-NOTA-DISP " WHILE ABSENT (ORA "
                          AR-ORA ", MOTIVAT " AR-MOTIVAT ")"
                          DELIMITED BY SIZE
                   INTO AN-TEXT
                   PERFORM Y1-WRITE-FINDING
               END-IF
           END-PERFORM
           .
       C6-MATCH-ABSENCEZ.
           EXIT.

       C5-CHECK-WEEKEND SECTION.
       C5-CHECK-WEEKENDA.
           PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
                   UNTIL WS-NIGHT-IDX > NIGHT-COUNT
               IF NT-LOADED(WS-NIGHT-IDX)
                   MOVE NT-DATA(WS-NIGHT-IDX) TO WS-DATE-NUM
                   PERFORM W0-DAY-OF-WEEK
                   IF WS-Z-DOW > 5
                       MOVE SPACE          TO WS-ANOMALY-LINE
                       MOVE "WEEKEND"      TO AN-CHECK
                       MOVE NT-CLASA(WS-NIGHT-IDX) TO AN-CLASA
                       MOVE NT-MATERIE(WS-NIGHT-IDX) TO AN-MATERIE
                       MOVE NT-DATA(WS-NIGHT-IDX) TO AN-DATA
                       MOVE NT-CNP(WS-NIGHT-IDX) TO AN-CNP
                       MOVE NT-NOTA(WS-NIGHT-IDX) TO WS-NOTA-DISP
                       IF WS-Z-DOW = 6
                           STRING "GRADE " WS-NOTA-DISP
                                  " DATED ON A SATURDAY"
                                  DELIMITED BY SIZE
                           INTO AN-TEXT
                       ELSE
                           STRING "GRADE " WS-NOTA-DISP
                                  " DATED ON A SUNDAY"
                                  DELIMITED BY SIZE
                           INTO AN-TEXT
                       END-IF
                       PERFORM Y1-WRITE-FINDING
                   END-IF
               END-IF
           END-PERFORM
           .
       C5-CHECK-WEEKENDZ.
           EXIT.

       D1-FIND-UNIFORM SECTION.
       D1-FIND-UNIFORMA.
           MOVE 0                          TO WS-MATCH-IDX
           PERFORM VARYING WS-UNIFORM-IDX FROM 1 BY 1
                   UNTIL WS-UNIFORM-IDX > UNIFORM-COUNT
               IF UG-KEY(WS-UNIFORM-IDX) = WS-UNIFORM-KEY
                   MOVE WS-UNIFORM-IDX     TO WS-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE WS-MATCH-IDX               TO WS-UNIFORM-IDX
           .
       D1-FIND-UNIFORMZ.
           EXIT.

       D2-FIND-MULTI SECTION.
       D2-FIND-MULTIA.
           MOVE 0                          TO WS-MATCH-IDX
           PERFORM VARYING WS-MULTI-IDX FROM 1 BY 1
                   UNTIL WS-MULTI-IDX > MULTI-COUNT
               IF MG-KEY(WS-MULTI-IDX) = WS-MULTI-KEY
                   MOVE WS-MULTI-IDX       TO WS-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE WS-MATCH-IDX               TO WS-MULTI-IDX
           .
       D2-FIND-MULTIZ.
           EXIT.

       D3-FIND-AVG SECTION.
       D3-FIND-AVGA.
           MOVE 0                          TO WS-MATCH-IDX
           PERFORM VARYING WS-AVG-IDX FROM 1 BY 1
                   UNTIL WS-AVG-IDX > AVG-COUNT
               IF AG-KEY(WS-AVG-IDX) = WS-AVG-KEY
                   MOVE WS-AVG-IDX         TO WS-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE WS-MATCH-IDX               TO WS-AVG-IDX
           .
       D3-FIND-AVGZ.
           EXIT.

      *> "9", "9 ", " 9" AND "09" ALL READ AS NINE; ANYTHING ELSE IS
      *> NOT A GRADE
       E1-NOTA-TO-NUM SECTION.
       E1-NOTA-TO-NUMA.
           SET NOTA-INVALID                TO TRUE
           MOVE 0                          TO WS-NOTA-NUM
           EVALUATE TRUE
               WHEN WS-NOTA-IN NUMERIC
                   MOVE WS-NOTA-IN         TO WS-NOTA-NUM
                   SET NOTA-VALID          TO TRUE
               WHEN WS-NOTA-IN(1:1) NUMERIC
               AND WS-NOTA-IN(2:1) = SPACE
                   MOVE WS-NOTA-IN(1:1)    TO WS-NOTA-NUM
                   SET NOTA-VALID          TO TRUE
               WHEN WS-NOTA-IN(1:1) = SPACE
               AND WS-NOTA-IN(2:1) NUMERIC
                   MOVE WS-NOTA-IN(2:1)    TO WS-NOTA-NUM
                   SET NOTA-VALID          TO TRUE
           END-EVALUATE
           .
       E1-NOTA-TO-NUMZ.
           EXIT.

       E2-FIND-CLASA SECTION.
       E2-FIND-CLASAA.
           MOVE SPACE                      TO WS-FOUND-CLASA
           PERFORM VARYING WS-STUD-IDX FROM 1 BY 1
                   UNTIL WS-STUD-IDX > STUDENT-COUNT
               IF ST-CNP(WS-STUD-IDX) = WS-FIND-CNP
                   MOVE ST-CLASA(WS-STUD-IDX) TO WS-FOUND-CLASA
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
       E2-FIND-CLASAZ.
           EXIT.

      *> ZELLER'S CONGRUENCE: 1 = MONDAY ... 7 = SUNDAY
       W0-DAY-OF-WEEK SECTION.
       W0-DAY-OF-WEEKA.
           MOVE WS-DATE-YYYY               TO WS-Z-Y
           MOVE WS-DATE-MM                 TO WS-Z-M
           IF WS-Z-M < 3
               ADD 12                      TO WS-Z-M
               SUBTRACT 1                  FROM WS-Z-Y
           END-IF
           COMPUTE WS-Z-C = WS-Z-Y / 100
           COMPUTE WS-Z-K = WS-Z-Y - WS-Z-C * 100
           COMPUTE WS-Z-T = (13 * (WS-Z-M + 1)) / 5
      *> EVERY QUOTIENT IS TRUNCATED ON ITS OWN, AS THE FORMULA
      *> REQUIRES, BEFORE THE TERMS ARE ADDED
           COMPUTE WS-Z-T2 = WS-Z-K / 4
           COMPUTE WS-Z-T3 = WS-Z-C / 4
           COMPUTE WS-Z-H = WS-DATE-DD + WS-Z-T + WS-Z-K + WS-Z-T2
               + WS-Z-T3 + 5 * WS-Z-C
           DIVIDE WS-Z-H BY 7 GIVING WS-Z-Q
               REMAINDER WS-Z-DOW
      *> ZELLER'S 0 IS SATURDAY - FOLD INTO 1=MONDAY..7=SUNDAY
           EVALUATE WS-Z-DOW
               WHEN 0 MOVE 6               TO WS-Z-DOW
               WHEN 1 MOVE 7               TO WS-Z-DOW
               WHEN OTHER
                   SUBTRACT 1              FROM WS-Z-DOW
           END-EVALUATE
           .
       W0-DAY-OF-WEEKZ.
           EXIT.

       Y1-WRITE-FINDING SECTION.
       Y1-WRITE-FINDINGA.
           MOVE WS-ANOMALY-LINE            TO ANOMALY-FD
           WRITE ANOMALY-FD
           ADD 1                           TO WS-COUNT-FINDINGS
           .
       Y1-WRITE-FINDINGZ.
           EXIT.

      *> THE NIGHT'S FINDINGS ARE KEPT UNDER THE RUN DATE AS WELL,
      *> SINCE GradeAnomalies.txt IS REWRITTEN EVERY NIGHT
       Z1-FILE-DATED-COPY SECTION.
       Z1-FILE-DATED-COPYA.
           MOVE SPACE                      TO WS-COPY-COMMAND
           STRING "cp 'GradeAnomalies.txt' 'GradeAnomalies_"
                  WS-RUN-DATE ".txt'" DELIMITED BY SIZE
           INTO WS-COPY-COMMAND
           CALL "SYSTEM" USING WS-COPY-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "COULD NOT FILE GradeAnomalies_" WS-RUN-DATE
                   ".txt"
           END-IF
           .
       Z1-FILE-DATED-COPYZ.
           EXIT.
