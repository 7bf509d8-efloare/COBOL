      *          ONE-SHOT LAUNCH, SO A CALLER BEHAVES THE SAME EITHER
      *          WAY. THE SESSION LIVES IN THE CALLER'S RUN, UNDER
      *          THE SQLLOCK TOKEN THE CALLER ALREADY HOLDS.
      *          EVERY SUBMIT, SESSION OR ONE-SHOT, APPENDS ONE LINE
      *          TO SqlPerfLog.txt IN THE CALLER'S DIRECTORY: THE
      *          CALLING PROGRAM, THE STATEMENT'S KIND, TABLE AND
      *          FIRST WHERE COLUMN, THE ELAPSED TIME, THE ROWS
      *          RETURNED, THE CALLER'S RETRY NUMBER AND THE ROUTE IT
      *          TOOK - WHAT SQLPERF TOTALS EACH NIGHT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACK-STATUS.

      *> ONE LINE PER SUBMIT, OPENED AND CLOSED PER CALL LIKE
      *> AccessLog.txt, SO A RUN THAT ABENDS STILL LEAVES ITS TRACE
           SELECT PERF-LOG ASSIGN TO 'SqlPerfLog.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PERF-STATUS.

      *> THE STAGED STATEMENT AND THE JAR'S ANSWER, READ ONLY TO
      *> DESCRIBE THE SUBMIT IN THE LOG
           SELECT SQL-STATEMENT-FILE ASSIGN TO 'StatementSQLInput.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATEMENT-STATUS.

           SELECT SQL-RESULTS ASSIGN TO 'SQLResults/SelectResult.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESULTS-STATUS.

           SELECT SQL-STATUS-FILE ASSIGN TO 'SQLResults/SQLSta.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STA-STATUS.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
        FD ACK-FILE.
       01 ACK-FILE-FD                      PIC X(10).

        FD PERF-LOG.
       01 PERF-LOG-FD                      PIC X(170).

        FD SQL-STATEMENT-FILE.
       01 SQL-STATEMENT-FILE-FD            PIC X(1000).

        FD SQL-RESULTS.
       01 SQL-RESULTS-FD                   PIC X(2500).

        FD SQL-STATUS-FILE.
       01 SQL-STATUS-FD                    PIC X(10).

      *-----------------------
       WORKING-STORAGE SECTION.

           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".

       01 WS-PERF-STATUS                   PIC X(02).
       01 WS-STATEMENT-STATUS              PIC X(02).
       01 WS-RESULTS-STATUS                PIC X(02).
       01 WS-STA-STATUS                    PIC X(02).

      *> HOW THE STATEMENT WENT: THROUGH THE SESSION, ONE-SHOT, OR
      *> ONE-SHOT AFTER THE SESSION STOPPED ANSWERING
       01 WS-ROUTE-SWITCH                  PIC X(01) VALUE "N".
           88 ROUTE-SESSION                VALUE "Y".
           88 ROUTE-ONE-SHOT               VALUE "N".
           88 ROUTE-FELL-BACK              VALUE "F".

      *> THE CLOCK AT EACH END OF THE SUBMIT, IN HUNDREDTHS SINCE
      *> MIDNIGHT (A SUBMIT THAT CROSSES MIDNIGHT GETS A DAY ADDED)
       01 WS-CLOCK                         PIC 9(08).
       01 WS-CLOCK-PARTS REDEFINES WS-CLOCK.
           05 WS-CLOCK-HH                  PIC 9(02).
           05 WS-CLOCK-MM                  PIC 9(02).
           05 WS-CLOCK-SS                  PIC 9(02).
           05 WS-CLOCK-CC                  PIC 9(02).
       01 WS-START-HUNDREDTHS              PIC 9(08).
       01 WS-END-HUNDREDTHS                PIC 9(08).
       01 K-DAY-HUNDREDTHS                 PIC 9(08) VALUE 8640000.

      *> ONE SqlPerfLog.txt LINE - THE COLUMNS SQLPERF READS BACK
       01 PERF-LINE.
           05 PL-DATE                      PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 PL-TIME                      PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 PL-PROGRAM                   PIC X(12).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 PL-KIND                      PIC X(06).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 PL-TABLE                     PIC X(20).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 PL-KEY                       PIC X(20).
           05 FILLER                       PIC X(01) VALUE SPACE.
      *> ELAPSED IN HUNDREDTHS OF A SECOND
           05 PL-ELAPSED                   PIC 9(07).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 PL-ROWS                      PIC 9(07).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 PL-RETRY                     PIC 9(02).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 PL-SESSION                   PIC X(01).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 PL-STATUS                    PIC X(04).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 PL-TEXT                      PIC X(60).

      *> THE STATEMENT WALKED ONE WORD AT A TIME FOR ITS KIND, TABLE
      *> AND FIRST WHERE COLUMN
       01 WS-STATEMENT                     PIC X(1000).
       01 WS-WORD                          PIC X(30).
       01 WS-PREV-WORD                     PIC X(30).
       01 WS-WORD-PTR                      PIC 9(04).
       01 WS-WORD-COUNT                    PIC 9(04).
       01 K-MAX-WORDS                      PIC 9(04) VALUE 300.
       01 WS-WANT-SWITCH                   PIC X(01).
           88 WANT-NOTHING                 VALUE " ".
           88 WANT-TABLE                   VALUE "T".
           88 WANT-KEY                     VALUE "K".

      *-----------------------
       LINKAGE SECTION.
      **-*-*-*-*-*-*-*-*-*-*-*-*-*
               WHEN SES-START
                   PERFORM F-START-SESSION
               WHEN SES-SUBMIT
                   ACCEPT WS-CLOCK FROM TIME
                   PERFORM L3-CLOCK-TO-HUNDREDTHS
                   MOVE WS-END-HUNDREDTHS  TO WS-START-HUNDREDTHS
                   PERFORM F-SUBMIT
                   PERFORM L0-LOG-STATEMENT
               WHEN SES-END
                   PERFORM F-END-SESSION
               WHEN OTHER
      *> THROUGH THE SESSION WHEN ONE ANSWERS, ONE-SHOT OTHERWISE
       F-SUBMIT SECTION.
       F-SUBMITA.
           SET ROUTE-ONE-SHOT              TO TRUE
           OPEN INPUT SESSION-MARKER
           IF WS-MARKER-STATUS NOT = "00"
               PERFORM F-ONE-SHOT
           PERFORM W-WAIT-FOR-ACK
           IF ACK-RECEIVED
               MOVE 0                      TO SES-RC
               SET ROUTE-SESSION           TO TRUE
           ELSE
      *> THE SESSION STOPPED ANSWERING - DECLARE IT DEAD SO THE REST
      *> OF THE RUN GOES ONE-SHOT INSTEAD OF WAITING EVERY TIME
                   "TO ONE-SHOT"
               CALL "CBL_DELETE_FILE" USING K-MARKER-FILE-NAME
               PERFORM F-ONE-SHOT
               SET ROUTE-FELL-BACK         TO TRUE
           END-IF
           .
       F-SUBMITZ.
           .
       F-END-SESSIONZ.
           EXIT.
      *> ONE SqlPerfLog.txt LINE FOR THE SUBMIT JUST MADE. THE LOG
      *> ONLY DESCRIBES - NOTHING HERE CHANGES WHAT THE CALLER GETS
      *> BACK IN SES-RC
       L0-LOG-STATEMENT SECTION.
       L0-LOG-STATEMENTA.
           ACCEPT WS-CLOCK FROM TIME
           PERFORM L3-CLOCK-TO-HUNDREDTHS
           IF WS-END-HUNDREDTHS < WS-START-HUNDREDTHS
               ADD K-DAY-HUNDREDTHS        TO WS-END-HUNDREDTHS
           END-IF

           MOVE SPACE                      TO PERF-LINE
           ACCEPT PL-DATE FROM DATE YYYYMMDD
           MOVE WS-CLOCK                   TO PL-TIME
           IF SES-CALLER = SPACE
               MOVE "UNKNOWN"              TO PL-PROGRAM
           ELSE
               MOVE SES-CALLER             TO PL-PROGRAM
           END-IF
           COMPUTE PL-ELAPSED = WS-END-HUNDREDTHS - WS-START-HUNDREDTHS
           MOVE SES-RETRY                  TO PL-RETRY
           MOVE WS-ROUTE-SWITCH            TO PL-SESSION
           MOVE 0                          TO PL-ROWS
           PERFORM L1-CLASSIFY-STATEMENT

      *> THE JAR'S STATUS, AND FOR A SELECT THE ROWS IT HANDED BACK
           IF SES-RC NOT = 0
               MOVE "NONE"                 TO PL-STATUS
           ELSE
               OPEN INPUT SQL-STATUS-FILE
               IF WS-STA-STATUS = "00"
                   MOVE SPACE              TO SQL-STATUS-FD
                   READ SQL-STATUS-FILE
                       AT END CONTINUE
                   END-READ
                   MOVE SQL-STATUS-FD(1:4) TO PL-STATUS
                   CLOSE SQL-STATUS-FILE
               END-IF
               IF PL-KIND = "SELECT"
                   PERFORM L2-COUNT-ROWS
               END-IF
           END-IF

           OPEN EXTEND PERF-LOG
           IF WS-PERF-STATUS = "35"
               OPEN OUTPUT PERF-LOG
           END-IF
           MOVE PERF-LINE                  TO PERF-LOG-FD
           WRITE PERF-LOG-FD
           CLOSE PERF-LOG
           .
       L0-LOG-STATEMENTZ.
           EXIT.

      *> KIND = FIRST WORD; TABLE = THE WORD AFTER FROM (SELECT,
      *> DELETE), INTO (INSERT) OR UPDATE; KEY = THE FIRST WORD AFTER
      *> WHERE. KIND + TABLE + KEY IS THE STATEMENT'S SHAPE: A SELECT
      *> ON STUDENTI BY CNP REPEATED PER ROW SHOWS AS ONE SHAPE WITH A
      *> HIGH CALL COUNT
       L1-CLASSIFY-STATEMENT SECTION.
       L1-CLASSIFY-STATEMENTA.
           MOVE SPACE                      TO WS-STATEMENT
           OPEN INPUT SQL-STATEMENT-FILE
           IF WS-STATEMENT-STATUS NOT = "00"
               MOVE "?"                    TO PL-KIND
               GO TO L1-CLASSIFY-STATEMENTZ
           END-IF
           READ SQL-STATEMENT-FILE INTO WS-STATEMENT
               AT END CONTINUE
           END-READ
           CLOSE SQL-STATEMENT-FILE
           INSPECT WS-STATEMENT CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE WS-STATEMENT               TO PL-TEXT

           MOVE 1                          TO WS-WORD-PTR
           MOVE 0                          TO WS-WORD-COUNT
           MOVE SPACE                      TO WS-PREV-WORD
           SET WANT-NOTHING                TO TRUE
           PERFORM UNTIL WS-WORD-PTR > LENGTH OF WS-STATEMENT
                      OR WS-WORD-COUNT >= K-MAX-WORDS
                      OR PL-KEY NOT = SPACE
               MOVE SPACE                  TO WS-WORD
               UNSTRING WS-STATEMENT
                   DELIMITED BY ALL SPACE OR "," OR "(" OR ")"
                             OR "=" OR "<" OR ">" OR ";"
                   INTO WS-WORD
                   WITH POINTER WS-WORD-PTR
               END-UNSTRING
               IF WS-WORD NOT = SPACE
                   ADD 1                   TO WS-WORD-COUNT
                   EVALUATE TRUE
                       WHEN WS-WORD-COUNT = 1
                           MOVE WS-WORD    TO PL-KIND
                           IF WS-WORD = "UPDATE"
                               SET WANT-TABLE TO TRUE
                           END-IF
                       WHEN WANT-TABLE
                           MOVE WS-WORD    TO PL-TABLE
                           SET WANT-NOTHING TO TRUE
                       WHEN WANT-KEY
                           MOVE WS-WORD    TO PL-KEY
                       WHEN PL-TABLE = SPACE
                        AND (WS-WORD = "FROM" OR WS-WORD = "INTO")
                           SET WANT-TABLE  TO TRUE
                       WHEN PL-TABLE NOT = SPACE
                        AND WS-WORD = "WHERE"
                           SET WANT-KEY    TO TRUE
                   END-EVALUATE
               END-IF
           END-PERFORM
           .
       L1-CLASSIFY-STATEMENTZ.
           EXIT.

       L2-COUNT-ROWS SECTION.
       L2-COUNT-ROWSA.
           OPEN INPUT SQL-RESULTS
           IF WS-RESULTS-STATUS NOT = "00"
               GO TO L2-COUNT-ROWSZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               READ SQL-RESULTS
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF SQL-RESULTS-FD NOT = SPACE
                       ADD 1               TO PL-ROWS
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SQL-RESULTS
           .
       L2-COUNT-ROWSZ.
           EXIT.

       L3-CLOCK-TO-HUNDREDTHS SECTION.
       L3-CLOCK-TO-HUNDREDTHSA.
           COMPUTE WS-END-HUNDREDTHS = WS-CLOCK-HH * 360000
                                     + WS-CLOCK-MM * 6000
                                     + WS-CLOCK-SS * 100
                                     + WS-CLOCK-CC
           .
       L3-CLOCK-TO-HUNDREDTHSZ.
           EXIT.
       END PROGRAM SQLSESSION.
