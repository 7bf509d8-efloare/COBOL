      ******************************************************************
      * Author:
      * Date:
      * Purpose: SQL STATEMENT PERFORMANCE REPORT. BATTREND SAYS A
      *          STEP GOT SLOWER BUT NOT WHY. SQLSESSION LOGS EVERY
      *          STATEMENT THE LOADER'S MODULES SUBMIT (SESSION OR
      *          ONE-SHOT) TO SqlPerfLog.txt IN THE ASSIGN 07
      *          DIRECTORY; THIS TOTALS THE LINES LOGGED SINCE THE
      *          LAST REPORT PER PROGRAM AND PER STATEMENT SHAPE
      *          (KIND, TABLE, FIRST WHERE COLUMN): CALLS, RETRIES,
      *          ROWS, TOTAL AND WORST TIME, AND EACH SHAPE'S SHARE OF
      *          THE WINDOW - THE SHAPES THAT MAKE UP THE FIRST 80% ARE
      *          MARKED AS DOMINANT. THE SLOWEST SINGLE STATEMENTS ARE
      *          LISTED WITH THEIR TEXT, AND A SELECT BY KEY RUN OVER
      *          AND OVER FOR A ROW AT A TIME IS FLAGGED AS A PER-ROW
      *          LOOP THAT BELONGS IN A BULK FETCH. THE LINES REPORTED
      *          MOVE ON TO SqlPerfHistory.txt SO THE NEXT NIGHT STARTS
      *          CLEAN. RUN FROM THE INSTALLATION ROOT, LIKE BATTREND.
      *          WRITES SqlPerfReport.txt; RETURN CODE 4 WHEN A PER-ROW
      *          LOOP IS FLAGGED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SQLPERF.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERF-LOG ASSIGN TO
               'Assign 07 FLOARE EMIL/SqlPerfLog.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

      *> EVERY LINE EVER REPORTED, OLDEST FIRST
           SELECT PERF-HISTORY ASSIGN TO
               'Assign 07 FLOARE EMIL/SqlPerfHistory.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'SqlPerfReport.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
        FD PERF-LOG.
       01 PERF-LOG-FD                      PIC X(170).

        FD PERF-HISTORY.
       01 PERF-HISTORY-FD                  PIC X(170).

        FD REPORT-FILE.
       01 REPORT-FILE-FD                   PIC X(132).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WS-LOG-STATUS                    PIC X(02).
       01 WS-HISTORY-STATUS                PIC X(02).

      *> ONE LOG LINE, THE COLUMNS SQLSESSION WRITES
       01 PERF-LINE.
           05 PL-DATE                      PIC 9(08).
           05 FILLER                       PIC X(01).
           05 PL-TIME                      PIC 9(08).
           05 FILLER                       PIC X(01).
           05 PL-PROGRAM                   PIC X(12).
           05 FILLER                       PIC X(01).
           05 PL-KIND                      PIC X(06).
           05 FILLER                       PIC X(01).
           05 PL-TABLE                     PIC X(20).
           05 FILLER                       PIC X(01).
           05 PL-KEY                       PIC X(20).
           05 FILLER                       PIC X(01).
           05 PL-ELAPSED                   PIC 9(07).
           05 FILLER                       PIC X(01).
           05 PL-ROWS                      PIC 9(07).
           05 FILLER                       PIC X(01).
           05 PL-RETRY                     PIC 9(02).
           05 FILLER                       PIC X(01).
           05 PL-SESSION                   PIC X(01).
               88 PL-VIA-SESSION           VALUE "Y".
           05 FILLER                       PIC X(01).
           05 PL-STATUS                    PIC X(04).
           05 FILLER                       PIC X(01).
           05 PL-TEXT                      PIC X(60).

      *> PER PROGRAM + SHAPE. A CALL IS A FIRST ATTEMPT (RETRY 0);
      *> EVERY ATTEMPT'S TIME COUNTS TOWARDS THE TOTAL
       01 K-MAX-SHAPE                      PIC 9(03) VALUE 200.
       01 SHAPE-TABLE.
           05 SHAPE-ENTRY OCCURS 200 TIMES.
               10 SH-PROGRAM               PIC X(12).
               10 SH-KIND                  PIC X(06).
               10 SH-TABLE                 PIC X(20).
               10 SH-KEY                   PIC X(20).
               10 SH-CALLS                 PIC 9(07).
               10 SH-RETRIES               PIC 9(05).
               10 SH-ONE-SHOT              PIC 9(07).
               10 SH-ROWS                  PIC 9(09).
               10 SH-TOTAL                 PIC 9(09).
               10 SH-WORST                 PIC 9(07).
               10 SH-LOOP-SWITCH           PIC X(01).
                   88 SH-PER-ROW-LOOP      VALUE "Y".
       01 SHAPE-COUNT                      PIC 9(03) VALUE 0.
       01 WS-SHAPE-IDX                     PIC 9(03).
       01 WS-HIT-IDX                       PIC 9(03).
       01 WS-LINES-DROPPED                 PIC 9(07) VALUE 0.

      *> PER PROGRAM
       01 K-MAX-PROGRAM                    PIC 9(02) VALUE 20.
       01 PROGRAM-TABLE.
           05 PROGRAM-ENTRY OCCURS 20 TIMES.
               10 PG-NAME                  PIC X(12).
               10 PG-CALLS                 PIC 9(07).
               10 PG-RETRIES               PIC 9(05).
               10 PG-SESSION               PIC 9(07).
               10 PG-ONE-SHOT              PIC 9(07).
               10 PG-TOTAL                 PIC 9(09).
               10 PG-WORST                 PIC 9(07).
       01 PROGRAM-COUNT                    PIC 9(02) VALUE 0.
       01 WS-PROG-IDX                      PIC 9(02).
       01 WS-PROG-HIT                      PIC 9(02).

      *> THE SLOWEST SINGLE ATTEMPTS, SLOWEST FIRST
       01 K-KEEP-SLOWEST                   PIC 9(02) VALUE 10.
       01 SLOW-TABLE.
           05 SLOW-ENTRY OCCURS 10 TIMES.
               10 SL-LINE                  PIC X(170).
               10 SL-ELAPSED               PIC 9(07).
       01 SLOW-COUNT                       PIC 9(02) VALUE 0.
       01 WS-SLOW-IDX                      PIC 9(02).
       01 WS-SLOW-AT                       PIC 9(02).

      *> SHAPES IN ORDER OF TOTAL TIME (SELECTION SORT, HOUSE PATTERN)
       01 ORDER-TABLE.
           05 OR-SHAPE OCCURS 200 TIMES    PIC 9(03).
       01 PROGRAM-ORDER-TABLE.
           05 OR-PROGRAM OCCURS 20 TIMES   PIC 9(02).
       01 WS-I                             PIC 9(03).
       01 WS-J                             PIC 9(03).
       01 WS-BEST                          PIC 9(03).
       01 WS-TEMP                          PIC 9(03).

      *> WINDOW TOTALS
       01 WS-LINES-READ                    PIC 9(07) VALUE 0.
       01 WS-ATTEMPTS                      PIC 9(07) VALUE 0.
       01 WS-CALLS                         PIC 9(07) VALUE 0.
       01 WS-RETRIES                       PIC 9(07) VALUE 0.
       01 WS-SESSION-COUNT                 PIC 9(07) VALUE 0.
       01 WS-ONE-SHOT-COUNT                PIC 9(07) VALUE 0.
       01 WS-WINDOW-TOTAL                  PIC 9(09) VALUE 0.
       01 WS-RUNNING-TOTAL                 PIC 9(09).
       01 WS-FIRST-STAMP                   PIC X(17) VALUE SPACE.
       01 WS-LAST-STAMP                    PIC X(17) VALUE SPACE.
       01 WS-COUNT-LOOPS                   PIC 9(03) VALUE 0.

      *> A SELECT BY KEY CALLED AT LEAST THIS OFTEN, NEVER BRINGING
      *> BACK MORE THAN A ROW A CALL ON AVERAGE, IS A PER-ROW LOOP
       01 K-LOOP-CALLS                     PIC 9(07) VALUE 100.
      *> THE SHAPES THAT TOGETHER MAKE UP THIS SHARE OF THE WINDOW,
      *> BIGGEST FIRST, ARE THE DOMINANT ONES
       01 K-DOMINANT-PERCENT               PIC 9(03) VALUE 80.

       01 WS-SECONDS                       PIC 9(07)V99.
       01 WS-SHARE                         PIC 9(03)V9.
       01 WS-TOTAL-DISP                    PIC Z(6)9.99.
       01 WS-WORST-DISP                    PIC Z(4)9.99.
       01 WS-AVG-DISP                      PIC Z(4)9.99.
       01 WS-SHARE-DISP                    PIC ZZ9.9.
       01 WS-CALLS-DISP                    PIC Z(6)9.
       01 WS-RETRY-DISP                    PIC Z(4)9.
       01 WS-ROWS-DISP                     PIC Z(8)9.
       01 WS-COUNT-DISP                    PIC Z(6)9.
       01 WS-SHAPE-TEXT                    PIC X(44).
       01 WS-MARK                          PIC X(09).
       01 WS-LINE                          PIC X(132).

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".
       COPY TRAINENV-INT.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       S0  SECTION.
       S0A.
           DISPLAY "SQL STATEMENT PERFORMANCE"
           PERFORM A0-LOAD-LOG

           OPEN OUTPUT REPORT-FILE
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
           END-IF
           MOVE "SQL STATEMENTS SINCE THE LAST REPORT, BY PROGRAM AND "
                                           TO WS-LINE
           MOVE "SHAPE (TIMES IN SECONDS)" TO WS-LINE(54:)
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           IF WS-ATTEMPTS = 0
               MOVE "NO STATEMENTS LOGGED SINCE THE LAST REPORT"
                                           TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
               CLOSE REPORT-FILE
               DISPLAY "NO STATEMENTS LOGGED SINCE THE LAST REPORT"
               MOVE 0                      TO RETURN-CODE
               GO TO S0Z
           END-IF

           PERFORM B0-ORDER-BY-TIME
           PERFORM R0-WINDOW
           PERFORM R1-BY-PROGRAM
           PERFORM R2-BY-SHAPE
           PERFORM R3-SLOWEST
           PERFORM R4-PER-ROW-LOOPS
           CLOSE REPORT-FILE

           PERFORM H0-ROTATE-LOG

           DISPLAY "===== SQLPERF RUN SUMMARY ====="
           DISPLAY "STATEMENTS    : " WS-CALLS
           DISPLAY "ATTEMPTS      : " WS-ATTEMPTS
           DISPLAY "SHAPES        : " SHAPE-COUNT
           DISPLAY "PER-ROW LOOPS : " WS-COUNT-LOOPS
           IF WS-COUNT-LOOPS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           .
       S0Z.
           STOP RUN.

       A0-LOAD-LOG SECTION.
       A0-LOAD-LOGA.
           OPEN INPUT PERF-LOG
           IF WS-LOG-STATUS NOT = "00"
               GO TO A0-LOAD-LOGZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO PERF-LINE
               READ PERF-LOG INTO PERF-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   ADD 1                   TO WS-LINES-READ
                   IF PL-DATE IS NUMERIC
                   AND PL-ELAPSED IS NUMERIC
                   AND PL-ROWS IS NUMERIC
                   AND PL-RETRY IS NUMERIC
                       PERFORM F1-FOLD-LINE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PERF-LOG
           .
       A0-LOAD-LOGZ.
           EXIT.

      *> ADD ONE ATTEMPT TO THE WINDOW, ITS PROGRAM, ITS SHAPE AND
      *> (WHEN SLOW ENOUGH) THE SLOWEST LIST
       F1-FOLD-LINE SECTION.
       F1-FOLD-LINEA.
           ADD 1                           TO WS-ATTEMPTS
           ADD PL-ELAPSED                  TO WS-WINDOW-TOTAL
           IF WS-FIRST-STAMP = SPACE
               MOVE PERF-LINE(1:17)        TO WS-FIRST-STAMP
           END-IF
           MOVE PERF-LINE(1:17)            TO WS-LAST-STAMP
           IF PL-RETRY = 0
               ADD 1                       TO WS-CALLS
           ELSE
               ADD 1                       TO WS-RETRIES
           END-IF
           IF PL-VIA-SESSION
               ADD 1                       TO WS-SESSION-COUNT
           END-IF

           PERFORM F2-FOLD-PROGRAM
           PERFORM F3-FOLD-SHAPE
           PERFORM F4-FOLD-SLOWEST
           .
       F1-FOLD-LINEZ.
           EXIT.

       F2-FOLD-PROGRAM SECTION.
       F2-FOLD-PROGRAMA.
           MOVE 0                          TO WS-PROG-HIT
           PERFORM VARYING WS-PROG-IDX FROM 1 BY 1
                   UNTIL WS-PROG-IDX > PROGRAM-COUNT
               IF PG-NAME(WS-PROG-IDX) = PL-PROGRAM
                   MOVE WS-PROG-IDX        TO WS-PROG-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PROG-HIT = 0
               IF PROGRAM-COUNT >= K-MAX-PROGRAM
                   GO TO F2-FOLD-PROGRAMZ
               END-IF
               ADD 1                       TO PROGRAM-COUNT
               MOVE PROGRAM-COUNT          TO WS-PROG-HIT
               MOVE PL-PROGRAM             TO PG-NAME(WS-PROG-HIT)
               MOVE 0                      TO PG-CALLS(WS-PROG-HIT)
                                              PG-RETRIES(WS-PROG-HIT)
                                              PG-SESSION(WS-PROG-HIT)
                                              PG-ONE-SHOT(WS-PROG-HIT)
                                              PG-TOTAL(WS-PROG-HIT)
                                              PG-WORST(WS-PROG-HIT)
           END-IF

           IF PL-RETRY = 0
               ADD 1                       TO PG-CALLS(WS-PROG-HIT)
           ELSE
               ADD 1                       TO PG-RETRIES(WS-PROG-HIT)
           END-IF
           IF PL-VIA-SESSION
               ADD 1                       TO PG-SESSION(WS-PROG-HIT)
           ELSE
               ADD 1                       TO PG-ONE-SHOT(WS-PROG-HIT)
           END-IF
           ADD PL-ELAPSED                  TO PG-TOTAL(WS-PROG-HIT)
           IF PL-ELAPSED > PG-WORST(WS-PROG-HIT)
               MOVE PL-ELAPSED             TO PG-WORST(WS-PROG-HIT)
           END-IF
           .
       F2-FOLD-PROGRAMZ.
           EXIT.

      *> A SHAPE THAT DOES NOT FIT THE TABLE IS COUNTED, NOT LOST
      *> SILENTLY - THE WINDOW TOTALS STILL INCLUDE IT
       F3-FOLD-SHAPE SECTION.
       F3-FOLD-SHAPEA.
           MOVE 0                          TO WS-HIT-IDX
           PERFORM VARYING WS-SHAPE-IDX FROM 1 BY 1
                   UNTIL WS-SHAPE-IDX > SHAPE-COUNT
               IF SH-PROGRAM(WS-SHAPE-IDX) = PL-PROGRAM
               AND SH-KIND(WS-SHAPE-IDX) = PL-KIND
               AND SH-TABLE(WS-SHAPE-IDX) = PL-TABLE
               AND SH-KEY(WS-SHAPE-IDX) = PL-KEY
                   MOVE WS-SHAPE-IDX       TO WS-HIT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-HIT-IDX = 0
               IF SHAPE-COUNT >= K-MAX-SHAPE
                   ADD 1                   TO WS-LINES-DROPPED
                   GO TO F3-FOLD-SHAPEZ
               END-IF
               ADD 1                       TO SHAPE-COUNT
               MOVE SHAPE-COUNT            TO WS-HIT-IDX
               MOVE PL-PROGRAM             TO SH-PROGRAM(WS-HIT-IDX)
               MOVE PL-KIND                TO SH-KIND(WS-HIT-IDX)
               MOVE PL-TABLE               TO SH-TABLE(WS-HIT-IDX)
               MOVE PL-KEY                 TO SH-KEY(WS-HIT-IDX)
               MOVE 0                      TO SH-CALLS(WS-HIT-IDX)
                                              SH-RETRIES(WS-HIT-IDX)
                                              SH-ONE-SHOT(WS-HIT-IDX)
                                              SH-ROWS(WS-HIT-IDX)
                                              SH-TOTAL(WS-HIT-IDX)
                                              SH-WORST(WS-HIT-IDX)
               MOVE "N"                    TO SH-LOOP-SWITCH(WS-HIT-IDX)
           END-IF

           IF PL-RETRY = 0
               ADD 1                       TO SH-CALLS(WS-HIT-IDX)
           ELSE
               ADD 1                       TO SH-RETRIES(WS-HIT-IDX)
           END-IF
           IF NOT PL-VIA-SESSION
               ADD 1                       TO SH-ONE-SHOT(WS-HIT-IDX)
           END-IF
           ADD PL-ROWS                     TO SH-ROWS(WS-HIT-IDX)
           ADD PL-ELAPSED                  TO SH-TOTAL(WS-HIT-IDX)
           IF PL-ELAPSED > SH-WORST(WS-HIT-IDX)
               MOVE PL-ELAPSED             TO SH-WORST(WS-HIT-IDX)
           END-IF
           .
       F3-FOLD-SHAPEZ.
           EXIT.

      *> KEEP THE K-KEEP-SLOWEST SLOWEST ATTEMPTS, SLOWEST FIRST - A
      *> NEW ONE IS SLOTTED IN AND THE FASTEST FALLS OFF THE END
       F4-FOLD-SLOWEST SECTION.
       F4-FOLD-SLOWESTA.
           MOVE 0                          TO WS-SLOW-AT
           PERFORM VARYING WS-SLOW-IDX FROM 1 BY 1
                   UNTIL WS-SLOW-IDX > SLOW-COUNT
               IF PL-ELAPSED > SL-ELAPSED(WS-SLOW-IDX)
                   MOVE WS-SLOW-IDX        TO WS-SLOW-AT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SLOW-AT = 0
               IF SLOW-COUNT >= K-KEEP-SLOWEST
                   GO TO F4-FOLD-SLOWESTZ
               END-IF
               ADD 1                       TO SLOW-COUNT
               MOVE SLOW-COUNT             TO WS-SLOW-AT
           ELSE
               IF SLOW-COUNT < K-KEEP-SLOWEST
                   ADD 1                   TO SLOW-COUNT
               END-IF
               PERFORM VARYING WS-SLOW-IDX FROM SLOW-COUNT BY -1
                       UNTIL WS-SLOW-IDX <= WS-SLOW-AT
                   MOVE SLOW-ENTRY(WS-SLOW-IDX - 1)
                       TO SLOW-ENTRY(WS-SLOW-IDX)
               END-PERFORM
           END-IF
           MOVE PERF-LINE                  TO SL-LINE(WS-SLOW-AT)
           MOVE PL-ELAPSED                 TO SL-ELAPSED(WS-SLOW-AT)
           .
       F4-FOLD-SLOWESTZ.
           EXIT.

      *> SHAPES AND PROGRAMS BY TOTAL TIME, BIGGEST FIRST; A SHAPE
      *> THAT LOOKS LIKE A PER-ROW LOOP IS MARKED ON THE WAY
       B0-ORDER-BY-TIME SECTION.
       B0-ORDER-BY-TIMEA.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > SHAPE-COUNT
               MOVE WS-I                   TO OR-SHAPE(WS-I)
               IF SH-KIND(WS-I) = "SELECT"
               AND SH-KEY(WS-I) NOT = SPACE
               AND SH-CALLS(WS-I) >= K-LOOP-CALLS
               AND SH-ROWS(WS-I) <= SH-CALLS(WS-I)
                   SET SH-PER-ROW-LOOP(WS-I) TO TRUE
                   ADD 1                   TO WS-COUNT-LOOPS
               END-IF
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I >= SHAPE-COUNT
               MOVE WS-I                   TO WS-BEST
               COMPUTE WS-J = WS-I + 1
               PERFORM VARYING WS-J FROM WS-J BY 1
                       UNTIL WS-J > SHAPE-COUNT
                   IF SH-TOTAL(OR-SHAPE(WS-J))
                       > SH-TOTAL(OR-SHAPE(WS-BEST))
                       MOVE WS-J           TO WS-BEST
                   END-IF
               END-PERFORM
               IF WS-BEST NOT = WS-I
                   MOVE OR-SHAPE(WS-I)     TO WS-TEMP
                   MOVE OR-SHAPE(WS-BEST)  TO OR-SHAPE(WS-I)
                   MOVE WS-TEMP            TO OR-SHAPE(WS-BEST)
               END-IF
           END-PERFORM

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > PROGRAM-COUNT
               MOVE WS-I                   TO OR-PROGRAM(WS-I)
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I >= PROGRAM-COUNT
               MOVE WS-I                   TO WS-BEST
               COMPUTE WS-J = WS-I + 1
               PERFORM VARYING WS-J FROM WS-J BY 1
                       UNTIL WS-J > PROGRAM-COUNT
                   IF PG-TOTAL(OR-PROGRAM(WS-J))
                       > PG-TOTAL(OR-PROGRAM(WS-BEST))
                       MOVE WS-J           TO WS-BEST
                   END-IF
               END-PERFORM
               IF WS-BEST NOT = WS-I
                   MOVE OR-PROGRAM(WS-I)   TO WS-TEMP
                   MOVE OR-PROGRAM(WS-BEST) TO OR-PROGRAM(WS-I)
                   MOVE WS-TEMP            TO OR-PROGRAM(WS-BEST)
               END-IF
           END-PERFORM
           .
       B0-ORDER-BY-TIMEZ.
           EXIT.

       R0-WINDOW SECTION.
       R0-WINDOWA.
           MOVE SPACE                      TO WS-LINE
           STRING "WINDOW " WS-FIRST-STAMP " TO " WS-LAST-STAMP
                  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM Y0-WRITE-LINE

           MOVE WS-CALLS                   TO WS-CALLS-DISP
           MOVE WS-RETRIES                 TO WS-COUNT-DISP
           COMPUTE WS-SECONDS = WS-WINDOW-TOTAL / 100
           MOVE WS-SECONDS                 TO WS-TOTAL-DISP
           MOVE SPACE                      TO WS-LINE
           STRING "STATEMENTS " WS-CALLS-DISP
                  "   RETRIES " WS-COUNT-DISP
                  "   TIME IN SQL " WS-TOTAL-DISP
                  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM Y0-WRITE-LINE

           MOVE WS-SESSION-COUNT           TO WS-CALLS-DISP
           COMPUTE WS-ONE-SHOT-COUNT = WS-ATTEMPTS - WS-SESSION-COUNT
           MOVE WS-ONE-SHOT-COUNT          TO WS-COUNT-DISP
           MOVE SPACE                      TO WS-LINE
           STRING "THROUGH THE SESSION " WS-CALLS-DISP
                  "   ONE-SHOT " WS-COUNT-DISP
                  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM Y0-WRITE-LINE
           IF WS-LINES-DROPPED > 0
               MOVE WS-LINES-DROPPED       TO WS-COUNT-DISP
               MOVE SPACE                  TO WS-LINE
               STRING "SHAPE TABLE FULL - " WS-COUNT-DISP
                      " ATTEMPTS COUNTED IN THE TOTALS ONLY"
                      DELIMITED BY SIZE
               INTO WS-LINE
               PERFORM Y0-WRITE-LINE
           END-IF
           .
       R0-WINDOWZ.
           EXIT.

       R1-BY-PROGRAM SECTION.
       R1-BY-PROGRAMA.
           MOVE SPACE                      TO WS-LINE
           PERFORM Y0-WRITE-LINE
           MOVE "BY PROGRAM"               TO WS-LINE
           PERFORM Y0-WRITE-LINE
           MOVE SPACE                      TO WS-LINE
           MOVE "PROGRAM"                  TO WS-LINE(1:)
           MOVE "CALLS"                    TO WS-LINE(16:)
           MOVE "RETRIES"                  TO WS-LINE(22:)
           MOVE "ONE-SHOT"                 TO WS-LINE(32:)
           MOVE "TOTAL"                    TO WS-LINE(46:)
           MOVE "WORST"                    TO WS-LINE(55:)
           MOVE "SHARE%"                   TO WS-LINE(61:)
           PERFORM Y0-WRITE-LINE
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > PROGRAM-COUNT
               MOVE OR-PROGRAM(WS-I)       TO WS-PROG-IDX
               MOVE PG-CALLS(WS-PROG-IDX)  TO WS-CALLS-DISP
               MOVE PG-RETRIES(WS-PROG-IDX) TO WS-RETRY-DISP
               MOVE PG-ONE-SHOT(WS-PROG-IDX) TO WS-COUNT-DISP
               COMPUTE WS-SECONDS = PG-TOTAL(WS-PROG-IDX) / 100
               MOVE WS-SECONDS             TO WS-TOTAL-DISP
               COMPUTE WS-SECONDS = PG-WORST(WS-PROG-IDX) / 100
               MOVE WS-SECONDS             TO WS-WORST-DISP
               COMPUTE WS-SHARE ROUNDED =
                   PG-TOTAL(WS-PROG-IDX) * 100 / WS-WINDOW-TOTAL
               MOVE WS-SHARE               TO WS-SHARE-DISP
               MOVE SPACE                  TO WS-LINE
               STRING PG-NAME(WS-PROG-IDX) " " WS-CALLS-DISP
                      "   " WS-RETRY-DISP "    " WS-COUNT-DISP
                      " " WS-TOTAL-DISP " " WS-WORST-DISP
                      "  " WS-SHARE-DISP
                      DELIMITED BY SIZE
               INTO WS-LINE
               PERFORM Y0-WRITE-LINE
           END-PERFORM
           .
       R1-BY-PROGRAMZ.
           EXIT.

      *> EVERY SHAPE, BIGGEST TOTAL FIRST. WHILE THE RUNNING TOTAL
      *> BEFORE A SHAPE IS UNDER K-DOMINANT-PERCENT OF THE WINDOW THE
      *> SHAPE IS ONE OF THOSE THAT DOMINATE IT
       R2-BY-SHAPE SECTION.
       R2-BY-SHAPEA.
           MOVE SPACE                      TO WS-LINE
           PERFORM Y0-WRITE-LINE
           MOVE "BY STATEMENT SHAPE (KIND TABLE BY FIRST WHERE COLUMN)"
                                           TO WS-LINE
           PERFORM Y0-WRITE-LINE
           MOVE SPACE                      TO WS-LINE
           MOVE "PROGRAM"                  TO WS-LINE(1:)
           MOVE "SHAPE"                    TO WS-LINE(14:)
           MOVE "CALLS"                    TO WS-LINE(60:)
           MOVE "RETRY"                    TO WS-LINE(66:)
           MOVE "ROWS"                     TO WS-LINE(77:)
           MOVE "TOTAL"                    TO WS-LINE(87:)
           MOVE "WORST"                    TO WS-LINE(96:)
           MOVE "AVG"                      TO WS-LINE(107:)
           MOVE "SHARE%"                   TO WS-LINE(111:)
           PERFORM Y0-WRITE-LINE
           MOVE 0                          TO WS-RUNNING-TOTAL
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > SHAPE-COUNT
               MOVE OR-SHAPE(WS-I)         TO WS-SHAPE-IDX
               PERFORM R5-SHAPE-TEXT
               MOVE SPACE                  TO WS-MARK
               IF WS-RUNNING-TOTAL * 100
                   < WS-WINDOW-TOTAL * K-DOMINANT-PERCENT
                   MOVE "DOMINANT"         TO WS-MARK
               END-IF
               IF SH-PER-ROW-LOOP(WS-SHAPE-IDX)
                   MOVE "PER-ROW?"         TO WS-MARK
               END-IF
               ADD SH-TOTAL(WS-SHAPE-IDX)  TO WS-RUNNING-TOTAL

               MOVE SH-CALLS(WS-SHAPE-IDX) TO WS-CALLS-DISP
               MOVE SH-RETRIES(WS-SHAPE-IDX) TO WS-RETRY-DISP
               MOVE SH-ROWS(WS-SHAPE-IDX)  TO WS-ROWS-DISP
               COMPUTE WS-SECONDS = SH-TOTAL(WS-SHAPE-IDX) / 100
               MOVE WS-SECONDS             TO WS-TOTAL-DISP
               COMPUTE WS-SECONDS = SH-WORST(WS-SHAPE-IDX) / 100
               MOVE WS-SECONDS             TO WS-WORST-DISP
               IF SH-CALLS(WS-SHAPE-IDX) > 0
                   COMPUTE WS-SECONDS ROUNDED =
                       SH-TOTAL(WS-SHAPE-IDX) / 100
                       / SH-CALLS(WS-SHAPE-IDX)
               ELSE
                   MOVE 0                  TO WS-SECONDS
               END-IF
               MOVE WS-SECONDS             TO WS-AVG-DISP
               COMPUTE WS-SHARE ROUNDED =
                   SH-TOTAL(WS-SHAPE-IDX) * 100 / WS-WINDOW-TOTAL
               MOVE WS-SHARE               TO WS-SHARE-DISP

               MOVE SPACE                  TO WS-LINE
               STRING SH-PROGRAM(WS-SHAPE-IDX) " " WS-SHAPE-TEXT
                      WS-CALLS-DISP " " WS-RETRY-DISP
                      " " WS-ROWS-DISP " " WS-TOTAL-DISP
                      " " WS-WORST-DISP " " WS-AVG-DISP
                      "  " WS-SHARE-DISP " " WS-MARK
                      DELIMITED BY SIZE
               INTO WS-LINE
               PERFORM Y0-WRITE-LINE
           END-PERFORM
           .
       R2-BY-SHAPEZ.
           EXIT.

       R3-SLOWEST SECTION.
       R3-SLOWESTA.
           MOVE SPACE                      TO WS-LINE
           PERFORM Y0-WRITE-LINE
           MOVE "SLOWEST SINGLE STATEMENTS" TO WS-LINE
           PERFORM Y0-WRITE-LINE
           PERFORM VARYING WS-SLOW-IDX FROM 1 BY 1
                   UNTIL WS-SLOW-IDX > SLOW-COUNT
               MOVE SL-LINE(WS-SLOW-IDX)   TO PERF-LINE
               COMPUTE WS-SECONDS = PL-ELAPSED / 100
               MOVE WS-SECONDS             TO WS-WORST-DISP
               MOVE SPACE                  TO WS-LINE
               STRING PL-DATE " " PL-TIME(1:6) " " WS-WORST-DISP
                      " " PL-PROGRAM " RETRY " PL-RETRY
                      " SESSION " PL-SESSION " STATUS " PL-STATUS
                      DELIMITED BY SIZE
               INTO WS-LINE
               PERFORM Y0-WRITE-LINE
               MOVE SPACE                  TO WS-LINE
               STRING "      " PL-TEXT
                      DELIMITED BY SIZE
               INTO WS-LINE
               PERFORM Y0-WRITE-LINE
           END-PERFORM
           .
       R3-SLOWESTZ.
           EXIT.

       R4-PER-ROW-LOOPS SECTION.
       R4-PER-ROW-LOOPSA.
           MOVE SPACE                      TO WS-LINE
           PERFORM Y0-WRITE-LINE
           IF WS-COUNT-LOOPS = 0
               MOVE "NO PER-ROW SELECT LOOPS" TO WS-LINE
               PERFORM Y0-WRITE-LINE
               GO TO R4-PER-ROW-LOOPSZ
           END-IF
           MOVE "PER-ROW SELECT LOOPS - ONE SELECT BY KEY PER ROW, "
                                           TO WS-LINE
           MOVE "WHERE ONE BULK FETCH BELONGS" TO WS-LINE(51:)
           PERFORM Y0-WRITE-LINE
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > SHAPE-COUNT
               MOVE OR-SHAPE(WS-I)         TO WS-SHAPE-IDX
               IF SH-PER-ROW-LOOP(WS-SHAPE-IDX)
                   PERFORM R5-SHAPE-TEXT
                   MOVE SH-CALLS(WS-SHAPE-IDX) TO WS-CALLS-DISP
                   COMPUTE WS-SECONDS = SH-TOTAL(WS-SHAPE-IDX) / 100
                   MOVE WS-SECONDS         TO WS-TOTAL-DISP
                   MOVE SPACE              TO WS-LINE
                   STRING SH-PROGRAM(WS-SHAPE-IDX) " " WS-SHAPE-TEXT
                          WS-CALLS-DISP " CALLS, " WS-TOTAL-DISP
                          " SECONDS"
                          DELIMITED BY SIZE
                   INTO WS-LINE
                   PERFORM Y0-WRITE-LINE
               END-IF
           END-PERFORM
           .
       R4-PER-ROW-LOOPSZ.
           EXIT.

      *> "SELECT STUDENTI BY CNP" FOR THE SHAPE AT WS-SHAPE-IDX
       R5-SHAPE-TEXT SECTION.
       R5-SHAPE-TEXTA.
           MOVE SPACE                      TO WS-SHAPE-TEXT
           IF SH-KEY(WS-SHAPE-IDX) = SPACE
               STRING SH-KIND(WS-SHAPE-IDX) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      SH-TABLE(WS-SHAPE-IDX) DELIMITED BY SPACE
               INTO WS-SHAPE-TEXT
           ELSE
               STRING SH-KIND(WS-SHAPE-IDX) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      SH-TABLE(WS-SHAPE-IDX) DELIMITED BY SPACE
                      " BY " DELIMITED BY SIZE
                      SH-KEY(WS-SHAPE-IDX) DELIMITED BY SPACE
               INTO WS-SHAPE-TEXT
           END-IF
           .
       R5-SHAPE-TEXTZ.
           EXIT.

      *> THE REPORTED LINES JOIN THE HISTORY AND THE LOG IS EMPTIED,
      *> SO TOMORROW'S REPORT COVERS TOMORROW'S NIGHT ONLY
       H0-ROTATE-LOG SECTION.
       H0-ROTATE-LOGA.
           OPEN INPUT PERF-LOG
           IF WS-LOG-STATUS NOT = "00"
               GO TO H0-ROTATE-LOGZ
           END-IF
           OPEN EXTEND PERF-HISTORY
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT PERF-HISTORY
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               READ PERF-LOG
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   MOVE PERF-LOG-FD        TO PERF-HISTORY-FD
                   WRITE PERF-HISTORY-FD
               END-READ
           END-PERFORM
           CLOSE PERF-HISTORY
           CLOSE PERF-LOG
           OPEN OUTPUT PERF-LOG
           CLOSE PERF-LOG
           .
       H0-ROTATE-LOGZ.
           EXIT.

       Y0-WRITE-LINE SECTION.
       Y0-WRITE-LINEA.
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           .
       Y0-WRITE-LINEZ.
           EXIT.
       END PROGRAM SQLPERF.
