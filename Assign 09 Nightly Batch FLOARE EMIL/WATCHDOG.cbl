      ******************************************************************
      * Author:
      * Date:
      * Purpose: NIGHTLY CHAIN WATCHDOG. NIGHTLYBATCH AND DISPATCHER
      *          ONLY REPORT ONCE THEY FINISH - WHEN THE JAR HANGS ON
      *          A DATABASE LOCK AT 02:00 NOBODY KNOWS UNTIL THE
      *          SECRETARIAT ARRIVES AND CONSOLE SHOWS YESTERDAY'S
      *          DATA. THIS RUNS ON ITS OWN (FROM THE INSTALLATION
      *          ROOT, EVERY FEW MINUTES THROUGH THE NIGHT - IT NEVER
      *          TOUCHES THE CHAIN) AND READS WHAT NIGHTLYBATCH HAS
      *          WRITTEN SO FAR: THE BEGIN/START/STEP/END LINES OF
      *          BatchRunHistory.txt AND THE LAST OUTCOME LINE OF
      *          NightlyBatchLog.txt. IT RAISES AN ALERT WHEN
      *            - A STEP NOW RUNNING HAS RUN LONGER THAN THE
      *              CONFIGURED MULTIPLE OF ITS MEDIAN (THE SAME
      *              LAST-10-RUNS MEDIAN BATTREND PRINTS, AND ONLY
      *              ONCE THE STEP HAS 3 RUNS BEHIND IT) - EVERY
      *              START WITHOUT ITS STEP LINE YET IS A STEP
      *              RUNNING, SO THE STEPS NIGHTLYBATCH RUNS IN
      *              PARALLEL ARE EACH WATCHED, OR
      *            - THE CHAIN IS STILL OPEN AT THE CONFIGURED
      *              DEADLINE.
      *          WatchdogConfig.txt HOLDS "MULTIPLE NN" AND "DEADLINE
      *          HHMM" LINES; A MISSING FILE OR LINE KEEPS THE HOUSE
      *          DEFAULTS (3 TIMES THE MEDIAN, 06:00). THE ALERT GOES
      *          TO WatchdogAlert.txt AND TO THE OPERATOR AS A
      *          MESSAGE: EVERY STUCK STEP, HOW LONG IT HAS RUN, AND
      *          WHETHER A SqlAdapterLock.txt IS STILL HELD IN ANY
      *          STEP DIRECTORY (AND BY WHOM, SINCE WHEN). THE SAME
      *          ALERT IS RAISED ONCE PER CHAIN, NOT ON EVERY PASS
      *          (WatchdogState.txt). RC 4 WHILE AN ALERT STANDS,
      *          0 WHEN THE CHAIN IS WITHIN LIMITS OR NOT RUNNING.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. WATCHDOG.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-HISTORY ASSIGN TO 'BatchRunHistory.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT NIGHTLY-LOG-FILE ASSIGN TO 'NightlyBatchLog.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

           SELECT CONFIG-FILE ASSIGN TO 'WatchdogConfig.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONFIG-STATUS.

           SELECT ALERT-FILE ASSIGN TO 'WatchdogAlert.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERT-STATUS.

      *> THE LAST ALERT RAISED, SO THE NEXT PASS DOES NOT REPEAT IT
           SELECT STATE-FILE ASSIGN TO 'WatchdogState.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATE-STATUS.

      *> SCRATCH COPY OF ONE DIRECTORY'S LOCK TOKEN, READ BACK HERE
           SELECT LOCK-COPY ASSIGN TO 'WatchdogLock.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
        FD RUN-HISTORY.
       01 RUN-HISTORY-FD                   PIC X(80).

        FD NIGHTLY-LOG-FILE.
       01 NIGHTLY-LOG-FD                   PIC X(54).

        FD CONFIG-FILE.
       01 CONFIG-FD                        PIC X(30).

        FD ALERT-FILE.
       01 ALERT-FD                         PIC X(130).

        FD STATE-FILE.
       01 STATE-FD                         PIC X(60).

        FD LOCK-COPY.
       01 LOCK-COPY-FD                     PIC X(40).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WS-HISTORY-STATUS                PIC X(02).
       01 WS-LOG-STATUS                    PIC X(02).
       01 WS-CONFIG-STATUS                 PIC X(02).
       01 WS-ALERT-STATUS                  PIC X(02).
       01 WS-STATE-STATUS                  PIC X(02).
       01 WS-LOCK-STATUS                   PIC X(02).

      *> ONE HISTORY LINE, THE COLUMNS NIGHTLYBATCH WRITES
       01 HISTORY-LINE.
           05 HI-DATE                      PIC 9(08).
           05 FILLER                       PIC X(01).
           05 HI-TIME                      PIC 9(08).
           05 FILLER                       PIC X(01).
           05 HI-KIND                      PIC X(05).
           05 FILLER                       PIC X(01).
           05 HI-NAME                      PIC X(30).
           05 FILLER                       PIC X(01).
           05 HI-VALUE                     PIC S9(06).

      *> THE LAST OUTCOME LINE NIGHTLYBATCH LOGGED
       01 WS-LAST-LOG-LINE.
           05 WLL-DATE                     PIC 9(08).
           05 FILLER                       PIC X(01).
           05 WLL-TIME                     PIC 9(08).
           05 FILLER                       PIC X(01).
           05 WLL-STEP                     PIC X(20).
           05 FILLER                       PIC X(01).
           05 WLL-RC                       PIC X(04).
           05 FILLER                       PIC X(01).
           05 WLL-OUTCOME                  PIC X(10).

      *> ONE CONFIGURATION LINE: "MULTIPLE NN" OR "DEADLINE HHMM"
       01 WS-CONFIG-LINE.
           05 CF-KEYWORD                   PIC X(08).
           05 FILLER                       PIC X(01).
           05 CF-VALUE                     PIC X(08).

       01 K-DEFAULT-MULTIPLE               PIC 9(02) VALUE 3.
       01 K-DEFAULT-DEADLINE               PIC 9(04) VALUE 0600.
       01 WS-MULTIPLE                      PIC 9(02).
       01 WS-DEADLINE                      PIC 9(04).
       01 WS-DEADLINE-PARTS REDEFINES WS-DEADLINE.
           05 DL-HH                        PIC 9(02).
           05 DL-MM                        PIC 9(02).

      *> ONE LOCK TOKEN, THE LAYOUT SQLLOCK WRITES
       01 WS-LOCK-LINE.
           05 LK-OWNER                     PIC X(16).
           05 FILLER                       PIC X(01).
           05 LK-DATE                      PIC 9(08).
           05 FILLER                       PIC X(01).
           05 LK-TIME                      PIC 9(08).

      *> THE STEP DIRECTORIES WHOSE ADAPTER LOCK A STEP MAY HOLD
      *> (THE SAME LIST PREFLIGHT SWEEPS BEFORE THE CHAIN STARTS)
       01 DIR-LIST-DATA.
           05 FILLER PIC X(45) VALUE "Assign 05 Floare Emil".
           05 FILLER PIC X(45) VALUE "Assign 06 Floare Emil".
           05 FILLER PIC X(45) VALUE "Assign 07 FLOARE EMIL".
           05 FILLER PIC X(45) VALUE
               "Assign 10 Batch Utilities FLOARE EMIL".
           05 FILLER PIC X(45) VALUE
               "Assign 13 Rapoarte FLOARE EMIL".
           05 FILLER PIC X(45) VALUE "16-03 Assign".
           05 FILLER PIC X(45) VALUE
               "Search-Module-with-copybook/Search-Module".
       01 DIR-LIST REDEFINES DIR-LIST-DATA.
           05 DIR-ENTRY OCCURS 7 TIMES INDEXED BY DIR-IDX
                                           PIC X(45).

      *> WHAT WAS FOUND HELD, ONE ALERT LINE PER DIRECTORY
       01 LOCK-FOUND-TABLE.
           05 LOCK-FOUND-LINE OCCURS 7 TIMES PIC X(130).
       01 LOCK-FOUND-COUNT                 PIC 9(02) VALUE 0.
       01 WS-LOCK-IDX                      PIC 9(02).

      *> PER STEP, ITS MOST RECENT DURATIONS (A RING OF THE LAST 10,
      *> AS BATTREND KEEPS THEM)
       01 K-MAX-STEP                       PIC 9(02) VALUE 30.
       01 K-KEEP-RUNS                      PIC 9(02) VALUE 10.
       01 K-MIN-RUNS                       PIC 9(02) VALUE 3.
       01 STEP-TABLE.
           05 STEP-ENTRY OCCURS 30 TIMES.
               10 SE-NAME                  PIC X(30).
               10 SE-COUNT                 PIC 9(02).
               10 SE-DURATION OCCURS 10 TIMES PIC 9(06).
       01 STEP-COUNT                       PIC 9(02) VALUE 0.
       01 WS-STEP-IDX                      PIC 9(02).
       01 WS-HIT-IDX                       PIC 9(02).
       01 WS-RUN-IDX                       PIC 9(02).

      *> MEDIAN WORK LIST (SELECTION SORT, HOUSE PATTERN)
       01 WS-WORK-LIST.
           05 WK-VALUE OCCURS 10 TIMES     PIC 9(06).
       01 WS-WORK-COUNT                    PIC 9(02) VALUE 0.
       01 WS-I                             PIC 9(02).
       01 WS-J                             PIC 9(02).
       01 WS-BEST                          PIC 9(02).
       01 WS-TEMP                          PIC 9(06).
       01 WS-MEDIAN                        PIC 9(06) VALUE 0.
       01 WS-MID                           PIC 9(02).
       01 WS-STEP-LIMIT                    PIC 9(08) VALUE 0.

      *> THE LATEST CHAIN IN THE HISTORY
       01 WS-CHAIN-SW                      PIC X(01) VALUE "N".
           88 NO-CHAIN                      VALUE "N".
           88 CHAIN-RUNNING                 VALUE "R".
           88 CHAIN-DONE                    VALUE "D".
       01 WS-CHAIN-DATE                    PIC 9(08) VALUE 0.
       01 WS-CHAIN-TIME                    PIC 9(08) VALUE 0.
       01 WS-CHAIN-END-DATE                PIC 9(08) VALUE 0.
       01 WS-CHAIN-END-TIME                PIC 9(08) VALUE 0.

      *> WHILE THE CHAIN IS OPEN, EVERY STEP STARTED AND NOT YET
      *> ENDED (SEVERAL WHEN NIGHTLYBATCH RUNS STEPS IN PARALLEL),
      *> IN THE ORDER THEY STARTED, AND WHAT B0 MADE OF EACH
       01 OPEN-TABLE.
           05 OPEN-ENTRY OCCURS 30 TIMES.
               10 OP-NAME                  PIC X(30).
               10 OP-DATE                  PIC 9(08).
               10 OP-TIME                  PIC 9(08).
               10 OP-ELAPSED               PIC S9(09).
               10 OP-RUNS                  PIC 9(02).
               10 OP-MEDIAN                PIC 9(06).
               10 OP-LIMIT                 PIC 9(08).
               10 OP-OVER-SW               PIC X(01).
                   88 OP-OVERRUN            VALUE "Y".
                   88 OP-WITHIN             VALUE "N".
       01 OPEN-COUNT                       PIC 9(02) VALUE 0.
       01 OVER-COUNT                       PIC 9(02) VALUE 0.
       01 WS-OPEN-IDX                      PIC 9(02).
       01 WS-OPEN-HIT                      PIC 9(02).

       01 WS-NOW-DATE                      PIC 9(08).
       01 WS-NOW-TIME                      PIC 9(08).

      *> ELAPSED SECONDS FROM WS-FROM-DATE/TIME TO NOW, ACROSS ANY
      *> NUMBER OF MIDNIGHTS (DAY NUMBERS BY PLAIN CALENDAR
      *> ARITHMETIC)
       01 WS-FROM-DATE                     PIC 9(08).
       01 WS-FROM-TIME                     PIC 9(08).
       01 WS-ELAPSED                       PIC S9(09).
       01 WS-DAY-DATE                      PIC 9(08).
       01 WS-DAY-PARTS REDEFINES WS-DAY-DATE.
           05 DY-YYYY                      PIC 9(04).
           05 DY-MM                        PIC 9(02).
           05 DY-DD                        PIC 9(02).
       01 WS-DAY-Y                         PIC 9(04).
       01 WS-DAY-M                         PIC 9(02).
       01 WS-DAY-Q1                        PIC 9(04).
       01 WS-DAY-Q2                        PIC 9(04).
       01 WS-DAY-Q3                        PIC 9(04).
       01 WS-DAY-Q4                        PIC 9(04).
       01 WS-DAY-NUMBER                    PIC 9(07).
       01 WS-FROM-DAY                      PIC 9(07).
       01 WS-CLOCK                         PIC 9(08).
       01 WS-CLOCK-PARTS REDEFINES WS-CLOCK.
           05 CK-HH                        PIC 9(02).
           05 CK-MM                        PIC 9(02).
           05 CK-SS                        PIC 9(02).
           05 FILLER                       PIC 9(02).
       01 WS-CLOCK-SECS                    PIC 9(05).
       01 WS-FROM-SECS                     PIC 9(05).

       01 WS-CHAIN-ELAPSED                 PIC S9(09) VALUE 0.
       01 WS-DEADLINE-OFFSET               PIC S9(06).

      *> WHY THE ALERT STANDS: O = STEP OVERRUN, D = DEADLINE
      *> PASSED, B = BOTH
       01 WS-REASON                        PIC X(01) VALUE SPACE.
           88 NO-ALERT                      VALUE SPACE.
           88 ALERT-OVERRUN                 VALUE "O" "B".
           88 ALERT-DEADLINE                VALUE "D" "B".

      *> THE ALERT KEY KEPT BETWEEN PASSES: THE FIRST STEP OVER ITS
      *> LIMIT (OR, ON A DEADLINE ALONE, THE LAST STEP STARTED) AND
      *> HOW MANY STEPS ARE OVER, SO A FURTHER STEP GOING OVER
      *> RAISES THE ALERT AGAIN
       01 WS-STATE-LINE.
           05 ST-CHAIN-DATE                PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 ST-CHAIN-TIME                PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 ST-REASON                    PIC X(01).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 ST-STEP                      PIC X(30).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 ST-OVER-COUNT                PIC 9(02).
       01 WS-SAVED-STATE                   PIC X(60) VALUE SPACE.
       01 WS-REPEAT-SW                     PIC X(01) VALUE "N".
           88 ALREADY-ALERTED               VALUE "Y".

       01 WS-COMMAND                       PIC X(250).
       01 WS-LINE                          PIC X(130).
       01 WS-STEP-SHOWN                    PIC X(30).
       01 WS-MIN-DISP                      PIC ZZZZ9.
       01 WS-SEC-DISP                      PIC ZZZZZZ9.
       01 WS-MED-DISP                      PIC ZZZZZ9.
       01 WS-LIMIT-DISP                    PIC ZZZZZZ9.
       01 WS-MULT-DISP                     PIC Z9.
       01 WS-RUNS-DISP                     PIC Z9.
       01 WS-LOCK-WORD                     PIC X(10).

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       S0  SECTION.
       S0A.
           DISPLAY "NIGHTLY CHAIN WATCHDOG"
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           PERFORM A0-LOAD-CONFIG
           PERFORM A1-LOAD-HISTORY

           IF NO-CHAIN
               DISPLAY "NO CHAIN IN BatchRunHistory.txt YET - "
                   "NOTHING TO WATCH"
               MOVE 0 TO RETURN-CODE
               GO TO S0Z
           END-IF
           IF CHAIN-DONE
               DISPLAY "LAST CHAIN (BEGUN " WS-CHAIN-DATE " "
                   WS-CHAIN-TIME ") FINISHED " WS-CHAIN-END-DATE
                   " " WS-CHAIN-END-TIME
               MOVE 0 TO RETURN-CODE
               GO TO S0Z
           END-IF

           PERFORM A2-LAST-LOG-LINE
           PERFORM B0-CHECK-STEP
           PERFORM B1-CHECK-DEADLINE

           IF NO-ALERT
               PERFORM W0-SHOW-WITHIN-LIMITS
               MOVE 0 TO RETURN-CODE
               GO TO S0Z
           END-IF

           PERFORM C0-CHECK-LOCKS
           PERFORM D0-CHECK-REPEAT
           IF ALREADY-ALERTED
               DISPLAY "ALERT ALREADY RAISED FOR THIS CHAIN - SEE "
                   "WatchdogAlert.txt"
           ELSE
               PERFORM D1-WRITE-ALERT
               PERFORM D2-SAVE-STATE
           END-IF
           PERFORM D3-OPERATOR-MESSAGE
           MOVE 4 TO RETURN-CODE
           .
       S0Z.
           STOP RUN.

      *> THE THRESHOLDS: HOUSE DEFAULTS, OVERRIDDEN LINE BY LINE BY
      *> WatchdogConfig.txt WHEN IT CARRIES A USABLE VALUE
       A0-LOAD-CONFIG SECTION.
       A0-LOAD-CONFIGA.
           MOVE K-DEFAULT-MULTIPLE         TO WS-MULTIPLE
           MOVE K-DEFAULT-DEADLINE         TO WS-DEADLINE
           OPEN INPUT CONFIG-FILE
           IF WS-CONFIG-STATUS NOT = "00"
               GO TO A0-LOAD-CONFIGZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-CONFIG-LINE
               READ CONFIG-FILE INTO WS-CONFIG-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN CF-KEYWORD = "MULTIPLE"
                        AND CF-VALUE(1:2) IS NUMERIC
                        AND CF-VALUE(1:2) > "01"
                           MOVE CF-VALUE(1:2) TO WS-MULTIPLE
                       WHEN CF-KEYWORD = "DEADLINE"
                        AND CF-VALUE(1:4) IS NUMERIC
                        AND CF-VALUE(1:2) < "24"
                        AND CF-VALUE(3:2) < "60"
                           MOVE CF-VALUE(1:4) TO WS-DEADLINE
                   END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE CONFIG-FILE
           .
       A0-LOAD-CONFIGZ.
           EXIT.

      *> ONE PASS OVER THE HISTORY: EVERY STEP LINE FEEDS THE
      *> MEDIANS; THE LAST BEGIN OPENS A CHAIN, ITS END CLOSES IT;
      *> A START OPENS AN ENTRY IN OPEN-TABLE AND THE STEP LINE OF
      *> THE SAME STEP CLOSES IT - WHAT IS LEFT IS RUNNING NOW
       A1-LOAD-HISTORY SECTION.
       A1-LOAD-HISTORYA.
           OPEN INPUT RUN-HISTORY
           IF WS-HISTORY-STATUS NOT = "00"
               GO TO A1-LOAD-HISTORYZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO HISTORY-LINE
               READ RUN-HISTORY INTO HISTORY-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   EVALUATE HI-KIND
                       WHEN "STEP "
                           PERFORM F1-FOLD-DURATION
                           PERFORM F3-CLOSE-OPEN-STEP
                       WHEN "BEGIN"
                           SET CHAIN-RUNNING TO TRUE
                           MOVE HI-DATE    TO WS-CHAIN-DATE
                           MOVE HI-TIME    TO WS-CHAIN-TIME
                           MOVE 0          TO OPEN-COUNT
                       WHEN "START"
                           PERFORM F2-OPEN-STEP
                       WHEN "END  "
                           SET CHAIN-DONE  TO TRUE
                           MOVE HI-DATE    TO WS-CHAIN-END-DATE
                           MOVE HI-TIME    TO WS-CHAIN-END-TIME
                           MOVE 0          TO OPEN-COUNT
                   END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE RUN-HISTORY
           .
       A1-LOAD-HISTORYZ.
           EXIT.

      *> THE LAST STEP NIGHTLYBATCH HAS LOGGED AN OUTCOME FOR (THE
      *> LOG MAY STILL END WITH LAST NIGHT'S LINE IF NO STEP HAS
      *> FINISHED YET TONIGHT)
       A2-LAST-LOG-LINE SECTION.
       A2-LAST-LOG-LINEA.
           MOVE SPACE                      TO WS-LAST-LOG-LINE
           OPEN INPUT NIGHTLY-LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               GO TO A2-LAST-LOG-LINEZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               READ NIGHTLY-LOG-FILE INTO WS-LAST-LOG-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               END-READ
           END-PERFORM
           CLOSE NIGHTLY-LOG-FILE
           .
       A2-LAST-LOG-LINEZ.
           EXIT.

      *> KEEP THE LAST K-KEEP-RUNS DURATIONS PER STEP - AN OLDER ONE
      *> FALLS OFF THE FRONT WHEN THE RING IS FULL
       F1-FOLD-DURATION SECTION.
       F1-FOLD-DURATIONA.
           MOVE 0                          TO WS-HIT-IDX
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > STEP-COUNT
               IF SE-NAME(WS-STEP-IDX) = HI-NAME
                   MOVE WS-STEP-IDX        TO WS-HIT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-HIT-IDX = 0
               IF STEP-COUNT >= K-MAX-STEP
                   GO TO F1-FOLD-DURATIONZ
               END-IF
               ADD 1                       TO STEP-COUNT
               MOVE STEP-COUNT             TO WS-HIT-IDX
               MOVE HI-NAME                TO SE-NAME(WS-HIT-IDX)
               MOVE 0                      TO SE-COUNT(WS-HIT-IDX)
           END-IF

           IF SE-COUNT(WS-HIT-IDX) < K-KEEP-RUNS
               ADD 1                       TO SE-COUNT(WS-HIT-IDX)
           ELSE
               PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                       UNTIL WS-RUN-IDX >= K-KEEP-RUNS
                   MOVE SE-DURATION(WS-HIT-IDX, WS-RUN-IDX + 1)
                       TO SE-DURATION(WS-HIT-IDX, WS-RUN-IDX)
               END-PERFORM
           END-IF
           MOVE HI-VALUE                   TO
               SE-DURATION(WS-HIT-IDX, SE-COUNT(WS-HIT-IDX))
           .
       F1-FOLD-DURATIONZ.
           EXIT.

      *> A START LINE: THE STEP JOINS THE OPEN ENTRIES. A STEP
      *> STARTED AGAIN WITH NO STEP LINE BETWEEN (A RESTART) KEEPS
      *> ITS ONE ENTRY, FROM THE LATER START
       F2-OPEN-STEP SECTION.
       F2-OPEN-STEPA.
           MOVE 0                          TO WS-OPEN-HIT
           PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
                   UNTIL WS-OPEN-IDX > OPEN-COUNT
               IF OP-NAME(WS-OPEN-IDX) = HI-NAME
                   MOVE WS-OPEN-IDX        TO WS-OPEN-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-OPEN-HIT = 0
               IF OPEN-COUNT >= K-MAX-STEP
                   GO TO F2-OPEN-STEPZ
               END-IF
               ADD 1                       TO OPEN-COUNT
               MOVE OPEN-COUNT             TO WS-OPEN-HIT
           END-IF
           MOVE HI-NAME                    TO OP-NAME(WS-OPEN-HIT)
           MOVE HI-DATE                    TO OP-DATE(WS-OPEN-HIT)
           MOVE HI-TIME                    TO OP-TIME(WS-OPEN-HIT)
           MOVE 0                          TO OP-ELAPSED(WS-OPEN-HIT)
           MOVE 0                          TO OP-RUNS(WS-OPEN-HIT)
           MOVE 0                          TO OP-MEDIAN(WS-OPEN-HIT)
           MOVE 0                          TO OP-LIMIT(WS-OPEN-HIT)
           SET OP-WITHIN(WS-OPEN-HIT)      TO TRUE
           .
       F2-OPEN-STEPZ.
           EXIT.

      *> A STEP LINE: THAT STEP HAS ENDED - ITS ENTRY LEAVES THE
      *> TABLE AND THE LATER ONES MOVE UP, KEEPING THE START ORDER
       F3-CLOSE-OPEN-STEP SECTION.
       F3-CLOSE-OPEN-STEPA.
           MOVE 0                          TO WS-OPEN-HIT
           PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
                   UNTIL WS-OPEN-IDX > OPEN-COUNT
               IF OP-NAME(WS-OPEN-IDX) = HI-NAME
                   MOVE WS-OPEN-IDX        TO WS-OPEN-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-OPEN-HIT = 0
               GO TO F3-CLOSE-OPEN-STEPZ
           END-IF
           PERFORM VARYING WS-OPEN-IDX FROM WS-OPEN-HIT BY 1
                   UNTIL WS-OPEN-IDX >= OPEN-COUNT
               MOVE OPEN-ENTRY(WS-OPEN-IDX + 1)
                   TO OPEN-ENTRY(WS-OPEN-IDX)
           END-PERFORM
           SUBTRACT 1                      FROM OPEN-COUNT
           .
       F3-CLOSE-OPEN-STEPZ.
           EXIT.

      *> HOW LONG HAS EACH RUNNING STEP BEEN ON, AGAINST ITS MEDIAN
      *> TIMES THE CONFIGURED MULTIPLE? ONE STEP OVER IS ENOUGH FOR
      *> THE ALERT; EVERY ONE OVER IS MARKED SO THE ALERT NAMES THEM
      *> ALL
       B0-CHECK-STEP SECTION.
       B0-CHECK-STEPA.
           MOVE 0                          TO OVER-COUNT
           PERFORM B2-CHECK-ONE-STEP
               VARYING WS-OPEN-IDX FROM 1 BY 1
               UNTIL WS-OPEN-IDX > OPEN-COUNT
           IF OVER-COUNT > 0
               MOVE "O"                    TO WS-REASON
           END-IF
           .
       B0-CHECK-STEPZ.
           EXIT.

      *> ONE OPEN STEP (WS-OPEN-IDX). A STEP WITH FEWER THAN
      *> K-MIN-RUNS BEHIND IT HAS NO MEDIAN WORTH TRUSTING - ONLY
      *> THE DEADLINE WATCHES IT
       B2-CHECK-ONE-STEP SECTION.
       B2-CHECK-ONE-STEPA.
           MOVE OP-DATE(WS-OPEN-IDX)       TO WS-FROM-DATE
           MOVE OP-TIME(WS-OPEN-IDX)       TO WS-FROM-TIME
           PERFORM E0-ELAPSED
           MOVE WS-ELAPSED                 TO OP-ELAPSED(WS-OPEN-IDX)

           MOVE 0                          TO WS-HIT-IDX
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > STEP-COUNT
               IF SE-NAME(WS-STEP-IDX) = OP-NAME(WS-OPEN-IDX)
                   MOVE WS-STEP-IDX        TO WS-HIT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-HIT-IDX = 0
               GO TO B2-CHECK-ONE-STEPZ
           END-IF
           PERFORM F0-STEP-MEDIAN
           MOVE WS-WORK-COUNT              TO OP-RUNS(WS-OPEN-IDX)
           IF WS-WORK-COUNT < K-MIN-RUNS
               GO TO B2-CHECK-ONE-STEPZ
           END-IF

           MOVE WS-MEDIAN                  TO OP-MEDIAN(WS-OPEN-IDX)
           COMPUTE WS-STEP-LIMIT = WS-MEDIAN * WS-MULTIPLE
           MOVE WS-STEP-LIMIT              TO OP-LIMIT(WS-OPEN-IDX)
           IF OP-ELAPSED(WS-OPEN-IDX) > WS-STEP-LIMIT
               SET OP-OVERRUN(WS-OPEN-IDX) TO TRUE
               ADD 1                       TO OVER-COUNT
           END-IF
           .
       B2-CHECK-ONE-STEPZ.
           EXIT.

      *> THE DEADLINE IS A CLOCK TIME: IT FALLS ON THE CHAIN'S OWN
      *> DAY WHEN THE CHAIN BEGAN BEFORE IT, ON THE NEXT DAY WHEN
      *> THE CHAIN BEGAN AFTER IT (THE USUAL CASE - BEGUN AT 22:00,
      *> DUE BY 06:00)
       B1-CHECK-DEADLINE SECTION.
       B1-CHECK-DEADLINEA.
           MOVE WS-CHAIN-DATE              TO WS-FROM-DATE
           MOVE WS-CHAIN-TIME              TO WS-FROM-TIME
           PERFORM E0-ELAPSED
           MOVE WS-ELAPSED                 TO WS-CHAIN-ELAPSED

           MOVE WS-CHAIN-TIME              TO WS-CLOCK
           COMPUTE WS-DEADLINE-OFFSET =
               DL-HH * 3600 + DL-MM * 60
               - (CK-HH * 3600 + CK-MM * 60 + CK-SS)
           IF WS-DEADLINE-OFFSET <= 0
               ADD 86400                   TO WS-DEADLINE-OFFSET
           END-IF

           IF WS-CHAIN-ELAPSED >= WS-DEADLINE-OFFSET
               IF WS-REASON = "O"
                   MOVE "B"                TO WS-REASON
               ELSE
                   MOVE "D"                TO WS-REASON
               END-IF
           END-IF
           .
       B1-CHECK-DEADLINEZ.
           EXIT.

      *> THE MEDIAN OF THE STEP AT WS-HIT-IDX OVER ITS KEPT RUNS
       F0-STEP-MEDIAN SECTION.
       F0-STEP-MEDIANA.
           MOVE SE-COUNT(WS-HIT-IDX)       TO WS-WORK-COUNT
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-WORK-COUNT
               MOVE SE-DURATION(WS-HIT-IDX, WS-I)
                   TO WK-VALUE(WS-I)
           END-PERFORM

      *> SORT FOR THE MEDIAN (SELECTION SORT, HOUSE PATTERN)
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I >= WS-WORK-COUNT
               MOVE WS-I                   TO WS-BEST
               COMPUTE WS-J = WS-I + 1
               PERFORM VARYING WS-J FROM WS-J BY 1
                       UNTIL WS-J > WS-WORK-COUNT
                   IF WK-VALUE(WS-J) < WK-VALUE(WS-BEST)
                       MOVE WS-J           TO WS-BEST
                   END-IF
               END-PERFORM
               IF WS-BEST NOT = WS-I
                   MOVE WK-VALUE(WS-I)     TO WS-TEMP
                   MOVE WK-VALUE(WS-BEST)  TO WK-VALUE(WS-I)
                   MOVE WS-TEMP            TO WK-VALUE(WS-BEST)
               END-IF
           END-PERFORM
           COMPUTE WS-MID = (WS-WORK-COUNT + 1) / 2
           MOVE WK-VALUE(WS-MID)           TO WS-MEDIAN
           .
       F0-STEP-MEDIANZ.
           EXIT.

      *> SECONDS FROM WS-FROM-DATE/WS-FROM-TIME UNTIL NOW
       E0-ELAPSED SECTION.
       E0-ELAPSEDA.
           MOVE WS-FROM-DATE               TO WS-DAY-DATE
           PERFORM E1-DAY-NUMBER
           MOVE WS-DAY-NUMBER              TO WS-FROM-DAY
           MOVE WS-NOW-DATE                TO WS-DAY-DATE
           PERFORM E1-DAY-NUMBER

           MOVE WS-FROM-TIME               TO WS-CLOCK
           COMPUTE WS-FROM-SECS = CK-HH * 3600 + CK-MM * 60 + CK-SS
           MOVE WS-NOW-TIME                TO WS-CLOCK
           COMPUTE WS-CLOCK-SECS = CK-HH * 3600 + CK-MM * 60 + CK-SS

           COMPUTE WS-ELAPSED =
               (WS-DAY-NUMBER - WS-FROM-DAY) * 86400
               + WS-CLOCK-SECS - WS-FROM-SECS
           IF WS-ELAPSED < 0
               MOVE 0                      TO WS-ELAPSED
           END-IF
           .
       E0-ELAPSEDZ.
           EXIT.

      *> A DAY NUMBER FOR WS-DAY-DATE: DAYS SINCE A FIXED ORIGIN,
      *> COUNTING THE YEAR FROM MARCH SO FEBRUARY'S LEAP DAY FALLS
      *> AT THE END. ONLY DIFFERENCES OF TWO DAY NUMBERS ARE USED
       E1-DAY-NUMBER SECTION.
       E1-DAY-NUMBERA.
           MOVE DY-YYYY                    TO WS-DAY-Y
           MOVE DY-MM                      TO WS-DAY-M
           IF WS-DAY-M <= 2
               SUBTRACT 1                  FROM WS-DAY-Y
               ADD 12                      TO WS-DAY-M
           END-IF
           DIVIDE WS-DAY-Y BY 4            GIVING WS-DAY-Q1
           DIVIDE WS-DAY-Y BY 100          GIVING WS-DAY-Q2
           DIVIDE WS-DAY-Y BY 400          GIVING WS-DAY-Q3
           COMPUTE WS-DAY-Q4 = 153 * (WS-DAY-M - 3) + 2
           DIVIDE WS-DAY-Q4 BY 5           GIVING WS-DAY-Q4
           COMPUTE WS-DAY-NUMBER =
               365 * WS-DAY-Y + WS-DAY-Q1 - WS-DAY-Q2 + WS-DAY-Q3
               + WS-DAY-Q4 + DY-DD
           .
       E1-DAY-NUMBERZ.
           EXIT.

      *> EVERY STEP DIRECTORY'S LOCK TOKEN, COPIED TO THE SCRATCH
      *> FILE AND READ BACK: PRESENT MEANS HELD, AND SQLLOCK'S LINE
      *> SAYS BY WHOM AND SINCE WHEN
       C0-CHECK-LOCKS SECTION.
       C0-CHECK-LOCKSA.
           MOVE 0                          TO LOCK-FOUND-COUNT
           PERFORM VARYING DIR-IDX FROM 1 BY 1 UNTIL DIR-IDX > 7
               MOVE SPACE                  TO WS-COMMAND
               STRING "cat '" DELIMITED BY SIZE
                      DIR-ENTRY(DIR-IDX) DELIMITED BY "  "
                      "/SqlAdapterLock.txt' > WatchdogLock.txt"
                      " 2>/dev/null"
                      DELIMITED BY SIZE
               INTO WS-COMMAND
               CALL "SYSTEM" USING WS-COMMAND
               MOVE 0                      TO RETURN-CODE

               MOVE SPACE                  TO WS-LOCK-LINE
               OPEN INPUT LOCK-COPY
               IF WS-LOCK-STATUS = "00"
                   READ LOCK-COPY INTO WS-LOCK-LINE
                   AT END
                       MOVE SPACE          TO WS-LOCK-LINE
                   END-READ
                   CLOSE LOCK-COPY
               END-IF
               IF WS-LOCK-LINE NOT = SPACE
                   ADD 1                   TO LOCK-FOUND-COUNT
                   MOVE SPACE              TO WS-LINE
                   STRING "  LOCK HELD  : " DELIMITED BY SIZE
                          DIR-ENTRY(DIR-IDX) DELIMITED BY "  "
                          " BY " DELIMITED BY SIZE
                          LK-OWNER DELIMITED BY "  "
                          " SINCE " LK-DATE " " LK-TIME
                          DELIMITED BY SIZE
                   INTO WS-LINE
                   MOVE WS-LINE   TO LOCK-FOUND-LINE(LOCK-FOUND-COUNT)
               END-IF
           END-PERFORM
           CALL "SYSTEM" USING "rm -f WatchdogLock.txt"
           MOVE 0                          TO RETURN-CODE
           .
       C0-CHECK-LOCKSZ.
           EXIT.

      *> HAS THIS VERY ALERT (SAME CHAIN, SAME STEP, SAME REASON,
      *> SAME NUMBER OF STEPS OVER) ALREADY BEEN RAISED ON AN
      *> EARLIER PASS?
       D0-CHECK-REPEAT SECTION.
       D0-CHECK-REPEATA.
           MOVE WS-CHAIN-DATE              TO ST-CHAIN-DATE
           MOVE WS-CHAIN-TIME              TO ST-CHAIN-TIME
           MOVE WS-REASON                  TO ST-REASON
           MOVE OVER-COUNT                 TO ST-OVER-COUNT
           MOVE SPACE                      TO ST-STEP
           IF OPEN-COUNT > 0
               MOVE OP-NAME(OPEN-COUNT)    TO ST-STEP
           END-IF
           PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
                   UNTIL WS-OPEN-IDX > OPEN-COUNT
               IF OP-OVERRUN(WS-OPEN-IDX)
                   MOVE OP-NAME(WS-OPEN-IDX) TO ST-STEP
                   EXIT PERFORM
               END-IF
           END-PERFORM
           OPEN INPUT STATE-FILE
           IF WS-STATE-STATUS NOT = "00"
               GO TO D0-CHECK-REPEATZ
           END-IF
           MOVE SPACE                      TO WS-SAVED-STATE
           READ STATE-FILE INTO WS-SAVED-STATE
           AT END
               MOVE SPACE                  TO WS-SAVED-STATE
           END-READ
           CLOSE STATE-FILE
           IF WS-SAVED-STATE = WS-STATE-LINE
               SET ALREADY-ALERTED         TO TRUE
           END-IF
           .
       D0-CHECK-REPEATZ.
           EXIT.

      *> ONE ALERT BLOCK APPENDED TO WatchdogAlert.txt
       D1-WRITE-ALERT SECTION.
       D1-WRITE-ALERTA.
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF

           MOVE SPACE                      TO WS-LINE
           STRING "NIGHTLY CHAIN ALERT " WS-NOW-DATE " " WS-NOW-TIME
                  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM D4-ALERT-LINE

           MOVE SPACE                      TO WS-LINE
           STRING "  CHAIN BEGUN: " WS-CHAIN-DATE " " WS-CHAIN-TIME
                  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM D4-ALERT-LINE

           IF ALERT-OVERRUN
               MOVE WS-MULTIPLE            TO WS-MULT-DISP
               MOVE SPACE                  TO WS-LINE
               STRING "  REASON     : STEP HAS RUN LONGER THAN "
                      WS-MULT-DISP " TIMES ITS MEDIAN"
                      DELIMITED BY SIZE
               INTO WS-LINE
               PERFORM D4-ALERT-LINE
               PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
                       UNTIL WS-OPEN-IDX > OPEN-COUNT
                   IF OP-OVERRUN(WS-OPEN-IDX)
                       MOVE SPACE          TO WS-LINE
                       STRING "  OVERRUN    : " DELIMITED BY SIZE
                              OP-NAME(WS-OPEN-IDX) DELIMITED BY "  "
                       INTO WS-LINE
                       PERFORM D4-ALERT-LINE
                   END-IF
               END-PERFORM
           END-IF
           IF ALERT-DEADLINE
               MOVE SPACE                  TO WS-LINE
               STRING "  REASON     : CHAIN NOT FINISHED BY THE "
                      "DEADLINE " DL-HH ":" DL-MM
                      DELIMITED BY SIZE
               INTO WS-LINE
               PERFORM D4-ALERT-LINE
           END-IF

           IF OPEN-COUNT = 0
               PERFORM D5-STEP-TEXT
               PERFORM D4-ALERT-LINE
           END-IF
           PERFORM D6-ALERT-STEP
               VARYING WS-OPEN-IDX FROM 1 BY 1
               UNTIL WS-OPEN-IDX > OPEN-COUNT

           MOVE SPACE                      TO WS-LINE
           IF WS-LAST-LOG-LINE = SPACE
               MOVE "  LAST LOGGED: NOTHING IN NightlyBatchLog.txt"
                                           TO WS-LINE
           ELSE
               STRING "  LAST LOGGED: " WLL-STEP " "
                      WLL-OUTCOME " AT " WLL-DATE " " WLL-TIME
                      DELIMITED BY SIZE
               INTO WS-LINE
           END-IF
           PERFORM D4-ALERT-LINE

           IF LOCK-FOUND-COUNT = 0
               MOVE "  LOCK HELD  : NONE IN ANY STEP DIRECTORY"
                                           TO WS-LINE
               PERFORM D4-ALERT-LINE
           ELSE
               PERFORM VARYING WS-LOCK-IDX FROM 1 BY 1
                       UNTIL WS-LOCK-IDX > LOCK-FOUND-COUNT
                   MOVE LOCK-FOUND-LINE(WS-LOCK-IDX) TO WS-LINE
                   PERFORM D4-ALERT-LINE
               END-PERFORM
           END-IF

           MOVE SPACE                      TO WS-LINE
           PERFORM D4-ALERT-LINE
           CLOSE ALERT-FILE
           .
       D1-WRITE-ALERTZ.
           EXIT.

      *> REMEMBER THE ALERT JUST RAISED
       D2-SAVE-STATE SECTION.
       D2-SAVE-STATEA.
           OPEN OUTPUT STATE-FILE
           MOVE WS-STATE-LINE              TO STATE-FD
           WRITE STATE-FD
           CLOSE STATE-FILE
           .
       D2-SAVE-STATEZ.
           EXIT.

      *> ONE OPEN STEP (WS-OPEN-IDX) IN THE ALERT BLOCK: HOW LONG IT
      *> HAS RUN AND, WHEN IT HAS A TRUSTED MEDIAN, ITS LIMIT
       D6-ALERT-STEP SECTION.
       D6-ALERT-STEPA.
           PERFORM D5-STEP-TEXT
           PERFORM D4-ALERT-LINE
           IF OP-RUNS(WS-OPEN-IDX) < K-MIN-RUNS
               GO TO D6-ALERT-STEPZ
           END-IF
           MOVE OP-MEDIAN(WS-OPEN-IDX)     TO WS-MED-DISP
           MOVE OP-LIMIT(WS-OPEN-IDX)      TO WS-LIMIT-DISP
           MOVE OP-RUNS(WS-OPEN-IDX)       TO WS-RUNS-DISP
           MOVE SPACE                      TO WS-LINE
           IF OP-OVERRUN(WS-OPEN-IDX)
               STRING "  MEDIAN     : " WS-MED-DISP " SEC OVER "
                      WS-RUNS-DISP " RUNS, LIMIT " WS-LIMIT-DISP
                      " SEC - OVER THE LIMIT"
                      DELIMITED BY SIZE
               INTO WS-LINE
           ELSE
               STRING "  MEDIAN     : " WS-MED-DISP " SEC OVER "
                      WS-RUNS-DISP " RUNS, LIMIT " WS-LIMIT-DISP
                      " SEC"
                      DELIMITED BY SIZE
               INTO WS-LINE
           END-IF
           PERFORM D4-ALERT-LINE
           .
       D6-ALERT-STEPZ.
           EXIT.

      *> THE MESSAGE THE NIGHT OPERATOR SEES: WHICH STEPS, HOW LONG,
      *> AND WHETHER THE ADAPTER LOCK IS STILL HELD
       D3-OPERATOR-MESSAGE SECTION.
       D3-OPERATOR-MESSAGEA.
           IF LOCK-FOUND-COUNT = 0
               MOVE "NOT HELD"             TO WS-LOCK-WORD
           ELSE
               MOVE "STILL HELD"           TO WS-LOCK-WORD
           END-IF
           MOVE WS-MULTIPLE                TO WS-MULT-DISP
           DISPLAY "*** NIGHTLY CHAIN ALERT ***"
           IF OPEN-COUNT = 0
               PERFORM D5-STEP-TEXT
               DISPLAY WS-LINE
           END-IF
           PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
                   UNTIL WS-OPEN-IDX > OPEN-COUNT
               PERFORM D5-STEP-TEXT
               DISPLAY WS-LINE
               IF OP-OVERRUN(WS-OPEN-IDX)
                   MOVE OP-MEDIAN(WS-OPEN-IDX) TO WS-MED-DISP
                   DISPLAY "  OVER " WS-MULT-DISP
                       " TIMES ITS MEDIAN OF " WS-MED-DISP " SEC"
               END-IF
           END-PERFORM
           IF ALERT-DEADLINE
               DISPLAY "  CHAIN NOT FINISHED BY " DL-HH ":" DL-MM
           END-IF
           DISPLAY "  SqlAdapterLock.txt " WS-LOCK-WORD
           PERFORM VARYING WS-LOCK-IDX FROM 1 BY 1
                   UNTIL WS-LOCK-IDX > LOCK-FOUND-COUNT
               DISPLAY LOCK-FOUND-LINE(WS-LOCK-IDX)
           END-PERFORM
           .
       D3-OPERATOR-MESSAGEZ.
           EXIT.

       D4-ALERT-LINE SECTION.
       D4-ALERT-LINEA.
           MOVE WS-LINE                    TO ALERT-FD
           WRITE ALERT-FD
           .
       D4-ALERT-LINEZ.
           EXIT.

      *> THE "RUNNING" LINE INTO WS-LINE: THE OPEN STEP AT
      *> WS-OPEN-IDX AND HOW LONG IT HAS BEEN ON, OR - BETWEEN
      *> STEPS - THE WHOLE CHAIN
       D5-STEP-TEXT SECTION.
       D5-STEP-TEXTA.
           MOVE SPACE                      TO WS-LINE
           IF OPEN-COUNT > 0
               MOVE OP-NAME(WS-OPEN-IDX)   TO WS-STEP-SHOWN
               COMPUTE WS-MIN-DISP = OP-ELAPSED(WS-OPEN-IDX) / 60
               MOVE OP-ELAPSED(WS-OPEN-IDX) TO WS-SEC-DISP
               STRING "  RUNNING    : " DELIMITED BY SIZE
                      WS-STEP-SHOWN DELIMITED BY "  "
                      " RUNNING SINCE " OP-DATE(WS-OPEN-IDX) " "
                      OP-TIME(WS-OPEN-IDX)
                      " -" WS-MIN-DISP " MIN (" WS-SEC-DISP " SEC)"
                      DELIMITED BY SIZE
               INTO WS-LINE
           ELSE
               COMPUTE WS-MIN-DISP = WS-CHAIN-ELAPSED / 60
               MOVE WS-CHAIN-ELAPSED       TO WS-SEC-DISP
               STRING "  RUNNING    : NO STEP (BETWEEN STEPS) - "
                      "CHAIN OPEN" WS-MIN-DISP " MIN (" WS-SEC-DISP
                      " SEC)"
                      DELIMITED BY SIZE
               INTO WS-LINE
           END-IF
           .
       D5-STEP-TEXTZ.
           EXIT.

      *> NO ALERT: ONE LINE PER OPEN STEP OF WHERE THE CHAIN IS
       W0-SHOW-WITHIN-LIMITS SECTION.
       W0-SHOW-WITHIN-LIMITSA.
           DISPLAY "CHAIN RUNNING, WITHIN LIMITS:"
           IF OPEN-COUNT = 0
               PERFORM D5-STEP-TEXT
               DISPLAY WS-LINE
           END-IF
           PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
                   UNTIL WS-OPEN-IDX > OPEN-COUNT
               PERFORM D5-STEP-TEXT
               DISPLAY WS-LINE
           END-PERFORM
           .
       W0-SHOW-WITHIN-LIMITSZ.
           EXIT.
       END PROGRAM WATCHDOG.
