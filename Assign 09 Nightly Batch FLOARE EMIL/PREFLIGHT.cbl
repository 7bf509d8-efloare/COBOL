      *            - THE HANDSHAKE FILES AND SQLResults/ ARE
      *              WRITABLE IN EVERY STEP DIRECTORY THE CHAIN USES;
      *            - THE EXPECTED FEED FILES ARE PRESENT AND
      *              NON-EMPTY (OR WAITING AS DROPS IN Inbound/);
      *            - NO STALE SqlAdapterLock.txt TOKEN IS HELD;
      *            - DISK SPACE SUFFICES;
      *            - BKVERIFY HAS PROVED A SET OF DUMPS RESTORABLE
      *              WITHIN THE LAST 14 DAYS (A WARNING ONLY - AN
      *              UNPROVED BACKUP IS NO REASON TO SKIP THE NIGHT).
      *          EVERY CHECK LANDS IN PreflightReport.txt; ANY
      *          FAILURE ENDS RC 8 AND THE CHAIN STOPS CLEANLY
      *          BEFORE ANYTHING IS TOUCHED. A WARNING IS REPORTED
      *          AND COUNTED BUT LEAVES THE CHAIN CLEAR TO RUN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *> FREE BLOCKS THE NIGHT NEEDS (1K BLOCKS - 100 MB)
       01 K-MIN-FREE-KB                    PIC 9(09) VALUE 102400.

      *> DAYS A BACKUP MAY GO WITHOUT A PASSED TEST-RESTORE (BKVERIFY
      *> RUNS WEEKLY, SO ONE MISSED WEEK IS TOLERATED)
       01 K-MAX-VERIFY-AGE                 PIC 9(03) VALUE 14.

       01 WS-COMMAND                       PIC X(250).
       01 WS-CHECK-NAME                    PIC X(60).
       01 WS-VERDICT                       PIC X(04).
       01 WS-COUNT-FAILED                  PIC 9(02) VALUE 0.
       01 WS-COUNT-PASSED                  PIC 9(02) VALUE 0.
       01 WS-COUNT-WARNED                  PIC 9(02) VALUE 0.
       01 WS-RUN-DATE                      PIC 9(08).
       01 WS-RUN-TIME                      PIC 9(08).
       01 WS-LINE                          PIC X(130).
       01 WS-LOCK-HELD-SW                  PIC X(01) VALUE "N".
           88 A-LOCK-HELD                   VALUE "Y".
           88 NO-LOCK-HELD                  VALUE "N".
       COPY TRAINENV-INT.

      *-----------------------
       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN OUTPUT REPORT-FILE
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
           END-IF
           MOVE SPACE                      TO WS-LINE
           STRING "PRE-FLIGHT CHECKLIST " WS-RUN-DATE " "
                  WS-RUN-TIME DELIMITED BY SIZE
           PERFORM C2-CHECK-DIRECTORIES
           PERFORM C3-CHECK-FEEDS
           PERFORM C5-CHECK-DISK
           PERFORM C6-CHECK-BACKUP-VERIFIED

           MOVE SPACE                      TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE SPACE                      TO WS-LINE
           IF WS-COUNT-FAILED = 0
               STRING "VERDICT: CLEAR FOR THE NIGHT ("
                      WS-COUNT-PASSED " CHECKS PASSED, "
                      WS-COUNT-WARNED " WARNING(S))"
                      DELIMITED BY SIZE
               INTO WS-LINE
           ELSE

           DISPLAY "CHECKS PASSED: " WS-COUNT-PASSED
               "  FAILED: " WS-COUNT-FAILED
               "  WARNINGS: " WS-COUNT-WARNED
           IF WS-COUNT-FAILED > 0
               DISPLAY "SEE PreflightReport.txt - CHAIN HALTED "
                   "BEFORE ANYTHING WAS TOUCHED"
               INTO WS-CHECK-NAME
               END-STRING
               MOVE SPACE                  TO WS-COMMAND
      *> A FEED STILL WAITING AS SEALED DROPS IN ITS Inbound/ IS
      *> PRESENT TOO - FEEDMERGE BUILDS IT LATER IN THE CHAIN
               STRING "[ -s '" DELIMITED BY SIZE
                      FEED-ENTRY(FEED-IDX) DELIMITED BY "  "
                      "' ] || ls ""$(dirname '" DELIMITED BY SIZE
                      FEED-ENTRY(FEED-IDX) DELIMITED BY "  "
                      "')/Inbound/$(basename '" DELIMITED BY SIZE
                      FEED-ENTRY(FEED-IDX) DELIMITED BY "  "
                      "' .csv)_""*.csv > /dev/null 2>&1"
                      DELIMITED BY SIZE
               INTO WS-COMMAND
               CALL "SYSTEM" USING WS-COMMAND
               PERFORM R0-RECORD-VERDICT
       C5-CHECK-DISKZ.
           EXIT.

      *> THE LAST PASSED LINE IN BKVERIFY'S LOG MUST BE RECENT - A
      *> BACKUP NOBODY HAS RESTORED LATELY IS ONLY HOPED TO WORK
       C6-CHECK-BACKUP-VERIFIED SECTION.
       C6-CHECK-BACKUP-VERIFIEDA.
           MOVE "BACKUP TEST-RESTORE PASSED IN THE LAST 14 DAYS"
                                           TO WS-CHECK-NAME
           MOVE SPACE                      TO WS-COMMAND
           STRING "L=$(grep ' PASSED ' BackupVerifyLog.txt 2>/dev/null"
                  " | tail -1 | cut -c1-8); [ -n ""$L"" ] && "
                  "[ $(( ($(date +%s) - $(date -d $L +%s)) / 86400 ))"
                  " -le " K-MAX-VERIFY-AGE " ]"
                  DELIMITED BY SIZE
           INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           PERFORM R1-RECORD-WARNING
           .
       C6-CHECK-BACKUP-VERIFIEDZ.
           EXIT.

      *> ONE CHECKLIST LINE PER CHECK, PASS OR FAIL PER THE SHELL RC
       R0-RECORD-VERDICT SECTION.
       R0-RECORD-VERDICTA.
           .
       R0-RECORD-VERDICTZ.
           EXIT.

      *> AS R0, BUT A FAILED CHECK ONLY WARNS - IT DOES NOT HOLD THE
      *> CHAIN BACK
       R1-RECORD-WARNING SECTION.
       R1-RECORD-WARNINGA.
           IF RETURN-CODE = 0
               MOVE "PASS"                 TO WS-VERDICT
               ADD 1                       TO WS-COUNT-PASSED
           ELSE
               MOVE "WARN"                 TO WS-VERDICT
               ADD 1                       TO WS-COUNT-WARNED
           END-IF
           MOVE 0                          TO RETURN-CODE
           MOVE SPACE                      TO WS-LINE
           STRING "  " WS-VERDICT "  " WS-CHECK-NAME
                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           .
       R1-RECORD-WARNINGZ.
           EXIT.
       END PROGRAM PREFLIGHT.
