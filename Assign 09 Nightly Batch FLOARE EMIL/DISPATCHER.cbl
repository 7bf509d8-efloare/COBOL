      *          CONFIGURED SEMESTER-CLOSE DATE) AND DECIDES WHAT
      *          TONIGHT RUNS: THE FULL CHAIN ON SCHOOL DAYS, JUST
      *          THE BACKUP IN HOLIDAYS (THE LOADERS HAVE NO FEEDS
      *          THEN), HOUSEKEEP AND THE ARCVERIFY ARCHIVE CHECK
      *          ADDED AT MONTH-END, THE CLOSEOUT CHAIN ON THE
      *          CONFIGURED DATE, AND EVERY SUNDAY THE BKVERIFY
      *          TEST-RESTORE OF THE NIGHT'S FRESH DUMPS AND THE
      *          ORARPUB WEBSITE TIMETABLE FOR THE COMING WEEK. EVERY
      *          DECISION AND
      *          ITS REASON GOES TO DispatcherLog.txt SO THE MORNING
      *          CHECK SHOWS WHY A STEP DID OR DID NOT RUN.
      * Tectonics: cobc
           05 TD-MM                        PIC 9(02).
           05 TD-DD                        PIC 9(02).
       01 WS-RUN-TIME                      PIC 9(08).
      *> 1 = MONDAY ... 7 = SUNDAY, THE WEEKLY SLOT FOR BKVERIFY
      *> AND FOR PUBLISHING THE COMING WEEK'S TIMETABLE
       01 WS-DAY-OF-WEEK                   PIC 9(01).
           88 VERIFY-NIGHT                  VALUE 7.
           88 PUBLISH-NIGHT                 VALUE 7.

      *> TOMORROW, FOR THE MONTH-END TEST (PLAIN CALENDAR
      *> ARITHMETIC)
           "cd 'Assign 10 Batch Utilities FLOARE EMIL' && ./DBBACKUP".
       01 K-HOUSEKEEP-COMMAND              PIC X(70) VALUE
           "./'Assign 10 Batch Utilities FLOARE EMIL'/HOUSEKEEP".
       01 K-ARCVERIFY-COMMAND              PIC X(70) VALUE
           "./'Assign 10 Batch Utilities FLOARE EMIL'/ARCVERIFY".
       01 K-BKVERIFY-COMMAND               PIC X(70) VALUE
           "./'Assign 10 Batch Utilities FLOARE EMIL'/BKVERIFY".
       01 K-ORARPUB-COMMAND                PIC X(70) VALUE
           "cd 'Assign 14 Orar FLOARE EMIL' && ./ORARPUB".
       01 K-CLOSEOUT-COMMAND               PIC X(70) VALUE
           "cd 'Assign 09 Nightly Batch FLOARE EMIL' && ./CLOSEOUT".

           DISPLAY "JOB DISPATCHER"
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-DAY-OF-WEEK FROM DAY-OF-WEEK
           PERFORM A0-OPEN-LOG

           PERFORM B0-LOAD-SCHOOL-CALENDAR
           END-IF
           PERFORM L0-LOG-DECISION
           IF MONTH-END
               MOVE "MONTH-END - HOUSEKEEP AND ARCVERIFY ADDED"
                                           TO WS-LOG-LINE
               PERFORM L0-LOG-DECISION
           END-IF
           IF VERIFY-NIGHT
               MOVE "SUNDAY - BKVERIFY TEST-RESTORE OF THE DUMPS ADDED"
                                           TO WS-LOG-LINE
               PERFORM L0-LOG-DECISION
           END-IF
           IF PUBLISH-NIGHT
               MOVE "SUNDAY - ORARPUB WEBSITE TIMETABLE FOR THE WEEK ADD
      -         "ED"
                                           TO WS-LOG-LINE
               PERFORM L0-LOG-DECISION
           END-IF
           IF CLOSEOUT-TONIGHT
               PERFORM L1-LOG-OUTCOME
           END-IF

      *> RIGHT AFTER THE BACKUP, SO IT IS TONIGHT'S DUMPS THAT GET
      *> PROVED
           IF VERIFY-NIGHT
               MOVE "BKVERIFY"             TO WS-STEP-NAME
               CALL "SYSTEM" USING K-BKVERIFY-COMMAND
               MOVE RETURN-CODE            TO WS-STEP-RC
               PERFORM L1-LOG-OUTCOME
           END-IF

      *> ORARPUB ITSELF REFUSES UNLESS THE LATEST ORARLOAD CLASH
      *> CHECK PASSED - THE REFUSAL SHOWS HERE AS ITS RC
           IF PUBLISH-NIGHT
               MOVE "ORARPUB"              TO WS-STEP-NAME
               CALL "SYSTEM" USING K-ORARPUB-COMMAND
               MOVE RETURN-CODE            TO WS-STEP-RC
               PERFORM L1-LOG-OUTCOME
           END-IF

           IF MONTH-END
               MOVE "HOUSEKEEP"            TO WS-STEP-NAME
               CALL "SYSTEM" USING K-HOUSEKEEP-COMMAND
               MOVE RETURN-CODE            TO WS-STEP-RC
               PERFORM L1-LOG-OUTCOME
               MOVE "ARCVERIFY"            TO WS-STEP-NAME
               CALL "SYSTEM" USING K-ARCVERIFY-COMMAND
               MOVE RETURN-CODE            TO WS-STEP-RC
               PERFORM L1-LOG-OUTCOME
           END-IF

           IF CLOSEOUT-TONIGHT
