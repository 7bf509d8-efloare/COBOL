      *> TRANSIENT
       I-RETRY-LOOP SECTION.
       I-RETRY-LOOPA.
           MOVE 0                   TO WS-SQL-RETRY-COUNT
           PERFORM I-INVOKE-JAR-ONCE
           PERFORM UNTIL NOT STA-RETRYABLE
                   OR WS-SQL-RETRY-COUNT >= K-SQL-RETRIES
               ADD 1                TO WS-SQL-RETRY-COUNT
           SET STA-OK               TO TRUE
           MOVE "0   "              TO SQL-STATUS-VALUE
           SET SES-SUBMIT           TO TRUE
           MOVE "ABSMODULE"        TO SES-CALLER
           MOVE WS-SQL-RETRY-COUNT  TO SES-RETRY
           CALL "SQLSESSION" USING SQLSES-INTERFACE
           MOVE SES-RC TO WS-JAR-RC
           IF WS-JAR-RC NOT = 0
