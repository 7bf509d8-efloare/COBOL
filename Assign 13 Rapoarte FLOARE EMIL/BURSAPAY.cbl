       01 RATES-FD                          PIC X(30).

        FD WITHDRAW-AUDIT.
       01 WITHDRAW-AUDIT-FD                 PIC X(140).

        FD ROSTER-OUT.
       01 ROSTER-OUT-FD                     PIC X(110).
      *> SHARED CLASSIFICATION OF SQLSta VALUES INTO RETRYABLE VS
      *> FATAL, PLUS HOW OFTEN AND HOW LONG TO RETRY A TRANSIENT ONE
       COPY SQLSTA-INT.
       COPY TRAINENV-INT.
       01 K-SQL-RETRIES                    PIC 9(02) VALUE 3.
       01 K-RETRY-WAIT-SECONDS             PIC 9(08) COMP-5 VALUE 5.
       01 WS-SQL-RETRY-COUNT               PIC 9(02) VALUE 0.
       S0  SECTION.
       S0A.
           DISPLAY "SCHOLARSHIP PAYMENT ROSTER"
      *> FICTITIOUS TRAINING DATA MUST NEVER LEAVE THE SCHOOL
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               DISPLAY "TRAINING COPY (OF " TRN-SNAP-ID ") - THE "
                   "PAYMENT ROSTER IS NOT PRODUCED HERE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "PAYMENT MONTH (YYYYMM): " WITH NO ADVANCING
           ACCEPT WS-PAY-MONTH
           IF WS-PAY-MONTH NOT NUMERIC
