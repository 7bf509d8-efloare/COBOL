        01 CHECKPOINT-FD                   PIC 9(08).

        FD AUDIT-FILE.
        01 AUDIT-FD                        PIC X(4441).

        FD DEAD-LETTER-FILE.
        01 DEAD-LETTER-FD                  PIC X(4442).
        *> RUN - A NON-ZERO COUNT FAILS THE CHAIN IN NIGHTLYBATCH
        01 WS-COUNT-DEADLETTER              PIC 9(05) VALUE 0.

        *> EVERY AUDIT LINE CARRIES THE FINGERPRINT OF THE ONE BEFORE IT
        COPY AUDCHAIN-INT.

        *> AUDIT-TRAIL FIELDS
        01 WS-AUDIT-OUTCOME                PIC X(10).
        01 AUDIT-LINE.
           ACCEPT AUDIT-TIME FROM TIME
           MOVE WS-AUDIT-OUTCOME TO AUDIT-OUTCOME
           MOVE SQL-STATEMENT TO AUDIT-STATEMENT
           MOVE 'InsertAllAudit.txt' TO ACH-FILE
           SET ACH-TRAILING TO TRUE
           MOVE LENGTH OF AUDIT-LINE TO ACH-LENGTH
           MOVE AUDIT-LINE TO ACH-LINE
           CALL "AUDCHAIN" USING AUDCHAIN-INTERFACE
           MOVE ACH-LINE TO AUDIT-FD
           WRITE AUDIT-FD

           IF WS-AUDIT-OUTCOME NOT = "INSERTED" AND
