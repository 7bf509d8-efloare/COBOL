       01 CORRECTIONS-FD                    PIC X(120).

        FD AUDIT-FILE.
       01 AUDIT-FD                          PIC X(132).

        FD REJECTS-FILE.
       01 REJECTS-FD                        PIC X(160).
       01 WS-DB-NOTA                       PIC X(02).
       01 WS-NEW-NUM                       PIC 9(02).

      *> EVERY AUDIT LINE CARRIES THE FINGERPRINT OF THE ONE BEFORE IT
       COPY AUDCHAIN-INT.

      *> ONE BEFORE/AFTER AUDIT LINE
       01 AUDIT-LINE.
           05 AUD-DATE                     PIC 9(08).
               MOVE "FAILED"               TO AUD-OUTCOME
               ADD 1                       TO WS-COUNT-REJECTED
           END-IF
           MOVE 'GradeCorrectionAudit.txt' TO ACH-FILE
           SET ACH-FIXED                   TO TRUE
           MOVE LENGTH OF AUDIT-LINE       TO ACH-LENGTH
           MOVE AUDIT-LINE                 TO ACH-LINE
           CALL "AUDCHAIN" USING AUDCHAIN-INTERFACE
           MOVE ACH-LINE                   TO AUDIT-FD
           WRITE AUDIT-FD
           .
       F0-APPLY-ONE-CORRECTIONZ.
