       01 A5-WORK-FD                        PIC X(200).

        FD AUDIT-FILE.
       01 AUDIT-FD                          PIC X(132).

        FD DEAD-LETTER-FILE.
       01 DEAD-LETTER-FD                    PIC X(321).
       01 WS-COUNT-NTF                     PIC 9(04) VALUE 0.
       01 WS-COUNT-A5                      PIC 9(04) VALUE 0.

      *> EVERY AUDIT LINE CARRIES THE FINGERPRINT OF THE ONE BEFORE IT
       COPY AUDCHAIN-INT.
       01 AUDIT-LINE.
           05 AUD-DATE                     PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           ELSE
               MOVE "FAILED"               TO AUD-OUTCOME
           END-IF
           MOVE 'CnpChangeAudit.txt'       TO ACH-FILE
           SET ACH-FIXED                   TO TRUE
           MOVE LENGTH OF AUDIT-LINE       TO ACH-LENGTH
           MOVE AUDIT-LINE                 TO ACH-LINE
           CALL "AUDCHAIN" USING AUDCHAIN-INTERFACE
           MOVE ACH-LINE                   TO AUDIT-FD
           WRITE AUDIT-FD
           .
       W0-WRITE-AUDITZ.
