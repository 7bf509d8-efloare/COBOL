       01 SQL-STATUS-FD                     PIC X(10).

        FD AUDIT-FILE.
       01 AUDIT-FD                          PIC X(182).

        FD DEAD-LETTER-FILE.
       01 DEAD-LETTER-FD                    PIC X(321).
           88 CASCADE-OK                    VALUE "O".
           88 CASCADE-FAILED                VALUE "F".

      *> EVERY AUDIT LINE CARRIES THE FINGERPRINT OF THE ONE BEFORE IT
       COPY AUDCHAIN-INT.
       01 AUDIT-LINE.
           05 AUD-DATE                     PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           ACCEPT AUD-TIME FROM TIME
           MOVE "ADD"                      TO AUD-ACTION
           MOVE WS-NEW-NAME                TO AUD-DETAIL
           MOVE 'MateriiMaintAudit.txt'    TO ACH-FILE
           SET ACH-FIXED                   TO TRUE
           MOVE LENGTH OF AUDIT-LINE       TO ACH-LENGTH
           MOVE AUDIT-LINE                 TO ACH-LINE
           CALL "AUDCHAIN" USING AUDCHAIN-INTERFACE
           MOVE ACH-LINE                   TO AUDIT-FD
           WRITE AUDIT-FD
           .
       W0-WRITE-AUDIT-ADDZ.
               SET CASCADE-FAILED          TO TRUE
           END-IF
           MOVE SQL-STATEMENT(1:120)       TO AUD-DETAIL
           MOVE 'MateriiMaintAudit.txt'    TO ACH-FILE
           SET ACH-FIXED                   TO TRUE
           MOVE LENGTH OF AUDIT-LINE       TO ACH-LENGTH
           MOVE AUDIT-LINE                 TO ACH-LINE
           CALL "AUDCHAIN" USING AUDCHAIN-INTERFACE
           MOVE ACH-LINE                   TO AUDIT-FD
           WRITE AUDIT-FD
           .
       C0-CASCADE-STEPZ.
