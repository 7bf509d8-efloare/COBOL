       01 ARCHIVE-FD                        PIC X(130).

        FD AUDIT-FILE.
       01 AUDIT-FD                          PIC X(202).

        FD DEAD-LETTER-FILE.
       01 DEAD-LETTER-FD                    PIC X(321).
      *> OPERATOR'S APPROVAL ON FILE (PendingActions.txt / APPROVER)
      *> BEFORE ANYTHING IS TOUCHED
       COPY FOUREYES-INT.
      *> ProfArchive.txt'S ROW COUNT AND FINGERPRINT GO INTO
      *> ArchiveManifest.txt ONCE THE ROWS ARE APPENDED
       COPY ARCSEAL-INT.


      *> SHARED CLASSIFICATION OF SQLSta VALUES INTO RETRYABLE VS
           88 ALL-OK                        VALUE "O".
           88 SOMETHING-FAILED              VALUE "F".

      *> EVERY AUDIT LINE CARRIES THE FINGERPRINT OF THE ONE BEFORE IT
       COPY AUDCHAIN-INT.
       01 AUDIT-LINE.
           05 AUD-DATE                     PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
                  " FROM " WS-OLD-CNP " TO " WS-NEW-CNP
                  DELIMITED BY SIZE
           INTO AUD-DETAIL
           MOVE 'ProfDepartAudit.txt'      TO ACH-FILE
           SET ACH-FIXED                   TO TRUE
           MOVE LENGTH OF AUDIT-LINE       TO ACH-LENGTH
           MOVE AUDIT-LINE                 TO ACH-LINE
           CALL "AUDCHAIN" USING AUDCHAIN-INTERFACE
           MOVE ACH-LINE                   TO AUDIT-FD
           WRITE AUDIT-FD

      *> THE SUCCESSOR ALSO NEEDS THE MATERIEPROFESOR ROW
               MOVE "DEPFAIL"              TO AUD-ACTION
           END-IF
           MOVE WS-OLD-CNP                 TO AUD-DETAIL
           MOVE 'ProfDepartAudit.txt'      TO ACH-FILE
           SET ACH-FIXED                   TO TRUE
           MOVE LENGTH OF AUDIT-LINE       TO ACH-LENGTH
           MOVE AUDIT-LINE                 TO ACH-LINE
           CALL "AUDCHAIN" USING AUDCHAIN-INTERFACE
           MOVE ACH-LINE                   TO AUDIT-FD
           WRITE AUDIT-FD
           .
       D0-ARCHIVE-AND-REMOVEZ.
           CLOSE AUDIT-FILE
           CLOSE DEAD-LETTER-FILE

           MOVE "ProfArchive.txt"          TO ARS-FILE
           SET ARS-APPEND                  TO TRUE
           MOVE "PROFDEPART"               TO ARS-WRITER
           CALL "ARCSEAL" USING ARCSEAL-INTERFACE

           SET LOCK-RELEASE                TO TRUE
           CALL "SQLLOCK" USING SQLLOCK-INTERFACE
           .
