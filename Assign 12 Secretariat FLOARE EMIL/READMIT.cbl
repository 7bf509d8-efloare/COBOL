       01 CAPACITY-FD                       PIC X(08).

        FD AUDIT-FILE.
       01 AUDIT-FD                          PIC X(112).

        FD DEAD-LETTER-FILE.
       01 DEAD-LETTER-FD                    PIC X(621).
           05 NR-NOTA                      PIC X(02).
           05 FILLER                       PIC X(02).
           05 NR-DATA                      PIC X(08).
      *> THE GRADER - BLANK ON A LINE ARCHIVED BEFORE IT WAS KEPT
           05 FILLER                       PIC X(02).
           05 NR-CNP-PROF                  PIC X(13).

      *> ONE ArchivedAbsences.txt LINE (THE ABSENTE ROW AS DUMPED)
       01 WS-ABS-ROW.
        05 WS-COUNT-ABS-SKIPS              PIC 9(04) VALUE 0.
        05 WS-COUNT-FAILS                  PIC 9(04) VALUE 0.

      *> EVERY AUDIT LINE CARRIES THE FINGERPRINT OF THE ONE BEFORE IT
       COPY AUDCHAIN-INT.
       01 AUDIT-LINE.
           05 AUD-DATE                     PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.

           MOVE SPACE              TO SQL-STATEMENT
           STRING "INSERT INTO NOTE(CNP, MATERIE, NOTA, DATANOTA, "
                   "TIPNOTA, ANSCOLAR, CNPPROF) VALUES ('" WS-CNP "', '"
                   WS-MATERIE-ESC(1:WS-MATERIE-ESC-LEN)
                   "', '" NR-NOTA "', '" NR-DATA "', 'O', '"
                   WS-AN-SCOLAR "', '" NR-CNP-PROF "')"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM G0-SUBMIT-STATEMENT
               MOVE "RESTORED"             TO AUD-OUTCOME
           END-IF
           MOVE OPS-ID                     TO AUD-OPERATOR
           MOVE 'ReadmitAudit.txt'         TO ACH-FILE
           SET ACH-FIXED                   TO TRUE
           MOVE LENGTH OF AUDIT-LINE       TO ACH-LENGTH
           MOVE AUDIT-LINE                 TO ACH-LINE
           CALL "AUDCHAIN" USING AUDCHAIN-INTERFACE
           MOVE ACH-LINE                   TO AUDIT-FD
           WRITE AUDIT-FD
           CLOSE AUDIT-FILE
           .
