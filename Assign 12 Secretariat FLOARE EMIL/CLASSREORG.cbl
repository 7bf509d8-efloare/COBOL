       01 CHECKPOINT-FD                     PIC 9(05).

        FD AUDIT-FILE.
       01 AUDIT-FD                          PIC X(112).

        FD DEAD-LETTER-FILE.
       01 DEAD-LETTER-FD                    PIC X(321).
       01 WS-CLONE-ORAR-SW                 PIC X(01) VALUE "N".
           88 CLONE-ORAR                    VALUE "Y" "y".

      *> EVERY AUDIT LINE CARRIES THE FINGERPRINT OF THE ONE BEFORE IT
       COPY AUDCHAIN-INT.
       01 AUDIT-LINE.
           05 AUD-DATE                     PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM R-RUN-COUNT
      *> THE NEW CLASS SITS AT THE OLD CLASS'S SITE (STRUCTURA); AN
      *> OLD CLASS WITH NO CLASE ROW LEAVES IT TO THE COLUMN DEFAULT
           IF H-COUNT-ROW = 0
               MOVE SPACE              TO SQL-STATEMENT
               STRING "INSERT INTO CLASE (CLASA, STRUCTURA) SELECT '"
                       PR-NEW(WS-PAIR-IDX)
                       "', STRUCTURA FROM CLASE WHERE CLASA = '"
                       PR-OLD(WS-PAIR-IDX) "'"
                       DELIMITED BY SIZE
               INTO SQL-STATEMENT
               PERFORM G0-SUBMIT-STATEMENT
               MOVE SPACE              TO SQL-STATEMENT
               STRING "SELECT COUNT(*) FROM CLASE WHERE CLASA = '"
                       PR-NEW(WS-PAIR-IDX) "'"
                       DELIMITED BY SIZE
               INTO SQL-STATEMENT
               PERFORM R-RUN-COUNT
           END-IF
           IF H-COUNT-ROW = 0
               MOVE SPACE              TO SQL-STATEMENT
               STRING "INSERT INTO CLASE (CLASA) VALUES ('"
           IF H-COUNT-ROW = 0
               MOVE SPACE              TO SQL-STATEMENT
               STRING "INSERT INTO PROFESORMATERIECLASA(CNP, "
                       "MATERIE, CLASA, GRUPA) SELECT CNP, MATERIE, '"
                       PR-NEW(WS-PAIR-IDX)
                       "', GRUPA FROM PROFESORMATERIECLASA "
                       "WHERE CLASA = '"
                       PR-OLD(WS-PAIR-IDX) "'"
                       DELIMITED BY SIZE
               INTO SQL-STATEMENT
               IF H-COUNT-ROW = 0
                   MOVE SPACE              TO SQL-STATEMENT
                   STRING "INSERT INTO ORAR(ZI, ORA, CLASA, "
                           "MATERIE, CNP, SALA, GRUPA, STRUCTURA) "
                           "SELECT ZI, ORA, '"
                           PR-NEW(WS-PAIR-IDX)
                           "', MATERIE, CNP, SALA, GRUPA, STRUCTURA "
                           "FROM ORAR "
                           "WHERE CLASA = '" PR-OLD(WS-PAIR-IDX) "'"
                           DELIMITED BY SIZE
                   INTO SQL-STATEMENT
           MOVE WS-OLD-CLASA               TO AUD-OLD
           MOVE MP-NEW-CLASA               TO AUD-NEW
           MOVE OPS-ID                     TO AUD-OPERATOR
           MOVE 'ClassReorgAudit.txt'      TO ACH-FILE
           SET ACH-FIXED                   TO TRUE
           MOVE LENGTH OF AUDIT-LINE       TO ACH-LENGTH
           MOVE AUDIT-LINE                 TO ACH-LINE
           CALL "AUDCHAIN" USING AUDCHAIN-INTERFACE
           MOVE ACH-LINE                   TO AUDIT-FD
           WRITE AUDIT-FD
           .
       W0-WRITE-AUDITZ.
