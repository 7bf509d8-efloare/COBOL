           END-IF

           *> INSERT FOR PROFESORMATERIECLASA FILD
           *> THE SAME PROFESSOR MAY TEACH THE SUBJECT TO TWO GROUPS
           *> OF ONE CLASS - THE GROUP IS PART OF THE ASSIGNMENT
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT COUNT(*) FROM PROFESORMATERIECLASA WHERE "
                   "CNP = '"PROF-CNP"' AND MATERIE = '"
                   WS-MATERIE-ESC(1:WS-MATERIE-ESC-LEN)"'"
                   " AND CLASA = '"MAT-CLASA"'"
                   " AND GRUPA = '"MAT-GRUPA"'"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM R-CHECK-EXISTS
               MOVE SPACE              TO SQL-STATEMENT

               STRING "INSERT INTO PROFESORMATERIECLASA"
               "(CNP, MATERIE, CLASA, GRUPA) "
               "VALUES ('"PROF-CNP"', "
               "'"WS-MATERIE-ESC(1:WS-MATERIE-ESC-LEN)
               "', '"MAT-CLASA"', '"MAT-GRUPA"')"
               DELIMITED BY SIZE INTO SQL-STATEMENT

               *> LET'S SEE HOW DOES THE STATEMENT LOOK.
      *> UP ON
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
           MOVE "PROFMODULE"       TO SES-CALLER
           MOVE WS-SQL-RETRY-COUNT  TO SES-RETRY
           CALL "SQLSESSION" USING SQLSES-INTERFACE
           MOVE SES-RC TO WS-JAR-RC
           IF WS-JAR-RC NOT = 0
