      *          BY CNP (LOOKED UP IN STUDENTI THROUGH THE ADAPTER)
      *          PLUS THE SCHOOL YEAR. THE REGISTER IS ONLY EVER
      *          APPENDED TO, NEVER TRUNCATED. MODE L PRINTS ONE
      *          STUDENT'S FULL MULTI-YEAR RECORD. A SUBJECT THE
      *          STUDENT PASSED BY DIFFERENTIAL EXAM (A PASSING
      *          TIPNOTA 'D' GRADE IN NOTE, LOADED BY EXDIFER) IS
      *          FLAGGED 'D' ON ITS REGISTER LINE AND PRINTED AS
      *          PASSED BY EQUIVALENCE EXAM. MODE L ASKS THE OPERATOR
      *          TO SIGN ON (OPSIGNON) AND LOGS EVERY EXTRACT PRINTED
      *          AGAINST THEM IN AccessLog.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 EXCEPTIONS-FD                     PIC X(180).

        FD EXTRACT-FILE.
       01 EXTRACT-FD                        PIC X(100).

        FD DEAD-LETTER-FILE.
       01 DEAD-LETTER-FD                    PIC X(321).

      *> RUN-TOKEN LOCK AROUND THE SHARED ADAPTER HANDSHAKE FILES
       COPY SQLLOCK-INT.
      *> THE REGISTER'S ROW COUNT AND FINGERPRINT GO INTO
      *> ArchiveManifest.txt ONCE THE ROWS ARE APPENDED
       COPY ARCSEAL-INT.

      *> LOOKUP MODE ONLY: OPERATOR SIGN-ON, AND THE READ-ACCESS LOG
      *> EVERY EXTRACT IS RECORDED IN UNDER THEIR ID
       COPY OPSIGN-INT.
       COPY ACCLOG-INT.
       01 WS-FOUND-DISP                    PIC ZZZZ9.

      *> SHARED CLASSIFICATION OF SQLSta VALUES INTO RETRYABLE VS
      *> FATAL, PLUS HOW OFTEN AND HOW LONG TO RETRY A TRANSIENT ONE
       01 WS-LOOKUP-ROW                    PIC X(100).
       01 WS-SECOND-ROW                    PIC X(100).

      *> THE CURRENT STUDENT'S SUBJECTS PASSED BY DIFFERENTIAL EXAM,
      *> LOADED WITH THE CNP
       01 WS-DIF-ROW.
           05 DR-MATERIE                   PIC X(30).
           05 FILLER                       PIC X(02).
           05 DR-NOTA                      PIC X(02).
           05 FILLER                       PIC X(66).
       01 DIF-TABLE.
           05 DT-MATERIE OCCURS 30 TIMES   PIC X(30).
       01 DIF-COUNT                        PIC 9(02) VALUE 0.
       01 WS-DIF-IDX                       PIC 9(02).
       01 K-PASS-THRESHOLD                 PIC 9(02) VALUE 5.

      *> ONE REGISTER LINE: CNP, SCHOOL YEAR, CLASS, SUBJECT, AVERAGE
       01 REGISTER-LINE.
           05 RG-CNP                       PIC X(13).
           05 RG-SUBJECT                   PIC X(30).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 RG-AVG                       PIC X(06).
           05 FILLER                       PIC X(01) VALUE SPACE.
      *> "D" - PASSED BY DIFFERENTIAL (EQUIVALENCE) EXAM
           05 RG-EXAM-FLAG                 PIC X(01).

       01 WS-REG-READ-LINE                 PIC X(70).

           CLOSE DEAD-LETTER-FILE
           PERFORM Z0-RELEASE-LOCK

           MOVE "RegistruMatricol.txt"     TO ARS-FILE
           SET ARS-APPEND                  TO TRUE
           MOVE "MATRICOL"                 TO ARS-WRITER
           CALL "ARCSEAL" USING ARCSEAL-INTERFACE

           DISPLAY "===== MATRICOL APPEND SUMMARY ====="
           DISPLAY "REGISTER LINES APPENDED : " WS-COUNT-APPENDED
           DISPLAY "ROWS EXCEPTED           : " WS-COUNT-EXCEPTIONS
           MOVE WR-CLASS                   TO RG-CLASS
           MOVE WR-SUBJECT                 TO RG-SUBJECT
           MOVE WR-SCORE-TXT               TO RG-AVG
           PERFORM VARYING WS-DIF-IDX FROM 1 BY 1
                   UNTIL WS-DIF-IDX > DIF-COUNT
               IF DT-MATERIE(WS-DIF-IDX) = WR-SUBJECT
                   MOVE "D"                TO RG-EXAM-FLAG
               END-IF
           END-PERFORM
           MOVE REGISTER-LINE              TO REGISTER-FD
           WRITE REGISTER-FD
           ADD 1                           TO WS-COUNT-APPENDED
       B2-RESOLVE-CNPA.
           SET CUR-CNP-BAD                 TO TRUE
           MOVE SPACE                      TO WS-CUR-CNP
           MOVE 0                          TO DIF-COUNT

           MOVE WS-CUR-LAST                TO ESC-IN
           MOVE 30                         TO ESC-IN-LEN
               MOVE WS-LOOKUP-ROW(1:13)    TO WS-CUR-CNP
               SET CUR-CNP-OK              TO TRUE
           END-IF
           PERFORM B4-LOAD-DIFERENTA
           .
       B2-RESOLVE-CNPZ.
           EXIT.

      *> WHICH OF THE STUDENT'S SUBJECTS WERE PASSED BY DIFFERENTIAL
      *> EXAM - A FAILED ONE IS STILL OWED AND NOT FLAGGED
       B4-LOAD-DIFERENTA SECTION.
       B4-LOAD-DIFERENTAA.
           MOVE 0                          TO DIF-COUNT
           IF CUR-CNP-BAD
               GO TO B4-LOAD-DIFERENTAZ
           END-IF

           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT MATERIE, NOTA FROM NOTE WHERE CNP = '"
                   WS-CUR-CNP "' AND TIPNOTA = 'D'"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT

           OPEN OUTPUT SQL-STATEMENT-FILE
           WRITE SQL-STATEMENT-FILE-FD FROM SQL-STATEMENT
           CLOSE SQL-STATEMENT-FILE

           PERFORM I-INVOKE-JAR
           IF JAR-CALL-FAILED
               GO TO B4-LOAD-DIFERENTAZ
           END-IF

           OPEN INPUT SQL-RESULTS
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-DIF-ROW
               READ SQL-RESULTS INTO WS-DIF-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF DR-NOTA NUMERIC
                   AND DR-NOTA NOT < K-PASS-THRESHOLD
                   AND DIF-COUNT < 30
                       ADD 1               TO DIF-COUNT
                       MOVE DR-MATERIE     TO DT-MATERIE(DIF-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SQL-RESULTS
      *> THE CALLER IS STILL READING ResultsCSV UNDER THE SAME SWITCH
           SET INP1-NEOF                   TO TRUE
           .
       B4-LOAD-DIFERENTAZ.
           EXIT.

      *> LOOKUP: PRINT ONE STUDENT'S FULL MULTI-YEAR RECORD
       C0-LOOKUP-CNP SECTION.
       C0-LOOKUP-CNPA.
           MOVE "MATRICOL"                 TO OPS-PROGRAM
           CALL "OPSIGNON" USING OPSIGN-INTERFACE
           IF OPS-DENIED
               DISPLAY OPS-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "CNP TO LOOK UP: " WITH NO ADVANCING
           ACCEPT WS-LOOKUP-CNP

               NOT AT END
                   IF WS-REG-READ-LINE(1:13) = WS-LOOKUP-CNP
                       MOVE WS-REG-READ-LINE TO EXTRACT-FD
                       IF WS-REG-READ-LINE(66:1) = "D"
                           MOVE SPACE      TO EXTRACT-FD
                           STRING WS-REG-READ-LINE(1:64)
                                  "  PROMOVAT PRIN EXAMEN DE DIFERENTA"
                                  DELIMITED BY SIZE
                           INTO EXTRACT-FD
                       END-IF
                       WRITE EXTRACT-FD
                       DISPLAY EXTRACT-FD
                       ADD 1               TO WS-COUNT-FOUND
                   END-IF
               END-READ
           CLOSE REGISTER-FILE
           CLOSE EXTRACT-FILE
           DISPLAY "REGISTER LINES FOUND: " WS-COUNT-FOUND
           IF WS-COUNT-FOUND = 0
               GO TO C0-LOOKUP-CNPZ
           END-IF

           MOVE WS-COUNT-FOUND             TO WS-FOUND-DISP
           MOVE "MATRICOL"                 TO ACL-PROGRAM
           MOVE OPS-ID                     TO ACL-OPERATOR
           MOVE WS-LOOKUP-CNP              TO ACL-CNP
           MOVE SPACE                      TO ACL-SHOWN
           STRING "REGISTRU MATRICOL EXTRACT, " WS-FOUND-DISP " LINES"
                  DELIMITED BY SIZE
           INTO ACL-SHOWN
           CALL "ACCLOG" USING ACCLOG-INTERFACE
           .
       C0-LOOKUP-CNPZ.
           EXIT.
