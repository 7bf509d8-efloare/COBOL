      *          ARCHIVE FILES (ArchivedStudents.txt /
      *          ArchivedNotes.txt), AND ONLY AFTER AN EXPLICIT
      *          CONFIRMATION DELETES THEM FROM THE LIVE TABLES,
      *          WRITING ONE AUDIT LINE (WithdrawAudit.txt) THAT
      *          CARRIES THE CLASS LEFT AND THE REASON FOR LEAVING
      *          (TRANSFER, EMIGRARE, ABANDON, EXMATRIC, DECES,
      *          ALTUL) - THE STUDENT MOVEMENT REPORT (MISCARE)
      *          COUNTS THE DEPARTURES BY REASON FROM THERE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 DOSSIER-STATUS-FD                 PIC X(60).

        FD AUDIT-FILE.
       01 AUDIT-FD                          PIC X(140).

        FD DEAD-LETTER-FILE.
       01 DEAD-LETTER-FD                    PIC X(321).
      *> ARCHIVE QUERY SERVICE - THE CLOSED YEARS NOTEARCH MOVED OUT
      *> OF NOTE COME BACK THROUGH HERE, MARKED AS ARCHIVED
       COPY ARCQ-INT.
      *> EACH ARCHIVE'S ROW COUNT AND FINGERPRINT GO INTO
      *> ArchiveManifest.txt ONCE THE ROWS ARE APPENDED
       COPY ARCSEAL-INT.

      *> OPERATOR SIGN-ON - WHO IS AT THE KEYBOARD GOES INTO EVERY
      *> AUDIT LINE, AND AN OPERATOR WITHOUT THIS PROGRAM ON THEIR

       01 WS-CNP                           PIC X(13).
       01 WS-LEAVE-DATE                    PIC 9(08).
      *> WHY THE STUDENT LEAVES, AS KEYED, AND THE WORD THE AUDIT
      *> LINE CARRIES FOR IT
       01 WS-REASON-CODE                   PIC X(01).
       01 WS-MOTIV                         PIC X(10).

       01 WS-STUD-ROW                      PIC X(200).
       01 WS-NOTE-LINE                     PIC X(100).
           88 DELETES-OK                    VALUE "O".
           88 DELETES-FAILED                VALUE "F".

      *> EVERY AUDIT LINE CARRIES THE FINGERPRINT OF THE ONE BEFORE IT
       COPY AUDCHAIN-INT.
       01 AUDIT-LINE.
           05 AUD-DATE                     PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 AUD-OPERATOR                 PIC X(08).
           05 FILLER                       PIC X(06) VALUE " APPR ".
           05 AUD-APPROVER                 PIC X(08).
      *> LINES WRITTEN BEFORE THE CLASS AND REASON WERE KEPT END AT
      *> THE APPROVER - A READER TELLS THEM APART BY THE " CLASA " TAG
           05 FILLER                       PIC X(07) VALUE " CLASA ".
           05 AUD-CLASA                    PIC X(04).
           05 FILLER                       PIC X(07) VALUE " MOTIV ".
           05 AUD-MOTIV                    PIC X(10).

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           ACCEPT WS-CNP
           DISPLAY "LEAVE DATE (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-LEAVE-DATE
           DISPLAY "REASON (T=TRANSFER TO ANOTHER SCHOOL, E=EMIGRATION,"
               " A=ABANDON, X=EXPELLED, D=DECEASED, O=OTHER): "
               WITH NO ADVANCING
           ACCEPT WS-REASON-CODE
           EVALUATE WS-REASON-CODE
               WHEN "T"
               WHEN "t"
                   MOVE "TRANSFER"         TO WS-MOTIV
               WHEN "E"
               WHEN "e"
                   MOVE "EMIGRARE"         TO WS-MOTIV
               WHEN "A"
               WHEN "a"
                   MOVE "ABANDON"          TO WS-MOTIV
               WHEN "X"
               WHEN "x"
                   MOVE "EXMATRIC"         TO WS-MOTIV
               WHEN "D"
               WHEN "d"
                   MOVE "DECES"            TO WS-MOTIV
               WHEN "O"
               WHEN "o"
                   MOVE "ALTUL"            TO WS-MOTIV
               WHEN OTHER
                   DISPLAY "UNKNOWN REASON '" WS-REASON-CODE
                       "' - NOTHING DONE"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           MOVE "WITHDRAW"              TO OPS-PROGRAM
           CALL "OPSIGNON" USING OPSIGN-INTERFACE
           WRITE ARCH-STUD-FD

           MOVE SPACE              TO SQL-STATEMENT
      *> THE GRADING PROFESSOR GOES ALONG, SO A RE-ADMISSION PUTS
      *> BACK WHO GAVE EACH GRADE
           STRING "SELECT CNP, MATERIE, NOTA, DATANOTA, CNPPROF "
                   "FROM NOTE WHERE CNP = '" WS-CNP "'"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM G0-SUBMIT-STATEMENT
      *> RECORD, NOT JUST WHAT IS STILL LIVE IN NOTE
           MOVE WS-CNP                     TO ARQ-CNP
           MOVE SPACE                      TO ARQ-YEAR
           MOVE "WITHDRAW"                 TO ARQ-PROGRAM
           MOVE OPS-ID                     TO ARQ-OPERATOR
           CALL "ARCQUERY" USING ARCQ-INTERFACE
           IF ARQ-OK
               MOVE "-- NOTE DIN ANII INCHISI (ARHIVA) --"

       W0-WRITE-AUDIT SECTION.
       W0-WRITE-AUDITA.
           MOVE OPS-ID                     TO AUD-OPERATOR
           MOVE FE-APPROVER                TO AUD-APPROVER
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           MOVE WS-CNP                     TO AUD-CNP
           MOVE WS-LEAVE-DATE              TO AUD-LEAVE
           MOVE WS-COUNT-NOTES             TO AUD-NOTES
           MOVE WS-STUD-ROW(16:4)          TO AUD-CLASA
           MOVE WS-MOTIV                   TO AUD-MOTIV
           IF DELETES-OK
               MOVE "REMOVED"              TO AUD-OUTCOME
           ELSE
               MOVE "FAILED"               TO AUD-OUTCOME
           END-IF
           MOVE 'WithdrawAudit.txt'        TO ACH-FILE
           SET ACH-FIXED                   TO TRUE
           MOVE LENGTH OF AUDIT-LINE       TO ACH-LENGTH
           MOVE AUDIT-LINE                 TO ACH-LINE
           CALL "AUDCHAIN" USING AUDCHAIN-INTERFACE
           MOVE ACH-LINE                   TO AUDIT-FD
           WRITE AUDIT-FD
           .
       W0-WRITE-AUDITZ.
           CLOSE AUDIT-FILE
           CLOSE DEAD-LETTER-FILE

           MOVE "ArchivedStudents.txt"     TO ARS-FILE
           PERFORM Z1-SEAL-ARCHIVE
           MOVE "ArchivedNotes.txt"        TO ARS-FILE
           PERFORM Z1-SEAL-ARCHIVE
           MOVE "ArchivedAbsences.txt"     TO ARS-FILE
           PERFORM Z1-SEAL-ARCHIVE

      *> FILE THE TRANSFER PAPERS UNDER THE STUDENT'S CNP
           MOVE SPACE                      TO WS-MOVE-COMMAND
           STRING "mv 'TransferOut.txt' 'TransferOut_" DELIMITED BY
           .
       Z0Z.
           EXIT.

      *> THE ROWS ALREADY ON RECORD MUST BE UNTOUCHED BY THE APPEND
       Z1-SEAL-ARCHIVE SECTION.
       Z1-SEAL-ARCHIVEA.
           SET ARS-APPEND                  TO TRUE
           MOVE "WITHDRAW"                 TO ARS-WRITER
           CALL "ARCSEAL" USING ARCSEAL-INTERFACE
           .
       Z1-SEAL-ARCHIVEZ.
           EXIT.
       END PROGRAM WITHDRAW.
