      *> NOT TONIGHT'S
       01 WS-AN-SCOLAR                     PIC X(09) VALUE SPACE.
       01 WS-STMT-LEN                      PIC 9(03).
       COPY TRAINENV-INT.

      *-----------------------
       PROCEDURE DIVISION.
       A0 SECTION.
       A0A.
           OPEN OUTPUT REPORT-FILE
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
           END-IF

           MOVE SPACE                      TO REPORT-FILE-FD
           MOVE K-HEADER                   TO REPORT-FILE-FD
                   PERFORM F2-WRITE-FIX
               WHEN "Q"
      *> ORPHANED GRADES MOVE TO THE QUARANTINE TABLE, THEN OUT OF
      *> THE LIVE ONE - TWO STATEMENTS, APPLIED IN ORDER. THE
      *> COLUMNS ARE NAMED SO A COLUMN ADDED TO ONE TABLE ONLY
      *> CANNOT MAKE THE COPY FAIL
                   STRING "INSERT INTO NOTE_QUARANTINE (CNP, MATERIE, "
                          "NOTA, DATANOTA, TIPNOTA, ANSCOLAR, CNPPROF) "
                          "SELECT CNP, MATERIE, NOTA, DATANOTA, "
                          "TIPNOTA, ANSCOLAR, CNPPROF "
                          "FROM NOTE WHERE CNP = '"
                          ORPHAN-VALUE(ORPHAN-IDX)(1:13) "'"
                          DELIMITED BY SIZE
                   INTO WS-FIX-LINE
