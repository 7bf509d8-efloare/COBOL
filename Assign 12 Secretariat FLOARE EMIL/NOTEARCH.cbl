      *> OPERATOR'S APPROVAL ON FILE (PendingActions.txt / APPROVER)
      *> BEFORE ANYTHING IS TOUCHED
       COPY FOUREYES-INT.
      *> THE ARCHIVE'S ROW COUNT AND FINGERPRINT GO INTO
      *> ArchiveManifest.txt AS SOON AS IT IS WRITTEN
       COPY ARCSEAL-INT.


      *> SHARED CLASSIFICATION OF SQLSta VALUES INTO RETRYABLE VS
       B0-EXTRACT-YEAR SECTION.
       B0-EXTRACT-YEARA.
           MOVE SPACE              TO SQL-STATEMENT
      *> THE FULL ROW, GRADING PROFESSOR INCLUDED
           STRING "SELECT CNP, MATERIE, NOTA, DATANOTA, TIPNOTA, "
                   "ANSCOLAR, CNPPROF FROM NOTE WHERE ANSCOLAR = '"
                   WS-AN-SCOLAR "'"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
               GO TO B0-EXTRACT-YEARZ
           END-IF

      *> A RE-RUN EXTRACTS THE WHOLE YEAR AGAIN - A FRESH BASELINE
           MOVE SPACE                      TO ARS-FILE
           STRING "NoteArchive_" DELIMITED BY SIZE
                  WS-YEAR-SAFE DELIMITED BY " "
                  ".txt" DELIMITED BY SIZE
           INTO ARS-FILE
           SET ARS-REWRITE                 TO TRUE
           MOVE "NOTEARCH"                 TO ARS-WRITER
           CALL "ARCSEAL" USING ARCSEAL-INTERFACE

           PERFORM C1-COUNT-ARCHIVE-FILE
           .
       B0-EXTRACT-YEARZ.
