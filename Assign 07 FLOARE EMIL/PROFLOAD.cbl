           05 RPT-CLASSES                  PIC ZZ9.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 RPT-SUBJECTS                 PIC ZZ9.
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
