       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".
       COPY TRAINENV-INT.

      *-----------------------
       PROCEDURE DIVISION.
           DISPLAY "INBOUND FEED CONTROL CHECK"
           PERFORM A0-LOAD-OLD-STATE
           OPEN OUTPUT REPORT-FILE
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
           END-IF

           PERFORM F0-CHECK-ONE-FEED THRU F0-CHECK-ONE-FEEDZ
               VARYING FEED-IDX FROM 1 BY 1
