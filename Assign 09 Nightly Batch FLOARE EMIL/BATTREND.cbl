           05 HI-VALUE                     PIC S9(06).

      *> PER STEP, ITS MOST RECENT DURATIONS (A RING OF THE LAST 10)
       01 K-MAX-STEP                       PIC 9(02) VALUE 30.
       01 K-KEEP-RUNS                      PIC 9(02) VALUE 10.
       01 STEP-TABLE.
           05 STEP-ENTRY OCCURS 30 TIMES.
               10 SE-NAME                  PIC X(30).
               10 SE-COUNT                 PIC 9(02).
               10 SE-DURATION OCCURS 10 TIMES PIC 9(06).
       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".
       COPY TRAINENV-INT.

      *-----------------------
       PROCEDURE DIVISION.
           END-IF

           OPEN OUTPUT REPORT-FILE
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
           END-IF
           MOVE "STEP DURATIONS AGAINST THEIR MEDIANS (SECONDS)"
                                           TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
