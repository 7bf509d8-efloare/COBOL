           05 DL-STATEMENT                 PIC X(290).

      *> HOW MANY UNMOTIVATED ABSENCES THE LAW ALLOWS - THE SAME
      *> RUNTIME SETTING ABSSUMMARY ASKS FOR, TAKEN FROM THE
      *> BUSINESS-PARAMETER REGISTRY (ABS-UNMOT-LIMIT) WHEN LEFT BLANK
       01 K-DEFAULT-UNMOT-LIMIT            PIC 9(03) VALUE 10.
       01 WS-UNMOT-LIMIT                   PIC 9(03) VALUE 0.
       COPY PARAM-INT.
       01 WS-PARAM-HEADER                  PIC X(160).

      *> ONE Absente.csv ROW, SPLIT THE WAY InsertAll SPLITS IT
       01 WS-FEED-LINE                     PIC X(100).
       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".
       COPY TRAINENV-INT.

      *-----------------------
       PROCEDURE DIVISION.
       S0  SECTION.
       S0A.
           DISPLAY "SAME-DAY TRUANCY ALERTS"
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE "ABS-UNMOT-LIMIT"          TO PRM-NAME
           MOVE WS-RUN-DATE                TO PRM-AS-OF
           MOVE K-DEFAULT-UNMOT-LIMIT      TO PRM-DEFAULT
           CALL "PARAMGET" USING PARAM-INTERFACE
           DISPLAY "UNMOTIVATED-ABSENCE LIMIT (BLANK = "
               PRM-SHOWN "): " WITH NO ADVANCING
           ACCEPT WS-UNMOT-LIMIT
           IF WS-UNMOT-LIMIT = 0
               MOVE PRM-VALUE              TO WS-UNMOT-LIMIT
           ELSE
               MOVE WS-UNMOT-LIMIT         TO PRM-VALUE
               MOVE PRM-VALUE              TO PRM-SHOWN
               MOVE "ENTERED BY THE OPERATOR" TO PRM-SOURCE
           END-IF
           MOVE SPACE                      TO WS-PARAM-HEADER
           STRING "PARAMETERS: ABS-UNMOT-LIMIT " PRM-SHOWN " - "
                  PRM-SOURCE
                  DELIMITED BY SIZE
           INTO WS-PARAM-HEADER
           DISPLAY WS-PARAM-HEADER

           PERFORM A0-READ-TONIGHTS-FEED
           IF ALERT-COUNT = 0
       C0-WRITE-ALERTS SECTION.
       C0-WRITE-ALERTSA.
           OPEN OUTPUT ALERT-FILE
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO ALERT-FD
               WRITE ALERT-FD
           END-IF
           MOVE SPACE                      TO WS-LINE
           STRING "TRUANCY ALERTS FOR " WS-RUN-DATE
                  " - LIMIT " WS-UNMOT-LIMIT
           INTO WS-LINE
           MOVE WS-LINE                    TO ALERT-FD
           WRITE ALERT-FD
           MOVE WS-PARAM-HEADER            TO ALERT-FD
           WRITE ALERT-FD

           MOVE "== CROSSED THE LEGAL THRESHOLD TODAY ==" TO ALERT-FD
           WRITE ALERT-FD
