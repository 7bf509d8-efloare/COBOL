       01 WS-STUD-EXT-STATUS               PIC X(02).

      *> HOW MANY UNMOTIVATED ABSENCES THE LAW ALLOWS BEFORE THE
      *> CONDUCT GRADE COMES DOWN - A RUNTIME SETTING. BLANK TAKES
      *> ABS-UNMOT-LIMIT FROM THE BUSINESS-PARAMETER REGISTRY; THE 10
      *> HERE IS ONLY USED WHEN THE REGISTRY HAS NO VERSION FOR TODAY
       01 K-DEFAULT-UNMOT-LIMIT            PIC 9(03) VALUE 10.
       01 WS-UNMOT-LIMIT                   PIC 9(03) VALUE 0.
       COPY PARAM-INT.
      *> FIRST LINE OF THE REPORT: THE LIMIT USED AND ITS SOURCE
       01 WS-PARAM-HEADER                  PIC X(160).

      *> ONE Extract_ABSENTE.txt ROW, THE PUBLISHED FIXED LAYOUT
       01 WS-ABS-ROW.
           88 INP1-NEOF                    VALUE "N".

       01 WS-COUNT-OVER-LIMIT              PIC 9(04) VALUE 0.
       COPY TRAINENV-INT.

      *-----------------------
       PROCEDURE DIVISION.
       S0  SECTION.
       S0A.
           DISPLAY "PER-STUDENT ABSENCE SUMMARY"
           MOVE "ABS-UNMOT-LIMIT"          TO PRM-NAME
           MOVE SPACE                      TO PRM-AS-OF
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

           PERFORM A0
           PERFORM A1-LOAD-DIRIGINTI
       A0 SECTION.
       A0A.
           OPEN OUTPUT REPORT-FILE
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
           END-IF
           MOVE WS-PARAM-HEADER            TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE SPACE                      TO REPORT-FILE-FD
           MOVE K-HEADER                   TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
