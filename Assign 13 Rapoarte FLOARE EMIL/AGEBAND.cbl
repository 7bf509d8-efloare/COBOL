       01 WS-GRADE                         PIC 9(02) VALUE 0.
       01 WS-AGE-MIN                       PIC 9(03).
       01 WS-AGE-MAX                       PIC 9(03).
      *> THE +5/+8 OFFSETS ARE AGE-BAND-LOW / AGE-BAND-HIGH IN THE
      *> BUSINESS-PARAMETER REGISTRY, AS IN FORCE AT THE REFERENCE
      *> DATE; THE K- VALUES ONLY WHEN THE REGISTRY HAS NONE
       01 K-DEFAULT-BAND-LOW               PIC 9(02) VALUE 5.
       01 K-DEFAULT-BAND-HIGH              PIC 9(02) VALUE 8.
       01 WS-BAND-LOW                      PIC 9(02) VALUE 0.
       01 WS-BAND-HIGH                     PIC 9(02) VALUE 0.
       COPY PARAM-INT.
       01 WS-PARAM-HEADER-1                PIC X(120).
       01 WS-PARAM-HEADER-2                PIC X(120).

       01 WS-COUNT-CHECKED                 PIC 9(05) VALUE 0.
       01 WS-COUNT-FLAGGED                 PIC 9(05) VALUE 0.
       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".
       COPY TRAINENV-INT.

      *-----------------------
       PROCEDURE DIVISION.
           IF WS-REF-DATE = 0
               ACCEPT WS-REF-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE "AGE-BAND-LOW"             TO PRM-NAME
           MOVE WS-REF-DATE                TO PRM-AS-OF
           MOVE K-DEFAULT-BAND-LOW         TO PRM-DEFAULT
           CALL "PARAMGET" USING PARAM-INTERFACE
           MOVE PRM-VALUE                  TO WS-BAND-LOW
           MOVE SPACE                      TO WS-PARAM-HEADER-1
           STRING "PARAMETERS: AGE-BAND-LOW  " PRM-SHOWN " - "
                  PRM-SOURCE
                  DELIMITED BY SIZE
           INTO WS-PARAM-HEADER-1
           MOVE "AGE-BAND-HIGH"            TO PRM-NAME
           MOVE WS-REF-DATE                TO PRM-AS-OF
           MOVE K-DEFAULT-BAND-HIGH        TO PRM-DEFAULT
           CALL "PARAMGET" USING PARAM-INTERFACE
           MOVE PRM-VALUE                  TO WS-BAND-HIGH
           MOVE SPACE                      TO WS-PARAM-HEADER-2
           STRING "            AGE-BAND-HIGH " PRM-SHOWN " - "
                  PRM-SOURCE
                  DELIMITED BY SIZE
           INTO WS-PARAM-HEADER-2
           DISPLAY WS-PARAM-HEADER-1
           DISPLAY WS-PARAM-HEADER-2
           SET LOCK-ACQUIRE                TO TRUE
           MOVE "AGEBAND"                   TO LOCK-OWNER
           CALL "SQLLOCK" USING SQLLOCK-INTERFACE
       A0 SECTION.
       A0A.
           OPEN OUTPUT REPORT-FILE
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
           END-IF
           OPEN EXTEND DEAD-LETTER-FILE
           IF WS-DL-STATUS = "35"
               OPEN OUTPUT DEAD-LETTER-FILE
           INTO WS-LINE
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE WS-PARAM-HEADER-1          TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE WS-PARAM-HEADER-2          TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           .
       A0Z.
           EXIT.
               MOVE 0                      TO WS-GRADE
               MOVE SR-CLASA(1:1)          TO WS-GRADE(2:1)
           END-IF
           COMPUTE WS-AGE-MIN = WS-GRADE + WS-BAND-LOW
           COMPUTE WS-AGE-MAX = WS-GRADE + WS-BAND-HIGH

           IF WS-AGE < WS-AGE-MIN OR WS-AGE > WS-AGE-MAX
               ADD 1                       TO WS-COUNT-FLAGGED
