      *          INSTEAD OF THE ABSENT TITULAR. A THIRD SECTION PER
      *          ROOM (OrarSali.txt) SHOWS THE LAB AND ROOM USAGE
      *          THE PAPER PLAN NEVER DID.
      *          A STRUCTURA (SITE CODE) AT THE PROMPT LIMITS ALL
      *          THREE REPORTS TO THAT SITE'S SLOTS; A BLANK ONE
      *          PRINTS BOTH SITES, EVERY SLOT LINE CARRYING ITS SITE
      *          SO A PROFESSOR WHO TEACHES AT BOTH SEES WHERE EACH
      *          HOUR IS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 DL-STATEMENT                 PIC X(290).

      *> ONE ROW OF "SELECT ZI, ORA, CLASA, MATERIE, CNP, SALA,
      *> STRUCTURA FROM ORAR"
       01 WS-SLOT-ROW.
           05 SR-ZI                        PIC X(01).
           05 FILLER                       PIC X(02).
           05 SR-CNP                       PIC X(13).
           05 FILLER                       PIC X(02).
           05 SR-SALA                      PIC X(10).
           05 FILLER                       PIC X(02).
           05 SR-STRUCTURA                 PIC X(04).

      *> THE SITE THE RUN IS FOR - BLANK MEANS BOTH SITES - AND THE
      *> WHERE CLAUSE IT PUTS ON EVERY PASS
       01 WS-STRUCTURA                     PIC X(04) VALUE SPACE.
       01 WS-SITE-WHERE                    PIC X(40) VALUE SPACE.

       01 WS-CUR-KEY                       PIC X(13) VALUE SPACE.
       01 WS-FIRST-SW                      PIC X(01) VALUE "Y".
       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".
       COPY TRAINENV-INT.

      *-----------------------
       PROCEDURE DIVISION.
               MOVE SPACE                  TO WS-ASOF-DATE
           END-IF

           DISPLAY "STRUCTURA (SITE CODE, EMPTY = ALL SITES):"
           ACCEPT WS-STRUCTURA
           IF WS-STRUCTURA > SPACE
               STRING "WHERE STRUCTURA = '" DELIMITED BY SIZE
                      WS-STRUCTURA DELIMITED BY SPACE
                      "'" DELIMITED BY SIZE
               INTO WS-SITE-WHERE
           END-IF

           PERFORM A0
           IF ASOF-REQUESTED
               PERFORM A1-LOAD-SUPLINIRI

      *> PER-CLASS PASS: ORDERED BY CLASS, THEN DAY, THEN HOUR
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT ZI, ORA, CLASA, MATERIE, CNP, SALA, "
                   "STRUCTURA FROM ORAR " DELIMITED BY SIZE
                   WS-SITE-WHERE DELIMITED BY "  "
                   " ORDER BY CLASA, ZI, ORA" DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM B0-PRINT-CLASS-PASS

      *> PER-PROFESSOR PASS: ORDERED BY CNP, THEN DAY, THEN HOUR
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT ZI, ORA, CLASA, MATERIE, CNP, SALA, "
                   "STRUCTURA FROM ORAR " DELIMITED BY SIZE
                   WS-SITE-WHERE DELIMITED BY "  "
                   " ORDER BY CNP, ZI, ORA" DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM C0-PRINT-PROF-PASS

      *> PER-ROOM PASS: ORDERED BY ROOM, THEN DAY, THEN HOUR
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT ZI, ORA, CLASA, MATERIE, CNP, SALA, "
                   "STRUCTURA FROM ORAR " DELIMITED BY SIZE
                   WS-SITE-WHERE DELIMITED BY "  "
                   " ORDER BY SALA, ZI, ORA" DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM C1-PRINT-ROOM-PASS

           OPEN OUTPUT CLASS-REPORT
           OPEN OUTPUT PROF-REPORT
           OPEN OUTPUT ROOM-REPORT
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO CLASS-REPORT-FD
               WRITE CLASS-REPORT-FD
               MOVE TRN-STAMP              TO PROF-REPORT-FD
               WRITE PROF-REPORT-FD
               MOVE TRN-STAMP              TO ROOM-REPORT-FD
               WRITE ROOM-REPORT-FD
           END-IF
           OPEN EXTEND DEAD-LETTER-FILE
           IF WS-DL-STATUS = "35"
               OPEN OUTPUT DEAD-LETTER-FILE
               MOVE "ORAR PE SALI"         TO ROOM-REPORT-FD
               WRITE ROOM-REPORT-FD
           END-IF
           MOVE SPACE                      TO WS-LINE
           IF WS-STRUCTURA = SPACE
               MOVE "STRUCTURA: TOATE"     TO WS-LINE
           ELSE
               STRING "STRUCTURA: " WS-STRUCTURA
                      DELIMITED BY SIZE
               INTO WS-LINE
           END-IF
           MOVE WS-LINE                    TO CLASS-REPORT-FD
           WRITE CLASS-REPORT-FD
           MOVE WS-LINE                    TO PROF-REPORT-FD
           WRITE PROF-REPORT-FD
           MOVE WS-LINE                    TO ROOM-REPORT-FD
           WRITE ROOM-REPORT-FD
           .
       A0Z.
           EXIT.
           MOVE SPACE                      TO WS-LINE
           STRING "  " WS-DAY-NAME " ORA " SR-ORA
                  "  " SR-CLASA "  " SR-MATERIE
                  "  " WS-EFF-CNP "  " SR-SALA
                  "  " SR-STRUCTURA WS-SUPL-MARK
                  DELIMITED BY SIZE
           INTO WS-LINE
           .
