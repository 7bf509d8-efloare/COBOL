      *          THE REPORT FILES THE SUITE ALREADY WRITES INTO ONE
      *          PAGINATED PACK PER CLASS, ALL CLASSES IN ONE RUN
      *          BEFORE COUNCIL WEEK. WRITES MeetingPack.txt.
      *          THE LAST SECTION LISTS THE CLASS'S DISCIPLINARY
      *          SANCTIONS FROM Sanctiuni.txt (SANCMAINT), WITHDRAWN
      *          ONES MARKED AS SUCH.
      *          THE PACK LEAVES THE SECRETARIAT, SO EVERY CNP IN IT
      *          (SANCTIONS, ABSENCE AND AT-RISK LINES) GOES THROUGH
      *          CNPMASK: MASKED UNLESS THE OPERATOR ASKS FOR THE FULL
      *          SECRETARIAT COPY, EACH MASKED CNP CARRYING A KEY
      *          CNPKEY RESOLVES BACK TO THE STUDENT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DIR-STATUS.

      *> THE SANCTIONS REGISTRY - SANCMAINT DISTRIBUTES IT HERE
      *> AFTER EVERY CHANGE, SO IT NEEDS NO STAGING
           SELECT SANCT-FILE ASSIGN TO 'Sanctiuni.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SANCT-STATUS.

           SELECT PACK-FILE ASSIGN TO 'MeetingPack.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

        FD DIRIGINTI-ROSTER.
       01 DIRIGINTI-ROSTER-FD               PIC X(80).

        FD SANCT-FILE.
       01 SANCT-FD                          PIC X(130).

        FD PACK-FILE.
       01 PACK-FD                           PIC X(180).

       01 WS-WARNING-STATUS                PIC X(02).
       01 WS-ATRISK-STATUS                 PIC X(02).
       01 WS-DIR-STATUS                    PIC X(02).
       01 WS-SANCT-STATUS                  PIC X(02).

      *> EVERY CLASS THAT APPEARS IN ClassRoster.txt, IN FILE ORDER
       01 K-MAX-CLASS                      PIC 9(03) VALUE 100.

       01 WS-LINE                          PIC X(180).

      *> ONE Sanctiuni.txt LINE, SPLIT
      *> (CNP;CLASA;DATA;TIP;DECIZIE;OPERATOR;STARE;DATARIDICARE;...)
       01 WS-SANCT-FIELDS.
           05 SF-CNP                       PIC X(13).
           05 SF-CLASA                     PIC X(04).
           05 SF-DATA                      PIC X(08).
           05 SF-TIP                       PIC X(20).
           05 SF-DECIZIE                   PIC X(15).
           05 SF-OPERATOR                  PIC X(08).
           05 SF-STARE                     PIC X(08).
               88 SF-RIDICATA               VALUE "RIDICATA".
           05 SF-DATA-RID                  PIC X(08).

      *> FOUR OF THE SIX SOURCE REPORTS LIVE IN OTHER STEP
      *> DIRECTORIES - EACH IS STAGED INTO THIS ONE BEFORE THE RUN,
      *> THE SAME WAY TRIAGE STAGES ITS SOURCES. A SOURCE THAT IS
                                           PIC X(70).
       01 WS-STAGE-COMMAND                 PIC X(160).

      *> THE SHARED CNP MASKING RULE; THE PACK'S KEYS ARE "MP"
       COPY CNPMASK-INT.
       01 WS-CNP-MODE                      PIC X(01).

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".
       COPY TRAINENV-INT.

      *-----------------------
       PROCEDURE DIVISION.
       S0A.
           DISPLAY "CLASS-COUNCIL MEETING PACK - ALL CLASSES"
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           DISPLAY "CNP DISPLAY (F = FULL SECRETARIAT COPY, "
               "BLANK = MASKED): " WITH NO ADVANCING
           ACCEPT WS-CNP-MODE
           MOVE "MP"                       TO CMK-REPORT
           IF WS-CNP-MODE = "F" OR WS-CNP-MODE = "f"
               SET CMK-FULL                TO TRUE
           ELSE
               SET CMK-MASKED              TO TRUE
           END-IF

           PERFORM A9-STAGE-INPUTS
           PERFORM A0-LOAD-CLASSES
           PERFORM A1-LOAD-DIRIGINTI

           OPEN OUTPUT PACK-FILE
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO PACK-FD
               WRITE PACK-FD
           END-IF
           PERFORM C0-ONE-CLASS THRU C0-ONE-CLASSZ
               VARYING WS-CLASS-IDX FROM 1 BY 1
               UNTIL WS-CLASS-IDX > CLASS-COUNT
       A2-FIND-DIRIGINTEZ.
           EXIT.

      *> ONE CLASS'S PACK: COVER, THEN THE SIX SECTIONS IN THE ORDER
      *> THE COUNCIL WALKS THEM
       C0-ONE-CLASS SECTION.
       C0-ONE-CLASSA.
           STRING "GENERAT LA: " WS-RUN-DATE DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM P0-WRITE-LINE
           IF CMK-MASKED
               MOVE "CNP MASCAT - CHEIA DINAINTEA STELUTEI SE "
                                           TO WS-LINE
               MOVE "IDENTIFICA LA SECRETARIAT" TO WS-LINE(42:25)
               PERFORM P0-WRITE-LINE
           END-IF

           PERFORM D1-ROSTER-SECTION
           PERFORM D2-AVERAGES-SECTION
           PERFORM D3-ABSENCE-SECTION
           PERFORM D4-WARNING-SECTION
           PERFORM D5-ATRISK-SECTION
           PERFORM D6-SANCTIONS-SECTION
           ADD 1                           TO WS-PACK-COUNT
           .
       C0-ONE-CLASSZ.
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-SRC-LINE(1:4) = WS-CUR-CLASA
      *> THE CNP SITS IN COLUMNS 7-19 OF BOTH SOURCE REPORTS
                       MOVE WS-SRC-LINE(7:13) TO CMK-CNP
                       PERFORM M0-MASK-CNP
                       MOVE CMK-SHOWN      TO WS-SRC-LINE(7:13)
                       MOVE WS-SRC-LINE    TO WS-LINE
                       PERFORM P0-WRITE-LINE
                       ADD 1               TO WS-SECTION-LINES
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-SRC-LINE(1:4) = WS-CUR-CLASA
      *> THE CNP SITS IN COLUMNS 7-19 OF BOTH SOURCE REPORTS
                       MOVE WS-SRC-LINE(7:13) TO CMK-CNP
                       PERFORM M0-MASK-CNP
                       MOVE CMK-SHOWN      TO WS-SRC-LINE(7:13)
                       MOVE WS-SRC-LINE    TO WS-LINE
                       PERFORM P0-WRITE-LINE
                       ADD 1               TO WS-SECTION-LINES
       D5-ATRISK-SECTIONZ.
           EXIT.

      *> EVERY SANCTION ON THE REGISTRY FOR A STUDENT OF THE CLASS -
      *> A WITHDRAWN ONE STAYS LISTED, WITH THE DATE IT WAS LIFTED
       D6-SANCTIONS-SECTION SECTION.
       D6-SANCTIONS-SECTIONA.
           MOVE "6. SANCTIUNI DISCIPLINARE (Sanctiuni.txt)"
                                           TO WS-LINE
           PERFORM P2-SECTION-HEAD
           OPEN INPUT SANCT-FILE
           IF WS-SANCT-STATUS NOT = "00"
               MOVE "   (NICIO SANCTIUNE INREGISTRATA)" TO WS-LINE
               PERFORM P0-WRITE-LINE
               GO TO D6-SANCTIONS-SECTIONZ
           END-IF
           MOVE 0                          TO WS-SECTION-LINES
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-SRC-LINE
               READ SANCT-FILE INTO WS-SRC-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   MOVE SPACE              TO WS-SANCT-FIELDS
                   UNSTRING WS-SRC-LINE DELIMITED BY ";" INTO
                       SF-CNP SF-CLASA SF-DATA SF-TIP SF-DECIZIE
                       SF-OPERATOR SF-STARE SF-DATA-RID
                   END-UNSTRING
                   IF SF-CLASA = WS-CUR-CLASA
                   AND SF-CNP > SPACE
                       MOVE SF-CNP         TO CMK-CNP
                       PERFORM M0-MASK-CNP
                       MOVE SPACE          TO WS-LINE
                       STRING "   " CMK-SHOWN "  " SF-DATA "  " SF-TIP
                              "  DECIZIA " SF-DECIZIE
                              DELIMITED BY SIZE
                       INTO WS-LINE
                       IF SF-RIDICATA
                           MOVE "RIDICATA LA "  TO WS-LINE(90:12)
                           MOVE SF-DATA-RID     TO WS-LINE(102:8)
                       END-IF
                       PERFORM P0-WRITE-LINE
                       ADD 1               TO WS-SECTION-LINES
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SANCT-FILE
           IF WS-SECTION-LINES = 0
               MOVE "   (NICIO SANCTIUNE INREGISTRATA)" TO WS-LINE
               PERFORM P0-WRITE-LINE
           END-IF
           .
       D6-SANCTIONS-SECTIONZ.
           EXIT.

      *> CMK-CNP IN, CMK-SHOWN OUT - FULL OR MASKED AS CHOSEN AT THE
      *> START OF THE RUN
       M0-MASK-CNP SECTION.
       M0-MASK-CNPA.
           CALL "CNPMASK" USING CNPMASK-INTERFACE
           .
       M0-MASK-CNPZ.
           EXIT.

      *> EVERY PACK LINE GOES THROUGH HERE SO THE PAGE BREAKS AND THE
      *> REPEATED PAGE HEADS STAY IN ONE PLACE
       P0-WRITE-LINE SECTION.
