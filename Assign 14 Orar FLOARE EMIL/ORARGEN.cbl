      *          (ZI;ORA;CLASA;MATERIE;CNP;SALA) FOR THE SECRETARIAT
      *          TO ADJUST AND FEED THROUGH ORARLOAD, PLUS
      *          OrarGenReport.txt WITH WHAT COULD NOT BE PLACED.
      *          WITH A SECOND SITE (STRUCTURA) A CLASS IS ONLY GIVEN
      *          ROOMS OF ITS OWN BUILDING (THIRD Sali.csv FIELD,
      *          BLANK = ANY BUILDING) AND A PROFESSOR IS NEVER PUT
      *          AT THE OTHER BUILDING IN THE HOUR RIGHT BEFORE OR
      *          AFTER ANOTHER OF THEIR LESSONS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLAN-STATUS.

      *> THE ROOM INVENTORY THE SECRETARIAT MAINTAINS:
      *> SALA;DESCRIERE[;STRUCTURA]
           SELECT ROOMS-FILE ASSIGN TO 'Sali.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROOMS-STATUS.
       01 ROOM-TABLE.
           05 ROOM-ENTRY OCCURS 50 TIMES.
               10 RT-SALA                  PIC X(10).
               10 RT-STRUCTURA             PIC X(04).
       01 ROOM-COUNT                       PIC 9(02) VALUE 0.
       01 WS-ROOM-IDX                      PIC 9(02).
       01 WS-ROOMS-LINE                    PIC X(60).
       01 WS-ROOM-ROW.
           05 RM-SALA                      PIC X(10).
           05 RM-DESCRIERE                 PIC X(40).
           05 RM-STRUCTURA                 PIC X(04).

      *> THE CLASSES FOUND IN THE TEACHING PLAN
       01 K-MAX-CLASS                      PIC 9(02) VALUE 30.
       01 CLASS-TABLE.
           05 CLASS-ENTRY OCCURS 30 TIMES.
               10 CT-CLASA                 PIC X(04).
               10 CT-STRUCTURA             PIC X(04).
       01 CLASS-COUNT                      PIC 9(02) VALUE 0.
       01 WS-CLASS-IDX                     PIC 9(02).

      *> CLASA -> STRUCTURA FROM "SELECT CLASA, STRUCTURA FROM CLASE";
      *> A CLASS MISSING FROM IT BELONGS TO THE MAIN SCHOOL
       01 K-MAIN-SITE                      PIC X(04) VALUE "PJ".
       01 WS-CLASE-ROW.
           05 CL-CLASA                     PIC X(04).
           05 FILLER                       PIC X(02).
           05 CL-STRUCTURA                 PIC X(04).

      *> THE PROFESSORS FOUND IN THE TEACHING PLAN
       01 K-MAX-PROF                       PIC 9(03) VALUE 200.
       01 PROF-TABLE.
       01 PROF-GRID.
           05 PG-PROF OCCURS 200 TIMES.
               10 PG-SLOT OCCURS 35 TIMES  PIC X(01).
      *> THE BUILDING EACH BOOKED PROFESSOR SLOT IS AT
       01 PROF-SITE-GRID.
           05 PS-PROF OCCURS 200 TIMES.
               10 PS-SITE OCCURS 35 TIMES  PIC X(04).
       01 ROOM-GRID.
           05 RG-ROOM OCCURS 50 TIMES.
               10 RG-SLOT OCCURS 35 TIMES  PIC X(01).
       01 WS-PICK-ROOM                     PIC 9(02).
       01 WS-SALA                          PIC X(10).
       01 WS-CLASS-DIGITS                  PIC X(02).
       01 WS-CLASS-SITE                    PIC X(04).
       01 WS-ADJ-SLOT                      PIC 9(02).
       01 WS-SITE-ROOM-SW                  PIC X(01).
           88 SITE-HAS-ROOMS                VALUE "Y".
           88 SITE-HAS-NO-ROOMS             VALUE "N".
       01 WS-SITE-CLASH-SW                 PIC X(01).
           88 SITE-CLASH                    VALUE "Y".
           88 NO-SITE-CLASH                 VALUE "N".

       01 WS-COUNT-PLACED                  PIC 9(04) VALUE 0.
       01 WS-COUNT-UNPLACED                PIC 9(04) VALUE 0.
       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".
       COPY TRAINENV-INT.

      *-----------------------
       PROCEDURE DIVISION.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM B2-LOAD-CLASS-SITES

           OPEN OUTPUT DRAFT-FILE
           OPEN OUTPUT REPORT-FILE
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
           END-IF
           MOVE "TIMETABLE DRAFT - HOURS THAT COULD NOT BE PLACED:"
                                           TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
                       UNSTRING WS-ROOMS-LINE DELIMITED BY ";" INTO
                           RM-SALA
                           RM-DESCRIERE
                           RM-STRUCTURA
                       END-UNSTRING
                       ADD 1               TO ROOM-COUNT
                       MOVE RM-SALA        TO RT-SALA(ROOM-COUNT)
                       MOVE RM-STRUCTURA   TO RT-STRUCTURA(ROOM-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           IF CLASS-COUNT < K-MAX-CLASS
               ADD 1                       TO CLASS-COUNT
               MOVE PR-CLASA               TO CT-CLASA(CLASS-COUNT)
               MOVE K-MAIN-SITE            TO CT-STRUCTURA(CLASS-COUNT)
           END-IF
           .
       B1-NOTE-PROF.
       B1-NOTE-CLASS-AND-PROFZ.
           EXIT.

      *> EVERY PLANNED CLASS'S SITE. NO STRUCTURA ON CLASE YET = ALL
      *> THE MAIN SCHOOL, WHICH IS WHAT THE CLASS TABLE STARTS WITH.
       B2-LOAD-CLASS-SITES SECTION.
       B2-LOAD-CLASS-SITESA.
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT CLASA, STRUCTURA FROM CLASE ORDER BY CLASA"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           OPEN OUTPUT SQL-STATEMENT-FILE
           WRITE SQL-STATEMENT-FILE-FD FROM SQL-STATEMENT
           CLOSE SQL-STATEMENT-FILE
           PERFORM I-INVOKE-JAR
           IF JAR-CALL-FAILED
               DISPLAY "COULD NOT READ THE CLASS SITES - EVERY CLASS "
                   "COUNTS AS " K-MAIN-SITE
               GO TO B2-LOAD-CLASS-SITESZ
           END-IF
           OPEN INPUT SQL-RESULTS
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-CLASE-ROW
               READ SQL-RESULTS INTO WS-CLASE-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF CL-CLASA > SPACE AND CL-STRUCTURA > SPACE
                       PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                               UNTIL WS-CLASS-IDX > CLASS-COUNT
                           IF CT-CLASA(WS-CLASS-IDX) = CL-CLASA
                               MOVE CL-STRUCTURA
                                   TO CT-STRUCTURA(WS-CLASS-IDX)
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SQL-RESULTS
           .
       B2-LOAD-CLASS-SITESZ.
           EXIT.

      *> ONE ASSIGNMENT = ITS PLAN-CADRU HOURS DEALT INTO THE WEEK,
      *> EACH HOUR STARTING THE DAY AFTER THE LAST SO THE SUBJECT
      *> SPREADS INSTEAD OF STACKING ON MONDAY
       C0-SCHEDULE-ONE-ASSIGNMENT SECTION.
       C0-SCHEDULE-ONE-ASSIGNMENTA.
           PERFORM D1-FIND-CLASS-INDEX
           MOVE CT-STRUCTURA(WS-CLASS-IDX) TO WS-CLASS-SITE
           PERFORM D2-FIND-PROF-INDEX
           PERFORM D3-FIND-PLAN-HOURS
           IF WS-NEED-HOURS = 0
                           (WS-TRY-DAY - 1) * 7 + WS-HOUR
                       IF CG-SLOT(WS-CLASS-IDX, WS-SLOT) = SPACE
                       AND PG-SLOT(WS-PROF-IDX, WS-SLOT) = SPACE
                           PERFORM E4-CHECK-OTHER-SITE
                       END-IF
                       IF CG-SLOT(WS-CLASS-IDX, WS-SLOT) = SPACE
                       AND PG-SLOT(WS-PROF-IDX, WS-SLOT) = SPACE
                       AND NO-SITE-CLASH
                           PERFORM E2-PICK-A-ROOM
                           IF WS-SALA > SPACE
                               PERFORM E3-TAKE-THE-SLOT
       E1-PLACE-ONE-HOURZ.
           EXIT.

      *> A ROOM FREE AT THE SLOT (FIRST FIT) IN THE CLASS'S OWN
      *> BUILDING - A ROOM WITH NO SITE ON THE INVENTORY SERVES ANY.
      *> WITHOUT AN INVENTORY, OR WITH NO ROOM LISTED FOR THE CLASS'S
      *> SITE, THE CLASS LABEL IS THE HOME ROOM AND IS ALWAYS FREE
       E2-PICK-A-ROOM SECTION.
       E2-PICK-A-ROOMA.
           MOVE SPACE                      TO WS-SALA
           MOVE 0                          TO WS-PICK-ROOM
           SET SITE-HAS-NO-ROOMS           TO TRUE
           PERFORM VARYING WS-ROOM-IDX FROM 1 BY 1
                   UNTIL WS-ROOM-IDX > ROOM-COUNT
               IF RT-STRUCTURA(WS-ROOM-IDX) = SPACE
               OR RT-STRUCTURA(WS-ROOM-IDX) = WS-CLASS-SITE
                   SET SITE-HAS-ROOMS      TO TRUE
                   IF RG-SLOT(WS-ROOM-IDX, WS-SLOT) = SPACE
                       MOVE RT-SALA(WS-ROOM-IDX) TO WS-SALA
                       MOVE WS-ROOM-IDX    TO WS-PICK-ROOM
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           IF SITE-HAS-NO-ROOMS
               MOVE PM-CLASA(WS-PMC-IDX)   TO WS-SALA
           END-IF
           .
       E2-PICK-A-ROOMZ.
           EXIT.
       E3-TAKE-THE-SLOTA.
           MOVE "X"            TO CG-SLOT(WS-CLASS-IDX, WS-SLOT)
           MOVE "X"            TO PG-SLOT(WS-PROF-IDX, WS-SLOT)
           MOVE WS-CLASS-SITE  TO PS-SITE(WS-PROF-IDX, WS-SLOT)
           IF WS-PICK-ROOM > 0
               MOVE "X"        TO RG-SLOT(WS-PICK-ROOM, WS-SLOT)
           END-IF
       E3-TAKE-THE-SLOTZ.
           EXIT.

      *> THE PROFESSOR CANNOT CROSS TO THE OTHER BUILDING BETWEEN
      *> TWO CONSECUTIVE HOURS: THE HOUR BEFORE AND THE HOUR AFTER
      *> ON THE SAME DAY MUST BE FREE OR AT THE CLASS'S OWN SITE
       E4-CHECK-OTHER-SITE SECTION.
       E4-CHECK-OTHER-SITEA.
           SET NO-SITE-CLASH               TO TRUE
           IF WS-HOUR > 1
               COMPUTE WS-ADJ-SLOT = WS-SLOT - 1
               IF PG-SLOT(WS-PROF-IDX, WS-ADJ-SLOT) NOT = SPACE
               AND PS-SITE(WS-PROF-IDX, WS-ADJ-SLOT) NOT =
                   WS-CLASS-SITE
                   SET SITE-CLASH          TO TRUE
                   GO TO E4-CHECK-OTHER-SITEZ
               END-IF
           END-IF
           IF WS-HOUR < 7
               COMPUTE WS-ADJ-SLOT = WS-SLOT + 1
               IF PG-SLOT(WS-PROF-IDX, WS-ADJ-SLOT) NOT = SPACE
               AND PS-SITE(WS-PROF-IDX, WS-ADJ-SLOT) NOT =
                   WS-CLASS-SITE
                   SET SITE-CLASH          TO TRUE
               END-IF
           END-IF
           .
       E4-CHECK-OTHER-SITEZ.
           EXIT.

      *> INVOKE THE JAR, WITH A RETRY PASS WHILE THE FAILURE
      *> CLASSIFIES AS TRANSIENT
       I-INVOKE-JAR SECTION.
