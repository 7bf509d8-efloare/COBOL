      * Author:
      * Date:
      * Purpose: TIMETABLE (ORAR) LOADER. READS Orar.csv
      *          (DAY;HOUR;CLASS;SUBJECT;PROFESSOR-CNP;ROOM[;GROUP])
      *          THE SAME
      *          WAY InsertAll READS ITS FEEDS, VALIDATES EVERY ROW
      *          AGAINST PROFESORMATERIECLASA (ONE CAN ONLY BE
      *          SCHEDULED FOR A SUBJECT/CLASS ONE ACTUALLY TEACHES)
      *          TWICE FOR ONE DAY/HOUR, EXISTING ORAR ROWS
      *          INCLUDED), AND INSERTS CLEAN ROWS INTO THE ORAR
      *          TABLE. BAD ROWS DIVERT TO OrarRejects.txt.
      *          A ROW WITH A GROUP (GRUPA) IS A LESSON FOR THAT
      *          GROUP OF THE CLASS ONLY: TWO GROUPS OF ONE CLASS
      *          MAY SHARE AN HOUR AS LONG AS NO STUDENT IS IN BOTH
      *          (SubjectGroups.txt, GRUPMAINT).
      *          EVERY SLOT IS STAMPED WITH ITS STRUCTURA (SITE): THE
      *          ROOM'S SITE FROM THE THIRD Sali.csv FIELD, ELSE THE
      *          CLASS'S SITE FROM CLASE. A PROFESSOR WHO TEACHES AT
      *          BOTH SITES CANNOT BE BOOKED AT ONE BUILDING IN THE
      *          HOUR NEXT TO A LESSON AT THE OTHER - THERE IS NO TIME
      *          TO TRAVEL BETWEEN THEM IN A BREAK.
      *          EVERY LOAD APPENDS ITS CLASH-CHECK VERDICT TO
      *          OrarClashCheck.txt (PASSED WHEN NO ROW WAS REFUSED
      *          FOR A CLASH); ORARPUB PUBLISHES THE TIMETABLE ONLY
      *          WHILE THE LATEST VERDICT IS PASSED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT REJECTS-FILE ASSIGN TO 'OrarRejects.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> ONE LINE PER LOAD: WHEN, THE VERDICT, THE COUNTS
           SELECT CHECK-LOG ASSIGN TO 'OrarClashCheck.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHECK-STATUS.

      *> THE ROOM INVENTORY THE SECRETARIAT MAINTAINS: SALA;DESCRIERE
           SELECT ROOMS-FILE ASSIGN TO 'Sali.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUALS-STATUS.

      *> THE STUDENT-TO-GROUP REGISTRY GRUPMAINT MAINTAINS
      *> (CNP;CLASA;GRUPA). NO FILE MEANS NOBODY IS IN A GROUP.
           SELECT GRUPE-FILE ASSIGN TO 'SubjectGroups.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GRUPE-STATUS.

      *> STATEMENTS WHOSE JAR INVOCATION FAILED ARE APPENDED HERE
      *> INSTEAD OF BEING SILENTLY DROPPED
           SELECT DEAD-LETTER-FILE ASSIGN TO 'SQLDeadLetters.txt'
       01 SQL-STATUS-FD                     PIC X(10).

        FD ORAR-FILE.
       01 ORAR-FILE-FD                      PIC X(90).

        FD REJECTS-FILE.
       01 REJECTS-FD                        PIC X(140).

        FD CHECK-LOG.
       01 CHECK-LOG-FD                      PIC X(80).

        FD ROOMS-FILE.
       01 ROOMS-FILE-FD                     PIC X(60).
        FD QUALS-FILE.
       01 QUALS-FD                          PIC X(80).

        FD GRUPE-FILE.
       01 GRUPE-FD                          PIC X(40).

        FD DEAD-LETTER-FILE.
       01 DEAD-LETTER-FD                    PIC X(321).

       05 SQL-STATEMENT                    PIC X(300).

       01 WS-ORAR-STATUS                   PIC X(02).
       01 WS-CHECK-STATUS                  PIC X(02).
       01 WS-ROOMS-STATUS                  PIC X(02).
       01 WS-QUALS-STATUS                  PIC X(02).
       01 WS-DL-STATUS                     PIC X(02).
       01 WS-GRUPE-STATUS                  PIC X(02).

      *> THE QUALIFICATION REGISTRY HELD IN MEMORY FOR THE PER-SLOT
      *> CHECK (ABSENT FILE = CHECK SKIPPED, SAME AS THE ROOMS)
           88 QUAL-NOT-FOUND                VALUE "N".
       01 WS-QUAL-TODAY                    PIC 9(08) VALUE 0.

      *> THE STUDENT-TO-GROUP REGISTRY HELD IN MEMORY FOR THE
      *> PARALLEL-GROUP CLASH CHECK
       01 K-MAX-GRP                        PIC 9(04) VALUE 3000.
       01 GRP-TABLE.
           05 GRP-ENTRY OCCURS 3000 TIMES.
               10 GR-CNP                   PIC X(13).
               10 GR-CLASA                 PIC X(04).
               10 GR-GRUPA                 PIC X(10).
       01 GRP-COUNT                        PIC 9(04) VALUE 0.
       01 WS-GRP-IDX                       PIC 9(04).
       01 WS-GRP-IDX2                      PIC 9(04).
       01 WS-GRP-LINE                      PIC X(40).
       01 WS-OTHER-GRUPA                   PIC X(10).
       01 WS-GROUP-OVERLAP-SW              PIC X(01) VALUE "N".
           88 GROUPS-OVERLAP                VALUE "Y".
           88 GROUPS-DISJOINT               VALUE "N".

       01 JAR-CALL-SWITCH                  PIC X(01) VALUE "O".
           88 JAR-CALL-OK                   VALUE "O".
           88 JAR-CALL-FAILED               VALUE "F".
           05 DL-STATEMENT                 PIC X(290).

      *> ONE PARSED Orar.csv ROW: DAY 1-5, HOUR 1-7
       01 WS-ORAR-LINE                     PIC X(90).
       01 WS-ROW.
           05 OR-ZI                        PIC X(01).
           05 OR-ORA                       PIC X(01).
           05 OR-MATERIE                   PIC X(30).
           05 OR-CNP                       PIC X(13).
           05 OR-SALA                      PIC X(10).
           05 OR-GRUPA                     PIC X(10).

      *> WHERE THE ROW'S LESSON TAKES PLACE, AND THE HOURS AS
      *> NUMBERS FOR THE ADJACENT-HOUR CHECK
       01 WS-SLOT-SITE                     PIC X(04).
       01 WS-ORA-NUM                       PIC 9(01).
       01 WS-SL-ORA-NUM                    PIC 9(01).
       01 K-MAIN-SITE                      PIC X(04) VALUE "PJ".

      *> CLASA -> STRUCTURA FROM "SELECT CLASA, STRUCTURA FROM CLASE";
      *> A CLASS MISSING FROM IT BELONGS TO THE MAIN SCHOOL
       01 WS-CLASE-ROW.
           05 CL-CLASA                     PIC X(04).
           05 FILLER                       PIC X(02).
           05 CL-STRUCTURA                 PIC X(04).
       01 K-MAX-SITE-CLASS                 PIC 9(03) VALUE 200.
       01 SITE-TABLE.
           05 SITE-ENTRY OCCURS 200 TIMES.
               10 SI-CLASA                 PIC X(04).
               10 SI-STRUCTURA             PIC X(04).
       01 SITE-COUNT                       PIC 9(03) VALUE 0.
       01 WS-SITE-IDX                      PIC 9(03).

      *> EVERY SLOT ALREADY BOOKED (PRELOADED FROM ORAR, THEN GROWN
      *> AS CLEAN ROWS LOAD) FOR THE CLASH CHECKS
               10 SL-CLASA                 PIC X(04).
               10 SL-CNP                   PIC X(13).
               10 SL-SALA                  PIC X(10).
               10 SL-GRUPA                 PIC X(10).
               10 SL-STRUCTURA             PIC X(04).
       01 SLOT-COUNT                       PIC 9(04) VALUE 0.
       01 WS-SLOT-IDX                      PIC 9(04).

      *> ONE ROW OF "SELECT ZI, ORA, CLASA, CNP, SALA, GRUPA,
      *> STRUCTURA FROM ORAR"
       01 WS-SLOT-ROW.
           05 SR-ZI                        PIC X(01).
           05 FILLER                       PIC X(02).
           05 SR-CNP                       PIC X(13).
           05 FILLER                       PIC X(02).
           05 SR-SALA                      PIC X(10).
           05 FILLER                       PIC X(02).
           05 SR-GRUPA                     PIC X(10).
           05 FILLER                       PIC X(02).
           05 SR-STRUCTURA                 PIC X(04).

      *> THE ROOM INVENTORY, HELD IN MEMORY FOR THE PER-ROW CHECK.
      *> THE OPTIONAL THIRD FIELD IS THE BUILDING'S SITE.
       01 WS-ROOMS-LINE                    PIC X(60).
       01 WS-ROOM-ROW.
           05 RM-SALA                      PIC X(10).
           05 RM-DESCRIERE                 PIC X(40).
           05 RM-STRUCTURA                 PIC X(04).
       01 K-MAX-ROOM                       PIC 9(03) VALUE 100.
       01 ROOM-TABLE.
           05 ROOM-ENTRY OCCURS 100 TIMES.
               10 RT-SALA                  PIC X(10).
               10 RT-STRUCTURA             PIC X(04).
       01 ROOM-COUNT                       PIC 9(03) VALUE 0.
       01 WS-ROOM-IDX                      PIC 9(03).
       01 WS-ROOM-FOUND-SW                 PIC X(01) VALUE "N".
        05 WS-COUNT-READ                   PIC 9(04) VALUE 0.
        05 WS-COUNT-LOADED                 PIC 9(04) VALUE 0.
        05 WS-COUNT-REJECTED               PIC 9(04) VALUE 0.
        05 WS-COUNT-CLASHES                PIC 9(04) VALUE 0.

      *> THE CLASH-CHECK VERDICT ORARPUB READS BACK (VERDICT AT
      *> COLUMN 19)
       01 CHECK-LOG-LINE.
           05 CK-DATE                      PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 CK-TIME                      PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 CK-VERDICT                   PIC X(06).
           05 FILLER                       PIC X(06) VALUE " READ ".
           05 CK-READ                      PIC 9(04).
           05 FILLER                       PIC X(08) VALUE " LOADED ".
           05 CK-LOADED                    PIC 9(04).
           05 FILLER                       PIC X(09) VALUE " CLASHES ".
           05 CK-CLASHES                   PIC 9(04).

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".

           PERFORM A1-LOAD-ROOMS
           PERFORM A2-LOAD-QUALIFICATIONS
           PERFORM A3-LOAD-GROUPS
           PERFORM B1-ENSURE-TABLE
           PERFORM A4-LOAD-CLASS-SITES
           PERFORM B0-PRELOAD-SLOTS

           SET INP1-NEOF                   TO TRUE
           DISPLAY "ROWS READ    : " WS-COUNT-READ
           DISPLAY "SLOTS LOADED : " WS-COUNT-LOADED
           DISPLAY "ROWS REJECTED: " WS-COUNT-REJECTED
           DISPLAY "CLASHES      : " WS-COUNT-CLASHES
           PERFORM Z1-LOG-CLASH-CHECK

      *> EVERY TIMETABLE LOAD ENDS WITH THE LEGAL WEEKLY-HOURS
      *> CHECK, SO A SHORTFALL SHOWS UP TONIGHT AND NOT AT THE
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
       A2-LOAD-QUALIFICATIONSZ.
           EXIT.

      *> THE STUDENT-TO-GROUP REGISTRY. NO SubjectGroups.txt MEANS
      *> NO TWO GROUPS SHARE A STUDENT - EVERY GROUP IS DISJOINT.
       A3-LOAD-GROUPS SECTION.
       A3-LOAD-GROUPSA.
           OPEN INPUT GRUPE-FILE
           IF WS-GRUPE-STATUS NOT = "00"
               GO TO A3-LOAD-GROUPSZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-GRP-LINE
               READ GRUPE-FILE INTO WS-GRP-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-GRP-LINE > SPACE
                   AND GRP-COUNT < K-MAX-GRP
                       ADD 1               TO GRP-COUNT
                       UNSTRING WS-GRP-LINE DELIMITED BY ";" INTO
                           GR-CNP(GRP-COUNT)
                           GR-CLASA(GRP-COUNT)
                           GR-GRUPA(GRP-COUNT)
                       END-UNSTRING
                   END-IF
               END-READ
           END-PERFORM
           CLOSE GRUPE-FILE
           DISPLAY "GROUP MEMBERSHIPS ON THE REGISTRY: " GRP-COUNT
           .
       A3-LOAD-GROUPSZ.
           EXIT.

      *> EVERY CLASS'S SITE, FOR A SLOT WHOSE ROOM HAS NONE ON THE
      *> INVENTORY. NO STRUCTURA ON CLASE YET = ALL THE MAIN SCHOOL.
       A4-LOAD-CLASS-SITES SECTION.
       A4-LOAD-CLASS-SITESA.
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT CLASA, STRUCTURA FROM CLASE ORDER BY CLASA"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM G0-SUBMIT-STATEMENT
           IF JAR-CALL-FAILED
               DISPLAY "COULD NOT READ THE CLASS SITES - EVERY CLASS "
                   "COUNTS AS " K-MAIN-SITE
               GO TO A4-LOAD-CLASS-SITESZ
           END-IF

           OPEN INPUT SQL-RESULTS
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-CLASE-ROW
               READ SQL-RESULTS INTO WS-CLASE-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF CL-CLASA > SPACE
                   AND SITE-COUNT < K-MAX-SITE-CLASS
                       ADD 1               TO SITE-COUNT
                       MOVE CL-CLASA       TO SI-CLASA(SITE-COUNT)
                       MOVE CL-STRUCTURA   TO SI-STRUCTURA(SITE-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SQL-RESULTS
           .
       A4-LOAD-CLASS-SITESZ.
           EXIT.

      *> FIRST EVER RUN: THE ORAR TABLE MAY NOT EXIST YET
       B1-ENSURE-TABLE SECTION.
       B1-ENSURE-TABLEA.
           MOVE SPACE              TO SQL-STATEMENT
           STRING "CREATE TABLE IF NOT EXISTS ORAR "
                   "(ZI CHAR(1), ORA CHAR(1), CLASA CHAR(4), "
                   "MATERIE CHAR(30), CNP CHAR(13), SALA CHAR(10), "
                   "GRUPA CHAR(10), STRUCTURA CHAR(4) DEFAULT 'PJ')"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM G0-SUBMIT-STATEMENT
       B0-PRELOAD-SLOTS SECTION.
       B0-PRELOAD-SLOTSA.
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT ZI, ORA, CLASA, CNP, SALA, GRUPA, "
                   "STRUCTURA FROM ORAR"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM G0-SUBMIT-STATEMENT
                       MOVE SR-CLASA       TO SL-CLASA(SLOT-COUNT)
                       MOVE SR-CNP         TO SL-CNP(SLOT-COUNT)
                       MOVE SR-SALA        TO SL-SALA(SLOT-COUNT)
                       MOVE SR-GRUPA       TO SL-GRUPA(SLOT-COUNT)
                       MOVE SR-STRUCTURA   TO SL-STRUCTURA(SLOT-COUNT)
                       IF SR-STRUCTURA = SPACE
                           MOVE K-MAIN-SITE
                                    TO SL-STRUCTURA(SLOT-COUNT)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
               OR-MATERIE
               OR-CNP
               OR-SALA
               OR-GRUPA
           END-UNSTRING

           IF OR-ZI < "1" OR OR-ZI > "5"
                   GO TO F0-LOAD-ONE-SLOTZ
               END-IF
           END-IF
           PERFORM F2-SLOT-SITE

      *> ONLY A SUBJECT/CLASS THE PROFESSOR ACTUALLY TEACHES
           MOVE OR-MATERIE                 TO ESC-IN
           STRING "SELECT COUNT(*) FROM PROFESORMATERIECLASA WHERE "
                   "CNP = '" OR-CNP "' AND MATERIE = '"
                   WS-MATERIE-ESC(1:WS-MATERIE-ESC-LEN)
                   "' AND CLASA = '" OR-CLASA "' AND GRUPA = '"
                   OR-GRUPA "'"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM R-RUN-COUNT
           END-IF

      *> DOUBLE-BOOKED PROFESSOR OR CLASS?
           MOVE OR-ORA                     TO WS-ORA-NUM
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > SLOT-COUNT
      *> THE SAME PROFESSOR AT THE OTHER BUILDING THE HOUR BEFORE OR
      *> AFTER CANNOT MAKE IT ACROSS IN THE BREAK
               IF SL-ZI(WS-SLOT-IDX) = OR-ZI
               AND SL-CNP(WS-SLOT-IDX) = OR-CNP
               AND SL-STRUCTURA(WS-SLOT-IDX) NOT = WS-SLOT-SITE
                   MOVE SL-ORA(WS-SLOT-IDX) TO WS-SL-ORA-NUM
                   IF WS-SL-ORA-NUM = WS-ORA-NUM + 1
                   OR WS-SL-ORA-NUM + 1 = WS-ORA-NUM
                       MOVE "PROFESSOR AT THE OTHER SITE NEXT HOUR"
                                           TO WS-REJECT-REASON
                       ADD 1               TO WS-COUNT-CLASHES
                       PERFORM R0-WRITE-REJECT
                       GO TO F0-LOAD-ONE-SLOTZ
                   END-IF
               END-IF
               IF SL-ZI(WS-SLOT-IDX) = OR-ZI
               AND SL-ORA(WS-SLOT-IDX) = OR-ORA
                   IF SL-CNP(WS-SLOT-IDX) = OR-CNP
                       MOVE "PROFESSOR ALREADY BOOKED THEN"
                                           TO WS-REJECT-REASON
                       ADD 1               TO WS-COUNT-CLASHES
                       PERFORM R0-WRITE-REJECT
                       GO TO F0-LOAD-ONE-SLOTZ
                   END-IF
      *> TWO DIFFERENT GROUPS OF THE CLASS MAY SHARE THE HOUR, AS
      *> LONG AS NO STUDENT WOULD HAVE TO BE IN BOTH LESSONS
                   IF SL-CLASA(WS-SLOT-IDX) = OR-CLASA
                       IF SL-GRUPA(WS-SLOT-IDX) = SPACE
                       OR OR-GRUPA = SPACE
                       OR SL-GRUPA(WS-SLOT-IDX) = OR-GRUPA
                           MOVE "CLASS ALREADY BOOKED THEN"
                                           TO WS-REJECT-REASON
                           ADD 1           TO WS-COUNT-CLASHES
                           PERFORM R0-WRITE-REJECT
                           GO TO F0-LOAD-ONE-SLOTZ
                       END-IF
                       MOVE SL-GRUPA(WS-SLOT-IDX) TO WS-OTHER-GRUPA
                       PERFORM F1-CHECK-GROUP-OVERLAP
                       IF GROUPS-OVERLAP
                           MOVE "GROUP STUDENT ALREADY BOOKED THEN"
                                           TO WS-REJECT-REASON
                           ADD 1           TO WS-COUNT-CLASHES
                           PERFORM R0-WRITE-REJECT
                           GO TO F0-LOAD-ONE-SLOTZ
                       END-IF
                   END-IF
                   IF SL-SALA(WS-SLOT-IDX) = OR-SALA
                       MOVE "ROOM ALREADY BOOKED THEN"
                                           TO WS-REJECT-REASON
                       ADD 1               TO WS-COUNT-CLASHES
                       PERFORM R0-WRITE-REJECT
                       GO TO F0-LOAD-ONE-SLOTZ
                   END-IF

           MOVE SPACE              TO SQL-STATEMENT
           STRING "INSERT INTO ORAR(ZI, ORA, CLASA, MATERIE, CNP, "
                   "SALA, GRUPA, STRUCTURA) VALUES ('" OR-ZI "', '"
                   OR-ORA "', '" OR-CLASA "', '"
                   WS-MATERIE-ESC(1:WS-MATERIE-ESC-LEN)
                   "', '" OR-CNP "', '" OR-SALA "', '" OR-GRUPA
                   "', '" WS-SLOT-SITE "')"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM G0-SUBMIT-STATEMENT
               MOVE OR-CLASA               TO SL-CLASA(SLOT-COUNT)
               MOVE OR-CNP                 TO SL-CNP(SLOT-COUNT)
               MOVE OR-SALA                TO SL-SALA(SLOT-COUNT)
               MOVE OR-GRUPA               TO SL-GRUPA(SLOT-COUNT)
               MOVE WS-SLOT-SITE           TO SL-STRUCTURA(SLOT-COUNT)
           END-IF
           .
       F0-LOAD-ONE-SLOTZ.
           EXIT.

      *> IS ANY STUDENT OF OR-CLASA REGISTERED IN BOTH OR-GRUPA AND
      *> WS-OTHER-GRUPA?
       F1-CHECK-GROUP-OVERLAP SECTION.
       F1-CHECK-GROUP-OVERLAPA.
           SET GROUPS-DISJOINT             TO TRUE
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > GRP-COUNT
                   OR GROUPS-OVERLAP
               IF GR-CLASA(WS-GRP-IDX) = OR-CLASA
               AND GR-GRUPA(WS-GRP-IDX) = OR-GRUPA
                   PERFORM VARYING WS-GRP-IDX2 FROM 1 BY 1
                           UNTIL WS-GRP-IDX2 > GRP-COUNT
                       IF GR-CNP(WS-GRP-IDX2) = GR-CNP(WS-GRP-IDX)
                       AND GR-CLASA(WS-GRP-IDX2) = OR-CLASA
                       AND GR-GRUPA(WS-GRP-IDX2) = WS-OTHER-GRUPA
                           SET GROUPS-OVERLAP TO TRUE
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .
       F1-CHECK-GROUP-OVERLAPZ.
           EXIT.

      *> WHERE THE LESSON TAKES PLACE: THE ROOM'S BUILDING WHEN THE
      *> INVENTORY NAMES ONE, OTHERWISE THE CLASS'S OWN SITE
       F2-SLOT-SITE SECTION.
       F2-SLOT-SITEA.
           MOVE SPACE                      TO WS-SLOT-SITE
           PERFORM VARYING WS-ROOM-IDX FROM 1 BY 1
                   UNTIL WS-ROOM-IDX > ROOM-COUNT
               IF RT-SALA(WS-ROOM-IDX) = OR-SALA
                   MOVE RT-STRUCTURA(WS-ROOM-IDX) TO WS-SLOT-SITE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SLOT-SITE > SPACE
               GO TO F2-SLOT-SITEZ
           END-IF
           MOVE K-MAIN-SITE                TO WS-SLOT-SITE
           PERFORM VARYING WS-SITE-IDX FROM 1 BY 1
                   UNTIL WS-SITE-IDX > SITE-COUNT
               IF SI-CLASA(WS-SITE-IDX) = OR-CLASA
                   IF SI-STRUCTURA(WS-SITE-IDX) > SPACE
                       MOVE SI-STRUCTURA(WS-SITE-IDX)
                                           TO WS-SLOT-SITE
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
       F2-SLOT-SITEZ.
           EXIT.

       R0-WRITE-REJECT SECTION.
       R0-WRITE-REJECTA.
           ADD 1                           TO WS-COUNT-REJECTED
           .
       Z0Z.
           EXIT.

      *> THE LOAD'S CLASH VERDICT: A SINGLE ROW REFUSED FOR A
      *> DOUBLE BOOKING MEANS THE TIMETABLE THE SECRETARIAT MEANT IS
      *> NOT THE ONE ON FILE, AND IT IS NOT PUBLISHED UNTIL FIXED
       Z1-LOG-CLASH-CHECK SECTION.
       Z1-LOG-CLASH-CHECKA.
           OPEN EXTEND CHECK-LOG
           IF WS-CHECK-STATUS = "35"
               OPEN OUTPUT CHECK-LOG
           END-IF
           ACCEPT CK-DATE FROM DATE YYYYMMDD
           ACCEPT CK-TIME FROM TIME
           IF WS-COUNT-CLASHES = 0
               MOVE "PASSED"               TO CK-VERDICT
           ELSE
               MOVE "FAILED"               TO CK-VERDICT
           END-IF
           MOVE WS-COUNT-READ              TO CK-READ
           MOVE WS-COUNT-LOADED            TO CK-LOADED
           MOVE WS-COUNT-CLASHES           TO CK-CLASHES
           MOVE CHECK-LOG-LINE             TO CHECK-LOG-FD
           WRITE CHECK-LOG-FD
           CLOSE CHECK-LOG
           DISPLAY "CLASH CHECK " CK-VERDICT " - LOGGED TO "
               "OrarClashCheck.txt"
           .
       Z1-LOG-CLASH-CHECKZ.
           EXIT.
       END PROGRAM ORARLOAD.
