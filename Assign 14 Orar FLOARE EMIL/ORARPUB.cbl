      ******************************************************************
      * Author:
      * Date:
      * Purpose: PUBLIC TIMETABLE AND TEZA CALENDAR FOR THE SCHOOL
      *          WEBSITE. PARENTS KEPT PHONING FOR THE TIMETABLE AND
      *          THE TEZA DATES, AND OrarClase.txt / TezaSchedule.txt
      *          CARRY PROFESSOR CNPS AND ARE LAID OUT FOR THE
      *          SECRETARIAT PRINTER. THIS BUILDS STATIC HTML PAGES
      *          FOR THE COMING SCHOOL WEEK (MONDAY TO FRIDAY AFTER
      *          THE RUN DATE): ONE PAGE PER CLASS WITH ITS EFFECTIVE
      *          TIMETABLE - THE SUPLINIRI SUBSTITUTIONS ACTIVE ON
      *          EACH DAY APPLIED, THE ROOM SHOWN BY ITS Sali.csv
      *          NAME - AND THE CLASS'S TEZE WITH THEIR ANNOUNCED
      *          WINDOWS; ONE PAGE PER PROFESSOR WITH THE LESSONS
      *          THEY HOLD THAT WEEK; A TEZA CALENDAR FOR THE WHOLE
      *          SCHOOL BY DATE; AND AN INDEX PAGE. PEOPLE APPEAR BY
      *          NAME ONLY - NO CNP OR OTHER PERSONAL IDENTIFIER IS
      *          WRITTEN, NOT EVEN IN A FILE NAME (PROFESSOR PAGES
      *          ARE NUMBERED). THE PAGES ARE BUILT IN WebStaging
      *          AND ONLY A COMPLETE SET REPLACES THE Web DIRECTORY
      *          THE WEBSITE COPIES. NOTHING IS PUBLISHED UNLESS THE
      *          LATEST ORARLOAD CLASH CHECK (OrarClashCheck.txt)
      *          PASSED, AND NEVER FROM THE TRAINING COPY.
      *          DISPATCHER RUNS IT EVERY SUNDAY NIGHT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ORARPUB.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SQL-STATEMENT-FILE ASSIGN TO 'StatementSQLInput.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SQL-RESULTS ASSIGN TO 'SQLResults/SelectResult.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SQL-STATUS-FILE ASSIGN TO 'SQLResults/SQLSta.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> ORARLOAD'S CLASH-CHECK VERDICT, ONE LINE PER LOAD
           SELECT CHECK-LOG ASSIGN TO 'OrarClashCheck.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHECK-STATUS.

      *> THE ROOM INVENTORY: SALA;DESCRIERE[;STRUCTURA]
           SELECT ROOMS-FILE ASSIGN TO 'Sali.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROOMS-STATUS.

      *> THE TEZA PLAN TEZAPLAN MAINTAINS: CLASA;MATERIE;DATA;FROM;TO
           SELECT TEZA-FILE ASSIGN TO 'TezaSchedule.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEZA-STATUS.

      *> EVERY PAGE IS WRITTEN HERE, THEN MOVED INTO WebStaging
      *> UNDER ITS OWN NAME
           SELECT PAGE-FILE ASSIGN TO 'PublishPage.html'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> STATEMENTS WHOSE JAR INVOCATION FAILED ARE APPENDED HERE
      *> INSTEAD OF BEING SILENTLY DROPPED
           SELECT DEAD-LETTER-FILE ASSIGN TO 'SQLDeadLetters.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DL-STATUS.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
        FD SQL-STATEMENT-FILE.
       01 SQL-STATEMENT-FILE-FD             PIC X(300).

        FD SQL-RESULTS.
       01 SQL-RESULTS-FD                    PIC X(2500).

        FD SQL-STATUS-FILE.
       01 SQL-STATUS-FD                     PIC X(10).

        FD CHECK-LOG.
       01 CHECK-LOG-FD                      PIC X(80).

        FD ROOMS-FILE.
       01 ROOMS-FILE-FD                     PIC X(60).

        FD TEZA-FILE.
       01 TEZA-FILE-FD                      PIC X(80).

        FD PAGE-FILE.
       01 PAGE-FD                           PIC X(300).

        FD DEAD-LETTER-FILE.
       01 DEAD-LETTER-FD                    PIC X(321).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 FIELDS-FOR-SQL.
       05 K-INVOKE-JAR                     PIC X(27) VALUE
               "java -jar JSqlAdapter.jar ".

       05 SQL-STATEMENT                    PIC X(300).

       01 WS-CHECK-STATUS                  PIC X(02).
       01 WS-ROOMS-STATUS                  PIC X(02).
       01 WS-TEZA-STATUS                   PIC X(02).
       01 WS-DL-STATUS                     PIC X(02).

       01 JAR-CALL-SWITCH                  PIC X(01) VALUE "O".
           88 JAR-CALL-OK                   VALUE "O".
           88 JAR-CALL-FAILED               VALUE "F".
       01 WS-JAR-RC                        PIC S9(04) VALUE 0.
       01 SQL-STATUS-VALUE                 PIC X(4).

      *> RUN-TOKEN LOCK AROUND THE SHARED ADAPTER HANDSHAKE FILES
       COPY SQLLOCK-INT.

      *> SHARED CLASSIFICATION OF SQLSta VALUES INTO RETRYABLE VS
      *> FATAL, PLUS HOW OFTEN AND HOW LONG TO RETRY A TRANSIENT ONE
       COPY SQLSTA-INT.
       01 K-SQL-RETRIES                    PIC 9(02) VALUE 3.
       01 K-RETRY-WAIT-SECONDS             PIC 9(08) COMP-5 VALUE 5.
       01 WS-SQL-RETRY-COUNT               PIC 9(02) VALUE 0.

      *> ONE LINE PER DEAD-LETTERED STATEMENT: WHEN, WHICH PROGRAM,
      *> AND THE STATEMENT TEXT ITSELF
       01 DEAD-LETTER-LINE.
           05 DL-DATE                      PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 DL-TIME                      PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 DL-PROGRAM                   PIC X(12) VALUE "ORARPUB".
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 DL-STATEMENT                 PIC X(290).

      *> THE LAST LINE OF OrarClashCheck.txt - VERDICT AT COLUMN 19
       01 WS-CHECK-LINE                    PIC X(80).
       01 WS-LAST-CHECK                    PIC X(80) VALUE SPACE.

      *> THE COMING SCHOOL WEEK: THE MONDAY AFTER THE RUN DATE AND
      *> THE DATE OF EACH WEEKDAY (ORAR DAY 1-5)
       01 WS-TODAY                         PIC 9(08).
      *> 1 = MONDAY ... 7 = SUNDAY
       01 WS-DAY-OF-WEEK                   PIC 9(01).
       01 WS-DAYS-TO-MONDAY                PIC 9(01).
       01 WS-DAY-IDX                       PIC 9(01).
       01 WEEK-TABLE.
           05 WEEK-DATE OCCURS 5 TIMES     PIC 9(08).
       01 WS-ADD-DATE                      PIC 9(08).
       01 WS-ADD-DATE-GROUP REDEFINES WS-ADD-DATE.
           05 AD-YYYY                      PIC 9(04).
           05 AD-MM                        PIC 9(02).
           05 AD-DD                        PIC 9(02).
       01 WS-MONTH-LEN                     PIC 9(02).
       01 WS-LEAP-REM                      PIC 9(04).
       01 WS-LEAP-Q                        PIC 9(04).

      *> A YYYYMMDD DATE AS THE PAGES SHOW IT (DD.MM.YYYY)
       01 WS-FMT-IN                        PIC X(08).
       01 WS-FMT-IN-GROUP REDEFINES WS-FMT-IN.
           05 FI-YYYY                      PIC X(04).
           05 FI-MM                        PIC X(02).
           05 FI-DD                        PIC X(02).
       01 WS-FMT-OUT                       PIC X(10).

      *> ONE ROW OF "SELECT ZI, ORA, CLASA, MATERIE, CNP, SALA,
      *> GRUPA FROM ORAR"
       01 WS-SLOT-ROW.
           05 SR-ZI                        PIC X(01).
           05 FILLER                       PIC X(02).
           05 SR-ORA                       PIC X(01).
           05 FILLER                       PIC X(02).
           05 SR-CLASA                     PIC X(04).
           05 FILLER                       PIC X(02).
           05 SR-MATERIE                   PIC X(30).
           05 FILLER                       PIC X(02).
           05 SR-CNP                       PIC X(13).
           05 FILLER                       PIC X(02).
           05 SR-SALA                      PIC X(10).
           05 FILLER                       PIC X(02).
           05 SR-GRUPA                     PIC X(10).

      *> THE WEEK'S SLOTS, ORDERED BY DAY, HOUR AND CLASS, EACH WITH
      *> WHOEVER ACTUALLY HOLDS IT THAT DAY. THE CNP STAYS IN
      *> MEMORY FOR THE NAME LOOKUP AND IS NEVER WRITTEN.
       01 K-MAX-SLOT                       PIC 9(04) VALUE 2000.
       01 SLOT-TABLE.
           05 SLOT-ENTRY OCCURS 2000 TIMES.
               10 ST-ZI                    PIC 9(01).
               10 ST-ORA                   PIC X(01).
               10 ST-CLASA                 PIC X(04).
               10 ST-MATERIE               PIC X(30).
               10 ST-SALA                  PIC X(10).
               10 ST-GRUPA                 PIC X(10).
               10 ST-CNP                   PIC X(13).
               10 ST-SUPL-SW               PIC X(01).
                   88 ST-SUBSTITUTED        VALUE "Y".
                   88 ST-TITULAR            VALUE "N".
       01 SLOT-COUNT                       PIC 9(04) VALUE 0.
       01 WS-SLOT-IDX                      PIC 9(04).

      *> ONE ROW OF THE SUPLINIRI SELECT FOR THE COMING WEEK
       01 WS-SUPL-ROW.
           05 SU-CNP-TITULAR               PIC X(13).
           05 FILLER                       PIC X(02).
           05 SU-CNP-SUPLINITOR            PIC X(13).
           05 FILLER                       PIC X(02).
           05 SU-CLASA                     PIC X(04).
           05 FILLER                       PIC X(02).
           05 SU-MATERIE                   PIC X(30).
           05 FILLER                       PIC X(02).
           05 SU-DELA                      PIC X(08).
           05 FILLER                       PIC X(02).
           05 SU-PANALA                    PIC X(08).

      *> THE SUBSTITUTIONS OVERLAPPING THE COMING WEEK. CLASA /
      *> MATERIE '*' = EVERY SLOT THE TITULAR HOLDS.
       01 K-MAX-SUPL                       PIC 9(03) VALUE 200.
       01 SUPL-TABLE.
           05 SUPL-ENTRY OCCURS 200 TIMES.
               10 SP-CNP-TITULAR           PIC X(13).
               10 SP-CNP-SUPLINITOR        PIC X(13).
               10 SP-CLASA                 PIC X(04).
               10 SP-MATERIE               PIC X(30).
               10 SP-DELA                  PIC X(08).
               10 SP-PANALA                PIC X(08).
       01 SUPL-COUNT                       PIC 9(03) VALUE 0.
       01 WS-SUPL-IDX                      PIC 9(03).
       01 WS-SLOT-DATE                     PIC X(08).

      *> ONE ROW OF "SELECT CNP, NUME, PRENUME FROM PROFESORI"
       01 WS-PROF-ROW.
           05 PR-CNP                       PIC X(13).
           05 FILLER                       PIC X(02).
           05 PR-NUME                      PIC X(30).
           05 FILLER                       PIC X(02).
           05 PR-PRENUME                   PIC X(30).

      *> PROFESSORS BY NAME, WITH THE NUMBER OF THEIR PAGE (0 = NO
      *> LESSON THIS WEEK, NO PAGE)
       01 K-MAX-PROF                       PIC 9(03) VALUE 500.
       01 PROF-TABLE.
           05 PROF-ENTRY OCCURS 500 TIMES.
               10 PF-CNP                   PIC X(13).
               10 PF-NAME                  PIC X(61).
               10 PF-PAGE-NO               PIC 9(03).
       01 PROF-COUNT                       PIC 9(03) VALUE 0.
       01 WS-PROF-IDX                      PIC 9(03).
       01 WS-NAME-IDX                      PIC 9(03).
       01 WS-PAGE-NO                       PIC 9(03) VALUE 0.

      *> THE CLASSES ON THE TIMETABLE, IN CLASS ORDER
       01 K-MAX-CLASS                      PIC 9(03) VALUE 200.
       01 CLASS-TABLE.
           05 CLASS-ENTRY OCCURS 200 TIMES.
               10 CT-CLASA                 PIC X(04).
               10 CT-FILE-NAME             PIC X(20).
               10 CT-KEY-LEN               PIC 9(01).
       01 CLASS-COUNT                      PIC 9(03) VALUE 0.
       01 WS-CLASS-IDX                     PIC 9(03).
       01 WS-CLASS-ROW                     PIC X(04).

      *> THE ROOM INVENTORY: CODE AND THE NAME THE PAGES SHOW
       01 WS-ROOMS-LINE                    PIC X(60).
       01 WS-ROOM-ROW.
           05 RM-SALA                      PIC X(10).
           05 RM-DESCRIERE                 PIC X(40).
       01 K-MAX-ROOM                       PIC 9(03) VALUE 100.
       01 ROOM-TABLE.
           05 ROOM-ENTRY OCCURS 100 TIMES.
               10 RT-SALA                  PIC X(10).
               10 RT-NAME                  PIC X(40).
       01 ROOM-COUNT                       PIC 9(03) VALUE 0.
       01 WS-ROOM-IDX                      PIC 9(03).

      *> THE TEZA PLAN, KEPT IN DATE ORDER AS IT LOADS
       01 WS-TEZA-LINE                     PIC X(80).
       01 WS-TEZA-ROW.
           05 TR-CLASA                     PIC X(04).
           05 TR-MATERIE                   PIC X(30).
           05 TR-DATA                      PIC X(08).
           05 TR-FROM                      PIC X(08).
           05 TR-TO                        PIC X(08).
       01 K-MAX-TEZA                       PIC 9(03) VALUE 500.
       01 TEZA-TABLE.
           05 TEZA-ENTRY OCCURS 500 TIMES.
               10 TZ-CLASA                 PIC X(04).
               10 TZ-MATERIE               PIC X(30).
               10 TZ-DATA                  PIC X(08).
               10 TZ-FROM                  PIC X(08).
               10 TZ-TO                    PIC X(08).
       01 TEZA-COUNT                       PIC 9(03) VALUE 0.
       01 WS-TEZA-IDX                      PIC 9(03).
       01 WS-CLASS-TEZE                    PIC 9(03).

      *> PAGE BUILDING
       01 WS-COMMAND                       PIC X(200).
       01 WS-PAGE-NAME                     PIC X(20).
       01 WS-TITLE                         PIC X(80).
       01 WS-HTML-LINE                     PIC X(300).
       01 WS-DAY-NAME                      PIC X(09).
       01 WS-DAY-CELL                      PIC X(30).
       01 WS-NAME-CELL                     PIC X(80).
       01 WS-ROOM-CELL                     PIC X(40).
       01 WS-SUBJECT-CELL                  PIC X(60).
       01 WS-WINDOW-CELL                   PIC X(30).
       01 WS-WEEK-TEXT                     PIC X(60).
       01 WS-FILE-KEY                      PIC X(04).
       01 WS-KEY-LEN                       PIC 9(01).
       01 WS-PROF-SLOTS                    PIC 9(04).

       01 WS-RUN-COUNTERS.
        05 WS-COUNT-CLASS-PAGES            PIC 9(04) VALUE 0.
        05 WS-COUNT-PROF-PAGES             PIC 9(04) VALUE 0.
        05 WS-COUNT-SUBSTITUTED            PIC 9(04) VALUE 0.

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".
       COPY TRAINENV-INT.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       S0  SECTION.
       S0A.
           DISPLAY "TIMETABLE PUBLICATION FOR THE SCHOOL WEBSITE"
      *> THE WEBSITE IS PUBLIC - THE TRAINING COPY NEVER FEEDS IT
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               DISPLAY "TRAINING COPY (OF " TRN-SNAP-ID ") - THE "
                   "WEBSITE PAGES ARE NOT PRODUCED HERE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM A1-CHECK-CLASH-VERDICT
           IF WS-LAST-CHECK(19:6) NOT = "PASSED"
               DISPLAY "THE LATEST ORARLOAD CLASH CHECK DID NOT PASS "
                   "- NOTHING PUBLISHED, LAST WEEK'S PAGES STAY UP"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           SET LOCK-ACQUIRE                TO TRUE
           MOVE "ORARPUB"                  TO LOCK-OWNER
           CALL "SQLLOCK" USING SQLLOCK-INTERFACE
           IF LOCK-BUSY
               DISPLAY LOCK-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM A0
           PERFORM A2-SET-WEEK
           PERFORM A3-LOAD-ROOMS
           PERFORM A4-LOAD-TEZE
           PERFORM B0-LOAD-SUPLINIRI
           PERFORM B1-LOAD-PROFESSORS
           PERFORM B2-LOAD-CLASSES
           PERFORM B3-LOAD-SLOTS
           IF SLOT-COUNT = 0
               DISPLAY "NO TIMETABLE SLOTS READ - NOTHING PUBLISHED"
               PERFORM Z0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "rm -rf WebStaging && mkdir WebStaging"
                                           TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND

           PERFORM D0-CLASS-PAGE
               VARYING WS-CLASS-IDX FROM 1 BY 1
               UNTIL WS-CLASS-IDX > CLASS-COUNT
           PERFORM E0-PROFESSOR-PAGE
               VARYING WS-PROF-IDX FROM 1 BY 1
               UNTIL WS-PROF-IDX > PROF-COUNT
           PERFORM F0-TEZA-PAGE
           PERFORM H0-INDEX-PAGE

      *> THE COMPLETE SET REPLACES LAST WEEK'S IN ONE MOVE
           MOVE "rm -rf Web && mv WebStaging Web" TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND

           PERFORM Z0
           DISPLAY "===== ORARPUB RUN SUMMARY ====="
           DISPLAY "WEEK              : " WEEK-DATE(1) " - "
               WEEK-DATE(5)
           DISPLAY "CLASS PAGES       : " WS-COUNT-CLASS-PAGES
           DISPLAY "PROFESSOR PAGES   : " WS-COUNT-PROF-PAGES
           DISPLAY "SUBSTITUTED SLOTS : " WS-COUNT-SUBSTITUTED
           DISPLAY "TEZE LISTED       : " TEZA-COUNT
           DISPLAY "PAGES PUBLISHED TO THE Web DIRECTORY"
           MOVE 0 TO RETURN-CODE
           .
       S0Z.
           STOP RUN.

       A0 SECTION.
       A0A.
           OPEN EXTEND DEAD-LETTER-FILE
           IF WS-DL-STATUS = "35"
               OPEN OUTPUT DEAD-LETTER-FILE
           END-IF
           .
       A0Z.
           EXIT.

      *> THE MOST RECENT VERDICT ORARLOAD LOGGED. NO LOG = THE
      *> TIMETABLE ON FILE WAS NEVER CHECKED, WHICH IS NOT A PASS.
       A1-CHECK-CLASH-VERDICT SECTION.
       A1-CHECK-CLASH-VERDICTA.
           OPEN INPUT CHECK-LOG
           IF WS-CHECK-STATUS NOT = "00"
               DISPLAY "NO OrarClashCheck.txt - RUN ORARLOAD FIRST"
               GO TO A1-CHECK-CLASH-VERDICTZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-CHECK-LINE
               READ CHECK-LOG INTO WS-CHECK-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-CHECK-LINE > SPACE
                       MOVE WS-CHECK-LINE  TO WS-LAST-CHECK
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CHECK-LOG
           DISPLAY "LATEST CLASH CHECK: " WS-LAST-CHECK(1:60)
           .
       A1-CHECK-CLASH-VERDICTZ.
           EXIT.

      *> THE MONDAY AFTER TODAY (RUN ON SUNDAY NIGHT: TOMORROW) AND
      *> THE FOUR DAYS AFTER IT
       A2-SET-WEEK SECTION.
       A2-SET-WEEKA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-DAY-OF-WEEK FROM DAY-OF-WEEK
           COMPUTE WS-DAYS-TO-MONDAY = 8 - WS-DAY-OF-WEEK
           MOVE WS-TODAY                   TO WS-ADD-DATE
           PERFORM W1-ADD-ONE-DAY WS-DAYS-TO-MONDAY TIMES
           MOVE WS-ADD-DATE                TO WEEK-DATE(1)
           PERFORM VARYING WS-DAY-IDX FROM 2 BY 1
                   UNTIL WS-DAY-IDX > 5
               PERFORM W1-ADD-ONE-DAY
               MOVE WS-ADD-DATE            TO WEEK-DATE(WS-DAY-IDX)
           END-PERFORM

           MOVE SPACE                      TO WS-WEEK-TEXT
           MOVE WEEK-DATE(1)               TO WS-FMT-IN
           PERFORM W2-FORMAT-DATE
           MOVE WS-FMT-OUT                 TO WS-WEEK-TEXT(1:10)
           MOVE " - "                      TO WS-WEEK-TEXT(11:3)
           MOVE WEEK-DATE(5)               TO WS-FMT-IN
           PERFORM W2-FORMAT-DATE
           MOVE WS-FMT-OUT                 TO WS-WEEK-TEXT(14:10)
           .
       A2-SET-WEEKZ.
           EXIT.

      *> ROOM CODE -> THE NAME ON THE INVENTORY (THE CODE ITSELF
      *> WHEN THE INVENTORY GIVES NONE)
       A3-LOAD-ROOMS SECTION.
       A3-LOAD-ROOMSA.
           OPEN INPUT ROOMS-FILE
           IF WS-ROOMS-STATUS NOT = "00"
               DISPLAY "NO Sali.csv - ROOMS SHOWN BY THEIR CODES"
               GO TO A3-LOAD-ROOMSZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-ROOMS-LINE
               READ ROOMS-FILE INTO WS-ROOMS-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-ROOMS-LINE > SPACE
                   AND ROOM-COUNT < K-MAX-ROOM
                       MOVE SPACE          TO WS-ROOM-ROW
                       UNSTRING WS-ROOMS-LINE DELIMITED BY ";" INTO
                           RM-SALA
                           RM-DESCRIERE
                       END-UNSTRING
                       ADD 1               TO ROOM-COUNT
                       MOVE RM-SALA        TO RT-SALA(ROOM-COUNT)
                       IF RM-DESCRIERE > SPACE
                           MOVE RM-DESCRIERE TO RT-NAME(ROOM-COUNT)
                       ELSE
                           MOVE RM-SALA    TO RT-NAME(ROOM-COUNT)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ROOMS-FILE
           .
       A3-LOAD-ROOMSZ.
           EXIT.

      *> THE TEZA PLAN, EACH LINE SLOTTED IN BY DATE SO BOTH THE
      *> CLASS PAGES AND THE CALENDAR READ CHRONOLOGICALLY
       A4-LOAD-TEZE SECTION.
       A4-LOAD-TEZEA.
           OPEN INPUT TEZA-FILE
           IF WS-TEZA-STATUS NOT = "00"
               DISPLAY "NO TezaSchedule.txt - NO TEZE PUBLISHED"
               GO TO A4-LOAD-TEZEZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-TEZA-LINE
               READ TEZA-FILE INTO WS-TEZA-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-TEZA-LINE > SPACE
                   AND TEZA-COUNT < K-MAX-TEZA
                       MOVE SPACE          TO WS-TEZA-ROW
                       UNSTRING WS-TEZA-LINE DELIMITED BY ";" INTO
                           TR-CLASA
                           TR-MATERIE
                           TR-DATA
                           TR-FROM
                           TR-TO
                       END-UNSTRING
                       ADD 1               TO TEZA-COUNT
                       MOVE TEZA-COUNT     TO WS-TEZA-IDX
                       PERFORM UNTIL WS-TEZA-IDX = 1
                               OR TZ-DATA(WS-TEZA-IDX - 1) <= TR-DATA
                           MOVE TEZA-ENTRY(WS-TEZA-IDX - 1)
                                           TO TEZA-ENTRY(WS-TEZA-IDX)
                           SUBTRACT 1      FROM WS-TEZA-IDX
                       END-PERFORM
                       MOVE WS-TEZA-ROW    TO TEZA-ENTRY(WS-TEZA-IDX)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE TEZA-FILE
           .
       A4-LOAD-TEZEZ.
           EXIT.

      *> EVERY SUBSTITUTION THAT TOUCHES THE COMING WEEK; WHICH DAY
      *> IT COVERS IS SETTLED PER SLOT
       B0-LOAD-SUPLINIRI SECTION.
       B0-LOAD-SUPLINIRIA.
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT CNPTITULAR, CNPSUPLINITOR, CLASA, MATERIE, "
                   "DELA, PANALA FROM SUPLINIRI WHERE DELA <= '"
                   WEEK-DATE(5) "' AND PANALA >= '" WEEK-DATE(1) "'"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM G0-SUBMIT-STATEMENT
           IF JAR-CALL-FAILED
      *> NO SUPLINIRI TABLE YET (SUPLLOAD NEVER RAN) - THE PERMANENT
      *> TIMETABLE IS THE EFFECTIVE ONE
               DISPLAY "COULD NOT READ SUPLINIRI, NO SUBSTITUTIONS "
                   "APPLIED"
               GO TO B0-LOAD-SUPLINIRIZ
           END-IF

           OPEN INPUT SQL-RESULTS
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-SUPL-ROW
               READ SQL-RESULTS INTO WS-SUPL-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF SU-CNP-TITULAR > SPACE
                   AND SUPL-COUNT < K-MAX-SUPL
                       ADD 1               TO SUPL-COUNT
                       MOVE SU-CNP-TITULAR TO
                           SP-CNP-TITULAR(SUPL-COUNT)
                       MOVE SU-CNP-SUPLINITOR TO
                           SP-CNP-SUPLINITOR(SUPL-COUNT)
                       MOVE SU-CLASA       TO SP-CLASA(SUPL-COUNT)
                       MOVE SU-MATERIE     TO SP-MATERIE(SUPL-COUNT)
                       MOVE SU-DELA        TO SP-DELA(SUPL-COUNT)
                       MOVE SU-PANALA      TO SP-PANALA(SUPL-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SQL-RESULTS
           DISPLAY "SUBSTITUTIONS IN THE COMING WEEK: " SUPL-COUNT
           .
       B0-LOAD-SUPLINIRIZ.
           EXIT.

       B1-LOAD-PROFESSORS SECTION.
       B1-LOAD-PROFESSORSA.
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT CNP, NUME, PRENUME FROM PROFESORI "
                  "ORDER BY NUME, PRENUME" DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM G0-SUBMIT-STATEMENT
           IF JAR-CALL-FAILED
               GO TO B1-LOAD-PROFESSORSZ
           END-IF
           OPEN INPUT SQL-RESULTS
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-PROF-ROW
               READ SQL-RESULTS INTO WS-PROF-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF PR-CNP > SPACE
                   AND PROF-COUNT < K-MAX-PROF
                       ADD 1               TO PROF-COUNT
                       MOVE PR-CNP         TO PF-CNP(PROF-COUNT)
                       MOVE SPACE          TO PF-NAME(PROF-COUNT)
                       STRING PR-NUME DELIMITED BY "  "
                              " " DELIMITED BY SIZE
                              PR-PRENUME DELIMITED BY "  "
                       INTO PF-NAME(PROF-COUNT)
                       MOVE 0              TO PF-PAGE-NO(PROF-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SQL-RESULTS
           .
       B1-LOAD-PROFESSORSZ.
           EXIT.

       B2-LOAD-CLASSES SECTION.
       B2-LOAD-CLASSESA.
           MOVE "SELECT DISTINCT CLASA FROM ORAR ORDER BY CLASA"
                                           TO SQL-STATEMENT
           PERFORM G0-SUBMIT-STATEMENT
           IF JAR-CALL-FAILED
               GO TO B2-LOAD-CLASSESZ
           END-IF
           OPEN INPUT SQL-RESULTS
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-CLASS-ROW
               READ SQL-RESULTS INTO WS-CLASS-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-CLASS-ROW > SPACE
                   AND CLASS-COUNT < K-MAX-CLASS
                       ADD 1               TO CLASS-COUNT
                       MOVE WS-CLASS-ROW   TO CT-CLASA(CLASS-COUNT)
                       PERFORM B4-CLASS-FILE-NAME
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SQL-RESULTS
           .
       B2-LOAD-CLASSESZ.
           EXIT.

      *> EVERY SLOT, WITH THE SUBSTITUTE IN PLACE OF THE TITULAR
      *> WHERE A SUBSTITUTION COVERS THE SLOT'S DATE NEXT WEEK
       B3-LOAD-SLOTS SECTION.
       B3-LOAD-SLOTSA.
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT ZI, ORA, CLASA, MATERIE, CNP, SALA, GRUPA "
                  "FROM ORAR ORDER BY ZI, ORA, CLASA" DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM G0-SUBMIT-STATEMENT
           IF JAR-CALL-FAILED
               GO TO B3-LOAD-SLOTSZ
           END-IF
           OPEN INPUT SQL-RESULTS
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-SLOT-ROW
               READ SQL-RESULTS INTO WS-SLOT-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF SR-CNP > SPACE
                   AND SR-ZI >= "1" AND SR-ZI <= "5"
                   AND SLOT-COUNT < K-MAX-SLOT
                       ADD 1               TO SLOT-COUNT
                       MOVE SR-ZI          TO ST-ZI(SLOT-COUNT)
                       MOVE SR-ORA         TO ST-ORA(SLOT-COUNT)
                       MOVE SR-CLASA       TO ST-CLASA(SLOT-COUNT)
                       MOVE SR-MATERIE     TO ST-MATERIE(SLOT-COUNT)
                       MOVE SR-SALA        TO ST-SALA(SLOT-COUNT)
                       MOVE SR-GRUPA       TO ST-GRUPA(SLOT-COUNT)
                       PERFORM B5-EFFECTIVE-CNP
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SQL-RESULTS
           DISPLAY "TIMETABLE SLOTS: " SLOT-COUNT
           .
       B3-LOAD-SLOTSZ.
           EXIT.

      *> clasa_<CLASA>.html, AN INNER BLANK BECOMING AN UNDERSCORE
       B4-CLASS-FILE-NAME SECTION.
       B4-CLASS-FILE-NAMEA.
           MOVE CT-CLASA(CLASS-COUNT)      TO WS-FILE-KEY
           MOVE 4                          TO WS-KEY-LEN
           PERFORM UNTIL WS-KEY-LEN = 1
                   OR WS-FILE-KEY(WS-KEY-LEN:1) NOT = SPACE
               SUBTRACT 1                  FROM WS-KEY-LEN
           END-PERFORM
           MOVE WS-KEY-LEN                 TO CT-KEY-LEN(CLASS-COUNT)
           INSPECT WS-FILE-KEY(1:WS-KEY-LEN) REPLACING ALL SPACE BY "_"
           MOVE SPACE                      TO CT-FILE-NAME(CLASS-COUNT)
           STRING "clasa_" WS-FILE-KEY(1:WS-KEY-LEN) ".html"
                  DELIMITED BY SIZE
           INTO CT-FILE-NAME(CLASS-COUNT)
           .
       B4-CLASS-FILE-NAMEZ.
           EXIT.

      *> WHO HOLDS THE SLOT ON ITS DATE NEXT WEEK: THE FIRST
      *> SUBSTITUTION COVERING THE TITULAR, SCOPE AND DATE WINS
       B5-EFFECTIVE-CNP SECTION.
       B5-EFFECTIVE-CNPA.
           MOVE SR-CNP                     TO ST-CNP(SLOT-COUNT)
           SET ST-TITULAR(SLOT-COUNT)      TO TRUE
           MOVE ST-ZI(SLOT-COUNT)          TO WS-DAY-IDX
           MOVE WEEK-DATE(WS-DAY-IDX)      TO WS-SLOT-DATE
           PERFORM VARYING WS-SUPL-IDX FROM 1 BY 1
                   UNTIL WS-SUPL-IDX > SUPL-COUNT
               IF SP-CNP-TITULAR(WS-SUPL-IDX) = SR-CNP
               AND SP-DELA(WS-SUPL-IDX) <= WS-SLOT-DATE
               AND SP-PANALA(WS-SUPL-IDX) >= WS-SLOT-DATE
               AND (SP-CLASA(WS-SUPL-IDX) = "*"
                    OR SP-CLASA(WS-SUPL-IDX) = SR-CLASA)
               AND (SP-MATERIE(WS-SUPL-IDX) = "*"
                    OR SP-MATERIE(WS-SUPL-IDX) = SR-MATERIE)
                   MOVE SP-CNP-SUPLINITOR(WS-SUPL-IDX)
                                           TO ST-CNP(SLOT-COUNT)
                   SET ST-SUBSTITUTED(SLOT-COUNT) TO TRUE
                   ADD 1                   TO WS-COUNT-SUBSTITUTED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
       B5-EFFECTIVE-CNPZ.
           EXIT.

      *> ONE CLASS: ITS WEEK, THEN ITS TEZE
       D0-CLASS-PAGE SECTION.
       D0-CLASS-PAGEA.
           MOVE CT-FILE-NAME(WS-CLASS-IDX) TO WS-PAGE-NAME
           MOVE SPACE                      TO WS-TITLE
           STRING "Orarul clasei " CT-CLASA(WS-CLASS-IDX)
                  DELIMITED BY SIZE
           INTO WS-TITLE
           PERFORM P0-OPEN-PAGE

           MOVE "<table border='1'>"       TO WS-HTML-LINE
           PERFORM P2-WRITE-LINE
           MOVE SPACE                      TO WS-HTML-LINE
           STRING "<tr><th>Ziua</th><th>Ora</th><th>Materia</th>"
                  "<th>Profesor</th><th>Sala</th></tr>"
                  DELIMITED BY SIZE
           INTO WS-HTML-LINE
           PERFORM P2-WRITE-LINE
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > SLOT-COUNT
               IF ST-CLASA(WS-SLOT-IDX) = CT-CLASA(WS-CLASS-IDX)
                   PERFORM Q0-SLOT-CELLS
                   MOVE SPACE              TO WS-HTML-LINE
                   STRING "<tr><td>" WS-DAY-CELL DELIMITED BY "  "
                          "</td><td>" ST-ORA(WS-SLOT-IDX)
                          "</td><td>" DELIMITED BY SIZE
                          WS-SUBJECT-CELL DELIMITED BY "  "
                          "</td><td>" DELIMITED BY SIZE
                          WS-NAME-CELL DELIMITED BY "  "
                          "</td><td>" DELIMITED BY SIZE
                          WS-ROOM-CELL DELIMITED BY "  "
                          "</td></tr>" DELIMITED BY SIZE
                   INTO WS-HTML-LINE
                   PERFORM P2-WRITE-LINE
               END-IF
           END-PERFORM
           MOVE "</table>"                 TO WS-HTML-LINE
           PERFORM P2-WRITE-LINE

           MOVE "<h2>Teze</h2>"            TO WS-HTML-LINE
           PERFORM P2-WRITE-LINE
           MOVE 0                          TO WS-CLASS-TEZE
           PERFORM VARYING WS-TEZA-IDX FROM 1 BY 1
                   UNTIL WS-TEZA-IDX > TEZA-COUNT
               IF TZ-CLASA(WS-TEZA-IDX) = CT-CLASA(WS-CLASS-IDX)
                   ADD 1                   TO WS-CLASS-TEZE
               END-IF
           END-PERFORM
           IF WS-CLASS-TEZE = 0
               MOVE "<p>Nicio teza anuntata.</p>" TO WS-HTML-LINE
               PERFORM P2-WRITE-LINE
           ELSE
               MOVE "<table border='1'>"   TO WS-HTML-LINE
               PERFORM P2-WRITE-LINE
               MOVE SPACE                  TO WS-HTML-LINE
               STRING "<tr><th>Data</th><th>Materia</th>"
                      "<th>Perioada anuntata</th></tr>"
                      DELIMITED BY SIZE
               INTO WS-HTML-LINE
               PERFORM P2-WRITE-LINE
               PERFORM VARYING WS-TEZA-IDX FROM 1 BY 1
                       UNTIL WS-TEZA-IDX > TEZA-COUNT
                   IF TZ-CLASA(WS-TEZA-IDX) = CT-CLASA(WS-CLASS-IDX)
                       PERFORM Q1-TEZA-CELLS
                       MOVE SPACE          TO WS-HTML-LINE
                       STRING "<tr><td>" WS-FMT-OUT
                              "</td><td>" DELIMITED BY SIZE
                              TZ-MATERIE(WS-TEZA-IDX) DELIMITED BY "  "
                              "</td><td>" WS-WINDOW-CELL(1:23)
                              "</td></tr>" DELIMITED BY SIZE
                       INTO WS-HTML-LINE
                       PERFORM P2-WRITE-LINE
                   END-IF
               END-PERFORM
               MOVE "</table>"             TO WS-HTML-LINE
               PERFORM P2-WRITE-LINE
           END-IF

           PERFORM P1-CLOSE-PAGE
           ADD 1                           TO WS-COUNT-CLASS-PAGES
           .
       D0-CLASS-PAGEZ.
           EXIT.

      *> ONE PROFESSOR WITH AT LEAST ONE LESSON NEXT WEEK (AS
      *> TITULAR OR AS SUBSTITUTE): THEIR WEEK BY DAY AND HOUR
       E0-PROFESSOR-PAGE SECTION.
       E0-PROFESSOR-PAGEA.
           MOVE 0                          TO WS-PROF-SLOTS
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > SLOT-COUNT
               IF ST-CNP(WS-SLOT-IDX) = PF-CNP(WS-PROF-IDX)
                   ADD 1                   TO WS-PROF-SLOTS
               END-IF
           END-PERFORM
           IF WS-PROF-SLOTS = 0
               GO TO E0-PROFESSOR-PAGEZ
           END-IF

           ADD 1                           TO WS-PAGE-NO
           MOVE WS-PAGE-NO                 TO PF-PAGE-NO(WS-PROF-IDX)
           MOVE SPACE                      TO WS-PAGE-NAME
           STRING "profesor_" WS-PAGE-NO ".html" DELIMITED BY SIZE
           INTO WS-PAGE-NAME
           MOVE SPACE                      TO WS-TITLE
           STRING "Orarul profesorului " DELIMITED BY SIZE
                  PF-NAME(WS-PROF-IDX) DELIMITED BY "  "
           INTO WS-TITLE
           PERFORM P0-OPEN-PAGE

           MOVE "<table border='1'>"       TO WS-HTML-LINE
           PERFORM P2-WRITE-LINE
           MOVE SPACE                      TO WS-HTML-LINE
           STRING "<tr><th>Ziua</th><th>Ora</th><th>Clasa</th>"
                  "<th>Materia</th><th>Sala</th></tr>"
                  DELIMITED BY SIZE
           INTO WS-HTML-LINE
           PERFORM P2-WRITE-LINE
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > SLOT-COUNT
               IF ST-CNP(WS-SLOT-IDX) = PF-CNP(WS-PROF-IDX)
                   PERFORM Q0-SLOT-CELLS
                   MOVE SPACE              TO WS-HTML-LINE
                   STRING "<tr><td>" WS-DAY-CELL DELIMITED BY "  "
                          "</td><td>" ST-ORA(WS-SLOT-IDX)
                          "</td><td>" ST-CLASA(WS-SLOT-IDX)
                          "</td><td>" DELIMITED BY SIZE
                          WS-SUBJECT-CELL DELIMITED BY "  "
                          "</td><td>" DELIMITED BY SIZE
                          WS-ROOM-CELL DELIMITED BY "  "
                          "</td></tr>" DELIMITED BY SIZE
                   INTO WS-HTML-LINE
                   PERFORM P2-WRITE-LINE
               END-IF
           END-PERFORM
           MOVE "</table>"                 TO WS-HTML-LINE
           PERFORM P2-WRITE-LINE

           PERFORM P1-CLOSE-PAGE
           ADD 1                           TO WS-COUNT-PROF-PAGES
           .
       E0-PROFESSOR-PAGEZ.
           EXIT.

      *> THE WHOLE SCHOOL'S TEZE BY DATE
       F0-TEZA-PAGE SECTION.
       F0-TEZA-PAGEA.
           MOVE "teze.html"                TO WS-PAGE-NAME
           MOVE "Calendarul tezelor"       TO WS-TITLE
           PERFORM P0-OPEN-PAGE
           IF TEZA-COUNT = 0
               MOVE "<p>Nicio teza anuntata.</p>" TO WS-HTML-LINE
               PERFORM P2-WRITE-LINE
               PERFORM P1-CLOSE-PAGE
               GO TO F0-TEZA-PAGEZ
           END-IF
           MOVE "<table border='1'>"       TO WS-HTML-LINE
           PERFORM P2-WRITE-LINE
           MOVE SPACE                      TO WS-HTML-LINE
           STRING "<tr><th>Data</th><th>Clasa</th><th>Materia</th>"
                  "<th>Perioada anuntata</th></tr>"
                  DELIMITED BY SIZE
           INTO WS-HTML-LINE
           PERFORM P2-WRITE-LINE
           PERFORM VARYING WS-TEZA-IDX FROM 1 BY 1
                   UNTIL WS-TEZA-IDX > TEZA-COUNT
               PERFORM Q1-TEZA-CELLS
               MOVE SPACE                  TO WS-HTML-LINE
               STRING "<tr><td>" WS-FMT-OUT
                      "</td><td>" TZ-CLASA(WS-TEZA-IDX)
                      "</td><td>" DELIMITED BY SIZE
                      TZ-MATERIE(WS-TEZA-IDX) DELIMITED BY "  "
                      "</td><td>" WS-WINDOW-CELL(1:23)
                      "</td></tr>" DELIMITED BY SIZE
               INTO WS-HTML-LINE
               PERFORM P2-WRITE-LINE
           END-PERFORM
           MOVE "</table>"                 TO WS-HTML-LINE
           PERFORM P2-WRITE-LINE
           PERFORM P1-CLOSE-PAGE
           .
       F0-TEZA-PAGEZ.
           EXIT.

      *> THE ENTRY PAGE: EVERY CLASS, EVERY PROFESSOR WITH A PAGE,
      *> AND THE TEZA CALENDAR
       H0-INDEX-PAGE SECTION.
       H0-INDEX-PAGEA.
           MOVE "index.html"               TO WS-PAGE-NAME
           MOVE "Orarul scolii"            TO WS-TITLE
           PERFORM P0-OPEN-PAGE

           MOVE "<p><a href='teze.html'>Calendarul tezelor</a></p>"
                                           TO WS-HTML-LINE
           PERFORM P2-WRITE-LINE
           MOVE "<h2>Clase</h2>"           TO WS-HTML-LINE
           PERFORM P2-WRITE-LINE
           MOVE "<ul>"                     TO WS-HTML-LINE
           PERFORM P2-WRITE-LINE
           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                   UNTIL WS-CLASS-IDX > CLASS-COUNT
               MOVE SPACE                  TO WS-HTML-LINE
               STRING "<li><a href='" DELIMITED BY SIZE
                      CT-FILE-NAME(WS-CLASS-IDX) DELIMITED BY SPACE
                      "'>" CT-CLASA(WS-CLASS-IDX)(1:CT-KEY-LEN
                      (WS-CLASS-IDX)) "</a></li>" DELIMITED BY SIZE
               INTO WS-HTML-LINE
               PERFORM P2-WRITE-LINE
           END-PERFORM
           MOVE "</ul>"                    TO WS-HTML-LINE
           PERFORM P2-WRITE-LINE

           MOVE "<h2>Profesori</h2>"       TO WS-HTML-LINE
           PERFORM P2-WRITE-LINE
           MOVE "<ul>"                     TO WS-HTML-LINE
           PERFORM P2-WRITE-LINE
           PERFORM VARYING WS-PROF-IDX FROM 1 BY 1
                   UNTIL WS-PROF-IDX > PROF-COUNT
               IF PF-PAGE-NO(WS-PROF-IDX) > 0
                   MOVE SPACE              TO WS-HTML-LINE
                   STRING "<li><a href='profesor_"
                          PF-PAGE-NO(WS-PROF-IDX) ".html'>"
                          DELIMITED BY SIZE
                          PF-NAME(WS-PROF-IDX) DELIMITED BY "  "
                          "</a></li>" DELIMITED BY SIZE
                   INTO WS-HTML-LINE
                   PERFORM P2-WRITE-LINE
               END-IF
           END-PERFORM
           MOVE "</ul>"                    TO WS-HTML-LINE
           PERFORM P2-WRITE-LINE
           PERFORM P1-CLOSE-PAGE
           .
       H0-INDEX-PAGEZ.
           EXIT.

      *> PAGE HEADER: TITLE, THE WEEK IT IS VALID FOR
       P0-OPEN-PAGE SECTION.
       P0-OPEN-PAGEA.
           OPEN OUTPUT PAGE-FILE
           MOVE "<!DOCTYPE html>"          TO WS-HTML-LINE
           PERFORM P2-WRITE-LINE
           MOVE "<html><head><meta charset='utf-8'>"
                                           TO WS-HTML-LINE
           PERFORM P2-WRITE-LINE
           MOVE SPACE                      TO WS-HTML-LINE
           STRING "<title>" DELIMITED BY SIZE
                  WS-TITLE DELIMITED BY "  "
                  "</title></head><body>" DELIMITED BY SIZE
           INTO WS-HTML-LINE
           PERFORM P2-WRITE-LINE
           MOVE SPACE                      TO WS-HTML-LINE
           STRING "<h1>" DELIMITED BY SIZE
                  WS-TITLE DELIMITED BY "  "
                  "</h1>" DELIMITED BY SIZE
           INTO WS-HTML-LINE
           PERFORM P2-WRITE-LINE
           MOVE SPACE                      TO WS-HTML-LINE
           STRING "<p>Saptamana " WS-WEEK-TEXT(1:23) "</p>"
                  DELIMITED BY SIZE
           INTO WS-HTML-LINE
           PERFORM P2-WRITE-LINE
           .
       P0-OPEN-PAGEZ.
           EXIT.

      *> PAGE FOOTER, THEN THE PAGE GOES INTO THE STAGING SET
       P1-CLOSE-PAGE SECTION.
       P1-CLOSE-PAGEA.
           IF WS-PAGE-NAME NOT = "index.html"
               MOVE SPACE                  TO WS-HTML-LINE
               STRING "<p><a href='index.html'>Inapoi la pagina "
                      "principala</a></p>" DELIMITED BY SIZE
               INTO WS-HTML-LINE
               PERFORM P2-WRITE-LINE
           END-IF
           MOVE "</body></html>"           TO WS-HTML-LINE
           PERFORM P2-WRITE-LINE
           CLOSE PAGE-FILE
           MOVE SPACE                      TO WS-COMMAND
           STRING "mv PublishPage.html 'WebStaging/" DELIMITED BY SIZE
                  WS-PAGE-NAME DELIMITED BY SPACE
                  "'" DELIMITED BY SIZE
           INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           .
       P1-CLOSE-PAGEZ.
           EXIT.

       P2-WRITE-LINE SECTION.
       P2-WRITE-LINEA.
           MOVE WS-HTML-LINE               TO PAGE-FD
           WRITE PAGE-FD
           .
       P2-WRITE-LINEZ.
           EXIT.

      *> THE CELLS OF ONE SLOT ROW: DAY AND DATE, SUBJECT (AND
      *> GROUP), THE TEACHER'S NAME, THE ROOM'S NAME
       Q0-SLOT-CELLS SECTION.
       Q0-SLOT-CELLSA.
           EVALUATE ST-ZI(WS-SLOT-IDX)
               WHEN 1 MOVE "Luni"          TO WS-DAY-NAME
               WHEN 2 MOVE "Marti"         TO WS-DAY-NAME
               WHEN 3 MOVE "Miercuri"      TO WS-DAY-NAME
               WHEN 4 MOVE "Joi"           TO WS-DAY-NAME
               WHEN OTHER MOVE "Vineri"    TO WS-DAY-NAME
           END-EVALUATE
           MOVE ST-ZI(WS-SLOT-IDX)         TO WS-DAY-IDX
           MOVE WEEK-DATE(WS-DAY-IDX)      TO WS-FMT-IN
           PERFORM W2-FORMAT-DATE
           MOVE SPACE                      TO WS-DAY-CELL
           STRING WS-DAY-NAME DELIMITED BY SPACE
                  " " WS-FMT-OUT DELIMITED BY SIZE
           INTO WS-DAY-CELL

           MOVE SPACE                      TO WS-SUBJECT-CELL
           IF ST-GRUPA(WS-SLOT-IDX) > SPACE
               STRING ST-MATERIE(WS-SLOT-IDX) DELIMITED BY "  "
                      " (grupa " DELIMITED BY SIZE
                      ST-GRUPA(WS-SLOT-IDX) DELIMITED BY SPACE
                      ")" DELIMITED BY SIZE
               INTO WS-SUBJECT-CELL
           ELSE
               MOVE ST-MATERIE(WS-SLOT-IDX) TO WS-SUBJECT-CELL
           END-IF

      *> A TEACHER MISSING FROM PROFESORI IS SHOWN AS A DASH, NEVER
      *> BY THEIR CNP
           MOVE "-"                        TO WS-NAME-CELL
           PERFORM VARYING WS-NAME-IDX FROM 1 BY 1
                   UNTIL WS-NAME-IDX > PROF-COUNT
               IF PF-CNP(WS-NAME-IDX) = ST-CNP(WS-SLOT-IDX)
                   MOVE PF-NAME(WS-NAME-IDX) TO WS-NAME-CELL
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ST-SUBSTITUTED(WS-SLOT-IDX)
               MOVE SPACE                  TO WS-HTML-LINE
               STRING WS-NAME-CELL DELIMITED BY "  "
                      " (suplinitor)" DELIMITED BY SIZE
               INTO WS-HTML-LINE
               MOVE WS-HTML-LINE           TO WS-NAME-CELL
           END-IF

           MOVE ST-SALA(WS-SLOT-IDX)       TO WS-ROOM-CELL
           PERFORM VARYING WS-ROOM-IDX FROM 1 BY 1
                   UNTIL WS-ROOM-IDX > ROOM-COUNT
               IF RT-SALA(WS-ROOM-IDX) = ST-SALA(WS-SLOT-IDX)
                   MOVE RT-NAME(WS-ROOM-IDX) TO WS-ROOM-CELL
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
       Q0-SLOT-CELLSZ.
           EXIT.

      *> THE TEZA DATE (LEFT IN WS-FMT-OUT) AND ITS ANNOUNCED WINDOW
       Q1-TEZA-CELLS SECTION.
       Q1-TEZA-CELLSA.
           MOVE SPACE                      TO WS-WINDOW-CELL
           MOVE TZ-FROM(WS-TEZA-IDX)       TO WS-FMT-IN
           PERFORM W2-FORMAT-DATE
           MOVE WS-FMT-OUT                 TO WS-WINDOW-CELL(1:10)
           MOVE " - "                      TO WS-WINDOW-CELL(11:3)
           MOVE TZ-TO(WS-TEZA-IDX)         TO WS-FMT-IN
           PERFORM W2-FORMAT-DATE
           MOVE WS-FMT-OUT                 TO WS-WINDOW-CELL(14:10)
           MOVE TZ-DATA(WS-TEZA-IDX)       TO WS-FMT-IN
           PERFORM W2-FORMAT-DATE
           .
       Q1-TEZA-CELLSZ.
           EXIT.

       W1-ADD-ONE-DAY SECTION.
       W1-ADD-ONE-DAYA.
           EVALUATE AD-MM
               WHEN 01 MOVE 31 TO WS-MONTH-LEN
               WHEN 02
                   MOVE 28 TO WS-MONTH-LEN
                   DIVIDE AD-YYYY BY 4 GIVING WS-LEAP-Q
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = 0
                       MOVE 29 TO WS-MONTH-LEN
                   END-IF
               WHEN 03 MOVE 31 TO WS-MONTH-LEN
               WHEN 04 MOVE 30 TO WS-MONTH-LEN
               WHEN 05 MOVE 31 TO WS-MONTH-LEN
               WHEN 06 MOVE 30 TO WS-MONTH-LEN
               WHEN 07 MOVE 31 TO WS-MONTH-LEN
               WHEN 08 MOVE 31 TO WS-MONTH-LEN
               WHEN 09 MOVE 30 TO WS-MONTH-LEN
               WHEN 10 MOVE 31 TO WS-MONTH-LEN
               WHEN 11 MOVE 30 TO WS-MONTH-LEN
               WHEN OTHER MOVE 31 TO WS-MONTH-LEN
           END-EVALUATE
           ADD 1                           TO AD-DD
           IF AD-DD > WS-MONTH-LEN
               MOVE 1                      TO AD-DD
               ADD 1                       TO AD-MM
               IF AD-MM > 12
                   MOVE 1                  TO AD-MM
                   ADD 1                   TO AD-YYYY
               END-IF
           END-IF
           .
       W1-ADD-ONE-DAYZ.
           EXIT.

       W2-FORMAT-DATE SECTION.
       W2-FORMAT-DATEA.
           MOVE SPACE                      TO WS-FMT-OUT
           STRING FI-DD "." FI-MM "." FI-YYYY DELIMITED BY SIZE
           INTO WS-FMT-OUT
           .
       W2-FORMAT-DATEZ.
           EXIT.

      *> WRITE THE STATEMENT AND RUN IT THROUGH THE ADAPTER
       G0-SUBMIT-STATEMENT SECTION.
       G0-SUBMIT-STATEMENTA.
           DISPLAY SQL-STATEMENT(1:80)
           OPEN OUTPUT SQL-STATEMENT-FILE
           WRITE SQL-STATEMENT-FILE-FD FROM SQL-STATEMENT
           CLOSE SQL-STATEMENT-FILE
           PERFORM I-INVOKE-JAR
           .
       G0-SUBMIT-STATEMENTZ.
           EXIT.

      *> INVOKE THE JAR, WITH A RETRY PASS WHILE THE FAILURE
      *> CLASSIFIES AS TRANSIENT
       I-INVOKE-JAR SECTION.
       I-INVOKE-JARA.
           PERFORM I-INVOKE-JAR-ONCE
           MOVE 0                   TO WS-SQL-RETRY-COUNT
           PERFORM UNTIL NOT STA-RETRYABLE
                   OR WS-SQL-RETRY-COUNT >= K-SQL-RETRIES
               ADD 1                TO WS-SQL-RETRY-COUNT
               DISPLAY "TRANSIENT SQL FAILURE (" SQL-STATUS-VALUE
                   "), RETRY " WS-SQL-RETRY-COUNT " OF " K-SQL-RETRIES
               CALL "C$SLEEP" USING K-RETRY-WAIT-SECONDS
               PERFORM I-INVOKE-JAR-ONCE
           END-PERFORM
           IF JAR-CALL-FAILED
               PERFORM J-WRITE-DEADLETTER
           END-IF
           .
       I-INVOKE-JARZ.
           EXIT.

       I-INVOKE-JAR-ONCE SECTION.
       I-INVOKE-JAR-ONCEA.
           SET JAR-CALL-OK          TO TRUE
           SET STA-OK               TO TRUE
           MOVE "0   "              TO SQL-STATUS-VALUE
           CALL "SYSTEM" USING K-INVOKE-JAR
           MOVE RETURN-CODE TO WS-JAR-RC
           IF WS-JAR-RC NOT = 0
               SET JAR-CALL-FAILED  TO TRUE
      *> THE JAR DID NOT RUN AT ALL - TREAT IT LIKE A
      *> CONNECTION-CLASS FAILURE AND LET THE RETRY LOOP HAVE IT
               SET STA-RETRYABLE    TO TRUE
               DISPLAY "JAR INVOCATION FAILED, RETURN CODE: " WS-JAR-RC
           ELSE
               OPEN INPUT SQL-STATUS-FILE
               READ SQL-STATUS-FILE INTO SQL-STATUS-VALUE
               CLOSE SQL-STATUS-FILE
               MOVE SQL-STATUS-VALUE TO STA-VALUE
               CALL "SQLSTACLS" USING SQLSTA-INTERFACE
               IF NOT STA-OK
                   SET JAR-CALL-FAILED TO TRUE
                   DISPLAY "SQL SAY: " SQL-STATUS-VALUE
               END-IF
           END-IF
           .
       I-INVOKE-JAR-ONCEZ.
           EXIT.

      *> APPEND THE STATEMENT THAT COULD NOT BE RUN TO THE DEAD-LETTER
      *> FILE SO IT CAN BE REPLAYED LATER INSTEAD OF BEING LOST
       J-WRITE-DEADLETTER SECTION.
       J-WRITE-DEADLETTERA.
           MOVE SPACE TO DEAD-LETTER-LINE
           ACCEPT DL-DATE FROM DATE YYYYMMDD
           ACCEPT DL-TIME FROM TIME
           MOVE SQL-STATEMENT TO DL-STATEMENT
           MOVE DEAD-LETTER-LINE TO DEAD-LETTER-FD
           WRITE DEAD-LETTER-FD
           .
       J-WRITE-DEADLETTERZ.
           EXIT.

       Z0 SECTION.
       Z0A.
           CLOSE DEAD-LETTER-FILE
           SET LOCK-RELEASE                TO TRUE
           CALL "SQLLOCK" USING SQLLOCK-INTERFACE
           .
       Z0Z.
           EXIT.
       END PROGRAM ORARPUB.
