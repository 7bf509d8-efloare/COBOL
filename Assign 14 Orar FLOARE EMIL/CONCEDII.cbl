      ******************************************************************
      * Author:
      * Date:
      * Purpose: PROFESSOR LEAVE REGISTER WITH SUBSTITUTE PROPOSALS.
      *          WHEN A PROFESSOR GOES ON LEAVE THE SECRETARIAT USED
      *          TO HUNT BY HAND FOR SOMEBODY FREE AND QUALIFIED AND
      *          THEN TYPE THE Suplinitori.csv ROW. THIS MAINTAINS
      *          Concedii.txt (CNP;TIP;DELA;PANALA - TIP CO REST
      *          LEAVE, CM SICK LEAVE, CFP UNPAID LEAVE, ALT OTHER)
      *          AND, FOR A CHOSEN LEAVE, LISTS EVERY ORAR SLOT THE
      *          ABSENT PROFESSOR LOSES, CLASS BY CLASS AND SUBJECT BY
      *          SUBJECT. EACH SLOT GETS ITS RANKED CANDIDATES: A
      *          VALID Qualifications.txt LINE FOR THE SUBJECT, NO
      *          ORAR LESSON AND NO SUPLINIRI COVER OF THEIR OWN AT
      *          THAT DAY AND HOUR, NOT ON LEAVE THEMSELVES - FEWEST
      *          SUBSTITUTE HOURS SO FAR FIRST. A CLASS AND SUBJECT
      *          IS HANDED OVER WHOLE, THE WAY SUPLINIRI RECORDS IT:
      *          THE CANDIDATE THE SECRETARIAT ACCEPTS IS APPENDED TO
      *          Suplinitori.csv READY FOR SUPLLOAD. SLOTS NOBODY CAN
      *          COVER ARE LISTED AT THE END OF
      *          PropuneriSuplinire.txt SO THE CLASS CAN BE MERGED OR
      *          SENT HOME.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CONCEDII.
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

      *> THE LEAVE REGISTER, REWRITTEN WHOLE AFTER EVERY CHANGE
           SELECT LEAVE-FILE ASSIGN TO 'Concedii.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEAVE-STATUS.

      *> THE QUALIFICATION REGISTRY QUALMAINT MAINTAINS
           SELECT QUALS-FILE ASSIGN TO 'Qualifications.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUALS-STATUS.

      *> ACCEPTED PROPOSALS ARE APPENDED HERE FOR SUPLLOAD
           SELECT SUPL-FILE ASSIGN TO 'Suplinitori.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUPL-STATUS.

      *> THE PROPOSALS OF THE LAST RUN, UNCOVERED SLOTS AT THE END
           SELECT PROPOSALS-FILE ASSIGN TO 'PropuneriSuplinire.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> STATEMENTS WHOSE JAR INVOCATION FAILED ARE APPENDED HERE
      *> INSTEAD OF BEING SILENTLY DROPPED
           SELECT DEAD-LETTER-FILE ASSIGN TO 'SQLDeadLetters.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DL-STATUS.

      *> SHARED ACROSS EVERY CNPMODULE CALLER - ONE CONSOLIDATED LIST
      *> OF CHECKSUM FAILURES (CNP-QUIT = 2) FOR THE WHOLE BATCH SUITE
           SELECT CNP-EXCEPTIONS ASSIGN TO 'CnpChecksumExceptions.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

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

        FD LEAVE-FILE.
       01 LEAVE-FD                          PIC X(80).

        FD QUALS-FILE.
       01 QUALS-FD                          PIC X(80).

        FD SUPL-FILE.
       01 SUPL-FILE-FD                      PIC X(100).

        FD PROPOSALS-FILE.
       01 PROPOSALS-FD                      PIC X(132).

        FD DEAD-LETTER-FILE.
       01 DEAD-LETTER-FD                    PIC X(321).

        FD CNP-EXCEPTIONS.
       01 CNP-EXCEPTIONS-FD                 PIC X(90).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 FIELDS-FOR-SQL.
       05 K-INVOKE-JAR                     PIC X(27) VALUE
               "java -jar JSqlAdapter.jar ".

       05 SQL-STATEMENT                    PIC X(300).

       01 WS-LEAVE-STATUS                  PIC X(02).
       01 WS-QUALS-STATUS                  PIC X(02).
       01 WS-SUPL-STATUS                   PIC X(02).
       01 WS-DL-STATUS                     PIC X(02).

       01 CNP-INTERFACE.
           COPY CNP-INT.

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

      *> ONE LINE PER CHECKSUM FAILURE: WHEN, WHICH PROGRAM, THE CNP
      *> THAT FAILED
       01 CNP-EXC-LINE.
           05 CE-DATE                      PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 CE-TIME                      PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 CE-PROGRAM                   PIC X(16) VALUE
               "CONCEDII".
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 CE-CNP                       PIC X(13).

      *> ONE LINE PER DEAD-LETTERED STATEMENT: WHEN, WHICH PROGRAM,
      *> AND THE STATEMENT TEXT ITSELF
       01 DEAD-LETTER-LINE.
           05 DL-DATE                      PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 DL-TIME                      PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 DL-PROGRAM                   PIC X(12) VALUE "CONCEDII".
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 DL-STATEMENT                 PIC X(290).

       01 WS-CHOICE                        PIC X(01).
           88 CHOICE-LIST                   VALUE "L" "l".
           88 CHOICE-ADD                    VALUE "A" "a".
           88 CHOICE-DELETE                 VALUE "D" "d".
           88 CHOICE-PROPOSE                VALUE "P" "p".
           88 CHOICE-QUIT                   VALUE "Q" "q".

      *> THE WHOLE REGISTER IN MEMORY, REWRITTEN AFTER EVERY CHANGE
       01 K-MAX-LEAVE                      PIC 9(03) VALUE 300.
       01 LEAVE-TABLE.
           05 LEAVE-ENTRY OCCURS 300 TIMES.
               10 LV-CNP                   PIC X(13).
               10 LV-TIP                   PIC X(03).
               10 LV-DELA                  PIC X(08).
               10 LV-PANALA                PIC X(08).
       01 LEAVE-COUNT                      PIC 9(03) VALUE 0.
       01 WS-LEAVE-IDX                     PIC 9(03).
       01 WS-LEAVE-LINE                    PIC X(80).

      *> THE LEAVE BEING KEYED
       01 WS-NEW-CNP                       PIC X(13).
       01 WS-NEW-TIP                       PIC X(03).
           88 TIP-VALID                     VALUE "CO" "CM" "CFP"
                                                  "ALT".
       01 WS-NEW-DELA                      PIC X(08).
       01 WS-NEW-PANALA                    PIC X(08).
       01 WS-CNP-CHECKED                   PIC X(13).
       01 WS-REJECT-REASON                 PIC X(40).
       01 H-COUNT-ROW                      PIC 9(05).
       01 WS-LISTED-COUNT                  PIC 9(03).
       01 WS-DELETED-SW                    PIC X(01).
           88 ENTRY-DELETED                 VALUE "Y".
           88 ENTRY-NOT-DELETED             VALUE "N".

      *> THE QUALIFICATION REGISTRY: CNP;MATERIE;DOCREF;VALIDUNTIL,
      *> BLANK VALIDUNTIL = NO EXPIRY
       01 K-MAX-QUAL                       PIC 9(03) VALUE 500.
       01 QUAL-TABLE.
           05 QUAL-ENTRY OCCURS 500 TIMES.
               10 QT-CNP                   PIC X(13).
               10 QT-MATERIE               PIC X(30).
               10 QT-VALID-UNTIL           PIC X(08).
       01 QUAL-COUNT                       PIC 9(03) VALUE 0.
       01 WS-QUAL-IDX                      PIC 9(03).
       01 WS-QUAL-LINE                     PIC X(80).
       01 WS-QUAL-DOCREF                   PIC X(20).

      *> THE LEAVE BEING COVERED
       01 WS-ABS-CNP                       PIC X(13).
       01 WS-ABS-DELA                      PIC X(08).
       01 WS-ABS-PANALA                    PIC X(08).
       01 WS-ABS-WEEKS                     PIC 9(03).
       01 WS-ABS-SLOTS                     PIC 9(03).

      *> ONE ROW OF "SELECT ZI, ORA, CLASA, MATERIE, CNP FROM ORAR"
       01 WS-ORAR-ROW.
           05 OR-ZI                        PIC X(01).
           05 FILLER                       PIC X(02).
           05 OR-ORA                       PIC X(01).
           05 FILLER                       PIC X(02).
           05 OR-CLASA                     PIC X(04).
           05 FILLER                       PIC X(02).
           05 OR-MATERIE                   PIC X(30).
           05 FILLER                       PIC X(02).
           05 OR-CNP                       PIC X(13).

      *> THE WHOLE WEEKLY TIMETABLE: THE ABSENT PROFESSOR'S SLOTS
      *> AND EVERY CANDIDATE'S OWN COMMITMENTS
       01 K-MAX-SLOT                       PIC 9(04) VALUE 2000.
       01 SLOT-TABLE.
           05 SLOT-ENTRY OCCURS 2000 TIMES.
               10 SL-ZI                    PIC X(01).
               10 SL-ORA                   PIC X(01).
               10 SL-CLASA                 PIC X(04).
               10 SL-MATERIE               PIC X(30).
               10 SL-CNP                   PIC X(13).
               10 SL-DONE                  PIC X(01).
       01 SLOT-COUNT                       PIC 9(04) VALUE 0.
       01 WS-SLOT-IDX                      PIC 9(04).
       01 WS-SCAN-IDX                      PIC 9(04).

      *> ONE ROW OF THE SUPLINIRI SELECT
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

      *> EVERY SUBSTITUTION ON RECORD, PLUS THE ONES ACCEPTED IN THIS
      *> RUN. CLASA / MATERIE '*' = EVERY SLOT THE TITULAR HOLDS, AS
      *> IN ORARPRINT. SP-HOURS IS WHAT THE RANGE HAS COST THE
      *> SUPLINITOR BEFORE THE LEAVE STARTS.
       01 K-MAX-SUPL                       PIC 9(03) VALUE 300.
       01 SUPL-TABLE.
           05 SUPL-ENTRY OCCURS 300 TIMES.
               10 SP-CNP-TITULAR           PIC X(13).
               10 SP-CNP-SUPLINITOR        PIC X(13).
               10 SP-CLASA                 PIC X(04).
               10 SP-MATERIE               PIC X(30).
               10 SP-DELA                  PIC X(08).
               10 SP-PANALA                PIC X(08).
               10 SP-HOURS                 PIC 9(05).
       01 SUPL-COUNT                       PIC 9(03) VALUE 0.
       01 WS-SUPL-IDX                      PIC 9(03).
       01 WS-WEEKLY-SLOTS                  PIC 9(03).

      *> THE CLASS AND SUBJECT BEING HANDED OVER AND ITS SLOTS
       01 WS-GRP-CLASA                     PIC X(04).
       01 WS-GRP-MATERIE                   PIC X(30).
       01 K-MAX-GRP                        PIC 9(02) VALUE 35.
       01 GRP-TABLE.
           05 GRP-SLOT OCCURS 35 TIMES     PIC 9(04).
       01 GRP-COUNT                        PIC 9(02) VALUE 0.
       01 WS-GRP-IDX                       PIC 9(02).

      *> THE SLOTS A CANDIDATE MUST BE FREE AT: ONE SLOT FOR THE
      *> PER-SLOT LIST, THE WHOLE GROUP FOR THE HAND-OVER
       01 WORK-TABLE.
           05 WK-SLOT OCCURS 35 TIMES      PIC 9(04).
       01 WORK-COUNT                       PIC 9(02) VALUE 0.
       01 WS-WORK-IDX                      PIC 9(02).

      *> THE RANKED CANDIDATES, FEWEST SUBSTITUTE HOURS FIRST
       01 K-MAX-CAND                       PIC 9(02) VALUE 10.
       01 K-SHOW-CAND                      PIC 9(02) VALUE 5.
       01 CAND-TABLE.
           05 CAND-ENTRY OCCURS 10 TIMES.
               10 CD-CNP                   PIC X(13).
               10 CD-HOURS                 PIC 9(05).
       01 CAND-COUNT                       PIC 9(02) VALUE 0.
       01 WS-CAND-IDX                      PIC 9(02).
       01 WS-INS-IDX                       PIC 9(02).
       01 WS-CAND-CNP                      PIC X(13).
       01 WS-CAND-HOURS                    PIC 9(05).
       01 WS-CHK-ZI                        PIC X(01).
       01 WS-CHK-ORA                       PIC X(01).
       01 WS-CAND-SW                       PIC X(01).
           88 CAND-USABLE                   VALUE "Y".
           88 CAND-UNUSABLE                 VALUE "N".
       01 WS-BUSY-SW                       PIC X(01).
           88 CAND-BUSY                     VALUE "Y".
           88 CAND-FREE                     VALUE "N".

      *> SLOTS NOBODY QUALIFIED IS FREE FOR
       01 K-MAX-UNCOV                      PIC 9(02) VALUE 35.
       01 UNCOV-TABLE.
           05 UNCOV-SLOT OCCURS 35 TIMES   PIC 9(04).
       01 UNCOV-COUNT                      PIC 9(02) VALUE 0.
       01 WS-UNCOV-IDX                     PIC 9(02).

       01 WS-PICK                          PIC X(02).
       01 WS-PICK-NUM                      PIC 9(02).
       01 WS-COUNT-ACCEPTED                PIC 9(03) VALUE 0.
       01 WS-COUNT-GROUPS                  PIC 9(03) VALUE 0.
       01 WS-HOURS-EDIT                    PIC ZZZZ9.
       01 WS-RANK-EDIT                     PIC Z9.
       01 WS-PTR                           PIC 9(03).

      *> THE PROFESSOR'S NAME, LOOKED UP PER CANDIDATE
       01 WS-PROF-LOOKUP-ROW.
           05 WS-LOOKUP-NUME               PIC X(30).
           05 FILLER                       PIC X(02).
           05 WS-LOOKUP-PRENUME            PIC X(30).

      *> DAY-SERIAL ARITHMETIC FOR WEEK COUNTS, AS IN APPEALS
       01 WS-SER-DATE.
           05 WS-SER-YYYY                  PIC 9(04).
           05 WS-SER-MM                    PIC 9(02).
           05 WS-SER-DD                    PIC 9(02).
       01 WS-SERIAL-OUT                    PIC 9(08).
       01 WS-SERIAL-FROM                   PIC 9(08).
       01 WS-SERIAL-TO                     PIC 9(08).
       01 WS-SERIAL-DAYS                   PIC 9(08).
       01 WS-WEEKS                         PIC 9(03).
       01 K-MONTH-DAYS-DATA.
           05 FILLER PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01 K-MONTH-DAYS REDEFINES K-MONTH-DAYS-DATA.
           05 K-MDAYS OCCURS 12 TIMES      PIC 9(03).

       01 K-DAY-NAMES-DATA.
           05 FILLER PIC X(35) VALUE
               "LUNI MARTIMIERCJOI  VINERSAMBADUMIN".
       01 K-DAY-NAMES REDEFINES K-DAY-NAMES-DATA.
           05 K-DAY-NAME OCCURS 7 TIMES    PIC X(05).
       01 WS-DAY-NUM                       PIC 9(01).

       01 WS-REPORT-LINE                   PIC X(132).
       01 WS-SUPL-LINE                     PIC X(100).

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".
       COPY TRAINENV-INT.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       S0  SECTION.
       S0A.
           DISPLAY "PROFESSOR LEAVE REGISTER (CONCEDII)"
           SET LOCK-ACQUIRE                TO TRUE
           MOVE "CONCEDII"                 TO LOCK-OWNER
           CALL "SQLLOCK" USING SQLLOCK-INTERFACE
           IF LOCK-BUSY
               DISPLAY LOCK-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM A0
           PERFORM L1-LOAD-LEAVES
           PERFORM A2-LOAD-QUALIFICATIONS

           PERFORM UNTIL CHOICE-QUIT
               DISPLAY "L LIST, A ADD, D DELETE, P PROPOSE "
                   "SUBSTITUTES, Q QUIT: " WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE TRUE
                   WHEN CHOICE-LIST
                       PERFORM L0-LIST-LEAVES
                   WHEN CHOICE-ADD
                       PERFORM A1-ADD-LEAVE
                   WHEN CHOICE-DELETE
                       PERFORM D0-DELETE-LEAVE
                   WHEN CHOICE-PROPOSE
                       PERFORM P0-PROPOSE
                   WHEN CHOICE-QUIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "UNKNOWN CHOICE"
               END-EVALUATE
           END-PERFORM

           PERFORM Z0
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

      *> THE QUALIFICATION REGISTRY. WITHOUT IT NOBODY CAN BE
      *> PROPOSED - THE REGISTER ITSELF STILL WORKS.
       A2-LOAD-QUALIFICATIONS SECTION.
       A2-LOAD-QUALIFICATIONSA.
           OPEN INPUT QUALS-FILE
           IF WS-QUALS-STATUS NOT = "00"
               DISPLAY "NO Qualifications.txt - NO CANDIDATE CAN BE "
                   "PROPOSED (RUN QUALMAINT)"
               GO TO A2-LOAD-QUALIFICATIONSZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-QUAL-LINE
               READ QUALS-FILE INTO WS-QUAL-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-QUAL-LINE > SPACE
                   AND QUAL-COUNT < K-MAX-QUAL
                       ADD 1               TO QUAL-COUNT
                       MOVE SPACE          TO WS-QUAL-DOCREF
                       UNSTRING WS-QUAL-LINE DELIMITED BY ";" INTO
                           QT-CNP(QUAL-COUNT)
                           QT-MATERIE(QUAL-COUNT)
                           WS-QUAL-DOCREF
                           QT-VALID-UNTIL(QUAL-COUNT)
                       END-UNSTRING
                   END-IF
               END-READ
           END-PERFORM
           CLOSE QUALS-FILE
           DISPLAY "QUALIFICATIONS ON THE REGISTRY: " QUAL-COUNT
           .
       A2-LOAD-QUALIFICATIONSZ.
           EXIT.

       L1-LOAD-LEAVES SECTION.
       L1-LOAD-LEAVESA.
           OPEN INPUT LEAVE-FILE
           IF WS-LEAVE-STATUS NOT = "00"
               DISPLAY "NO Concedii.txt YET - STARTING EMPTY"
               GO TO L1-LOAD-LEAVESZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-LEAVE-LINE
               READ LEAVE-FILE INTO WS-LEAVE-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-LEAVE-LINE > SPACE
                   AND LEAVE-COUNT < K-MAX-LEAVE
                       ADD 1               TO LEAVE-COUNT
                       UNSTRING WS-LEAVE-LINE DELIMITED BY ";" INTO
                           LV-CNP(LEAVE-COUNT)
                           LV-TIP(LEAVE-COUNT)
                           LV-DELA(LEAVE-COUNT)
                           LV-PANALA(LEAVE-COUNT)
                       END-UNSTRING
                   END-IF
               END-READ
           END-PERFORM
           CLOSE LEAVE-FILE
           DISPLAY "LEAVES ON THE REGISTER: " LEAVE-COUNT
           .
       L1-LOAD-LEAVESZ.
           EXIT.

       L0-LIST-LEAVES SECTION.
       L0-LIST-LEAVESA.
           DISPLAY "CNP (BLANK = ALL): " WITH NO ADVANCING
           ACCEPT WS-NEW-CNP
           MOVE 0                          TO WS-LISTED-COUNT
           PERFORM VARYING WS-LEAVE-IDX FROM 1 BY 1
                   UNTIL WS-LEAVE-IDX > LEAVE-COUNT
               IF WS-NEW-CNP = SPACE
               OR LV-CNP(WS-LEAVE-IDX) = WS-NEW-CNP
                   DISPLAY "  " LV-CNP(WS-LEAVE-IDX) " "
                       LV-TIP(WS-LEAVE-IDX) " "
                       LV-DELA(WS-LEAVE-IDX) " - "
                       LV-PANALA(WS-LEAVE-IDX)
                   ADD 1                   TO WS-LISTED-COUNT
               END-IF
           END-PERFORM
           IF WS-LISTED-COUNT = 0
               DISPLAY "  (NO LEAVE ON THE REGISTER)"
           END-IF
           .
       L0-LIST-LEAVESZ.
           EXIT.

       A1-ADD-LEAVE SECTION.
       A1-ADD-LEAVEA.
           IF LEAVE-COUNT >= K-MAX-LEAVE
               DISPLAY "REGISTER FULL"
               GO TO A1-ADD-LEAVEZ
           END-IF
           DISPLAY "PROFESSOR CNP: " WITH NO ADVANCING
           ACCEPT WS-NEW-CNP
           DISPLAY "LEAVE TYPE (CO, CM, CFP, ALT): " WITH NO ADVANCING
           ACCEPT WS-NEW-TIP
           DISPLAY "FROM (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-NEW-DELA
           DISPLAY "TO (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-NEW-PANALA

           IF NOT TIP-VALID
               DISPLAY "UNKNOWN LEAVE TYPE " WS-NEW-TIP " - NOT ADDED"
               GO TO A1-ADD-LEAVEZ
           END-IF
           IF WS-NEW-DELA NOT NUMERIC
           OR WS-NEW-PANALA NOT NUMERIC
               DISPLAY "DATES NOT NUMERIC - NOT ADDED"
               GO TO A1-ADD-LEAVEZ
           END-IF
           IF WS-NEW-PANALA < WS-NEW-DELA
               DISPLAY "LEAVE ENDS BEFORE IT STARTS - NOT ADDED"
               GO TO A1-ADD-LEAVEZ
           END-IF

      *> ONE PROFESSOR CANNOT BE ON TWO LEAVES AT ONCE
           PERFORM VARYING WS-LEAVE-IDX FROM 1 BY 1
                   UNTIL WS-LEAVE-IDX > LEAVE-COUNT
               IF LV-CNP(WS-LEAVE-IDX) = WS-NEW-CNP
               AND LV-DELA(WS-LEAVE-IDX) NOT > WS-NEW-PANALA
               AND LV-PANALA(WS-LEAVE-IDX) NOT < WS-NEW-DELA
                   DISPLAY "OVERLAPS THE LEAVE "
                       LV-DELA(WS-LEAVE-IDX) " - "
                       LV-PANALA(WS-LEAVE-IDX) " - NOT ADDED"
                   GO TO A1-ADD-LEAVEZ
               END-IF
           END-PERFORM

           MOVE WS-NEW-CNP                 TO WS-CNP-CHECKED
           PERFORM V0-CHECK-PROFESSOR
           IF WS-REJECT-REASON NOT = SPACE
               DISPLAY WS-REJECT-REASON " - NOT ADDED"
               GO TO A1-ADD-LEAVEZ
           END-IF

           ADD 1                           TO LEAVE-COUNT
           MOVE WS-NEW-CNP                 TO LV-CNP(LEAVE-COUNT)
           MOVE WS-NEW-TIP                 TO LV-TIP(LEAVE-COUNT)
           MOVE WS-NEW-DELA                TO LV-DELA(LEAVE-COUNT)
           MOVE WS-NEW-PANALA              TO LV-PANALA(LEAVE-COUNT)
           PERFORM W1-REWRITE-REGISTER
           DISPLAY "LEAVE REGISTERED - P PROPOSES THE SUBSTITUTES"
           .
       A1-ADD-LEAVEZ.
           EXIT.

       D0-DELETE-LEAVE SECTION.
       D0-DELETE-LEAVEA.
           DISPLAY "PROFESSOR CNP: " WITH NO ADVANCING
           ACCEPT WS-NEW-CNP
           DISPLAY "FROM (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-NEW-DELA
           SET ENTRY-NOT-DELETED           TO TRUE
           PERFORM VARYING WS-LEAVE-IDX FROM 1 BY 1
                   UNTIL WS-LEAVE-IDX > LEAVE-COUNT
               IF LV-CNP(WS-LEAVE-IDX) = WS-NEW-CNP
               AND LV-DELA(WS-LEAVE-IDX) = WS-NEW-DELA
                   MOVE LEAVE-ENTRY(LEAVE-COUNT) TO
                       LEAVE-ENTRY(WS-LEAVE-IDX)
                   SUBTRACT 1              FROM LEAVE-COUNT
                   SET ENTRY-DELETED       TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ENTRY-NOT-DELETED
               DISPLAY "NOT ON THE REGISTER"
               GO TO D0-DELETE-LEAVEZ
           END-IF
           PERFORM W1-REWRITE-REGISTER
           DISPLAY "LEAVE REMOVED - SUPLINIRI ROWS ALREADY LOADED "
               "STAY UNTIL SUPLLOAD IS RERUN"
           .
       D0-DELETE-LEAVEZ.
           EXIT.

       W1-REWRITE-REGISTER SECTION.
       W1-REWRITE-REGISTERA.
           OPEN OUTPUT LEAVE-FILE
           PERFORM VARYING WS-LEAVE-IDX FROM 1 BY 1
                   UNTIL WS-LEAVE-IDX > LEAVE-COUNT
               MOVE SPACE                  TO WS-LEAVE-LINE
               STRING LV-CNP(WS-LEAVE-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      LV-TIP(WS-LEAVE-IDX) DELIMITED BY " "
                      ";" DELIMITED BY SIZE
                      LV-DELA(WS-LEAVE-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      LV-PANALA(WS-LEAVE-IDX) DELIMITED BY "  "
               INTO WS-LEAVE-LINE
               END-STRING
               MOVE WS-LEAVE-LINE          TO LEAVE-FD
               WRITE LEAVE-FD
           END-PERFORM
           CLOSE LEAVE-FILE
           .
       W1-REWRITE-REGISTERZ.
           EXIT.

      *> ONE LEAVE: LOAD THE TIMETABLE AND THE SUBSTITUTIONS, THEN
      *> HAND OVER THE ABSENT PROFESSOR'S CLASSES ONE CLASS AND
      *> SUBJECT AT A TIME
       P0-PROPOSE SECTION.
       P0-PROPOSEA.
           DISPLAY "PROFESSOR CNP: " WITH NO ADVANCING
           ACCEPT WS-NEW-CNP
           DISPLAY "LEAVE FROM (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-NEW-DELA
           MOVE 0                          TO WS-LEAVE-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > LEAVE-COUNT
               IF LV-CNP(WS-SCAN-IDX) = WS-NEW-CNP
               AND LV-DELA(WS-SCAN-IDX) = WS-NEW-DELA
                   MOVE WS-SCAN-IDX        TO WS-LEAVE-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-LEAVE-IDX = 0
               DISPLAY "NO SUCH LEAVE ON THE REGISTER - ADD IT FIRST"
               GO TO P0-PROPOSEZ
           END-IF
           MOVE LV-CNP(WS-LEAVE-IDX)       TO WS-ABS-CNP
           MOVE LV-DELA(WS-LEAVE-IDX)      TO WS-ABS-DELA
           MOVE LV-PANALA(WS-LEAVE-IDX)    TO WS-ABS-PANALA

      *> WEEKS THE LEAVE SPANS, PART WEEKS COUNTED WHOLE
           MOVE WS-ABS-DELA                TO WS-SER-DATE
           PERFORM Y1-TO-SERIAL
           MOVE WS-SERIAL-OUT              TO WS-SERIAL-FROM
           MOVE WS-ABS-PANALA              TO WS-SER-DATE
           PERFORM Y1-TO-SERIAL
           MOVE WS-SERIAL-OUT              TO WS-SERIAL-TO
           COMPUTE WS-SERIAL-DAYS = WS-SERIAL-TO - WS-SERIAL-FROM
           DIVIDE WS-SERIAL-DAYS BY 7 GIVING WS-ABS-WEEKS
           ADD 1                           TO WS-ABS-WEEKS

           PERFORM B0-LOAD-ORAR
           IF SLOT-COUNT = 0
               DISPLAY "ORAR IS EMPTY OR UNREADABLE - NOTHING "
                   "PROPOSED"
               GO TO P0-PROPOSEZ
           END-IF
           MOVE 0                          TO WS-ABS-SLOTS
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > SLOT-COUNT
               IF SL-CNP(WS-SLOT-IDX) = WS-ABS-CNP
                   ADD 1                   TO WS-ABS-SLOTS
               END-IF
           END-PERFORM
           IF WS-ABS-SLOTS = 0
               DISPLAY "THE ORAR HOLDS NO LESSON OF " WS-ABS-CNP
                   " - NOTHING TO COVER"
               GO TO P0-PROPOSEZ
           END-IF
           PERFORM B1-LOAD-SUPLINIRI

           MOVE 0                          TO UNCOV-COUNT
           MOVE 0                          TO WS-COUNT-ACCEPTED
           MOVE 0                          TO WS-COUNT-GROUPS
           OPEN OUTPUT PROPOSALS-FILE
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO PROPOSALS-FD
               WRITE PROPOSALS-FD
           END-IF
           MOVE SPACE                      TO WS-REPORT-LINE
           STRING "SUBSTITUTE PROPOSALS FOR " WS-ABS-CNP " ON LEAVE "
                  LV-TIP(WS-LEAVE-IDX) " " WS-ABS-DELA " - "
                  WS-ABS-PANALA
                  DELIMITED BY SIZE
           INTO WS-REPORT-LINE
           PERFORM P9-WRITE-LINE

           PERFORM P1-HAND-OVER-GROUP
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > SLOT-COUNT

           PERFORM P5-WRITE-UNCOVERED
           CLOSE PROPOSALS-FILE
           DISPLAY "CLASSES/SUBJECTS: " WS-COUNT-GROUPS
               "  HANDED OVER: " WS-COUNT-ACCEPTED
               "  UNCOVERED SLOTS: " UNCOV-COUNT
           DISPLAY "PROPOSALS WRITTEN TO PropuneriSuplinire.txt"
           IF WS-COUNT-ACCEPTED > 0
               DISPLAY "ACCEPTED ROWS APPENDED TO Suplinitori.csv - "
                   "RUN SUPLLOAD"
           END-IF
           .
       P0-PROPOSEZ.
           EXIT.

      *> THE FIRST SLOT OF A CLASS AND SUBJECT NOT YET HANDLED
      *> GATHERS ALL ITS SLOTS; EACH SLOT GETS ITS OWN CANDIDATE
      *> LIST, THEN THE CANDIDATES FREE AT EVERY ONE OF THEM ARE
      *> OFFERED FOR THE WHOLE HAND-OVER
       P1-HAND-OVER-GROUP SECTION.
       P1-HAND-OVER-GROUPA.
           IF SL-CNP(WS-SLOT-IDX) NOT = WS-ABS-CNP
           OR SL-DONE(WS-SLOT-IDX) = "Y"
               GO TO P1-HAND-OVER-GROUPZ
           END-IF
           ADD 1                           TO WS-COUNT-GROUPS
           MOVE SL-CLASA(WS-SLOT-IDX)      TO WS-GRP-CLASA
           MOVE SL-MATERIE(WS-SLOT-IDX)    TO WS-GRP-MATERIE
           MOVE 0                          TO GRP-COUNT
           PERFORM VARYING WS-SCAN-IDX FROM WS-SLOT-IDX BY 1
                   UNTIL WS-SCAN-IDX > SLOT-COUNT
               IF SL-CNP(WS-SCAN-IDX) = WS-ABS-CNP
               AND SL-CLASA(WS-SCAN-IDX) = WS-GRP-CLASA
               AND SL-MATERIE(WS-SCAN-IDX) = WS-GRP-MATERIE
               AND GRP-COUNT < K-MAX-GRP
                   ADD 1                   TO GRP-COUNT
                   MOVE WS-SCAN-IDX        TO GRP-SLOT(GRP-COUNT)
                   MOVE "Y"                TO SL-DONE(WS-SCAN-IDX)
               END-IF
           END-PERFORM

           MOVE SPACE                      TO WS-REPORT-LINE
           PERFORM P9-WRITE-LINE
           MOVE SPACE                      TO WS-REPORT-LINE
           STRING "CLASA " WS-GRP-CLASA " " WS-GRP-MATERIE " - "
                  GRP-COUNT " ORE PE SAPTAMANA"
                  DELIMITED BY SIZE
           INTO WS-REPORT-LINE
           PERFORM P9-WRITE-LINE
           DISPLAY " "
           DISPLAY WS-REPORT-LINE

           PERFORM P2-ONE-SLOT
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > GRP-COUNT

           MOVE GRP-COUNT                  TO WORK-COUNT
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > GRP-COUNT
               MOVE GRP-SLOT(WS-GRP-IDX)   TO WK-SLOT(WS-GRP-IDX)
           END-PERFORM
           PERFORM C0-RANK-CANDIDATES
           IF CAND-COUNT = 0
               MOVE SPACE                  TO WS-REPORT-LINE
               STRING "  NOBODY IS FREE AT EVERY HOUR - SPLIT THE "
                      "CLASS BY HAND FROM THE LISTS ABOVE"
                      DELIMITED BY SIZE
               INTO WS-REPORT-LINE
               PERFORM P9-WRITE-LINE
               DISPLAY WS-REPORT-LINE
               GO TO P1-HAND-OVER-GROUPZ
           END-IF
           PERFORM P3-OFFER-CANDIDATES
           .
       P1-HAND-OVER-GROUPZ.
           EXIT.

      *> ONE LOST SLOT AND WHO COULD TAKE IT; NOBODY = UNCOVERED
       P2-ONE-SLOT SECTION.
       P2-ONE-SLOTA.
           MOVE 1                          TO WORK-COUNT
           MOVE GRP-SLOT(WS-GRP-IDX)       TO WK-SLOT(1)
           PERFORM C0-RANK-CANDIDATES
           MOVE GRP-SLOT(WS-GRP-IDX)       TO WS-SCAN-IDX
           MOVE SL-ZI(WS-SCAN-IDX)         TO WS-DAY-NUM
           MOVE SPACE                      TO WS-REPORT-LINE
           MOVE 1                          TO WS-PTR
           IF WS-DAY-NUM >= 1 AND WS-DAY-NUM <= 7
               STRING "  " K-DAY-NAME(WS-DAY-NUM) " ORA "
                      SL-ORA(WS-SCAN-IDX) ":"
                      DELIMITED BY SIZE
               INTO WS-REPORT-LINE WITH POINTER WS-PTR
           ELSE
               STRING "  ZI " SL-ZI(WS-SCAN-IDX) " ORA "
                      SL-ORA(WS-SCAN-IDX) ":"
                      DELIMITED BY SIZE
               INTO WS-REPORT-LINE WITH POINTER WS-PTR
           END-IF
           IF CAND-COUNT = 0
               STRING " NIMENI LIBER SI CALIFICAT"
                      DELIMITED BY SIZE
               INTO WS-REPORT-LINE WITH POINTER WS-PTR
               IF UNCOV-COUNT < K-MAX-UNCOV
                   ADD 1                   TO UNCOV-COUNT
                   MOVE WS-SCAN-IDX        TO UNCOV-SLOT(UNCOV-COUNT)
               END-IF
           ELSE
               PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                       UNTIL WS-CAND-IDX > CAND-COUNT
                       OR WS-CAND-IDX > K-SHOW-CAND
                   MOVE CD-HOURS(WS-CAND-IDX) TO WS-HOURS-EDIT
                   STRING " " CD-CNP(WS-CAND-IDX) " ("
                          WS-HOURS-EDIT " ORE)"
                          DELIMITED BY SIZE
                   INTO WS-REPORT-LINE WITH POINTER WS-PTR
               END-PERFORM
           END-IF
           PERFORM P9-WRITE-LINE
           DISPLAY WS-REPORT-LINE
           .
       P2-ONE-SLOTZ.
           EXIT.

      *> THE SECRETARIAT PICKS ONE OF THE RANKED CANDIDATES FOR THE
      *> WHOLE CLASS AND SUBJECT, OR NONE
       P3-OFFER-CANDIDATES SECTION.
       P3-OFFER-CANDIDATESA.
           DISPLAY "  CANDIDATES FREE AT EVERY HOUR, FEWEST "
               "SUBSTITUTE HOURS FIRST:"
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX > CAND-COUNT
                   OR WS-CAND-IDX > K-SHOW-CAND
               MOVE CD-CNP(WS-CAND-IDX)    TO WS-CAND-CNP
               PERFORM D2-LOOK-UP-NAME
               MOVE WS-CAND-IDX            TO WS-RANK-EDIT
               MOVE CD-HOURS(WS-CAND-IDX)  TO WS-HOURS-EDIT
               MOVE SPACE                  TO WS-REPORT-LINE
               STRING "  " WS-RANK-EDIT ". " CD-CNP(WS-CAND-IDX) " "
                      WS-LOOKUP-NUME " " WS-LOOKUP-PRENUME " "
                      WS-HOURS-EDIT " ORE SUPLINITE"
                      DELIMITED BY SIZE
               INTO WS-REPORT-LINE
               PERFORM P9-WRITE-LINE
               DISPLAY WS-REPORT-LINE
           END-PERFORM

           DISPLAY "  ACCEPT CANDIDATE NUMBER (BLANK = NONE): "
               WITH NO ADVANCING
           ACCEPT WS-PICK
           MOVE 0                          TO WS-PICK-NUM
           IF WS-PICK(2:1) = SPACE AND WS-PICK(1:1) IS NUMERIC
               MOVE WS-PICK(1:1)           TO WS-PICK-NUM
           END-IF
           IF WS-PICK IS NUMERIC
               MOVE WS-PICK                TO WS-PICK-NUM
           END-IF
           IF WS-PICK-NUM < 1 OR WS-PICK-NUM > CAND-COUNT
           OR WS-PICK-NUM > K-SHOW-CAND
               MOVE "  NOT HANDED OVER"    TO WS-REPORT-LINE
               PERFORM P9-WRITE-LINE
               DISPLAY WS-REPORT-LINE
               GO TO P3-OFFER-CANDIDATESZ
           END-IF
           PERFORM P4-ACCEPT-CANDIDATE
           .
       P3-OFFER-CANDIDATESZ.
           EXIT.

      *> THE ACCEPTED ROW GOES TO Suplinitori.csv AND INTO THE
      *> SUBSTITUTIONS IN MEMORY, SO THE SAME PERSON IS BUSY - AND
      *> RANKED LOWER - FOR THE NEXT CLASS OF THIS LEAVE
       P4-ACCEPT-CANDIDATE SECTION.
       P4-ACCEPT-CANDIDATEA.
           MOVE CD-CNP(WS-PICK-NUM)        TO WS-CAND-CNP
           MOVE SPACE                      TO WS-SUPL-LINE
           STRING WS-ABS-CNP DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  WS-CAND-CNP DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  WS-GRP-CLASA DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  WS-GRP-MATERIE DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  WS-ABS-DELA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-ABS-PANALA DELIMITED BY SIZE
           INTO WS-SUPL-LINE
           END-STRING
           OPEN EXTEND SUPL-FILE
           IF WS-SUPL-STATUS = "35"
               OPEN OUTPUT SUPL-FILE
           END-IF
           MOVE WS-SUPL-LINE               TO SUPL-FILE-FD
           WRITE SUPL-FILE-FD
           CLOSE SUPL-FILE
           ADD 1                           TO WS-COUNT-ACCEPTED

           IF SUPL-COUNT < K-MAX-SUPL
               ADD 1                       TO SUPL-COUNT
               MOVE WS-ABS-CNP         TO SP-CNP-TITULAR(SUPL-COUNT)
               MOVE WS-CAND-CNP        TO SP-CNP-SUPLINITOR(SUPL-COUNT)
               MOVE WS-GRP-CLASA       TO SP-CLASA(SUPL-COUNT)
               MOVE WS-GRP-MATERIE     TO SP-MATERIE(SUPL-COUNT)
               MOVE WS-ABS-DELA        TO SP-DELA(SUPL-COUNT)
               MOVE WS-ABS-PANALA      TO SP-PANALA(SUPL-COUNT)
               COMPUTE SP-HOURS(SUPL-COUNT) = GRP-COUNT * WS-ABS-WEEKS
           END-IF

           MOVE SPACE                      TO WS-REPORT-LINE
           STRING "  HANDED OVER TO " WS-CAND-CNP
                  DELIMITED BY SIZE
           INTO WS-REPORT-LINE
           PERFORM P9-WRITE-LINE
           DISPLAY WS-REPORT-LINE
           .
       P4-ACCEPT-CANDIDATEZ.
           EXIT.

      *> WHAT NOBODY CAN TAKE: THE CLASS IS MERGED OR SENT HOME
       P5-WRITE-UNCOVERED SECTION.
       P5-WRITE-UNCOVEREDA.
           MOVE SPACE                      TO WS-REPORT-LINE
           PERFORM P9-WRITE-LINE
           MOVE SPACE                      TO WS-REPORT-LINE
           STRING "SLOTS NOBODY CAN COVER - MERGE THE CLASS OR SEND "
                  "IT HOME:"
                  DELIMITED BY SIZE
           INTO WS-REPORT-LINE
           PERFORM P9-WRITE-LINE
           IF UNCOV-COUNT = 0
               MOVE "  (NONE)"             TO WS-REPORT-LINE
               PERFORM P9-WRITE-LINE
               GO TO P5-WRITE-UNCOVEREDZ
           END-IF
           DISPLAY " "
           DISPLAY "SLOTS NOBODY CAN COVER:"
           PERFORM VARYING WS-UNCOV-IDX FROM 1 BY 1
                   UNTIL WS-UNCOV-IDX > UNCOV-COUNT
               MOVE UNCOV-SLOT(WS-UNCOV-IDX) TO WS-SCAN-IDX
               MOVE SPACE                  TO WS-REPORT-LINE
               STRING "  ZI " SL-ZI(WS-SCAN-IDX) " ORA "
                      SL-ORA(WS-SCAN-IDX) " CLASA "
                      SL-CLASA(WS-SCAN-IDX) " "
                      SL-MATERIE(WS-SCAN-IDX)
                      DELIMITED BY SIZE
               INTO WS-REPORT-LINE
               PERFORM P9-WRITE-LINE
               DISPLAY WS-REPORT-LINE
           END-PERFORM
           .
       P5-WRITE-UNCOVEREDZ.
           EXIT.

       P9-WRITE-LINE SECTION.
       P9-WRITE-LINEA.
           MOVE WS-REPORT-LINE             TO PROPOSALS-FD
           WRITE PROPOSALS-FD
           .
       P9-WRITE-LINEZ.
           EXIT.

      *> EVERY PROFESSOR QUALIFIED FOR THE SUBJECT ON THE FIRST DAY
      *> OF THE LEAVE, ONCE EACH, WHO IS FREE AT EVERY SLOT OF
      *> WORK-TABLE - RANKED BY SUBSTITUTE HOURS SO FAR
       C0-RANK-CANDIDATES SECTION.
       C0-RANK-CANDIDATESA.
           MOVE 0                          TO CAND-COUNT
           PERFORM VARYING WS-QUAL-IDX FROM 1 BY 1
                   UNTIL WS-QUAL-IDX > QUAL-COUNT
               IF QT-MATERIE(WS-QUAL-IDX) = WS-GRP-MATERIE
               AND QT-CNP(WS-QUAL-IDX) NOT = WS-ABS-CNP
               AND (QT-VALID-UNTIL(WS-QUAL-IDX) = SPACE
                    OR QT-VALID-UNTIL(WS-QUAL-IDX) NOT < WS-ABS-DELA)
                   MOVE QT-CNP(WS-QUAL-IDX) TO WS-CAND-CNP
                   PERFORM C1-CONSIDER-CANDIDATE
               END-IF
           END-PERFORM
           .
       C0-RANK-CANDIDATESZ.
           EXIT.

       C1-CONSIDER-CANDIDATE SECTION.
       C1-CONSIDER-CANDIDATEA.
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX > CAND-COUNT
               IF CD-CNP(WS-CAND-IDX) = WS-CAND-CNP
                   GO TO C1-CONSIDER-CANDIDATEZ
               END-IF
           END-PERFORM

      *> ON LEAVE THEMSELVES AT ANY POINT OF THE PERIOD
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > LEAVE-COUNT
               IF LV-CNP(WS-SCAN-IDX) = WS-CAND-CNP
               AND LV-DELA(WS-SCAN-IDX) NOT > WS-ABS-PANALA
               AND LV-PANALA(WS-SCAN-IDX) NOT < WS-ABS-DELA
                   GO TO C1-CONSIDER-CANDIDATEZ
               END-IF
           END-PERFORM

           SET CAND-USABLE                 TO TRUE
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                   UNTIL WS-WORK-IDX > WORK-COUNT
               MOVE SL-ZI(WK-SLOT(WS-WORK-IDX))  TO WS-CHK-ZI
               MOVE SL-ORA(WK-SLOT(WS-WORK-IDX)) TO WS-CHK-ORA
               PERFORM C2-CHECK-BUSY
               IF CAND-BUSY
                   SET CAND-UNUSABLE       TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF CAND-UNUSABLE
               GO TO C1-CONSIDER-CANDIDATEZ
           END-IF

           MOVE 0                          TO WS-CAND-HOURS
           PERFORM VARYING WS-SUPL-IDX FROM 1 BY 1
                   UNTIL WS-SUPL-IDX > SUPL-COUNT
               IF SP-CNP-SUPLINITOR(WS-SUPL-IDX) = WS-CAND-CNP
                   ADD SP-HOURS(WS-SUPL-IDX) TO WS-CAND-HOURS
               END-IF
           END-PERFORM

      *> INSERTED IN ORDER; A FULL LIST DROPS ITS HEAVIEST
           MOVE 1                          TO WS-INS-IDX
           PERFORM UNTIL WS-INS-IDX > CAND-COUNT
                   OR CD-HOURS(WS-INS-IDX) > WS-CAND-HOURS
               ADD 1                       TO WS-INS-IDX
           END-PERFORM
           IF WS-INS-IDX > K-MAX-CAND
               GO TO C1-CONSIDER-CANDIDATEZ
           END-IF
           IF CAND-COUNT < K-MAX-CAND
               ADD 1                       TO CAND-COUNT
           END-IF
           PERFORM VARYING WS-CAND-IDX FROM CAND-COUNT BY -1
                   UNTIL WS-CAND-IDX <= WS-INS-IDX
               MOVE CAND-ENTRY(WS-CAND-IDX - 1) TO
                   CAND-ENTRY(WS-CAND-IDX)
           END-PERFORM
           MOVE WS-CAND-CNP                TO CD-CNP(WS-INS-IDX)
           MOVE WS-CAND-HOURS              TO CD-HOURS(WS-INS-IDX)
           .
       C1-CONSIDER-CANDIDATEZ.
           EXIT.

      *> BUSY AT WS-CHK-ZI / WS-CHK-ORA: AN ORAR LESSON OF THEIR OWN,
      *> OR A SUPLINIRI RANGE TOUCHING THE LEAVE THAT PUTS THEM IN
      *> ANOTHER TITULAR'S SLOT AT THAT HOUR
       C2-CHECK-BUSY SECTION.
       C2-CHECK-BUSYA.
           SET CAND-FREE                   TO TRUE
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > SLOT-COUNT
                   OR CAND-BUSY
               IF SL-ZI(WS-SCAN-IDX) = WS-CHK-ZI
               AND SL-ORA(WS-SCAN-IDX) = WS-CHK-ORA
                   IF SL-CNP(WS-SCAN-IDX) = WS-CAND-CNP
                       SET CAND-BUSY       TO TRUE
                   ELSE
                       PERFORM C3-CHECK-COVER
                   END-IF
               END-IF
           END-PERFORM
           .
       C2-CHECK-BUSYZ.
           EXIT.

       C3-CHECK-COVER SECTION.
       C3-CHECK-COVERA.
           PERFORM VARYING WS-SUPL-IDX FROM 1 BY 1
                   UNTIL WS-SUPL-IDX > SUPL-COUNT
               IF SP-CNP-SUPLINITOR(WS-SUPL-IDX) = WS-CAND-CNP
               AND SP-CNP-TITULAR(WS-SUPL-IDX) = SL-CNP(WS-SCAN-IDX)
               AND SP-DELA(WS-SUPL-IDX) NOT > WS-ABS-PANALA
               AND SP-PANALA(WS-SUPL-IDX) NOT < WS-ABS-DELA
               AND (SP-CLASA(WS-SUPL-IDX) = "*"
                    OR SP-CLASA(WS-SUPL-IDX) = SL-CLASA(WS-SCAN-IDX))
               AND (SP-MATERIE(WS-SUPL-IDX) = "*"
                    OR SP-MATERIE(WS-SUPL-IDX) =
                       SL-MATERIE(WS-SCAN-IDX))
                   SET CAND-BUSY           TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
       C3-CHECK-COVERZ.
           EXIT.

      *> THE WHOLE WEEKLY TIMETABLE, SLOTS IN WEEK ORDER
       B0-LOAD-ORAR SECTION.
       B0-LOAD-ORARA.
           MOVE 0                          TO SLOT-COUNT
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT ZI, ORA, CLASA, MATERIE, CNP FROM ORAR "
                   "ORDER BY ZI, ORA"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM G0-SUBMIT-STATEMENT
           IF JAR-CALL-FAILED
               GO TO B0-LOAD-ORARZ
           END-IF
           OPEN INPUT SQL-RESULTS
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-ORAR-ROW
               READ SQL-RESULTS INTO WS-ORAR-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF OR-CNP > SPACE AND SLOT-COUNT < K-MAX-SLOT
                       ADD 1               TO SLOT-COUNT
                       MOVE OR-ZI          TO SL-ZI(SLOT-COUNT)
                       MOVE OR-ORA         TO SL-ORA(SLOT-COUNT)
                       MOVE OR-CLASA       TO SL-CLASA(SLOT-COUNT)
                       MOVE OR-MATERIE     TO SL-MATERIE(SLOT-COUNT)
                       MOVE OR-CNP         TO SL-CNP(SLOT-COUNT)
                       MOVE "N"            TO SL-DONE(SLOT-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SQL-RESULTS
           DISPLAY "ORAR SLOTS: " SLOT-COUNT
           .
       B0-LOAD-ORARZ.
           EXIT.

      *> EVERY SUBSTITUTION ON RECORD. NO SUPLINIRI TABLE YET
      *> (SUPLLOAD NEVER RAN) = NOBODY HAS SUBSTITUTED SO FAR.
       B1-LOAD-SUPLINIRI SECTION.
       B1-LOAD-SUPLINIRIA.
           MOVE 0                          TO SUPL-COUNT
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT CNPTITULAR, CNPSUPLINITOR, CLASA, MATERIE, "
                   "DELA, PANALA FROM SUPLINIRI ORDER BY DELA"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM G0-SUBMIT-STATEMENT
           IF JAR-CALL-FAILED
               DISPLAY "COULD NOT READ SUPLINIRI - EXISTING "
                   "SUBSTITUTIONS NOT TAKEN INTO ACCOUNT"
               GO TO B1-LOAD-SUPLINIRIZ
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
                       MOVE SUPL-COUNT     TO WS-SUPL-IDX
                       PERFORM H1-HOURS-SO-FAR
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SQL-RESULTS
           DISPLAY "SUBSTITUTIONS ON RECORD: " SUPL-COUNT
           .
       B1-LOAD-SUPLINIRIZ.
           EXIT.

      *> HOURS THE RANGE AT WS-SUPL-IDX COST ITS SUPLINITOR BEFORE
      *> THE LEAVE STARTS: THE TITULAR'S WEEKLY SLOTS IT COVERS TIMES
      *> THE WEEKS ELAPSED (PART WEEKS COUNTED WHOLE)
       H1-HOURS-SO-FAR SECTION.
       H1-HOURS-SO-FARA.
           MOVE 0                          TO SP-HOURS(WS-SUPL-IDX)
           IF SP-DELA(WS-SUPL-IDX) NOT NUMERIC
           OR SP-PANALA(WS-SUPL-IDX) NOT NUMERIC
           OR SP-DELA(WS-SUPL-IDX) NOT < WS-ABS-DELA
               GO TO H1-HOURS-SO-FARZ
           END-IF
           MOVE 0                          TO WS-WEEKLY-SLOTS
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > SLOT-COUNT
               IF SL-CNP(WS-SCAN-IDX) = SP-CNP-TITULAR(WS-SUPL-IDX)
               AND (SP-CLASA(WS-SUPL-IDX) = "*"
                    OR SP-CLASA(WS-SUPL-IDX) = SL-CLASA(WS-SCAN-IDX))
               AND (SP-MATERIE(WS-SUPL-IDX) = "*"
                    OR SP-MATERIE(WS-SUPL-IDX) =
                       SL-MATERIE(WS-SCAN-IDX))
                   ADD 1                   TO WS-WEEKLY-SLOTS
               END-IF
           END-PERFORM

           MOVE SP-DELA(WS-SUPL-IDX)       TO WS-SER-DATE
           PERFORM Y1-TO-SERIAL
           MOVE WS-SERIAL-OUT              TO WS-SERIAL-FROM
           IF SP-PANALA(WS-SUPL-IDX) < WS-ABS-DELA
               MOVE SP-PANALA(WS-SUPL-IDX) TO WS-SER-DATE
               PERFORM Y1-TO-SERIAL
               MOVE WS-SERIAL-OUT          TO WS-SERIAL-TO
           ELSE
               MOVE WS-ABS-DELA            TO WS-SER-DATE
               PERFORM Y1-TO-SERIAL
               COMPUTE WS-SERIAL-TO = WS-SERIAL-OUT - 1
           END-IF
           COMPUTE WS-SERIAL-DAYS = WS-SERIAL-TO - WS-SERIAL-FROM
           DIVIDE WS-SERIAL-DAYS BY 7 GIVING WS-WEEKS
           ADD 1                           TO WS-WEEKS
           COMPUTE SP-HOURS(WS-SUPL-IDX) = WS-WEEKLY-SLOTS * WS-WEEKS
           .
       H1-HOURS-SO-FARZ.
           EXIT.

      *> THE CNP IN WS-CNP-CHECKED MUST PASS CNPMODULE AND EXIST IN
      *> PROFESORI. ON FAILURE WS-REJECT-REASON SAYS WHY, ELSE SPACE.
       V0-CHECK-PROFESSOR SECTION.
       V0-CHECK-PROFESSORA.
           MOVE SPACE                      TO WS-REJECT-REASON
           MOVE WS-CNP-CHECKED             TO CNP-VAL
           CALL "CNPMODULE"                USING CNP-INTERFACE
           IF CNP-QUIT NOT = 0
               DISPLAY CNP-ERR-MSG
               MOVE "CNP INVALID"          TO WS-REJECT-REASON
               IF CNP-QUIT = 2
                   PERFORM J-WRITE-CNP-EXCEPTION
               END-IF
               GO TO V0-CHECK-PROFESSORZ
           END-IF

           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT COUNT(*) FROM PROFESORI WHERE CNP = '"
                   WS-CNP-CHECKED "'"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM R-RUN-COUNT
           IF H-COUNT-ROW = 0
               MOVE "CNP NOT IN PROFESORI" TO WS-REJECT-REASON
           END-IF
           .
       V0-CHECK-PROFESSORZ.
           EXIT.

      *> A CANDIDATE NO LONGER ON PROFESORI IS STILL SHOWN, MARKED
       D2-LOOK-UP-NAME SECTION.
       D2-LOOK-UP-NAMEA.
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT NUME, PRENUME FROM PROFESORI WHERE CNP = '"
                   WS-CAND-CNP "'"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM G0-SUBMIT-STATEMENT
           MOVE SPACE                      TO WS-PROF-LOOKUP-ROW
           IF JAR-CALL-OK
               OPEN INPUT SQL-RESULTS
               READ SQL-RESULTS INTO WS-PROF-LOOKUP-ROW
                   AT END CONTINUE
               END-READ
               CLOSE SQL-RESULTS
           END-IF
           IF WS-LOOKUP-NUME = SPACE
               MOVE "(NU ESTE IN PROFESORI)" TO WS-LOOKUP-NUME
           END-IF
           .
       D2-LOOK-UP-NAMEZ.
           EXIT.

      *> DAYS SINCE A FIXED ORIGIN, GOOD FOR DIFFERENCES ONLY
       Y1-TO-SERIAL SECTION.
       Y1-TO-SERIALA.
           COMPUTE WS-SERIAL-OUT =
               WS-SER-YYYY * 365 + WS-SER-YYYY / 4
               + K-MDAYS(WS-SER-MM) + WS-SER-DD
           .
       Y1-TO-SERIALZ.
           EXIT.

      *> RUN THE SELECT COUNT(*) ALREADY BUILT IN SQL-STATEMENT AND
      *> LEAVE THE ANSWER IN H-COUNT-ROW
       R-RUN-COUNT SECTION.
       R-RUN-COUNTA.
           PERFORM G0-SUBMIT-STATEMENT
           MOVE 0                          TO H-COUNT-ROW
           IF JAR-CALL-OK
               OPEN INPUT SQL-RESULTS
               READ SQL-RESULTS INTO H-COUNT-ROW
                   AT END CONTINUE
               END-READ
               CLOSE SQL-RESULTS
           END-IF
           .
       R-RUN-COUNTZ.
           EXIT.

       G0-SUBMIT-STATEMENT SECTION.
       G0-SUBMIT-STATEMENTA.
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

      *> A BAD CHECKSUM ALSO GOES TO THE SHARED CROSS-PROGRAM LOG
       J-WRITE-CNP-EXCEPTION SECTION.
       J-WRITE-CNP-EXCEPTIONA.
           MOVE SPACE                    TO CNP-EXC-LINE
           ACCEPT CE-DATE                FROM DATE YYYYMMDD
           ACCEPT CE-TIME                FROM TIME
           MOVE WS-CNP-CHECKED           TO CE-CNP

           OPEN EXTEND CNP-EXCEPTIONS
           MOVE CNP-EXC-LINE             TO CNP-EXCEPTIONS-FD
           WRITE CNP-EXCEPTIONS-FD
           CLOSE CNP-EXCEPTIONS
           .
       J-WRITE-CNP-EXCEPTIONZ.
           EXIT.

       Z0 SECTION.
       Z0A.
           CLOSE DEAD-LETTER-FILE
           SET LOCK-RELEASE                TO TRUE
           CALL "SQLLOCK" USING SQLLOCK-INTERFACE
           .
       Z0Z.
           EXIT.
       END PROGRAM CONCEDII.
