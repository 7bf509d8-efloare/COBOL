      ******************************************************************
      * Author:
      * Date:
      * Purpose: "REGISTER NOT TAKEN" LIST FOR THE DIRECTOR. RUN AT
      *          THE END OF THE SCHOOL DAY (A NIGHTLY STEP), THIS
      *          TAKES EVERY ORAR SLOT OF TODAY'S DAY OF WEEK AND
      *          LOOKS FOR THE REGISTER ABSCON FILED FOR IT UNDER
      *          RegisterTaken/. A LESSON NOBODY TOOK THE REGISTER
      *          FOR IS LISTED WITH ITS TITULAR - AND THE SUPLINITOR
      *          WHEN SUPLINIRI HAS THE LESSON COVERED TODAY - IN A
      *          DATED FILE (RegisterNotTaken_<YYYYMMDD>.txt). A
      *          WEEKEND, A HOLIDAY OR FREE DAY, OR A DATE OUTSIDE
      *          EVERY TERM OF SchoolCalendar.txt HAS NO LESSONS AND
      *          LISTS NOTHING.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. REGCHECK.
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

      *> THE SCHOOL CALENDAR: TERM/HOLIDAY/FREE RANGES, ONE PER LINE
           SELECT CALENDAR-FILE ASSIGN TO 'SchoolCalendar.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAL-STATUS.

      *> TODAY'S TAKEN REGISTERS, GATHERED FROM RegisterTaken/ INTO
      *> ONE FILE (ASSIGN NAMES ARE FIXED UNDER THIS DIALECT)
           SELECT TAKEN-FILE ASSIGN TO 'RegisterTakenToday.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TAKEN-STATUS.

      *> WRITTEN HERE, THEN FILED UNDER ITS DATED NAME
           SELECT REPORT-FILE ASSIGN TO 'RegisterNotTakenWork.txt'
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

        FD CALENDAR-FILE.
       01 CALENDAR-FD                       PIC X(30).

        FD TAKEN-FILE.
       01 TAKEN-FD                          PIC X(80).

        FD REPORT-FILE.
       01 REPORT-FD                         PIC X(132).

        FD DEAD-LETTER-FILE.
       01 DEAD-LETTER-FD                    PIC X(321).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 FIELDS-FOR-SQL.
       05 K-INVOKE-JAR                     PIC X(27) VALUE
               "java -jar JSqlAdapter.jar ".

       05 SQL-STATEMENT                    PIC X(300).

       01 WS-DL-STATUS                     PIC X(02).
       01 WS-CAL-STATUS                    PIC X(02).
       01 WS-TAKEN-STATUS                  PIC X(02).
       01 WS-COPY-COMMAND                  PIC X(160).

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
           05 DL-PROGRAM                   PIC X(12) VALUE "REGCHECK".
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 DL-STATEMENT                 PIC X(290).

      *> ONE TAKEN REGISTER, AS ABSCON FILES IT
       COPY REGISTRU-INFO.

       01 WS-RUN-DATE                      PIC 9(08).
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE PIC X(08).

      *> ZELLER, AS IN ABSMODULE: 1=MONDAY .. 5=FRIDAY, 0 = WEEKEND
       01 WS-Z-YEAR                        PIC 9(04).
       01 WS-Z-MONTH                       PIC 9(02).
       01 WS-Z-DAY                         PIC 9(02).
       01 WS-Z-M                           PIC 9(02).
       01 WS-Z-K                           PIC 9(02).
       01 WS-Z-J                           PIC 9(02).
       01 WS-Z-T                           PIC 9(06).
       01 WS-Z-H                           PIC 9(02).
       01 WS-Z-REM                         PIC 9(06).
       01 WS-ORAR-ZI                       PIC X(01).

      *> SCHOOL-CALENDAR STATE. WITHOUT A CALENDAR FILE EVERY
      *> WEEKDAY COUNTS AS A SCHOOL DAY.
       01 WS-CAL-PRESENT-SW                PIC X(01) VALUE "N".
           88 CAL-PRESENT                   VALUE "Y".
           88 CAL-ABSENT                    VALUE "N".
       01 WS-CAL-LINE.
           05 CAL-TYPE                     PIC X(08).
           05 FILLER                       PIC X(01).
           05 CAL-START                    PIC 9(08).
           05 FILLER                       PIC X(01).
           05 CAL-END                      PIC 9(08).
       01 WS-IN-TERM-SW                    PIC X(01) VALUE "N".
           88 DATE-IN-TERM                  VALUE "Y".
           88 DATE-OUT-OF-TERM              VALUE "N".
       01 WS-CLOSED-SW                     PIC X(01) VALUE "N".
           88 DATE-CLOSED                   VALUE "Y".
           88 DATE-NOT-CLOSED               VALUE "N".
       01 WS-NO-SCHOOL-REASON              PIC X(40) VALUE SPACE.

      *> TODAY'S TAKEN REGISTERS: THE SLOT KEY IS HOUR, CLASS AND
      *> GROUP - A CLASS (OR ONE GROUP OF IT) HAS ONE LESSON AN HOUR
       01 K-MAX-TAKEN                      PIC 9(04) VALUE 999.
       01 TAKEN-TABLE.
           05 TAKEN-ENTRY OCCURS 999 TIMES.
               10 TK-ORA                   PIC X(01).
               10 TK-CLASA                 PIC X(04).
               10 TK-GRUPA                 PIC X(10).
       01 TAKEN-COUNT                      PIC 9(04) VALUE 0.
       01 WS-TAKEN-IDX                     PIC 9(04).
       01 WS-TAKEN-SW                      PIC X(01).
           88 SLOT-TAKEN                    VALUE "Y".
           88 SLOT-NOT-TAKEN                VALUE "N".

      *> ONE ROW OF "SELECT CNPTITULAR, CNPSUPLINITOR, CLASA, MATERIE
      *> FROM SUPLINIRI" - TODAY'S COVERS
       01 WS-COVER-ROW.
           05 CR-TITULAR                   PIC X(13).
           05 FILLER                       PIC X(02).
           05 CR-SUPLINITOR                PIC X(13).
           05 FILLER                       PIC X(02).
           05 CR-CLASA                     PIC X(04).
           05 FILLER                       PIC X(02).
           05 CR-MATERIE                   PIC X(30).
       01 K-MAX-COVER                      PIC 9(03) VALUE 100.
       01 COVER-TABLE.
           05 COVER-ENTRY OCCURS 100 TIMES.
               10 CV-TITULAR               PIC X(13).
               10 CV-SUPLINITOR            PIC X(13).
               10 CV-CLASA                 PIC X(04).
               10 CV-MATERIE               PIC X(30).
       01 COVER-COUNT                      PIC 9(03) VALUE 0.
       01 WS-COVER-IDX                     PIC 9(03).
       01 WS-CUR-SUPLINITOR                PIC X(13).

      *> ONE ROW OF "SELECT ORA, CLASA, GRUPA, MATERIE, CNP FROM
      *> ORAR" - TODAY'S LESSONS
       01 WS-SLOT-ROW.
           05 SR-ORA                       PIC X(01).
           05 FILLER                       PIC X(02).
           05 SR-CLASA                     PIC X(04).
           05 FILLER                       PIC X(02).
           05 SR-GRUPA                     PIC X(10).
           05 FILLER                       PIC X(02).
           05 SR-MATERIE                   PIC X(30).
           05 FILLER                       PIC X(02).
           05 SR-CNP                       PIC X(13).

      *> ONE LINE OF THE LIST
       01 WS-MISSING-LINE.
           05 FILLER                       PIC X(04) VALUE "ORA ".
           05 ML-ORA                       PIC X(01).
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 ML-CLASA                     PIC X(04).
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 ML-GRUPA                     PIC X(10).
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 ML-MATERIE                   PIC X(30).
           05 FILLER                       PIC X(10) VALUE " TITULAR ".
           05 ML-TITULAR                   PIC X(13).
           05 ML-COVER-TAG                 PIC X(13).
           05 ML-SUPLINITOR                PIC X(13).

       01 WS-RUN-COUNTERS.
        05 WS-COUNT-SLOTS                  PIC 9(04) VALUE 0.
        05 WS-COUNT-TAKEN                  PIC 9(04) VALUE 0.
        05 WS-COUNT-MISSING                PIC 9(04) VALUE 0.

       01 WS-LINE                          PIC X(132).

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".
       COPY TRAINENV-INT.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       S0  SECTION.
       S0A.
           DISPLAY "REGISTER NOT TAKEN CHECK"
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM W-DAY-OF-WEEK
           IF WS-Z-H < 1 OR WS-Z-H > 5
               MOVE "WEEKEND"              TO WS-NO-SCHOOL-REASON
           ELSE
               MOVE WS-Z-H(2:1)            TO WS-ORAR-ZI
               PERFORM L0-CHECK-CALENDAR
           END-IF
           IF WS-NO-SCHOOL-REASON > SPACE
               PERFORM R0-OPEN-REPORT
               MOVE SPACE                  TO WS-LINE
               STRING "NO LESSONS TODAY - " WS-NO-SCHOOL-REASON
                      DELIMITED BY SIZE
               INTO WS-LINE
               MOVE WS-LINE                TO REPORT-FD
               WRITE REPORT-FD
               PERFORM R9-CLOSE-REPORT
               DISPLAY "NO LESSONS TODAY - " WS-NO-SCHOOL-REASON
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           SET LOCK-ACQUIRE                TO TRUE
           MOVE "REGCHECK"                 TO LOCK-OWNER
           CALL "SQLLOCK" USING SQLLOCK-INTERFACE
           IF LOCK-BUSY
               DISPLAY LOCK-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM A0
           PERFORM B0-LOAD-TAKEN
           PERFORM B1-LOAD-COVERS
           PERFORM R0-OPEN-REPORT
           PERFORM C0-CHECK-SLOTS
           PERFORM R9-CLOSE-REPORT
           PERFORM Z0
           DISPLAY "LESSONS ON THE ORAR: " WS-COUNT-SLOTS
               "  REGISTER TAKEN: " WS-COUNT-TAKEN
               "  NOT TAKEN: " WS-COUNT-MISSING
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

      *> TODAY IS A SCHOOL DAY WHEN IT FALLS IN A TERM AND IN NO
      *> HOLIDAY OR FREE RANGE. WITHOUT A CALENDAR, OR WITH NO TERM
      *> LINES IN IT, EVERY WEEKDAY IS ONE.
       L0-CHECK-CALENDAR SECTION.
       L0-CHECK-CALENDARA.
           SET CAL-ABSENT                  TO TRUE
           SET DATE-OUT-OF-TERM            TO TRUE
           SET DATE-NOT-CLOSED             TO TRUE
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS NOT = "00"
               DISPLAY "NO SchoolCalendar.txt - EVERY WEEKDAY IS "
                   "TAKEN AS A SCHOOL DAY"
               GO TO L0-CHECK-CALENDARZ
           END-IF
           PERFORM UNTIL WS-CAL-STATUS NOT = "00"
               MOVE SPACE                  TO WS-CAL-LINE
               READ CALENDAR-FILE INTO WS-CAL-LINE
               AT END
                   MOVE "10"               TO WS-CAL-STATUS
               NOT AT END
                   EVALUATE CAL-TYPE
                       WHEN "TERM"
                           SET CAL-PRESENT TO TRUE
                           IF WS-RUN-DATE NOT < CAL-START
                           AND WS-RUN-DATE NOT > CAL-END
                               SET DATE-IN-TERM TO TRUE
                           END-IF
                       WHEN "HOLIDAY"
                       WHEN "FREE"
                           IF WS-RUN-DATE NOT < CAL-START
                           AND WS-RUN-DATE NOT > CAL-END
                               SET DATE-CLOSED TO TRUE
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE
           IF DATE-CLOSED
               MOVE "HOLIDAY OR FREE DAY"  TO WS-NO-SCHOOL-REASON
               GO TO L0-CHECK-CALENDARZ
           END-IF
           IF CAL-PRESENT AND DATE-OUT-OF-TERM
               MOVE "OUTSIDE EVERY TERM"   TO WS-NO-SCHOOL-REASON
           END-IF
           .
       L0-CHECK-CALENDARZ.
           EXIT.

      *> EVERY REGISTER ABSCON FILED TODAY. NO FILE AT ALL MEANS NO
      *> REGISTER WAS TAKEN AND EVERY LESSON IS LISTED.
       B0-LOAD-TAKEN SECTION.
       B0-LOAD-TAKENA.
           MOVE SPACE                      TO WS-COPY-COMMAND
           STRING "rm -f 'RegisterTakenToday.txt'; cat RegisterTaken/"
                  WS-RUN-DATE "_*.txt > 'RegisterTakenToday.txt' "
                  "2>/dev/null"
                  DELIMITED BY SIZE
           INTO WS-COPY-COMMAND
           CALL "SYSTEM" USING WS-COPY-COMMAND
           OPEN INPUT TAKEN-FILE
           IF WS-TAKEN-STATUS NOT = "00"
               DISPLAY "NO REGISTER TAKEN TODAY"
               GO TO B0-LOAD-TAKENZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               READ TAKEN-FILE INTO REGISTRU-INFO
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF REG-DATA = WS-RUN-DATE-X
                   AND TAKEN-COUNT < K-MAX-TAKEN
                       ADD 1               TO TAKEN-COUNT
                       MOVE REG-ORA        TO TK-ORA(TAKEN-COUNT)
                       MOVE REG-CLASA      TO TK-CLASA(TAKEN-COUNT)
                       MOVE REG-GRUPA      TO TK-GRUPA(TAKEN-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE TAKEN-FILE
           DISPLAY "REGISTERS FILED TODAY: " TAKEN-COUNT
           .
       B0-LOAD-TAKENZ.
           EXIT.

      *> TODAY'S SUPLINIRI ROWS, SO A MISSED REGISTER NAMES THE
      *> PROFESSOR WHO WAS ACTUALLY IN THE ROOM
       B1-LOAD-COVERS SECTION.
       B1-LOAD-COVERSA.
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT CNPTITULAR, CNPSUPLINITOR, CLASA, MATERIE "
                   "FROM SUPLINIRI WHERE DELA <= '" WS-RUN-DATE
                   "' AND PANALA >= '" WS-RUN-DATE "'"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM G0-SUBMIT-STATEMENT
      *> NO SUPLINIRI TABLE YET (SUPLLOAD NEVER RAN) - NO COVERS
           IF JAR-CALL-FAILED
               GO TO B1-LOAD-COVERSZ
           END-IF
           OPEN INPUT SQL-RESULTS
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-COVER-ROW
               READ SQL-RESULTS INTO WS-COVER-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF CR-TITULAR > SPACE
                   AND COVER-COUNT < K-MAX-COVER
                       ADD 1               TO COVER-COUNT
                       MOVE CR-TITULAR     TO CV-TITULAR(COVER-COUNT)
                       MOVE CR-SUPLINITOR  TO
                                           CV-SUPLINITOR(COVER-COUNT)
                       MOVE CR-CLASA       TO CV-CLASA(COVER-COUNT)
                       MOVE CR-MATERIE     TO CV-MATERIE(COVER-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SQL-RESULTS
           .
       B1-LOAD-COVERSZ.
           EXIT.

      *> EVERY ORAR SLOT OF TODAY'S DAY, CLASS BY CLASS AND HOUR BY
      *> HOUR; THE ONES WITH NO TAKEN REGISTER GO ON THE LIST
       C0-CHECK-SLOTS SECTION.
       C0-CHECK-SLOTSA.
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT ORA, CLASA, GRUPA, MATERIE, CNP FROM ORAR "
                   "WHERE ZI = '" WS-ORAR-ZI "' ORDER BY CLASA, ORA, "
                   "GRUPA"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM G0-SUBMIT-STATEMENT
           IF JAR-CALL-FAILED
               MOVE "NO ORAR ON FILE - NOTHING TO CHECK" TO REPORT-FD
               WRITE REPORT-FD
               GO TO C0-CHECK-SLOTSZ
           END-IF
           OPEN INPUT SQL-RESULTS
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-SLOT-ROW
               READ SQL-RESULTS INTO WS-SLOT-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF SR-CLASA > SPACE
                       ADD 1               TO WS-COUNT-SLOTS
                       PERFORM C1-FIND-TAKEN
                       IF SLOT-TAKEN
                           ADD 1           TO WS-COUNT-TAKEN
                       ELSE
                           PERFORM C2-WRITE-MISSING
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SQL-RESULTS
           .
       C0-CHECK-SLOTSZ.
           EXIT.

       C1-FIND-TAKEN SECTION.
       C1-FIND-TAKENA.
           SET SLOT-NOT-TAKEN              TO TRUE
           PERFORM VARYING WS-TAKEN-IDX FROM 1 BY 1
                   UNTIL WS-TAKEN-IDX > TAKEN-COUNT
               IF TK-ORA(WS-TAKEN-IDX) = SR-ORA
               AND TK-CLASA(WS-TAKEN-IDX) = SR-CLASA
               AND TK-GRUPA(WS-TAKEN-IDX) = SR-GRUPA
                   SET SLOT-TAKEN          TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
       C1-FIND-TAKENZ.
           EXIT.

      *> THE SUPLINIRI ROW MATCHES THE WAY ABSCON OFFERS THE LESSON:
      *> SAME TITULAR, CLASA/MATERIE EQUAL OR '*'
       C2-WRITE-MISSING SECTION.
       C2-WRITE-MISSINGA.
           ADD 1                           TO WS-COUNT-MISSING
           MOVE SPACE                      TO WS-CUR-SUPLINITOR
           PERFORM VARYING WS-COVER-IDX FROM 1 BY 1
                   UNTIL WS-COVER-IDX > COVER-COUNT
               IF CV-TITULAR(WS-COVER-IDX) = SR-CNP
               AND (CV-CLASA(WS-COVER-IDX) = SR-CLASA
                    OR CV-CLASA(WS-COVER-IDX) = "*")
               AND (CV-MATERIE(WS-COVER-IDX) = SR-MATERIE
                    OR CV-MATERIE(WS-COVER-IDX) = "*")
                   MOVE CV-SUPLINITOR(WS-COVER-IDX)
                                           TO WS-CUR-SUPLINITOR
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE SR-ORA                     TO ML-ORA
           MOVE SR-CLASA                   TO ML-CLASA
           MOVE SR-GRUPA                   TO ML-GRUPA
           MOVE SR-MATERIE                 TO ML-MATERIE
           MOVE SR-CNP                     TO ML-TITULAR
           IF WS-CUR-SUPLINITOR > SPACE
               MOVE " SUPLINITOR "         TO ML-COVER-TAG
               MOVE WS-CUR-SUPLINITOR      TO ML-SUPLINITOR
           ELSE
               MOVE SPACE                  TO ML-COVER-TAG
                                              ML-SUPLINITOR
           END-IF
           MOVE WS-MISSING-LINE            TO REPORT-FD
           WRITE REPORT-FD
           .
       C2-WRITE-MISSINGZ.
           EXIT.

       R0-OPEN-REPORT SECTION.
       R0-OPEN-REPORTA.
           OPEN OUTPUT REPORT-FILE
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO REPORT-FD
               WRITE REPORT-FD
           END-IF
           MOVE SPACE                      TO WS-LINE
           STRING "REGISTER NOT TAKEN - " WS-RUN-DATE
                  " - LESSONS ON THE ORAR WITH NO REGISTER FILED"
                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO REPORT-FD
           WRITE REPORT-FD
           .
       R0-OPEN-REPORTZ.
           EXIT.

       R9-CLOSE-REPORT SECTION.
       R9-CLOSE-REPORTA.
           MOVE SPACE                      TO WS-LINE
           STRING "LESSONS ON THE ORAR: " WS-COUNT-SLOTS
                  "  REGISTER TAKEN: " WS-COUNT-TAKEN
                  "  NOT TAKEN: " WS-COUNT-MISSING
                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO REPORT-FD
           WRITE REPORT-FD
           CLOSE REPORT-FILE

           MOVE SPACE                      TO WS-COPY-COMMAND
           STRING "cp 'RegisterNotTakenWork.txt' 'RegisterNotTaken_"
                   WS-RUN-DATE ".txt'" DELIMITED BY SIZE
           INTO WS-COPY-COMMAND
           CALL "SYSTEM" USING WS-COPY-COMMAND
           DISPLAY "FILED AS RegisterNotTaken_" WS-RUN-DATE ".txt"
           .
       R9-CLOSE-REPORTZ.
           EXIT.

      *> ZELLER'S CONGRUENCE ON WS-RUN-DATE (YYYYMMDD), MAPPED TO THE
      *> ORAR'S 1=MONDAY .. 5=FRIDAY (0 = WEEKEND)
       W-DAY-OF-WEEK SECTION.
       W-DAY-OF-WEEKA.
           MOVE WS-RUN-DATE-X(1:4) TO WS-Z-YEAR
           MOVE WS-RUN-DATE-X(5:2) TO WS-Z-MONTH
           MOVE WS-RUN-DATE-X(7:2) TO WS-Z-DAY
           MOVE WS-Z-MONTH         TO WS-Z-M
           IF WS-Z-M < 3
               ADD 12              TO WS-Z-M
               SUBTRACT 1          FROM WS-Z-YEAR
           END-IF
           DIVIDE WS-Z-YEAR BY 100 GIVING WS-Z-J
               REMAINDER WS-Z-K
           COMPUTE WS-Z-T = WS-Z-DAY
               + ((13 * (WS-Z-M + 1)) / 5)
               + WS-Z-K + (WS-Z-K / 4) + (WS-Z-J / 4)
               + 5 * WS-Z-J
           DIVIDE WS-Z-T BY 7 GIVING WS-Z-REM
               REMAINDER WS-Z-H
      *> ZELLER: 0=SATURDAY 1=SUNDAY 2=MONDAY .. 6=FRIDAY
           EVALUATE WS-Z-H
               WHEN 2 MOVE 1 TO WS-Z-H
               WHEN 3 MOVE 2 TO WS-Z-H
               WHEN 4 MOVE 3 TO WS-Z-H
               WHEN 5 MOVE 4 TO WS-Z-H
               WHEN 6 MOVE 5 TO WS-Z-H
               WHEN OTHER MOVE 0 TO WS-Z-H
           END-EVALUATE
           .
       W-DAY-OF-WEEKZ.
           EXIT.

      *> WRITE THE STATEMENT AND RUN IT THROUGH THE ADAPTER
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

       Z0 SECTION.
       Z0A.
           CLOSE DEAD-LETTER-FILE
           SET LOCK-RELEASE                TO TRUE
           CALL "SQLLOCK" USING SQLLOCK-INTERFACE
           .
       Z0Z.
           EXIT.
       END PROGRAM REGCHECK.
