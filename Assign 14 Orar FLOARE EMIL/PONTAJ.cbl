      ******************************************************************
      * Author:
      * Date:
      * Purpose: MONTHLY TEACHING-HOURS TIMESHEET (PONTAJ) FOR
      *          PAYROLL. ACCOUNTING PAYS THE HOURS ACTUALLY WORKED:
      *          THE TITULAR'S NORM FROM ORAR, MINUS THE HOURS A
      *          SUPLINITOR COVERED, PLUS THE PAID HOURS (PLATA CU
      *          ORA) OF THE SUBSTITUTE - UNTIL NOW REBUILT BY HAND
      *          EVERY MONTH FROM ORARPRINT AND THE SUBSTITUTES'
      *          NOTEBOOK. FOR EVERY SCHOOL DAY OF THE MONTH (INSIDE
      *          A TERM, OUTSIDE EVERY HOLIDAY/FREE RANGE OF
      *          SchoolCalendar.txt, MONDAY TO FRIDAY) THIS COUNTS
      *          EACH PROFESSOR'S ORAR SLOTS FOR THAT WEEKDAY; A SLOT
      *          COVERED THAT DAY BY A SUPLINIRI RANGE IS TAKEN OFF
      *          THE TITULAR AND PUT ON THE SUBSTITUTE. WRITES THE
      *          MONTH'S FIXED-LAYOUT TIMESHEET
      *          (PontajLunar_<YYYYMM>.txt: CNP, NAME, NORM HOURS,
      *          HOURS COVERED BY A SUPLINITOR, HOURS WORKED, PAID
      *          SUBSTITUTION HOURS, MONTH) WITH A CONTROL-TOTAL
      *          TRAILER ACCOUNTING CAN CHECK, THE SAME WAY BURSAPAY
      *          FILES ITS ROSTER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PONTAJ.
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

      *> THE SCHOOL CALENDAR, STAGED FROM ITS HOME IN THE ASSIGN 07
      *> DIRECTORY: TERM/HOLIDAY/FREE RANGES, ONE PER LINE
           SELECT CALENDAR-FILE ASSIGN TO 'SchoolCalendarCopy.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAL-STATUS.

      *> WRITTEN HERE, THEN FILED UNDER ITS DATED NAME (ASSIGN NAMES
      *> ARE FIXED UNDER THIS DIALECT, SAME WORKAROUND AS DBBACKUP)
           SELECT PONTAJ-OUT ASSIGN TO 'PontajWork.txt'
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

        FD PONTAJ-OUT.
       01 PONTAJ-OUT-FD                     PIC X(100).

        FD DEAD-LETTER-FILE.
       01 DEAD-LETTER-FD                    PIC X(321).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 FIELDS-FOR-SQL.
       05 K-INVOKE-JAR                     PIC X(27) VALUE
               "java -jar JSqlAdapter.jar ".

       05 SQL-STATEMENT                    PIC X(300).

       01 WS-CAL-STATUS                    PIC X(02).
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
           05 DL-PROGRAM                   PIC X(12) VALUE "PONTAJ".
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 DL-STATEMENT                 PIC X(290).

       01 WS-PAY-MONTH                     PIC X(06).
       01 WS-PAY-MONTH-NUM REDEFINES WS-PAY-MONTH.
           05 WS-PAY-YYYY                  PIC 9(04).
           05 WS-PAY-MM                    PIC 9(02).
       01 WS-MONTH-FIRST                   PIC X(08).
       01 WS-MONTH-LAST                    PIC X(08).
       01 WS-DAYS-IN-MONTH                 PIC 9(02).
       01 WS-DAY-OF-MONTH                  PIC 9(02).
       01 WS-LEAP-REST                     PIC 9(03).
       01 WS-LEAP-QUOT                     PIC 9(04).
       01 WS-SCHOOL-DAYS                   PIC 9(02) VALUE 0.

      *> THE CALENDAR: "TERM     START END" AND "HOLIDAY  START END"
      *> / "FREE     START END" LINES, THE LAYOUT NOTEMODULE READS
       01 WS-CAL-LINE.
           05 CAL-TYPE                     PIC X(08).
           05 FILLER                       PIC X(01).
           05 CAL-START                    PIC 9(08).
           05 FILLER                       PIC X(01).
           05 CAL-END                      PIC 9(08).
       01 K-MAX-TERM                       PIC 9(02) VALUE 10.
       01 TERM-TABLE.
           05 TERM-ENTRY OCCURS 10 TIMES.
               10 TERM-START               PIC 9(08).
               10 TERM-END                 PIC 9(08).
       01 TERM-COUNT                       PIC 9(02) VALUE 0.
       01 K-MAX-CLOSED                     PIC 9(02) VALUE 50.
       01 CLOSED-TABLE.
           05 CLOSED-ENTRY OCCURS 50 TIMES.
               10 CLOSED-START             PIC 9(08).
               10 CLOSED-END               PIC 9(08).
       01 CLOSED-COUNT                     PIC 9(02) VALUE 0.
       01 WS-CAL-IDX                       PIC 9(02).
       01 WS-SCHOOL-DAY-SW                 PIC X(01).
           88 SCHOOL-DAY                    VALUE "Y".
           88 NOT-SCHOOL-DAY                VALUE "N".

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

      *> THE WEEKLY TIMETABLE IN MEMORY, REPLAYED FOR EVERY SCHOOL
      *> DAY OF THE MONTH
       01 K-MAX-SLOT                       PIC 9(04) VALUE 2000.
       01 SLOT-TABLE.
           05 SLOT-ENTRY OCCURS 2000 TIMES.
               10 SL-ZI                    PIC X(01).
               10 SL-CLASA                 PIC X(04).
               10 SL-MATERIE               PIC X(30).
               10 SL-CNP                   PIC X(13).
               10 SL-PROF-IDX              PIC 9(03).
       01 SLOT-COUNT                       PIC 9(04) VALUE 0.
       01 WS-SLOT-IDX                      PIC 9(04).

      *> ONE ROW OF THE SUPLINIRI SELECT FOR THE MONTH
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

      *> THE SUBSTITUTIONS TOUCHING THE MONTH. CLASA / MATERIE '*'
      *> = EVERY SLOT THE TITULAR HOLDS, AS IN ORARPRINT.
       01 K-MAX-SUPL                       PIC 9(03) VALUE 200.
       01 SUPL-TABLE.
           05 SUPL-ENTRY OCCURS 200 TIMES.
               10 SP-CNP-TITULAR           PIC X(13).
               10 SP-CNP-SUPLINITOR        PIC X(13).
               10 SP-CLASA                 PIC X(04).
               10 SP-MATERIE               PIC X(30).
               10 SP-DELA                  PIC X(08).
               10 SP-PANALA                PIC X(08).
               10 SP-PROF-IDX              PIC 9(03).
       01 SUPL-COUNT                       PIC 9(03) VALUE 0.
       01 WS-SUPL-IDX                      PIC 9(03).

      *> ONE LINE PER PROFESSOR: TITULARS IN CNP ORDER FROM ORAR,
      *> THEN ANY SUBSTITUTE WHO HOLDS NO SLOT OF THEIR OWN
       01 K-MAX-PROF                       PIC 9(03) VALUE 300.
       01 PROF-TABLE.
           05 PROF-ENTRY OCCURS 300 TIMES.
               10 PF-CNP                   PIC X(13).
               10 PF-NORMA                 PIC 9(04).
               10 PF-SUPLINITE             PIC 9(04).
               10 PF-PLATA                 PIC 9(04).
       01 PROF-COUNT                       PIC 9(03) VALUE 0.
       01 WS-PROF-IDX                      PIC 9(03).
       01 WS-FIND-CNP                      PIC X(13).

      *> ZELLER WORK FIELDS FOR THE DAY BEING WALKED
       01 WS-DATE-NUM                      PIC 9(08).
       01 WS-DATE-NUM-GROUP REDEFINES WS-DATE-NUM.
           05 WS-DATE-YYYY                 PIC 9(04).
           05 WS-DATE-MM                   PIC 9(02).
           05 WS-DATE-DD                   PIC 9(02).
       01 WS-DATE-TXT REDEFINES WS-DATE-NUM PIC X(08).
       01 WS-Z-Y                           PIC 9(04).
       01 WS-Z-M                           PIC 9(02).
       01 WS-Z-C                           PIC 9(02).
       01 WS-Z-K                           PIC 9(02).
       01 WS-Z-T                           PIC 9(04).
       01 WS-Z-T2                          PIC 9(04).
       01 WS-Z-H                           PIC 9(04).
       01 WS-Z-DOW                         PIC 9(01).

      *> THE PROFESSOR'S NAME, LOOKED UP PER CNP
       01 WS-PROF-LOOKUP-ROW.
           05 WS-LOOKUP-NUME               PIC X(30).
           05 FILLER                       PIC X(02).
           05 WS-LOOKUP-PRENUME            PIC X(30).

      *> THE FIXED LAYOUT ACCOUNTING INGESTS
       01 PONTAJ-LINE.
           05 PL-CNP                       PIC X(13).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 PL-NUME                      PIC X(30).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 PL-PRENUME                   PIC X(20).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 PL-NORMA                     PIC 9(04).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 PL-SUPLINITE                 PIC 9(04).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 PL-LUCRATE                   PIC 9(04).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 PL-PLATA                     PIC 9(04).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 PL-MONTH                     PIC X(06).

      *> CONTROL TOTALS: LINES, HOURS WORKED, PAID SUBSTITUTION HOURS
       01 TRAILER-LINE.
           05 FILLER                       PIC X(06) VALUE "TOTAL ".
           05 TL-COUNT                     PIC 9(04).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 TL-LUCRATE                   PIC 9(06).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 TL-PLATA                     PIC 9(06).

       01 WS-LUCRATE                       PIC 9(04).
       01 WS-TOTAL-LUCRATE                 PIC 9(06) VALUE 0.
       01 WS-TOTAL-PLATA                   PIC 9(06) VALUE 0.
       01 WS-COUNT-LINES                   PIC 9(04) VALUE 0.
       01 WS-COUNT-COVERED                 PIC 9(05) VALUE 0.

       01 WS-COPY-COMMAND                  PIC X(120).

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".
       COPY TRAINENV-INT.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       S0  SECTION.
       S0A.
           DISPLAY "MONTHLY TEACHING-HOURS TIMESHEET (PONTAJ)"
           DISPLAY "PAYROLL MONTH (YYYYMM): " WITH NO ADVANCING
           ACCEPT WS-PAY-MONTH
           IF WS-PAY-MONTH NOT NUMERIC
               DISPLAY "MONTH NOT NUMERIC - NOTHING DONE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PAY-MM < 1 OR WS-PAY-MM > 12
               DISPLAY "MONTH " WS-PAY-MM " OUT OF RANGE - NOTHING "
                   "DONE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM A3-MONTH-BOUNDS

      *> WITHOUT THE CALENDAR THE HOLIDAYS WOULD BE PAID AS SCHOOL
      *> DAYS - NO TIMESHEET IS BETTER THAN A WRONG ONE
           PERFORM A1-LOAD-CALENDAR
           IF TERM-COUNT = 0
               DISPLAY "NO TERMS IN SchoolCalendar.txt - CANNOT TELL "
                   "THE SCHOOL DAYS, NO TIMESHEET WRITTEN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           SET LOCK-ACQUIRE                TO TRUE
           MOVE "PONTAJ"                   TO LOCK-OWNER
           CALL "SQLLOCK" USING SQLLOCK-INTERFACE
           IF LOCK-BUSY
               DISPLAY LOCK-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM A0
           PERFORM B0-LOAD-ORAR
           IF SLOT-COUNT = 0
               DISPLAY "ORAR IS EMPTY OR UNREADABLE - NO TIMESHEET "
                   "WRITTEN"
               PERFORM Z0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM B1-LOAD-SUPLINIRI

           PERFORM C0-COUNT-ONE-DAY THRU C0-COUNT-ONE-DAYZ
               VARYING WS-DAY-OF-MONTH FROM 1 BY 1
               UNTIL WS-DAY-OF-MONTH > WS-DAYS-IN-MONTH

           PERFORM D0-WRITE-TIMESHEET
           PERFORM Z0

           DISPLAY "SCHOOL DAYS IN " WS-PAY-MONTH ": " WS-SCHOOL-DAYS
           DISPLAY "PROFESSORS: " WS-COUNT-LINES
               "  HOURS WORKED: " WS-TOTAL-LUCRATE
               "  PAID SUBSTITUTION HOURS: " WS-TOTAL-PLATA
           DISPLAY "SLOT-DAYS COVERED BY A SUPLINITOR: "
               WS-COUNT-COVERED
           DISPLAY "TIMESHEET FILED AS PontajLunar_" WS-PAY-MONTH
               ".txt"
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

      *> THE CALENDAR LIVES IN THE ASSIGN 07 DIRECTORY - A FRESH
      *> COPY IS STAGED HERE EVERY RUN (THE BURSAPAY PATTERN), SO A
      *> HOLIDAY ADDED THERE IS NEVER MISSED ON A STALE HAND COPY
       A1-LOAD-CALENDAR SECTION.
       A1-LOAD-CALENDARA.
           MOVE SPACE                      TO WS-COPY-COMMAND
           STRING "cp '../Assign 07 FLOARE EMIL/"
                  "SchoolCalendar.txt' 'SchoolCalendarCopy.txt'"
                  DELIMITED BY SIZE
           INTO WS-COPY-COMMAND
           CALL "SYSTEM" USING WS-COPY-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "NO SchoolCalendar.txt IN THE ASSIGN 07 "
                   "DIRECTORY"
               GO TO A1-LOAD-CALENDARZ
           END-IF

           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS NOT = "00"
               DISPLAY "STAGED CALENDAR NOT READABLE"
               GO TO A1-LOAD-CALENDARZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-CAL-LINE
               READ CALENDAR-FILE INTO WS-CAL-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   EVALUATE CAL-TYPE
                       WHEN "TERM"
                           IF TERM-COUNT < K-MAX-TERM
                           AND CAL-START NUMERIC AND CAL-END NUMERIC
                               ADD 1 TO TERM-COUNT
                               MOVE CAL-START TO
                                   TERM-START(TERM-COUNT)
                               MOVE CAL-END   TO
                                   TERM-END(TERM-COUNT)
                           END-IF
                       WHEN "HOLIDAY"
                       WHEN "FREE"
                           IF CLOSED-COUNT < K-MAX-CLOSED
                           AND CAL-START NUMERIC AND CAL-END NUMERIC
                               ADD 1 TO CLOSED-COUNT
                               MOVE CAL-START TO
                                   CLOSED-START(CLOSED-COUNT)
                               MOVE CAL-END   TO
                                   CLOSED-END(CLOSED-COUNT)
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE
           DISPLAY "SCHOOL CALENDAR LOADED: " TERM-COUNT " TERMS, "
               CLOSED-COUNT " CLOSED RANGES"
           .
       A1-LOAD-CALENDARZ.
           EXIT.

      *> FIRST AND LAST DAY OF THE MONTH (FEBRUARY BY THE LEAP RULE)
       A3-MONTH-BOUNDS SECTION.
       A3-MONTH-BOUNDSA.
           EVALUATE WS-PAY-MM
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30                 TO WS-DAYS-IN-MONTH
               WHEN 2
                   MOVE 28                 TO WS-DAYS-IN-MONTH
                   DIVIDE WS-PAY-YYYY BY 4 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REST
                   IF WS-LEAP-REST = 0
                       MOVE 29             TO WS-DAYS-IN-MONTH
                       DIVIDE WS-PAY-YYYY BY 100 GIVING WS-LEAP-QUOT
                           REMAINDER WS-LEAP-REST
                       IF WS-LEAP-REST = 0
                           MOVE 28         TO WS-DAYS-IN-MONTH
                           DIVIDE WS-PAY-YYYY BY 400
                               GIVING WS-LEAP-QUOT
                               REMAINDER WS-LEAP-REST
                           IF WS-LEAP-REST = 0
                               MOVE 29     TO WS-DAYS-IN-MONTH
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31                 TO WS-DAYS-IN-MONTH
           END-EVALUATE
           MOVE SPACE                      TO WS-MONTH-FIRST
           STRING WS-PAY-MONTH "01" DELIMITED BY SIZE
           INTO WS-MONTH-FIRST
           MOVE SPACE                      TO WS-MONTH-LAST
           STRING WS-PAY-MONTH WS-DAYS-IN-MONTH DELIMITED BY SIZE
           INTO WS-MONTH-LAST
           .
       A3-MONTH-BOUNDSZ.
           EXIT.

      *> THE PERMANENT TIMETABLE, ORDERED BY PROFESSOR SO THE
      *> TIMESHEET COMES OUT IN CNP ORDER
       B0-LOAD-ORAR SECTION.
       B0-LOAD-ORARA.
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT ZI, ORA, CLASA, MATERIE, CNP FROM ORAR "
                   "ORDER BY CNP, ZI, ORA"
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
                       MOVE OR-CLASA       TO SL-CLASA(SLOT-COUNT)
                       MOVE OR-MATERIE     TO SL-MATERIE(SLOT-COUNT)
                       MOVE OR-CNP         TO SL-CNP(SLOT-COUNT)
                       MOVE OR-CNP         TO WS-FIND-CNP
                       PERFORM H0-FIND-PROF
                       MOVE WS-PROF-IDX    TO SL-PROF-IDX(SLOT-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SQL-RESULTS
           DISPLAY "ORAR SLOTS: " SLOT-COUNT "  PROFESSORS: "
               PROF-COUNT
           .
       B0-LOAD-ORARZ.
           EXIT.

      *> EVERY SUBSTITUTION WHOSE RANGE TOUCHES THE MONTH. NO
      *> SUPLINIRI TABLE YET (SUPLLOAD NEVER RAN) = NOBODY COVERED.
       B1-LOAD-SUPLINIRI SECTION.
       B1-LOAD-SUPLINIRIA.
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT CNPTITULAR, CNPSUPLINITOR, CLASA, MATERIE, "
                   "DELA, PANALA FROM SUPLINIRI WHERE DELA <= '"
                   WS-MONTH-LAST "' AND PANALA >= '" WS-MONTH-FIRST
                   "' ORDER BY DELA"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM G0-SUBMIT-STATEMENT
           IF JAR-CALL-FAILED
               DISPLAY "COULD NOT READ SUPLINIRI, NO SUBSTITUTIONS "
                   "APPLIED"
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
                       MOVE SU-CNP-SUPLINITOR TO WS-FIND-CNP
                       PERFORM H0-FIND-PROF
                       MOVE WS-PROF-IDX    TO SP-PROF-IDX(SUPL-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SQL-RESULTS
           DISPLAY "SUBSTITUTIONS TOUCHING " WS-PAY-MONTH ": "
               SUPL-COUNT
           .
       B1-LOAD-SUPLINIRIZ.
           EXIT.

      *> ONE CALENDAR DAY: SKIPPED UNLESS IT IS A SCHOOL DAY, THEN
      *> EVERY ORAR SLOT ON ITS WEEKDAY IS ONE HOUR FOR SOMEBODY
       C0-COUNT-ONE-DAY SECTION.
       C0-COUNT-ONE-DAYA.
           MOVE WS-PAY-YYYY                TO WS-DATE-YYYY
           MOVE WS-PAY-MM                  TO WS-DATE-MM
           MOVE WS-DAY-OF-MONTH            TO WS-DATE-DD
           PERFORM W1-IS-SCHOOL-DAY
           IF NOT-SCHOOL-DAY
               GO TO C0-COUNT-ONE-DAYZ
           END-IF
           ADD 1                           TO WS-SCHOOL-DAYS
           PERFORM C1-COUNT-ONE-SLOT
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > SLOT-COUNT
           .
       C0-COUNT-ONE-DAYZ.
           EXIT.

      *> THE SLOT BELONGS TO THE TITULAR'S NORM EITHER WAY; WHEN A
      *> SUBSTITUTION COVERS IT THAT DAY THE HOUR MOVES OFF THE
      *> TITULAR'S WORKED HOURS AND ONTO THE SUPLINITOR'S PAID ONES.
      *> THE FIRST MATCHING SUBSTITUTION WINS, AS IN ORARPRINT.
       C1-COUNT-ONE-SLOT SECTION.
       C1-COUNT-ONE-SLOTA.
           IF SL-ZI(WS-SLOT-IDX) NOT = WS-Z-DOW
           OR SL-PROF-IDX(WS-SLOT-IDX) = 0
               GO TO C1-COUNT-ONE-SLOTZ
           END-IF
           MOVE SL-PROF-IDX(WS-SLOT-IDX)   TO WS-PROF-IDX
           ADD 1                           TO PF-NORMA(WS-PROF-IDX)
           PERFORM VARYING WS-SUPL-IDX FROM 1 BY 1
                   UNTIL WS-SUPL-IDX > SUPL-COUNT
               IF SP-CNP-TITULAR(WS-SUPL-IDX) = SL-CNP(WS-SLOT-IDX)
               AND SP-DELA(WS-SUPL-IDX) NOT > WS-DATE-TXT
               AND SP-PANALA(WS-SUPL-IDX) NOT < WS-DATE-TXT
               AND (SP-CLASA(WS-SUPL-IDX) = "*"
                    OR SP-CLASA(WS-SUPL-IDX) = SL-CLASA(WS-SLOT-IDX))
               AND (SP-MATERIE(WS-SUPL-IDX) = "*"
                    OR SP-MATERIE(WS-SUPL-IDX) =
                       SL-MATERIE(WS-SLOT-IDX))
                   ADD 1               TO PF-SUPLINITE(WS-PROF-IDX)
                   ADD 1               TO WS-COUNT-COVERED
                   IF SP-PROF-IDX(WS-SUPL-IDX) > 0
                       MOVE SP-PROF-IDX(WS-SUPL-IDX) TO WS-PROF-IDX
                       ADD 1           TO PF-PLATA(WS-PROF-IDX)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
       C1-COUNT-ONE-SLOTZ.
           EXIT.

      *> ONE FIXED LINE PER PROFESSOR, THE CONTROL-TOTAL TRAILER,
      *> THEN THE WORK FILE IS FILED UNDER THE MONTH'S NAME
       D0-WRITE-TIMESHEET SECTION.
       D0-WRITE-TIMESHEETA.
           OPEN OUTPUT PONTAJ-OUT
      *> A TRAINING COPY'S TIMESHEET IS MARKED AS SUCH; THE STAMP HAS
      *> NO NUMERIC NORM COLUMN, SO FISAPROF PASSES OVER IT LIKE THE
      *> TRAILER
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO PONTAJ-OUT-FD
               WRITE PONTAJ-OUT-FD
           END-IF
           PERFORM D1-WRITE-ONE-PROF
               VARYING WS-PROF-IDX FROM 1 BY 1
               UNTIL WS-PROF-IDX > PROF-COUNT

           MOVE SPACE                      TO TRAILER-LINE
           MOVE "TOTAL "                   TO TRAILER-LINE(1:6)
           MOVE WS-COUNT-LINES             TO TL-COUNT
           MOVE WS-TOTAL-LUCRATE           TO TL-LUCRATE
           MOVE WS-TOTAL-PLATA             TO TL-PLATA
           MOVE TRAILER-LINE               TO PONTAJ-OUT-FD
           WRITE PONTAJ-OUT-FD
           CLOSE PONTAJ-OUT

           MOVE SPACE                      TO WS-COPY-COMMAND
           STRING "cp 'PontajWork.txt' 'PontajLunar_"
                   WS-PAY-MONTH ".txt'" DELIMITED BY SIZE
           INTO WS-COPY-COMMAND
           CALL "SYSTEM" USING WS-COPY-COMMAND
           .
       D0-WRITE-TIMESHEETZ.
           EXIT.

       D1-WRITE-ONE-PROF SECTION.
       D1-WRITE-ONE-PROFA.
           COMPUTE WS-LUCRATE = PF-NORMA(WS-PROF-IDX)
               - PF-SUPLINITE(WS-PROF-IDX)
           PERFORM D2-LOOK-UP-NAME
           MOVE SPACE                      TO PONTAJ-LINE
           MOVE PF-CNP(WS-PROF-IDX)        TO PL-CNP
           MOVE WS-LOOKUP-NUME             TO PL-NUME
           MOVE WS-LOOKUP-PRENUME          TO PL-PRENUME
           MOVE PF-NORMA(WS-PROF-IDX)      TO PL-NORMA
           MOVE PF-SUPLINITE(WS-PROF-IDX)  TO PL-SUPLINITE
           MOVE WS-LUCRATE                 TO PL-LUCRATE
           MOVE PF-PLATA(WS-PROF-IDX)      TO PL-PLATA
           MOVE WS-PAY-MONTH               TO PL-MONTH
           MOVE PONTAJ-LINE                TO PONTAJ-OUT-FD
           WRITE PONTAJ-OUT-FD
           ADD 1                           TO WS-COUNT-LINES
           ADD WS-LUCRATE                  TO WS-TOTAL-LUCRATE
           ADD PF-PLATA(WS-PROF-IDX)       TO WS-TOTAL-PLATA
           .
       D1-WRITE-ONE-PROFZ.
           EXIT.

      *> A PROFESSOR NO LONGER ON PROFESORI STILL GETS THE LINE,
      *> MARKED, SO ACCOUNTING CAN MATCH IT BY CNP
       D2-LOOK-UP-NAME SECTION.
       D2-LOOK-UP-NAMEA.
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT NUME, PRENUME FROM PROFESORI WHERE CNP = '"
                   PF-CNP(WS-PROF-IDX) "'"
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

      *> THE PROFESSOR'S LINE FOR WS-FIND-CNP, OPENED ON FIRST
      *> SIGHT; 0 WHEN THE TABLE IS FULL
       H0-FIND-PROF SECTION.
       H0-FIND-PROFA.
           PERFORM VARYING WS-PROF-IDX FROM 1 BY 1
                   UNTIL WS-PROF-IDX > PROF-COUNT
               IF PF-CNP(WS-PROF-IDX) = WS-FIND-CNP
                   GO TO H0-FIND-PROFZ
               END-IF
           END-PERFORM
           IF PROF-COUNT < K-MAX-PROF
               ADD 1                       TO PROF-COUNT
               MOVE PROF-COUNT             TO WS-PROF-IDX
               MOVE WS-FIND-CNP            TO PF-CNP(WS-PROF-IDX)
               MOVE 0                      TO PF-NORMA(WS-PROF-IDX)
               MOVE 0                      TO PF-SUPLINITE(WS-PROF-IDX)
               MOVE 0                      TO PF-PLATA(WS-PROF-IDX)
           ELSE
               DISPLAY "PROFESSOR TABLE FULL - " WS-FIND-CNP
                   " LEFT OFF THE TIMESHEET"
               MOVE 0                      TO WS-PROF-IDX
           END-IF
           .
       H0-FIND-PROFZ.
           EXIT.

      *> A SCHOOL DAY IS INSIDE SOME TERM, OUTSIDE EVERY HOLIDAY OR
      *> FREE RANGE AND FALLS MONDAY TO FRIDAY; LEAVES THE WEEKDAY
      *> (1 = MONDAY) IN WS-Z-DOW FOR THE SLOT MATCH
       W1-IS-SCHOOL-DAY SECTION.
       W1-IS-SCHOOL-DAYA.
           SET NOT-SCHOOL-DAY              TO TRUE
           PERFORM W0-DAY-OF-WEEK
           IF WS-Z-DOW > 5
               GO TO W1-IS-SCHOOL-DAYZ
           END-IF
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > TERM-COUNT
               IF WS-DATE-NUM NOT < TERM-START(WS-CAL-IDX)
               AND WS-DATE-NUM NOT > TERM-END(WS-CAL-IDX)
                   SET SCHOOL-DAY          TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT-SCHOOL-DAY
               GO TO W1-IS-SCHOOL-DAYZ
           END-IF
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > CLOSED-COUNT
               IF WS-DATE-NUM NOT < CLOSED-START(WS-CAL-IDX)
               AND WS-DATE-NUM NOT > CLOSED-END(WS-CAL-IDX)
                   SET NOT-SCHOOL-DAY      TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
       W1-IS-SCHOOL-DAYZ.
           EXIT.

      *> ZELLER'S CONGRUENCE ON WS-DATE-NUM, THE DIVIDE ... REMAINDER
      *> FORM NOTEMODULE USES, FOLDED TO 1 = MONDAY ... 7 = SUNDAY
       W0-DAY-OF-WEEK SECTION.
       W0-DAY-OF-WEEKA.
           MOVE WS-DATE-YYYY               TO WS-Z-Y
           MOVE WS-DATE-MM                 TO WS-Z-M
           IF WS-Z-M < 3
               ADD 12                      TO WS-Z-M
               SUBTRACT 1                  FROM WS-Z-Y
           END-IF
           DIVIDE WS-Z-Y BY 100 GIVING WS-Z-C REMAINDER WS-Z-K
           COMPUTE WS-Z-T = 13 * (WS-Z-M + 1)
           DIVIDE WS-Z-T BY 5 GIVING WS-Z-T
           COMPUTE WS-Z-H = WS-DATE-DD + WS-Z-T + WS-Z-K
           DIVIDE WS-Z-K BY 4 GIVING WS-Z-T2
           ADD WS-Z-T2                     TO WS-Z-H
           DIVIDE WS-Z-C BY 4 GIVING WS-Z-T2
           ADD WS-Z-T2                     TO WS-Z-H
           COMPUTE WS-Z-H = WS-Z-H + 5 * WS-Z-C
           DIVIDE WS-Z-H BY 7 GIVING WS-Z-T REMAINDER WS-Z-DOW
      *> ZELLER'S 0 IS SATURDAY, 1 SUNDAY, 2 MONDAY
           EVALUATE WS-Z-DOW
               WHEN 0 MOVE 6               TO WS-Z-DOW
               WHEN 1 MOVE 7               TO WS-Z-DOW
               WHEN OTHER
                   SUBTRACT 1              FROM WS-Z-DOW
           END-EVALUATE
           .
       W0-DAY-OF-WEEKZ.
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

       Z0 SECTION.
       Z0A.
           CLOSE DEAD-LETTER-FILE
           SET LOCK-RELEASE                TO TRUE
           CALL "SQLLOCK" USING SQLLOCK-INTERFACE
           .
       Z0Z.
           EXIT.
       END PROGRAM PONTAJ.
