      ******************************************************************
      * Author:
      * Date:
      * Purpose: COMMUTER TRANSPORT SUBSIDY (DECONTARE TRANSPORT)
      *          MONTHLY SETTLEMENT FOR ACCOUNTING. A COMMUTER'S BUS
      *          PASS IS REIMBURSED ONLY FOR THE DAYS THEY ATTENDED -
      *          UNTIL NOW MATCHED BY HAND AGAINST THE ATTENDANCE
      *          NOTEBOOK EVERY MONTH. FOR EVERY STUDENT ON THE
      *          COMMUTER REGISTER (Navetisti.txt, KEPT BY NAVMAINT)
      *          ELIGIBLE IN THE MONTH THIS COUNTS THE MONTH'S SCHOOL
      *          DAYS (INSIDE A TERM, OUTSIDE EVERY HOLIDAY/FREE RANGE
      *          OF SchoolCalendar.txt, MONDAY TO FRIDAY - THE PONTAJ
      *          RULE), KEEPS THOSE INSIDE THE ELIGIBILITY PERIOD, AND
      *          TAKES OFF EVERY FULL DAY OF ABSENCE IN ABSENTE: A DAY
      *          ON WHICH EVERY ORAR LESSON OF THE STUDENT'S CLASS HAS
      *          AN ABSENCE. SUCH A DAY IS FORGIVEN ONLY WHEN EVERY ONE
      *          OF ITS ABSENCES IS MOTIVATED AND A MEDICAL NOTE
      *          (ADEVERINTA MEDICALA IN Motivari.txt) COVERS IT -
      *          UNMOTIVATED DAYS AND DAYS MOTIVATED ON A PARENT'S
      *          REQUEST ARE DEDUCTED. THE PASS COST IS PRORATED BY
      *          THE DAYS PAID OVER THE MONTH'S SCHOOL DAYS. A STUDENT
      *          ON WithdrawAudit.txt IS HANDLED AS BURSAPAY DOES IT:
      *          WITHDRAWN BEFORE THE MONTH = SUPPRESSED (ZERO, FLAGGED
      *          RETRAS), WITHDRAWN INSIDE THE MONTH = THE DAYS FROM
      *          THE LEAVE DATE ON ARE NOT ELIGIBLE. WRITES THE MONTH'S
      *          FIXED-LAYOUT PAYMENT FILE
      *          (DecontTransport_<YYYYMM>.txt: CNP, NAME, LOCALITY,
      *          PASS COST, SCHOOL / ELIGIBLE / ABSENT / PAID DAYS,
      *          AMOUNT, MONTH, NOTE) WITH A CONTROL-TOTAL TRAILER.
      *          A CLASS WITHOUT A TIMETABLE CANNOT SHOW A FULL DAY OF
      *          ABSENCE: ITS COMMUTERS ARE PAID ON ELIGIBILITY ALONE
      *          AND FLAGGED FARA ORAR FOR A HAND CHECK; A COMMUTER
      *          WHOSE ABSENCES COULD NOT BE READ IS WITHHELD (ZERO,
      *          FLAGGED VERIFICATI) AND THE RUN ENDS WITH RC 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DECTRANS.
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

      *> THE COMMUTER REGISTER, STAGED FROM THE SECRETARIAT
           SELECT NAVETA-FILE ASSIGN TO 'NavetistiCopy.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NAVETA-STATUS.

      *> THE SCHOOL CALENDAR, STAGED FROM ITS HOME IN THE ASSIGN 07
      *> DIRECTORY: TERM/HOLIDAY/FREE RANGES, ONE PER LINE
           SELECT CALENDAR-FILE ASSIGN TO 'SchoolCalendarCopy.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAL-STATUS.

      *> THE EXCUSE DOCUMENTS - ONLY THE MEDICAL NOTES MATTER HERE
           SELECT MOTIVARI-FILE ASSIGN TO 'MotivariCopy.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MOTIV-STATUS.

      *> THE WITHDRAWALS - A CNP HERE STOPS OR SHORTENS ITS PAYMENT
           SELECT WITHDRAW-AUDIT ASSIGN TO 'WithdrawAuditCopy.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WAUDIT-STATUS.

      *> WRITTEN HERE, THEN FILED UNDER ITS DATED NAME (ASSIGN NAMES
      *> ARE FIXED UNDER THIS DIALECT, SAME WORKAROUND AS DBBACKUP)
           SELECT PAYMENT-OUT ASSIGN TO 'DecontTransportWork.txt'
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

        FD NAVETA-FILE.
       01 NAVETA-FD                         PIC X(100).

        FD CALENDAR-FILE.
       01 CALENDAR-FD                       PIC X(30).

        FD MOTIVARI-FILE.
       01 MOTIVARI-FD                       PIC X(150).

        FD WITHDRAW-AUDIT.
       01 WITHDRAW-AUDIT-FD                 PIC X(140).

        FD PAYMENT-OUT.
       01 PAYMENT-OUT-FD                    PIC X(150).

        FD DEAD-LETTER-FILE.
       01 DEAD-LETTER-FD                    PIC X(321).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 FIELDS-FOR-SQL.
       05 K-INVOKE-JAR                     PIC X(27) VALUE
               "java -jar JSqlAdapter.jar ".

       05 SQL-STATEMENT                    PIC X(300).

       01 WS-NAVETA-STATUS                 PIC X(02).
       01 WS-CAL-STATUS                    PIC X(02).
       01 WS-MOTIV-STATUS                  PIC X(02).
       01 WS-WAUDIT-STATUS                 PIC X(02).
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
           05 DL-PROGRAM                   PIC X(12) VALUE "DECTRANS".
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

      *> THE MONTH, WORKED OUT ONCE: SCHOOL DAY OR NOT, AND WEEKDAY
       01 MONTH-TABLE.
           05 MONTH-DAY OCCURS 31 TIMES.
               10 MD-SCHOOL                PIC X(01).
               10 MD-DOW                   PIC 9(01).

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

      *> THE COMMUTER REGISTER: CNP;LOCALITATE;RUTA;COST IN BANI;
      *> FROM;TO (TO BLANK = STILL COMMUTING)
       01 K-MAX-NAV                        PIC 9(03) VALUE 500.
       01 NAV-TABLE.
           05 NAV-ENTRY OCCURS 500 TIMES.
               10 NV-CNP                   PIC X(13).
               10 NV-LOCALITATE            PIC X(20).
               10 NV-RUTA                  PIC X(30).
               10 NV-COST                  PIC 9(06).
               10 NV-FROM                  PIC X(08).
               10 NV-TO                    PIC X(08).
       01 NAV-COUNT                        PIC 9(03) VALUE 0.
       01 WS-NAV-IDX                       PIC 9(03).
       01 WS-NAV-LINE                      PIC X(100).
       01 WS-COST-FIELD                    PIC X(06).

      *> THE MEDICAL NOTES: CNP AND THE DAYS THEY COVER (A Motivari.txt
      *> LINE IS ID;STATE;CNP;TYPE;REFERENCE;FROM;TO;...)
       01 WS-MOTIV-LINE                    PIC X(150).
       01 WS-MOTIV-FIELDS.
           05 MF-ID                        PIC X(05).
           05 MF-STATE                     PIC X(11).
           05 MF-CNP                       PIC X(13).
           05 MF-TIP                       PIC X(20).
           05 MF-REF                       PIC X(20).
           05 MF-FROM                      PIC X(08).
           05 MF-TO                        PIC X(08).
       01 K-MEDICAL-TIP                    PIC X(20) VALUE
           "ADEVERINTA MEDICALA".
       01 K-MAX-MED                        PIC 9(04) VALUE 2000.
       01 MED-TABLE.
           05 MED-ENTRY OCCURS 2000 TIMES.
               10 ME-CNP                   PIC X(13).
               10 ME-FROM                  PIC X(08).
               10 ME-TO                    PIC X(08).
       01 MED-COUNT                        PIC 9(04) VALUE 0.
       01 WS-MED-IDX                       PIC 9(04).

      *> WITHDRAWALS KEYED BY CNP WITH THE LEAVE DATE (THE AUDIT
      *> LINE'S FIXED COLUMNS: CNP AT 19, LEAVE DATE AT 40)
       01 WS-WAUDIT-LINE.
           05 FILLER                       PIC X(18).
           05 WA-CNP                       PIC X(13).
           05 FILLER                       PIC X(08).
           05 WA-LEAVE                     PIC X(08).
       01 K-MAX-WDRAW                      PIC 9(03) VALUE 500.
       01 WDRAW-TABLE.
           05 WDRAW-ENTRY OCCURS 500 TIMES.
               10 WD-CNP                   PIC X(13).
               10 WD-LEAVE                 PIC X(08).
       01 WDRAW-COUNT                      PIC 9(03) VALUE 0.
       01 WS-WDRAW-IDX                     PIC 9(03).
       01 WS-LEAVE-DATE                    PIC X(08).

      *> THE STUDENT'S NAME AND CLASS, LOOKED UP PER CNP
       01 WS-STUDENT-LOOKUP-ROW.
           05 WS-LOOKUP-NUME               PIC X(30).
           05 FILLER                       PIC X(02).
           05 WS-LOOKUP-PRENUME            PIC X(30).
           05 FILLER                       PIC X(02).
           05 WS-LOOKUP-CLASA              PIC X(04).

      *> ONE ROW OF "SELECT ZI, ORA, MATERIE FROM ORAR" FOR THE CLASS
       01 WS-ORAR-ROW.
           05 OR-ZI                        PIC X(01).
           05 FILLER                       PIC X(02).
           05 OR-ORA                       PIC X(01).
           05 FILLER                       PIC X(02).
           05 OR-MATERIE                   PIC X(30).
      *> THE CLASS'S WEEK: EVERY LESSON A FULL DAY OF ABSENCE MUST
      *> COVER
       01 K-MAX-SLOT                       PIC 9(03) VALUE 80.
       01 SLOT-TABLE.
           05 SLOT-ENTRY OCCURS 80 TIMES.
               10 SL-ZI                    PIC X(01).
               10 SL-ORA                   PIC X(01).
               10 SL-MATERIE               PIC X(30).
       01 SLOT-COUNT                       PIC 9(03) VALUE 0.
       01 WS-SLOT-IDX                      PIC 9(03).

      *> ONE ROW OF THE MONTH'S ABSENCES FOR THE COMMUTER
       01 WS-ABS-ROW.
           05 AR-DATA                      PIC X(08).
           05 FILLER                       PIC X(02).
           05 AR-ORA                       PIC X(01).
           05 FILLER                       PIC X(02).
           05 AR-MOTIVAT                   PIC X(01).
           05 FILLER                       PIC X(02).
           05 AR-MATERIE                   PIC X(30).
       01 K-MAX-ABS                        PIC 9(03) VALUE 400.
       01 ABS-TABLE.
           05 ABS-ENTRY OCCURS 400 TIMES.
               10 AB-DATA                  PIC X(08).
               10 AB-ORA                   PIC X(01).
               10 AB-MOTIVAT               PIC X(01).
               10 AB-MATERIE               PIC X(30).
       01 ABS-COUNT                        PIC 9(03) VALUE 0.
       01 WS-ABS-IDX                       PIC 9(03).

      *> THE DAY BEING JUDGED: EVERY LESSON MISSED, AND WHETHER EACH
      *> MISSED LESSON IS MOTIVATED UNDER A MEDICAL NOTE
       01 WS-LESSONS-THAT-DAY              PIC 9(02).
       01 WS-FULL-DAY-SW                   PIC X(01).
           88 FULL-DAY-ABSENT               VALUE "Y".
       01 WS-ALL-MEDICAL-SW                PIC X(01).
           88 ALL-MEDICAL                   VALUE "Y".
       01 WS-DAY-MEDICAL-SW                PIC X(01).
           88 DAY-UNDER-MEDICAL-NOTE        VALUE "Y".
       01 WS-COVERED-SW                    PIC X(01).
           88 LESSON-COVERED                VALUE "Y".
       01 WS-ABS-READ-SW                   PIC X(01).
           88 ABSENCES-READ                 VALUE "Y".
           88 ABSENCES-NOT-READ             VALUE "N".

      *> THE COMMUTER'S MONTH
       01 WS-DAYS-ELIGIBLE                 PIC 9(02).
       01 WS-DAYS-ABSENT                   PIC 9(02).
       01 WS-DAYS-PAID                     PIC 9(02).
       01 WS-PAY-AMOUNT                    PIC 9(05)V99.
       01 WS-TOTAL-AMOUNT                  PIC 9(08)V99 VALUE 0.
       01 WS-COUNT-PAID                    PIC 9(04) VALUE 0.
       01 WS-COUNT-PRORATED                PIC 9(04) VALUE 0.
       01 WS-COUNT-SUPPRESSED              PIC 9(04) VALUE 0.
       01 WS-COUNT-WITHHELD                PIC 9(04) VALUE 0.
       01 WS-COUNT-NO-ORAR                 PIC 9(04) VALUE 0.

      *> THE FIXED LAYOUT ACCOUNTING INGESTS
       01 PAYMENT-LINE.
           05 PL-CNP                       PIC X(13).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 PL-NUME                      PIC X(30).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 PL-PRENUME                   PIC X(20).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 PL-LOCALITATE                PIC X(20).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 PL-COST                      PIC 9(04).99.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 PL-ZILE-SCOALA               PIC 9(02).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 PL-ZILE-ELIGIBILE            PIC 9(02).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 PL-ZILE-ABSENTE              PIC 9(02).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 PL-ZILE-PLATITE              PIC 9(02).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 PL-AMOUNT                    PIC 9(05).99.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 PL-MONTH                     PIC X(06).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 PL-NOTE                      PIC X(10).

       01 TRAILER-LINE.
           05 FILLER                       PIC X(06) VALUE "TOTAL ".
           05 TL-COUNT                     PIC 9(04).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 TL-AMOUNT                    PIC 9(08).99.

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
           DISPLAY "COMMUTER TRANSPORT SUBSIDY SETTLEMENT"
           DISPLAY "SETTLEMENT MONTH (YYYYMM): " WITH NO ADVANCING
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
      *> DAYS - NO PAYMENT FILE IS BETTER THAN A WRONG ONE
           PERFORM A1-LOAD-CALENDAR
           IF TERM-COUNT = 0
               DISPLAY "NO TERMS IN SchoolCalendar.txt - CANNOT TELL "
                   "THE SCHOOL DAYS, NO PAYMENT FILE WRITTEN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM A4-MARK-SCHOOL-DAYS
               VARYING WS-DAY-OF-MONTH FROM 1 BY 1
               UNTIL WS-DAY-OF-MONTH > WS-DAYS-IN-MONTH

           PERFORM A5-LOAD-REGISTER
           IF NAV-COUNT = 0
               DISPLAY "NO COMMUTERS ON Navetisti.txt - NOTHING TO "
                   "PAY"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM A2-LOAD-WITHDRAWALS
           PERFORM A6-LOAD-MEDICAL-NOTES

           SET LOCK-ACQUIRE                TO TRUE
           MOVE "DECTRANS"                 TO LOCK-OWNER
           CALL "SQLLOCK" USING SQLLOCK-INTERFACE
           IF LOCK-BUSY
               DISPLAY LOCK-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM A0
           PERFORM B0-BUILD-PAYMENTS
           PERFORM Z0

           DISPLAY "SCHOOL DAYS IN " WS-PAY-MONTH ": " WS-SCHOOL-DAYS
           DISPLAY "PAID IN FULL: " WS-COUNT-PAID
               "  PRORATED: " WS-COUNT-PRORATED
               "  SUPPRESSED: " WS-COUNT-SUPPRESSED
           IF WS-COUNT-NO-ORAR > 0
               DISPLAY "PAID WITHOUT A TIMETABLE TO CHECK (FARA ORAR): "
                   WS-COUNT-NO-ORAR
           END-IF
           DISPLAY "PAYMENT FILE FILED AS DecontTransport_"
               WS-PAY-MONTH ".txt"
           IF WS-COUNT-WITHHELD > 0
               DISPLAY "WITHHELD - ABSENCES NOT READABLE (VERIFICATI): "
                   WS-COUNT-WITHHELD " - RERUN WHEN THE DATABASE IS "
                   "BACK"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
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
      *> COPY IS STAGED HERE EVERY RUN (THE PONTAJ PATTERN)
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

      *> THE WITHDRAW AUDIT LIVES IN THE SECRETARIAT DIRECTORY - A
      *> FRESH COPY IS STAGED HERE EVERY RUN (THE BURSAPAY PATTERN).
      *> NO AUDIT ON FILE AT ALL MEANS NOBODY WAS EVER WITHDRAWN.
       A2-LOAD-WITHDRAWALS SECTION.
       A2-LOAD-WITHDRAWALSA.
           MOVE SPACE                      TO WS-COPY-COMMAND
           STRING "cp '../Assign 12 Secretariat FLOARE EMIL/"
                  "WithdrawAudit.txt' 'WithdrawAuditCopy.txt'"
                  DELIMITED BY SIZE
           INTO WS-COPY-COMMAND
           CALL "SYSTEM" USING WS-COPY-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "NO WithdrawAudit.txt IN THE SECRETARIAT "
                   "DIRECTORY - NO WITHDRAWALS APPLIED"
               GO TO A2-LOAD-WITHDRAWALSZ
           END-IF

           OPEN INPUT WITHDRAW-AUDIT
           IF WS-WAUDIT-STATUS NOT = "00"
               DISPLAY "STAGED WITHDRAW AUDIT NOT READABLE - NO "
                   "WITHDRAWALS APPLIED"
               GO TO A2-LOAD-WITHDRAWALSZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-WAUDIT-LINE
               READ WITHDRAW-AUDIT INTO WS-WAUDIT-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WA-CNP NUMERIC AND WDRAW-COUNT < K-MAX-WDRAW
                       ADD 1               TO WDRAW-COUNT
                       MOVE WA-CNP         TO WD-CNP(WDRAW-COUNT)
                       MOVE WA-LEAVE       TO WD-LEAVE(WDRAW-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE WITHDRAW-AUDIT
           DISPLAY "WITHDRAWALS ON FILE: " WDRAW-COUNT
           .
       A2-LOAD-WITHDRAWALSZ.
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

       A4-MARK-SCHOOL-DAYS SECTION.
       A4-MARK-SCHOOL-DAYSA.
           MOVE WS-PAY-YYYY                TO WS-DATE-YYYY
           MOVE WS-PAY-MM                  TO WS-DATE-MM
           MOVE WS-DAY-OF-MONTH            TO WS-DATE-DD
           PERFORM W1-IS-SCHOOL-DAY
           MOVE WS-SCHOOL-DAY-SW           TO MD-SCHOOL(WS-DAY-OF-MONTH)
           MOVE WS-Z-DOW                   TO MD-DOW(WS-DAY-OF-MONTH)
           IF SCHOOL-DAY
               ADD 1                       TO WS-SCHOOL-DAYS
           END-IF
           .
       A4-MARK-SCHOOL-DAYSZ.
           EXIT.

      *> THE REGISTER NAVMAINT KEEPS IN THE SECRETARIAT, STAGED HERE
       A5-LOAD-REGISTER SECTION.
       A5-LOAD-REGISTERA.
           MOVE SPACE                      TO WS-COPY-COMMAND
           STRING "cp '../Assign 12 Secretariat FLOARE EMIL/"
                  "Navetisti.txt' 'NavetistiCopy.txt'"
                  DELIMITED BY SIZE
           INTO WS-COPY-COMMAND
           CALL "SYSTEM" USING WS-COPY-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "NO Navetisti.txt IN THE SECRETARIAT DIRECTORY"
               GO TO A5-LOAD-REGISTERZ
           END-IF

           OPEN INPUT NAVETA-FILE
           IF WS-NAVETA-STATUS NOT = "00"
               GO TO A5-LOAD-REGISTERZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-NAV-LINE
               READ NAVETA-FILE INTO WS-NAV-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-NAV-LINE > SPACE
                   AND NAV-COUNT < K-MAX-NAV
                       ADD 1               TO NAV-COUNT
                       MOVE SPACE          TO NAV-ENTRY(NAV-COUNT)
                       MOVE SPACE          TO WS-COST-FIELD
                       UNSTRING WS-NAV-LINE DELIMITED BY ";" INTO
                           NV-CNP(NAV-COUNT)
                           NV-LOCALITATE(NAV-COUNT)
                           NV-RUTA(NAV-COUNT)
                           WS-COST-FIELD
                           NV-FROM(NAV-COUNT)
                           NV-TO(NAV-COUNT)
                       END-UNSTRING
                       IF WS-COST-FIELD NUMERIC
                           MOVE WS-COST-FIELD TO NV-COST(NAV-COUNT)
                       ELSE
                           MOVE 0          TO NV-COST(NAV-COUNT)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE NAVETA-FILE
           DISPLAY "COMMUTERS ON THE REGISTER: " NAV-COUNT
           .
       A5-LOAD-REGISTERZ.
           EXIT.

      *> THE MEDICAL NOTES ON THE EXCUSE REGISTER. NONE ON FILE =
      *> NO ABSENCE IS FORGIVEN, WHICH ERRS ON THE SIDE OF PAYING LESS
       A6-LOAD-MEDICAL-NOTES SECTION.
       A6-LOAD-MEDICAL-NOTESA.
           MOVE SPACE                      TO WS-COPY-COMMAND
           STRING "cp '../Assign 12 Secretariat FLOARE EMIL/"
                  "Motivari.txt' 'MotivariCopy.txt'"
                  DELIMITED BY SIZE
           INTO WS-COPY-COMMAND
           CALL "SYSTEM" USING WS-COPY-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "NO Motivari.txt IN THE SECRETARIAT DIRECTORY - "
                   "NO MEDICAL NOTES APPLIED"
               GO TO A6-LOAD-MEDICAL-NOTESZ
           END-IF

           OPEN INPUT MOTIVARI-FILE
           IF WS-MOTIV-STATUS NOT = "00"
               GO TO A6-LOAD-MEDICAL-NOTESZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-MOTIV-LINE
               READ MOTIVARI-FILE INTO WS-MOTIV-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   MOVE SPACE              TO WS-MOTIV-FIELDS
                   UNSTRING WS-MOTIV-LINE DELIMITED BY ";" INTO
                       MF-ID MF-STATE MF-CNP MF-TIP MF-REF
                       MF-FROM MF-TO
                   END-UNSTRING
                   IF MF-TIP = K-MEDICAL-TIP
                   AND MF-FROM NUMERIC AND MF-TO NUMERIC
                   AND MED-COUNT < K-MAX-MED
                       ADD 1               TO MED-COUNT
                       MOVE MF-CNP         TO ME-CNP(MED-COUNT)
                       MOVE MF-FROM        TO ME-FROM(MED-COUNT)
                       MOVE MF-TO          TO ME-TO(MED-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE MOTIVARI-FILE
           DISPLAY "MEDICAL NOTES ON FILE: " MED-COUNT
           .
       A6-LOAD-MEDICAL-NOTESZ.
           EXIT.

       B0-BUILD-PAYMENTS SECTION.
       B0-BUILD-PAYMENTSA.
           OPEN OUTPUT PAYMENT-OUT
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO PAYMENT-OUT-FD
               WRITE PAYMENT-OUT-FD
           END-IF
           PERFORM C0-ONE-COMMUTER
               VARYING WS-NAV-IDX FROM 1 BY 1
               UNTIL WS-NAV-IDX > NAV-COUNT

           MOVE SPACE                      TO TRAILER-LINE
           MOVE "TOTAL "                   TO TRAILER-LINE(1:6)
           COMPUTE TL-COUNT =
               WS-COUNT-PAID + WS-COUNT-PRORATED
           MOVE WS-TOTAL-AMOUNT            TO TL-AMOUNT
           MOVE TRAILER-LINE               TO PAYMENT-OUT-FD
           WRITE PAYMENT-OUT-FD
           CLOSE PAYMENT-OUT

           MOVE SPACE                      TO WS-COPY-COMMAND
           STRING "cp 'DecontTransportWork.txt' 'DecontTransport_"
                   WS-PAY-MONTH ".txt'" DELIMITED BY SIZE
           INTO WS-COPY-COMMAND
           CALL "SYSTEM" USING WS-COPY-COMMAND
           .
       B0-BUILD-PAYMENTSZ.
           EXIT.

      *> ONE COMMUTER: OUTSIDE THE MONTH = NO LINE AT ALL; WITHDRAWN
      *> BEFORE IT = A ZERO LINE; OTHERWISE THE DAYS ARE COUNTED
       C0-ONE-COMMUTER SECTION.
       C0-ONE-COMMUTERA.
           IF NV-FROM(WS-NAV-IDX) > WS-MONTH-LAST
               GO TO C0-ONE-COMMUTERZ
           END-IF
           IF NV-TO(WS-NAV-IDX) NOT = SPACE
           AND NV-TO(WS-NAV-IDX) < WS-MONTH-FIRST
               GO TO C0-ONE-COMMUTERZ
           END-IF

           MOVE SPACE                      TO WS-LEAVE-DATE
           PERFORM VARYING WS-WDRAW-IDX FROM 1 BY 1
                   UNTIL WS-WDRAW-IDX > WDRAW-COUNT
               IF WD-CNP(WS-WDRAW-IDX) = NV-CNP(WS-NAV-IDX)
                   MOVE WD-LEAVE(WS-WDRAW-IDX) TO WS-LEAVE-DATE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           PERFORM D0-LOOK-UP-STUDENT
           MOVE SPACE                      TO PAYMENT-LINE
           MOVE SPACE                      TO PL-NOTE
           MOVE 0                          TO WS-DAYS-ELIGIBLE
           MOVE 0                          TO WS-DAYS-ABSENT
           MOVE 0                          TO WS-DAYS-PAID
           MOVE 0                          TO WS-PAY-AMOUNT

           IF WS-LEAVE-DATE NOT = SPACE
           AND WS-LEAVE-DATE(1:6) < WS-PAY-MONTH
               MOVE "RETRAS"               TO PL-NOTE
               ADD 1                       TO WS-COUNT-SUPPRESSED
               GO TO C0-ONE-COMMUTERW
           END-IF

           PERFORM D1-LOAD-TIMETABLE
           PERFORM D2-LOAD-ABSENCES
           IF ABSENCES-NOT-READ
               MOVE "VERIFICATI"           TO PL-NOTE
               ADD 1                       TO WS-COUNT-WITHHELD
               GO TO C0-ONE-COMMUTERW
           END-IF

           PERFORM C1-ONE-DAY
               VARYING WS-DAY-OF-MONTH FROM 1 BY 1
               UNTIL WS-DAY-OF-MONTH > WS-DAYS-IN-MONTH
           COMPUTE WS-DAYS-PAID = WS-DAYS-ELIGIBLE - WS-DAYS-ABSENT
           IF WS-SCHOOL-DAYS > 0
               COMPUTE WS-PAY-AMOUNT ROUNDED =
                   NV-COST(WS-NAV-IDX) * WS-DAYS-PAID
                   / (WS-SCHOOL-DAYS * 100)
           END-IF
           EVALUATE TRUE
               WHEN WS-DAYS-PAID < WS-SCHOOL-DAYS
               OR WS-SCHOOL-DAYS = 0
                   MOVE "PRORATA"          TO PL-NOTE
                   ADD 1                   TO WS-COUNT-PRORATED
               WHEN OTHER
                   ADD 1                   TO WS-COUNT-PAID
           END-EVALUATE
           IF SLOT-COUNT = 0
               MOVE "FARA ORAR"            TO PL-NOTE
               ADD 1                       TO WS-COUNT-NO-ORAR
           END-IF
           ADD WS-PAY-AMOUNT               TO WS-TOTAL-AMOUNT
           .
       C0-ONE-COMMUTERW.
           MOVE NV-CNP(WS-NAV-IDX)         TO PL-CNP
           MOVE WS-LOOKUP-NUME             TO PL-NUME
           MOVE WS-LOOKUP-PRENUME          TO PL-PRENUME
           MOVE NV-LOCALITATE(WS-NAV-IDX)  TO PL-LOCALITATE
           COMPUTE PL-COST = NV-COST(WS-NAV-IDX) / 100
           MOVE WS-SCHOOL-DAYS             TO PL-ZILE-SCOALA
           MOVE WS-DAYS-ELIGIBLE           TO PL-ZILE-ELIGIBILE
           MOVE WS-DAYS-ABSENT             TO PL-ZILE-ABSENTE
           MOVE WS-DAYS-PAID               TO PL-ZILE-PLATITE
           MOVE WS-PAY-AMOUNT              TO PL-AMOUNT
           MOVE WS-PAY-MONTH               TO PL-MONTH
           MOVE PAYMENT-LINE               TO PAYMENT-OUT-FD
           WRITE PAYMENT-OUT-FD
           .
       C0-ONE-COMMUTERZ.
           EXIT.

      *> ONE DAY OF THE MONTH: A SCHOOL DAY INSIDE THE ELIGIBILITY
      *> PERIOD AND BEFORE ANY LEAVE DATE IS ELIGIBLE; AN ELIGIBLE
      *> DAY MISSED IN FULL IS DEDUCTED UNLESS A MEDICAL NOTE COVERS
      *> EVERY LESSON OF IT
       C1-ONE-DAY SECTION.
       C1-ONE-DAYA.
           IF MD-SCHOOL(WS-DAY-OF-MONTH) NOT = "Y"
               GO TO C1-ONE-DAYZ
           END-IF
           MOVE WS-PAY-YYYY                TO WS-DATE-YYYY
           MOVE WS-PAY-MM                  TO WS-DATE-MM
           MOVE WS-DAY-OF-MONTH            TO WS-DATE-DD
           IF WS-DATE-TXT < NV-FROM(WS-NAV-IDX)
               GO TO C1-ONE-DAYZ
           END-IF
           IF NV-TO(WS-NAV-IDX) NOT = SPACE
           AND WS-DATE-TXT > NV-TO(WS-NAV-IDX)
               GO TO C1-ONE-DAYZ
           END-IF
           IF WS-LEAVE-DATE NOT = SPACE
           AND WS-DATE-TXT NOT < WS-LEAVE-DATE
               GO TO C1-ONE-DAYZ
           END-IF
           ADD 1                           TO WS-DAYS-ELIGIBLE
           IF SLOT-COUNT = 0
               GO TO C1-ONE-DAYZ
           END-IF

           MOVE "N"                        TO WS-DAY-MEDICAL-SW
           PERFORM VARYING WS-MED-IDX FROM 1 BY 1
                   UNTIL WS-MED-IDX > MED-COUNT
               IF ME-CNP(WS-MED-IDX) = NV-CNP(WS-NAV-IDX)
               AND ME-FROM(WS-MED-IDX) NOT > WS-DATE-TXT
               AND ME-TO(WS-MED-IDX) NOT < WS-DATE-TXT
                   SET DAY-UNDER-MEDICAL-NOTE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE 0                          TO WS-LESSONS-THAT-DAY
           MOVE "Y"                        TO WS-FULL-DAY-SW
           MOVE "Y"                        TO WS-ALL-MEDICAL-SW
           PERFORM C2-ONE-LESSON
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > SLOT-COUNT
                  OR NOT FULL-DAY-ABSENT
           IF WS-LESSONS-THAT-DAY > 0
           AND FULL-DAY-ABSENT
           AND NOT ALL-MEDICAL
               ADD 1                       TO WS-DAYS-ABSENT
           END-IF
           .
       C1-ONE-DAYZ.
           EXIT.

      *> A LESSON OF THE DAY'S WEEKDAY IS MISSED WHEN AN ABSENCE
      *> CARRIES ITS HOUR - OR, FOR A ROW LOADED WITHOUT THE HOUR,
      *> ITS SUBJECT (ABSMODULE'S LEGACY ONE-PER-DAY RULE)
       C2-ONE-LESSON SECTION.
       C2-ONE-LESSONA.
           IF SL-ZI(WS-SLOT-IDX) NOT = MD-DOW(WS-DAY-OF-MONTH)
               GO TO C2-ONE-LESSONZ
           END-IF
           ADD 1                           TO WS-LESSONS-THAT-DAY
           MOVE "N"                        TO WS-COVERED-SW
           PERFORM VARYING WS-ABS-IDX FROM 1 BY 1
                   UNTIL WS-ABS-IDX > ABS-COUNT
               IF AB-DATA(WS-ABS-IDX) = WS-DATE-TXT
               AND (AB-ORA(WS-ABS-IDX) = SL-ORA(WS-SLOT-IDX)
                    OR (AB-ORA(WS-ABS-IDX) = SPACE
                        AND AB-MATERIE(WS-ABS-IDX) =
                            SL-MATERIE(WS-SLOT-IDX)))
                   SET LESSON-COVERED      TO TRUE
                   IF AB-MOTIVAT(WS-ABS-IDX) NOT = "M"
                   OR NOT DAY-UNDER-MEDICAL-NOTE
                       MOVE "N"            TO WS-ALL-MEDICAL-SW
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT LESSON-COVERED
               MOVE "N"                    TO WS-FULL-DAY-SW
           END-IF
           .
       C2-ONE-LESSONZ.
           EXIT.

      *> A WITHDRAWN STUDENT IS GONE FROM STUDENTI - THE LINE STILL
      *> CARRIES THE CNP, MARKED, SO ACCOUNTING CAN MATCH IT
       D0-LOOK-UP-STUDENT SECTION.
       D0-LOOK-UP-STUDENTA.
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT NUME, PRENUME, CLASA FROM STUDENTI "
                   "WHERE CNP = '" NV-CNP(WS-NAV-IDX) "'"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM G0-SUBMIT-STATEMENT
           MOVE SPACE                      TO WS-STUDENT-LOOKUP-ROW
           IF JAR-CALL-OK
               OPEN INPUT SQL-RESULTS
               READ SQL-RESULTS INTO WS-STUDENT-LOOKUP-ROW
                   AT END CONTINUE
               END-READ
               CLOSE SQL-RESULTS
           END-IF
           IF WS-LOOKUP-NUME = SPACE
               MOVE "(RETRAS DIN STUDENTI)"  TO WS-LOOKUP-NUME
           END-IF
           .
       D0-LOOK-UP-STUDENTZ.
           EXIT.

      *> THE CLASS'S LESSONS FOR THE WHOLE WEEK. NO CLASS OR NO ORAR
      *> ROWS LEAVES THE TABLE EMPTY - NO FULL DAY CAN BE SHOWN
       D1-LOAD-TIMETABLE SECTION.
       D1-LOAD-TIMETABLEA.
           MOVE 0                          TO SLOT-COUNT
           IF WS-LOOKUP-CLASA = SPACE
               GO TO D1-LOAD-TIMETABLEZ
           END-IF
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT ZI, ORA, MATERIE FROM ORAR WHERE CLASA = '"
                   WS-LOOKUP-CLASA "' ORDER BY ZI, ORA"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM G0-SUBMIT-STATEMENT
           IF JAR-CALL-FAILED
               GO TO D1-LOAD-TIMETABLEZ
           END-IF
           OPEN INPUT SQL-RESULTS
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-ORAR-ROW
               READ SQL-RESULTS INTO WS-ORAR-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF OR-ZI > SPACE AND SLOT-COUNT < K-MAX-SLOT
                       ADD 1               TO SLOT-COUNT
                       MOVE OR-ZI          TO SL-ZI(SLOT-COUNT)
                       MOVE OR-ORA         TO SL-ORA(SLOT-COUNT)
                       MOVE OR-MATERIE     TO SL-MATERIE(SLOT-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SQL-RESULTS
           .
       D1-LOAD-TIMETABLEZ.
           EXIT.

      *> EVERY ABSENCE OF THE COMMUTER INSIDE THE MONTH
       D2-LOAD-ABSENCES SECTION.
       D2-LOAD-ABSENCESA.
           MOVE 0                          TO ABS-COUNT
           SET ABSENCES-NOT-READ           TO TRUE
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT DATAABS, ORA, MOTIVAT, MATERIE FROM ABSENTE "
                   "WHERE CNP = '" NV-CNP(WS-NAV-IDX)
                   "' AND DATAABS >= '" WS-MONTH-FIRST
                   "' AND DATAABS <= '" WS-MONTH-LAST
                   "' ORDER BY DATAABS, ORA"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM G0-SUBMIT-STATEMENT
           IF JAR-CALL-FAILED
               GO TO D2-LOAD-ABSENCESZ
           END-IF
           SET ABSENCES-READ               TO TRUE
           OPEN INPUT SQL-RESULTS
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-ABS-ROW
               READ SQL-RESULTS INTO WS-ABS-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF AR-DATA NUMERIC AND ABS-COUNT < K-MAX-ABS
                       ADD 1               TO ABS-COUNT
                       MOVE AR-DATA        TO AB-DATA(ABS-COUNT)
                       MOVE AR-ORA         TO AB-ORA(ABS-COUNT)
                       MOVE AR-MOTIVAT     TO AB-MOTIVAT(ABS-COUNT)
                       MOVE AR-MATERIE     TO AB-MATERIE(ABS-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SQL-RESULTS
           .
       D2-LOAD-ABSENCESZ.
           EXIT.

      *> A SCHOOL DAY IS INSIDE SOME TERM, OUTSIDE EVERY HOLIDAY OR
      *> FREE RANGE AND FALLS MONDAY TO FRIDAY; LEAVES THE WEEKDAY
      *> (1 = MONDAY) IN WS-Z-DOW FOR THE LESSON MATCH
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
       END PROGRAM DECTRANS.
