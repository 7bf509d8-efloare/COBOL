      ******************************************************************
      * Author:
      * Date:
      * Purpose: DAILY KPI HISTORY AND THE DIRECTOR'S TREND PAGE. THE
      *          MORNING REPORT ONLY TELLS ABOUT LAST NIGHT AND
      *          GRADECOMP KEEPS HISTORY ONLY FOR THE GRADE
      *          STATISTICS; THE DIRECTOR'S QUESTIONS ARE TRENDS. RUN
      *          BY NIGHTLYBATCH FROM THE INSTALLATION ROOT ONCE
      *          TBLEXTRACT AND CATCOVER HAVE RUN, THIS MEASURES THE
      *          SCHOOL DAY FROM THE NIGHT'S SNAPSHOTS AND FILES:
      *            - HEADCOUNT (Extract_STUDENTI);
      *            - ATTENDANCE RATE: TODAY'S ABSENCES AGAINST THE
      *              STUDENT-LESSONS TODAY'S TIMETABLE HELD (EVERY
      *              STUDENT OF A CLASS ONCE PER CLASS/HOUR SLOT);
      *            - UNMOTIVATED HOURS OF THE SCHOOL YEAR SO FAR;
      *            - GRADES LOADED SINCE THE PREVIOUS SCHOOL DAY (THE
      *              SCHOOL YEAR'S NOTE ROWS, LESS THE LAST LINE'S);
      *            - CATALOG COMPLETENESS: THE STUDENT/SUBJECT PAIRS
      *              OF CatalogCounts.txt AT OR ABOVE THEIR MINIMUM;
      *            - STUDENTS WITH AT LEAST ONE SUBJECT AVERAGING
      *              UNDER 5 THIS SCHOOL YEAR (Extract_NOTE);
      *            - OPEN TRIAGE ITEMS (ExceptionWorklist.txt);
      *            - OPEN APPEALS, FILED OR ASSIGNED (Appeals.txt);
      *            - DEAD LETTERS, EVERY SQLDeadLetters.txt.
      *          ONE DATED LINE PER SCHOOL DAY GOES TO KpiHistory.txt
      *          (A DAY WITH NO LESSONS ON THE TIMETABLE RECORDS
      *          NOTHING; A RERUN THE SAME DAY REPLACES THAT DAY'S
      *          LINE). KpiTrend.txt THEN SETS THE LATEST DAY AGAINST
      *          THE SCHOOL DAY A WEEK, FOUR WEEKS AND A YEAR (52
      *          WEEKS, SO THE SAME WEEKDAY) EARLIER - EACH THE
      *          LATEST LINE IN THE 7 DAYS UP TO THAT DATE - AND
      *          LISTS THE LAST 10 SCHOOL DAYS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. KPIDAILY.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> THE NIGHTLY SNAPSHOTS TBLEXTRACT FILES IN THE REPORTS STEP
      *> DIRECTORY, AND CATCOVER'S PAIR COUNTS BESIDE THEM
           SELECT STUD-EXTRACT ASSIGN TO
               'Assign 13 Rapoarte FLOARE EMIL/Extract_STUDENTI.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STUD-EXT-STATUS.

           SELECT ORAR-EXTRACT ASSIGN TO
               'Assign 13 Rapoarte FLOARE EMIL/Extract_ORAR.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORAR-EXT-STATUS.

           SELECT ABS-EXTRACT ASSIGN TO
               'Assign 13 Rapoarte FLOARE EMIL/Extract_ABSENTE.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ABS-EXT-STATUS.

           SELECT NOTE-EXTRACT ASSIGN TO
               'Assign 13 Rapoarte FLOARE EMIL/Extract_NOTE.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOTE-EXT-STATUS.

           SELECT COUNTS-FILE ASSIGN TO
               'Assign 13 Rapoarte FLOARE EMIL/CatalogCounts.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COUNTS-STATUS.

      *> TRIAGE'S CONSOLIDATED WORKLIST AND THE APPEALS REGISTER
           SELECT WORKLIST-FILE ASSIGN TO
           'Assign 10 Batch Utilities FLOARE EMIL/ExceptionWorklist.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORKLIST-STATUS.

           SELECT APPEALS-FILE ASSIGN TO
               'Assign 12 Secretariat FLOARE EMIL/Appeals.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APPEALS-STATUS.

      *> SCRATCH FILE THE DEAD-LETTER COUNT IS READ BACK FROM
           SELECT KPI-WORK ASSIGN TO
               'Assign 13 Rapoarte FLOARE EMIL/KpiWork.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.

      *> ONE LINE PER SCHOOL DAY, OLDEST FIRST
           SELECT HISTORY-FILE ASSIGN TO
               'Assign 13 Rapoarte FLOARE EMIL/KpiHistory.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT REPORT-FILE ASSIGN TO
               'Assign 13 Rapoarte FLOARE EMIL/KpiTrend.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
        FD STUD-EXTRACT.
       01 STUD-EXTRACT-FD                   PIC X(250).

        FD ORAR-EXTRACT.
       01 ORAR-EXTRACT-FD                   PIC X(90).

        FD ABS-EXTRACT.
       01 ABS-EXTRACT-FD                    PIC X(80).

        FD NOTE-EXTRACT.
       01 NOTE-EXTRACT-FD                   PIC X(120).

        FD COUNTS-FILE.
       01 COUNTS-FD                         PIC X(130).

        FD WORKLIST-FILE.
       01 WORKLIST-FD                       PIC X(250).

        FD APPEALS-FILE.
       01 APPEALS-FD                        PIC X(200).

        FD KPI-WORK.
       01 KPI-WORK-FD                       PIC X(08).

        FD HISTORY-FILE.
       01 HISTORY-FD                        PIC X(100).

        FD REPORT-FILE.
       01 REPORT-FILE-FD                    PIC X(132).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WS-STUD-EXT-STATUS               PIC X(02).
       01 WS-ORAR-EXT-STATUS               PIC X(02).
       01 WS-ABS-EXT-STATUS                PIC X(02).
       01 WS-NOTE-EXT-STATUS               PIC X(02).
       01 WS-COUNTS-STATUS                 PIC X(02).
       01 WS-WORKLIST-STATUS               PIC X(02).
       01 WS-APPEALS-STATUS                PIC X(02).
       01 WS-WORK-STATUS                   PIC X(02).
       01 WS-HISTORY-STATUS                PIC X(02).

      *> TODAY, ITS WEEKDAY (1 = MONDAY) AND THE SCHOOL YEAR IT IS IN
       01 WS-TODAY                         PIC 9(08).
       01 WS-TODAY-R REDEFINES WS-TODAY.
           05 WS-TODAY-YYYY                PIC 9(04).
           05 WS-TODAY-MM                  PIC 9(02).
           05 WS-TODAY-DD                  PIC 9(02).
       01 WS-TODAY-X REDEFINES WS-TODAY    PIC X(08).
       01 WS-RUN-TIME                      PIC 9(08).
       01 WS-DAY-OF-WEEK                   PIC 9(01).
       01 WS-AN-SCOLAR                     PIC X(09) VALUE SPACE.
       01 WS-YEAR-1                        PIC 9(04).
       01 WS-YEAR-2                        PIC 9(04).
       01 WS-YEAR-START                    PIC X(08).
       01 WS-YEAR-END                      PIC X(08).

      *> ONE Extract_STUDENTI.txt ROW (THE LEADING COLUMNS)
       01 WS-STUD-ROW.
           05 SR-CNP                       PIC X(13).
           05 FILLER                       PIC X(02).
           05 SR-CLASA                     PIC X(04).

      *> ONE Extract_ORAR.txt ROW
       01 WS-ORAR-ROW.
           05 OR-ZI                        PIC X(01).
           05 FILLER                       PIC X(02).
           05 OR-ORA                       PIC X(01).
           05 FILLER                       PIC X(02).
           05 OR-CLASA                     PIC X(04).
       01 WS-PREV-SLOT                     PIC X(05).
       01 WS-THIS-SLOT                     PIC X(05).

      *> ONE Extract_ABSENTE.txt ROW
       01 WS-ABS-ROW.
           05 AR-CNP                       PIC X(13).
           05 FILLER                       PIC X(02).
           05 AR-DATA                      PIC X(08).
           05 FILLER                       PIC X(02).
           05 AR-MATERIE                   PIC X(30).
           05 FILLER                       PIC X(02).
           05 AR-MOTIVAT                   PIC X(01).

      *> ONE Extract_NOTE.txt ROW (CNP, MATERIE, DATANOTA ORDER)
       01 WS-NOTE-ROW.
           05 NR-CNP                       PIC X(13).
           05 FILLER                       PIC X(02).
           05 NR-MATERIE                   PIC X(30).
           05 FILLER                       PIC X(02).
           05 NR-NOTA                      PIC X(02).
           05 FILLER                       PIC X(02).
           05 NR-DATA                      PIC X(08).
           05 FILLER                       PIC X(02).
           05 NR-TIP                       PIC X(01).
           05 FILLER                       PIC X(02).
           05 NR-AN                        PIC X(09).
       01 WS-NOTA-IN                       PIC X(02).
       01 WS-NOTA-NUM                      PIC 9(02).
       01 WS-NOTA-SW                       PIC X(01).
           88 NOTA-VALID                    VALUE "Y".
           88 NOTA-INVALID                  VALUE "N".

      *> THE SUBJECT AVERAGE BEING ACCUMULATED, AND WHETHER THE
      *> STUDENT IN HAND HAS FAILED ONE YET
       01 WS-CUR-CNP                       PIC X(13) VALUE SPACE.
       01 WS-CUR-MATERIE                   PIC X(30) VALUE SPACE.
       01 WS-SUBJ-SUM                      PIC 9(05) VALUE 0.
       01 WS-SUBJ-COUNT                    PIC 9(04) VALUE 0.
       01 WS-SUBJ-AVG                      PIC 9(02)V9(02).
       01 K-PASS-AVERAGE                   PIC 9(02)V9(02) VALUE 5.
       01 WS-STUDENT-FAIL-SW               PIC X(01) VALUE "N".
           88 STUDENT-FAILING               VALUE "Y".
           88 STUDENT-NOT-FAILING           VALUE "N".

      *> ONE CatalogCounts.txt LINE
      *> (CNP;CLASA;NUME;PRENUME;MATERIE;HELD;MINIMUM)
       01 WS-CC-ROW.
           05 CC-CNP                       PIC X(13).
           05 CC-CLASA                     PIC X(04).
           05 CC-NUME                      PIC X(30).
           05 CC-PRENUME                   PIC X(30).
           05 CC-MATERIE                   PIC X(30).
           05 CC-HELD                      PIC 9(04).
           05 CC-MIN                       PIC 9(02).
       01 WS-PAIRS                         PIC 9(06) VALUE 0.
       01 WS-PAIRS-FULL                    PIC 9(06) VALUE 0.

      *> ONE ExceptionWorklist.txt LINE (STATUS FIRST) AND ONE
      *> Appeals.txt ENTRY (ID;STATE;...)
       01 WS-WORKLIST-ROW.
           05 WL-STATUS                    PIC X(10).
       01 WS-AP-ID                         PIC X(06).
       01 WS-AP-STATE                      PIC X(08).

      *> THE CLASSES, THEIR STUDENTS AND TODAY'S LESSON SLOTS
       01 K-MAX-CLASS                      PIC 9(03) VALUE 200.
       01 CLASS-TABLE.
           05 CLASS-ENTRY OCCURS 200 TIMES.
               10 CL-CLASA                 PIC X(04).
               10 CL-STUDENTS              PIC 9(04).
               10 CL-SLOTS                 PIC 9(02).
       01 CLASS-COUNT                      PIC 9(03) VALUE 0.
       01 WS-CLASS-IDX                     PIC 9(03).
       01 WS-FIND-CLASA                    PIC X(04).
       01 WS-FOUND-SW                      PIC X(01).
           88 CLASS-FOUND                   VALUE "Y".
           88 CLASS-NOT-FOUND               VALUE "N".

      *> ONE KpiHistory.txt LINE - WHAT THE DAY MEASURED
       01 KPI-LINE.
           05 KL-DATE                      PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 KL-HEADCOUNT                 PIC 9(05).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 KL-LESSONS                   PIC 9(06).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 KL-ABSENT                    PIC 9(05).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 KL-ATTEND-RATE               PIC 9(03)V9(02).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 KL-UNMOTIVATED               PIC 9(06).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 KL-GRADES-ON-FILE            PIC 9(07).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 KL-GRADES-LOADED             PIC 9(06).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 KL-CATALOG-PCT               PIC 9(03)V9(02).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 KL-FAILING                   PIC 9(05).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 KL-TRIAGE-OPEN               PIC 9(05).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 KL-APPEALS-OPEN              PIC 9(04).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 KL-DEAD-LETTERS              PIC 9(06).
           05 FILLER                       PIC X(15) VALUE SPACE.
       01 TODAY-LINE                       PIC X(100).

      *> THE PREVIOUS SCHOOL DAY'S LINE, FOR THE GRADES-LOADED DELTA
       01 PREV-KPI-LINE.
           05 FILLER                       PIC X(41).
           05 PK-GRADES-ON-FILE            PIC 9(07).
           05 FILLER                       PIC X(52).

      *> THE WHOLE HISTORY, OLDEST FIRST (TEN SCHOOL YEARS AND
      *> MORE; WHEN FULL THE OLDEST LINE MAKES ROOM)
       01 K-MAX-HISTORY                    PIC 9(04) VALUE 2500.
       01 HISTORY-TABLE.
           05 HISTORY-ENTRY OCCURS 2500 TIMES
                                           PIC X(100).
       01 HISTORY-COUNT                    PIC 9(04) VALUE 0.
       01 WS-HIST-IDX                      PIC 9(04).
       01 WS-REF-IDX                       PIC 9(04).

      *> THE TREND PAGE'S MEASURES: LABEL AND WHETHER IT CARRIES
      *> DECIMALS (A PERCENTAGE)
       01 MEASURE-DATA.
           05 FILLER PIC X(31) VALUE "HEADCOUNT                     N".
           05 FILLER PIC X(31) VALUE "ATTENDANCE RATE %             Y".
           05 FILLER PIC X(31) VALUE "UNMOTIVATED HOURS (YEAR)      N".
           05 FILLER PIC X(31) VALUE "GRADES LOADED                 N".
           05 FILLER PIC X(31) VALUE "CATALOG COMPLETENESS %        Y".
           05 FILLER PIC X(31) VALUE "STUDENTS FAILING A SUBJECT    N".
           05 FILLER PIC X(31) VALUE "OPEN TRIAGE ITEMS             N".
           05 FILLER PIC X(31) VALUE "OPEN APPEALS                  N".
           05 FILLER PIC X(31) VALUE "DEAD LETTERS                  N".
       01 MEASURE-TABLE REDEFINES MEASURE-DATA.
           05 MEASURE-ENTRY OCCURS 9 TIMES.
               10 MS-LABEL                 PIC X(30).
               10 MS-DECIMALS              PIC X(01).
                   88 MS-PERCENT            VALUE "Y".
       01 WS-MEASURE-IDX                   PIC 9(02).

      *> THE FOUR COLUMNS (LATEST DAY, A WEEK, FOUR WEEKS AND A YEAR
      *> BEFORE): THE DATE FOUND AND EVERY MEASURE ON IT
       01 K-COLUMN-BACK-DATA.
           05 FILLER                       PIC 9(03) VALUE 0.
           05 FILLER                       PIC 9(03) VALUE 7.
           05 FILLER                       PIC 9(03) VALUE 28.
           05 FILLER                       PIC 9(03) VALUE 364.
       01 K-COLUMN-BACK-TABLE REDEFINES K-COLUMN-BACK-DATA.
           05 K-COLUMN-BACK OCCURS 4 TIMES PIC 9(03).
       01 COLUMN-TABLE.
           05 COLUMN-ENTRY OCCURS 4 TIMES.
               10 CO-DATE                  PIC 9(08).
               10 CO-FOUND                 PIC X(01).
                   88 CO-HAS-DAY            VALUE "Y".
               10 CO-VALUE OCCURS 9 TIMES  PIC S9(07)V9(02).
       01 WS-COL-IDX                       PIC 9(01).

      *> DAY ARITHMETIC FOR THE LOOK-BACKS (PLAIN CALENDAR, AS THE
      *> DISPATCHER DOES IT)
       01 WS-ADD-DATE                      PIC 9(08).
       01 WS-ADD-DATE-GROUP REDEFINES WS-ADD-DATE.
           05 AD-YYYY                      PIC 9(04).
           05 AD-MM                        PIC 9(02).
           05 AD-DD                        PIC 9(02).
       01 WS-MONTH-LEN                     PIC 9(02).
       01 WS-LEAP-REM                      PIC 9(04).
       01 WS-LEAP-Q                        PIC 9(04).
       01 WS-BACK-DAYS                     PIC 9(03).
       01 WS-DAY-COUNTER                   PIC 9(03).
       01 WS-TARGET-DATE                   PIC 9(08).
       01 WS-WINDOW-START                  PIC 9(08).
       01 K-WINDOW-DAYS                    PIC 9(03) VALUE 6.

      *> WORKING TOTALS FOR TODAY
       01 WS-STUDENT-LESSONS               PIC 9(06) VALUE 0.
       01 WS-GRADES-ON-FILE                PIC 9(07) VALUE 0.
       01 WS-PREV-GRADES                   PIC 9(07) VALUE 0.
       01 WS-RECORDED-SW                   PIC X(01) VALUE "N".
           88 DAY-RECORDED                  VALUE "Y".
           88 DAY-NOT-RECORDED              VALUE "N".

       01 WS-COMMAND                       PIC X(250).
       01 WS-LINE                          PIC X(132).
       01 WS-CHANGE                        PIC S9(07)V9(02).
       01 WS-COUNT-EDIT                    PIC Z(09)9.
       01 WS-PCT-EDIT                      PIC Z(06)9.99.
       01 WS-COUNT-CHG-EDIT                PIC +(09)9.
       01 WS-PCT-CHG-EDIT                  PIC +(06)9.99.
       01 WS-CELL                          PIC X(10).
       01 WS-CELL-CHG                      PIC X(10).
       01 WS-DATE-CELL                     PIC X(10).

      *> THE LAST-10-DAYS LISTING
       01 WS-HEADCOUNT-EDIT                PIC ZZZZ9.
       01 WS-RATE-EDIT                     PIC ZZ9.99.
       01 WS-SIX-EDIT                      PIC ZZZZZ9.
       01 WS-FIVE-EDIT                     PIC ZZZZ9.
       01 WS-FOUR-EDIT                     PIC ZZZ9.
       01 K-RECENT-DAYS                    PIC 9(02) VALUE 10.
       01 WS-FIRST-RECENT                  PIC 9(04).

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".
       COPY TRAINENV-INT.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       S0  SECTION.
       S0A.
           DISPLAY "DAILY KPI HISTORY"
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-DAY-OF-WEEK FROM DAY-OF-WEEK
           PERFORM A0-SET-YEAR
           MOVE SPACE                      TO KPI-LINE
           MOVE 0                          TO KL-DATE KL-HEADCOUNT
               KL-LESSONS KL-ABSENT KL-ATTEND-RATE KL-UNMOTIVATED
               KL-GRADES-ON-FILE KL-GRADES-LOADED KL-CATALOG-PCT
               KL-FAILING KL-TRIAGE-OPEN KL-APPEALS-OPEN
               KL-DEAD-LETTERS
           MOVE WS-TODAY                   TO KL-DATE

           PERFORM B0-COUNT-STUDENTS
           IF CLASS-COUNT = 0
               DISPLAY "NO STUDENTS IN Extract_STUDENTI.txt - RUN "
                   "TBLEXTRACT FIRST"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM A1-LOAD-HISTORY
           PERFORM B1-TODAYS-LESSONS
           PERFORM B2-COUNT-ABSENCES
           PERFORM B3-GRADES-AND-FAILURES
           PERFORM B4-CATALOG-COMPLETENESS
           PERFORM B5-OPEN-TRIAGE
           PERFORM B6-OPEN-APPEALS
           PERFORM B7-DEAD-LETTERS

      *> ONLY A DAY THE TIMETABLE HELD LESSONS ON IS A SCHOOL DAY
           IF WS-STUDENT-LESSONS > 0
               PERFORM C0-RECORD-TODAY
           ELSE
               DISPLAY "NO LESSONS ON TODAY'S TIMETABLE - NOTHING "
                   "RECORDED"
           END-IF

           PERFORM D0-TREND-PAGE
           DISPLAY "KPI TREND WRITTEN TO KpiTrend.txt"
           MOVE 0 TO RETURN-CODE
           .
       S0Z.
           STOP RUN.

      *> THE SCHOOL YEAR RUNS 1 SEPTEMBER TO 31 AUGUST
       A0-SET-YEAR SECTION.
       A0-SET-YEARA.
           IF WS-TODAY-MM >= 9
               MOVE WS-TODAY-YYYY          TO WS-YEAR-1
           ELSE
               COMPUTE WS-YEAR-1 = WS-TODAY-YYYY - 1
           END-IF
           COMPUTE WS-YEAR-2 = WS-YEAR-1 + 1
           STRING WS-YEAR-1 "/" WS-YEAR-2 DELIMITED BY SIZE
           INTO WS-AN-SCOLAR
           STRING WS-YEAR-1 "0901" DELIMITED BY SIZE
           INTO WS-YEAR-START
           STRING WS-YEAR-2 "0831" DELIMITED BY SIZE
           INTO WS-YEAR-END
           .
       A0-SET-YEARZ.
           EXIT.

      *> THE HISTORY SO FAR; TODAY'S OWN LINE (A RERUN) IS DROPPED
      *> HERE AND WRITTEN AFRESH
       A1-LOAD-HISTORY SECTION.
       A1-LOAD-HISTORYA.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               GO TO A1-LOAD-HISTORYZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               READ HISTORY-FILE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF HISTORY-FD(1:8) NUMERIC
                   AND HISTORY-FD(1:8) NOT = WS-TODAY-X
                       PERFORM A2-KEEP-HISTORY-LINE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           .
       A1-LOAD-HISTORYZ.
           EXIT.

       A2-KEEP-HISTORY-LINE SECTION.
       A2-KEEP-HISTORY-LINEA.
           IF HISTORY-COUNT >= K-MAX-HISTORY
               PERFORM VARYING WS-HIST-IDX FROM 2 BY 1
                       UNTIL WS-HIST-IDX > HISTORY-COUNT
                   MOVE HISTORY-ENTRY(WS-HIST-IDX)
                       TO HISTORY-ENTRY(WS-HIST-IDX - 1)
               END-PERFORM
               SUBTRACT 1                  FROM HISTORY-COUNT
           END-IF
           ADD 1                           TO HISTORY-COUNT
           MOVE HISTORY-FD                 TO
                                       HISTORY-ENTRY(HISTORY-COUNT)
           .
       A2-KEEP-HISTORY-LINEZ.
           EXIT.

      *> HEADCOUNT, AND THE STUDENTS OF EACH CLASS
       B0-COUNT-STUDENTS SECTION.
       B0-COUNT-STUDENTSA.
           OPEN INPUT STUD-EXTRACT
           IF WS-STUD-EXT-STATUS NOT = "00"
               GO TO B0-COUNT-STUDENTSZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-STUD-ROW
               READ STUD-EXTRACT INTO WS-STUD-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-STUD-ROW(1:8) NOT = "EXTRACT "
                   AND SR-CNP > SPACE
                       ADD 1               TO KL-HEADCOUNT
                       MOVE SR-CLASA       TO WS-FIND-CLASA
                       PERFORM W0-FIND-CLASS
                       IF CLASS-NOT-FOUND
                       AND CLASS-COUNT < K-MAX-CLASS
                           ADD 1           TO CLASS-COUNT
                           MOVE CLASS-COUNT TO WS-CLASS-IDX
                           MOVE SR-CLASA   TO CL-CLASA(WS-CLASS-IDX)
                           MOVE 0          TO CL-STUDENTS(WS-CLASS-IDX)
                           MOVE 0          TO CL-SLOTS(WS-CLASS-IDX)
                           SET CLASS-FOUND TO TRUE
                       END-IF
                       IF CLASS-FOUND
                           ADD 1 TO CL-STUDENTS(WS-CLASS-IDX)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE STUD-EXTRACT
           .
       B0-COUNT-STUDENTSZ.
           EXIT.

      *> TODAY'S LESSON SLOTS PER CLASS (THE SNAPSHOT IS IN CLASA,
      *> ZI, ORA ORDER; PARALLEL GROUP LESSONS SHARE ONE SLOT) AND
      *> THE STUDENT-LESSONS THEY HELD
       B1-TODAYS-LESSONS SECTION.
       B1-TODAYS-LESSONSA.
           OPEN INPUT ORAR-EXTRACT
           IF WS-ORAR-EXT-STATUS NOT = "00"
               GO TO B1-TODAYS-LESSONSZ
           END-IF
           MOVE SPACE                      TO WS-PREV-SLOT
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-ORAR-ROW
               READ ORAR-EXTRACT INTO WS-ORAR-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   MOVE OR-CLASA           TO WS-THIS-SLOT(1:4)
                   MOVE OR-ORA             TO WS-THIS-SLOT(5:1)
                   IF WS-ORAR-ROW(1:8) NOT = "EXTRACT "
                   AND OR-ZI = WS-DAY-OF-WEEK
                   AND OR-CLASA > SPACE
                   AND WS-THIS-SLOT NOT = WS-PREV-SLOT
                       MOVE WS-THIS-SLOT   TO WS-PREV-SLOT
                       MOVE OR-CLASA       TO WS-FIND-CLASA
                       PERFORM W0-FIND-CLASS
                       IF CLASS-FOUND
                           ADD 1 TO CL-SLOTS(WS-CLASS-IDX)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ORAR-EXTRACT

           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                   UNTIL WS-CLASS-IDX > CLASS-COUNT
               COMPUTE WS-STUDENT-LESSONS = WS-STUDENT-LESSONS
                   + CL-STUDENTS(WS-CLASS-IDX) * CL-SLOTS(WS-CLASS-IDX)
           END-PERFORM
           MOVE WS-STUDENT-LESSONS         TO KL-LESSONS
           .
       B1-TODAYS-LESSONSZ.
           EXIT.

      *> TODAY'S ABSENCES FOR THE RATE; THE YEAR'S UNMOTIVATED ONES
      *> (A MOTIVATION CAN ARRIVE WEEKS LATER, SO THE YEAR'S STANDING
      *> IS WHAT IS COMPARABLE FROM DAY TO DAY)
       B2-COUNT-ABSENCES SECTION.
       B2-COUNT-ABSENCESA.
           OPEN INPUT ABS-EXTRACT
           IF WS-ABS-EXT-STATUS NOT = "00"
               GO TO B2-COUNT-ABSENCESZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-ABS-ROW
               READ ABS-EXTRACT INTO WS-ABS-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-ABS-ROW(1:8) NOT = "EXTRACT "
                   AND AR-CNP > SPACE
                       IF AR-DATA = WS-TODAY-X
                           ADD 1           TO KL-ABSENT
                       END-IF
                       IF AR-DATA >= WS-YEAR-START
                       AND AR-DATA <= WS-YEAR-END
                       AND AR-MOTIVAT NOT = "M"
                           ADD 1           TO KL-UNMOTIVATED
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ABS-EXTRACT

           IF WS-STUDENT-LESSONS > 0
           AND KL-ABSENT <= WS-STUDENT-LESSONS
               COMPUTE KL-ATTEND-RATE ROUNDED =
                   (WS-STUDENT-LESSONS - KL-ABSENT) * 100
                   / WS-STUDENT-LESSONS
           END-IF
           .
       B2-COUNT-ABSENCESZ.
           EXIT.

      *> THE SCHOOL YEAR'S GRADES ON FILE, AND THE STUDENTS WITH A
      *> SUBJECT AVERAGING UNDER 5 (CONTROL BREAK ON CNP/MATERIE)
       B3-GRADES-AND-FAILURES SECTION.
       B3-GRADES-AND-FAILURESA.
           OPEN INPUT NOTE-EXTRACT
           IF WS-NOTE-EXT-STATUS NOT = "00"
               GO TO B3-GRADES-AND-FAILURESZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-NOTE-ROW
               READ NOTE-EXTRACT INTO WS-NOTE-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-NOTE-ROW(1:8) NOT = "EXTRACT "
                   AND NR-CNP > SPACE
                   AND NR-AN = WS-AN-SCOLAR
                       MOVE NR-NOTA        TO WS-NOTA-IN
                       PERFORM E1-NOTA-TO-NUM
                       IF NOTA-VALID
                           PERFORM B8-ONE-GRADE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE NOTE-EXTRACT
           PERFORM B9-CLOSE-SUBJECT
           PERFORM B10-CLOSE-STUDENT
           MOVE WS-GRADES-ON-FILE          TO KL-GRADES-ON-FILE

      *> LOADED = THE YEAR'S GRADES LESS THE LAST SCHOOL DAY'S (A
      *> NEW SCHOOL YEAR OR A CORRECTION CANNOT GO BELOW NOTHING)
           IF HISTORY-COUNT > 0
               MOVE HISTORY-ENTRY(HISTORY-COUNT) TO PREV-KPI-LINE
               IF PK-GRADES-ON-FILE NUMERIC
                   MOVE PK-GRADES-ON-FILE  TO WS-PREV-GRADES
               END-IF
           END-IF
           IF WS-GRADES-ON-FILE > WS-PREV-GRADES
               COMPUTE KL-GRADES-LOADED =
                   WS-GRADES-ON-FILE - WS-PREV-GRADES
           ELSE
               MOVE 0                      TO KL-GRADES-LOADED
           END-IF
           .
       B3-GRADES-AND-FAILURESZ.
           EXIT.

       B8-ONE-GRADE SECTION.
       B8-ONE-GRADEA.
           ADD 1                           TO WS-GRADES-ON-FILE
           IF NR-CNP NOT = WS-CUR-CNP
               PERFORM B9-CLOSE-SUBJECT
               PERFORM B10-CLOSE-STUDENT
               MOVE NR-CNP                 TO WS-CUR-CNP
               MOVE NR-MATERIE             TO WS-CUR-MATERIE
           END-IF
           IF NR-MATERIE NOT = WS-CUR-MATERIE
               PERFORM B9-CLOSE-SUBJECT
               MOVE NR-MATERIE             TO WS-CUR-MATERIE
           END-IF
           ADD WS-NOTA-NUM                 TO WS-SUBJ-SUM
           ADD 1                           TO WS-SUBJ-COUNT
           .
       B8-ONE-GRADEZ.
           EXIT.

       B9-CLOSE-SUBJECT SECTION.
       B9-CLOSE-SUBJECTA.
           IF WS-SUBJ-COUNT > 0
               COMPUTE WS-SUBJ-AVG ROUNDED =
                   WS-SUBJ-SUM / WS-SUBJ-COUNT
               IF WS-SUBJ-AVG < K-PASS-AVERAGE
                   SET STUDENT-FAILING     TO TRUE
               END-IF
           END-IF
           MOVE 0                          TO WS-SUBJ-SUM
           MOVE 0                          TO WS-SUBJ-COUNT
           .
       B9-CLOSE-SUBJECTZ.
           EXIT.

       B10-CLOSE-STUDENT SECTION.
       B10-CLOSE-STUDENTA.
           IF STUDENT-FAILING
               ADD 1                       TO KL-FAILING
           END-IF
           SET STUDENT-NOT-FAILING         TO TRUE
           .
       B10-CLOSE-STUDENTZ.
           EXIT.

      *> THE SHARE OF CATCOVER'S STUDENT/SUBJECT PAIRS THAT ALREADY
      *> HOLD THEIR MINIMUM NUMBER OF GRADES
       B4-CATALOG-COMPLETENESS SECTION.
       B4-CATALOG-COMPLETENESSA.
           OPEN INPUT COUNTS-FILE
           IF WS-COUNTS-STATUS NOT = "00"
               GO TO B4-CATALOG-COMPLETENESSZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               READ COUNTS-FILE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF COUNTS-FD > SPACE
                       MOVE SPACE          TO WS-CC-ROW
                       UNSTRING COUNTS-FD DELIMITED BY ";" INTO
                           CC-CNP CC-CLASA CC-NUME CC-PRENUME
                           CC-MATERIE CC-HELD CC-MIN
                       END-UNSTRING
                       IF CC-HELD NUMERIC AND CC-MIN NUMERIC
                           ADD 1           TO WS-PAIRS
                           IF CC-HELD >= CC-MIN
                               ADD 1       TO WS-PAIRS-FULL
                           END-IF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE COUNTS-FILE
           IF WS-PAIRS > 0
               COMPUTE KL-CATALOG-PCT ROUNDED =
                   WS-PAIRS-FULL * 100 / WS-PAIRS
           END-IF
           .
       B4-CATALOG-COMPLETENESSZ.
           EXIT.

       B5-OPEN-TRIAGE SECTION.
       B5-OPEN-TRIAGEA.
           OPEN INPUT WORKLIST-FILE
           IF WS-WORKLIST-STATUS NOT = "00"
               GO TO B5-OPEN-TRIAGEZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-WORKLIST-ROW
               READ WORKLIST-FILE INTO WS-WORKLIST-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WL-STATUS = "OPEN"
                       ADD 1               TO KL-TRIAGE-OPEN
                   END-IF
               END-READ
           END-PERFORM
           CLOSE WORKLIST-FILE
           .
       B5-OPEN-TRIAGEZ.
           EXIT.

      *> AN APPEAL IS OPEN UNTIL ITS OUTCOME (UPHELD/REVISED) IS IN
       B6-OPEN-APPEALS SECTION.
       B6-OPEN-APPEALSA.
           OPEN INPUT APPEALS-FILE
           IF WS-APPEALS-STATUS NOT = "00"
               GO TO B6-OPEN-APPEALSZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               READ APPEALS-FILE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   MOVE SPACE              TO WS-AP-ID WS-AP-STATE
                   UNSTRING APPEALS-FD DELIMITED BY ";" INTO
                       WS-AP-ID WS-AP-STATE
                   END-UNSTRING
                   IF WS-AP-STATE = "FILED"
                   OR WS-AP-STATE = "ASSIGNED"
                       ADD 1               TO KL-APPEALS-OPEN
                   END-IF
               END-READ
           END-PERFORM
           CLOSE APPEALS-FILE
           .
       B6-OPEN-APPEALSZ.
           EXIT.

      *> EVERY STEP DIRECTORY'S SQLDeadLetters.txt, ONE LINE EACH
       B7-DEAD-LETTERS SECTION.
       B7-DEAD-LETTERSA.
           MOVE SPACE                      TO WS-COMMAND
           STRING "printf '%08d\n' $(cat */SQLDeadLetters.txt "
                  "*/*/SQLDeadLetters.txt 2>/dev/null | grep -c .) > "
                  "'Assign 13 Rapoarte FLOARE EMIL/KpiWork.txt'"
                  DELIMITED BY SIZE
           INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           OPEN INPUT KPI-WORK
           IF WS-WORK-STATUS NOT = "00"
               GO TO B7-DEAD-LETTERSZ
           END-IF
           READ KPI-WORK
               NOT AT END
                   IF KPI-WORK-FD NUMERIC
                       MOVE KPI-WORK-FD    TO KL-DEAD-LETTERS
                   END-IF
           END-READ
           CLOSE KPI-WORK
           MOVE SPACE                      TO WS-COMMAND
           STRING "rm -f 'Assign 13 Rapoarte FLOARE EMIL/KpiWork.txt'"
                  DELIMITED BY SIZE
           INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           .
       B7-DEAD-LETTERSZ.
           EXIT.

      *> TODAY'S LINE JOINS THE HISTORY, WHICH IS WRITTEN BACK WHOLE
       C0-RECORD-TODAY SECTION.
       C0-RECORD-TODAYA.
           MOVE KPI-LINE                   TO TODAY-LINE
           MOVE TODAY-LINE                 TO HISTORY-FD
           PERFORM A2-KEEP-HISTORY-LINE
           SET DAY-RECORDED                TO TRUE

           OPEN OUTPUT HISTORY-FILE
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > HISTORY-COUNT
               MOVE HISTORY-ENTRY(WS-HIST-IDX) TO HISTORY-FD
               WRITE HISTORY-FD
           END-PERFORM
           CLOSE HISTORY-FILE
           DISPLAY "KPI LINE FOR " WS-TODAY " RECORDED"
           .
       C0-RECORD-TODAYZ.
           EXIT.

      *> THE LATEST RECORDED DAY AGAINST A WEEK, FOUR WEEKS AND A
      *> YEAR BEFORE, THEN THE LAST 10 SCHOOL DAYS
       D0-TREND-PAGE SECTION.
       D0-TREND-PAGEA.
           OPEN OUTPUT REPORT-FILE
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
           END-IF
           MOVE SPACE                      TO WS-LINE
           STRING "KPI TREND - RUN " WS-TODAY " " WS-RUN-TIME
                  "  SCHOOL YEAR " WS-AN-SCOLAR
                  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM W9-WRITE-LINE
           IF HISTORY-COUNT = 0
               MOVE "NO SCHOOL DAY RECORDED YET"
                                           TO WS-LINE
               PERFORM W9-WRITE-LINE
               GO TO D0-TREND-PAGEX
           END-IF
           IF DAY-NOT-RECORDED
               MOVE "TODAY HELD NO LESSONS - THE LATEST SCHOOL DAY ON F
      -             "ILE IS SHOWN"
                                           TO WS-LINE
               PERFORM W9-WRITE-LINE
           END-IF

           PERFORM D1-FILL-COLUMN
               VARYING WS-COL-IDX FROM 1 BY 1
               UNTIL WS-COL-IDX > 4

           MOVE SPACE                      TO WS-LINE
           PERFORM W9-WRITE-LINE
           MOVE SPACE                      TO WS-LINE
           MOVE "MEASURE"                  TO WS-LINE(1:7)
           MOVE "    LATEST"               TO WS-LINE(31:10)
           MOVE "  WEEK AGO"               TO WS-LINE(42:10)
           MOVE "    CHANGE"               TO WS-LINE(54:10)
           MOVE " 4 WKS AGO"               TO WS-LINE(67:10)
           MOVE "    CHANGE"               TO WS-LINE(79:10)
           MOVE "  YEAR AGO"               TO WS-LINE(92:10)
           MOVE "    CHANGE"               TO WS-LINE(104:10)
           PERFORM W9-WRITE-LINE
           MOVE SPACE                      TO WS-LINE
           MOVE CO-DATE(1)                 TO WS-DATE-CELL
           MOVE WS-DATE-CELL               TO WS-LINE(33:10)
           MOVE 42                         TO WS-HIST-IDX
           PERFORM VARYING WS-COL-IDX FROM 2 BY 1
                   UNTIL WS-COL-IDX > 4
               IF CO-HAS-DAY(WS-COL-IDX)
                   MOVE CO-DATE(WS-COL-IDX) TO WS-DATE-CELL
               ELSE
                   MOVE "(NONE)"            TO WS-DATE-CELL
               END-IF
               MOVE WS-DATE-CELL           TO WS-LINE(WS-HIST-IDX + 2:8)
               ADD 25                      TO WS-HIST-IDX
           END-PERFORM
           PERFORM W9-WRITE-LINE

           PERFORM D2-MEASURE-ROW
               VARYING WS-MEASURE-IDX FROM 1 BY 1
               UNTIL WS-MEASURE-IDX > 9

           PERFORM D3-RECENT-DAYS
           .
       D0-TREND-PAGEX.
           CLOSE REPORT-FILE
           .
       D0-TREND-PAGEZ.
           EXIT.

      *> ONE COLUMN: THE LATEST LINE ON OR BEFORE THE LOOK-BACK DATE,
      *> NO MORE THAN A WEEK EARLIER (COLUMN 1 IS THE LATEST DAY)
       D1-FILL-COLUMN SECTION.
       D1-FILL-COLUMNA.
           MOVE "N"                        TO CO-FOUND(WS-COL-IDX)
           MOVE 0                          TO CO-DATE(WS-COL-IDX)
           IF WS-COL-IDX = 1
               MOVE HISTORY-COUNT          TO WS-REF-IDX
               GO TO D1-FILL-COLUMNX
           END-IF
           MOVE CO-DATE(1)                 TO WS-ADD-DATE
           MOVE K-COLUMN-BACK(WS-COL-IDX)  TO WS-BACK-DAYS
           PERFORM W1-BACK-DAYS
           MOVE WS-ADD-DATE                TO WS-TARGET-DATE
           MOVE K-WINDOW-DAYS              TO WS-BACK-DAYS
           PERFORM W1-BACK-DAYS
           MOVE WS-ADD-DATE                TO WS-WINDOW-START
           MOVE 0                          TO WS-REF-IDX
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > HISTORY-COUNT
               IF HISTORY-ENTRY(WS-HIST-IDX)(1:8) <= WS-TARGET-DATE
               AND HISTORY-ENTRY(WS-HIST-IDX)(1:8) >= WS-WINDOW-START
                   MOVE WS-HIST-IDX        TO WS-REF-IDX
               END-IF
           END-PERFORM
           IF WS-REF-IDX = 0
               GO TO D1-FILL-COLUMNZ
           END-IF
           .
       D1-FILL-COLUMNX.
           MOVE HISTORY-ENTRY(WS-REF-IDX)  TO KPI-LINE(1:100)
           MOVE "Y"                        TO CO-FOUND(WS-COL-IDX)
           MOVE KL-DATE                    TO CO-DATE(WS-COL-IDX)
           MOVE KL-HEADCOUNT               TO CO-VALUE(WS-COL-IDX 1)
           MOVE KL-ATTEND-RATE             TO CO-VALUE(WS-COL-IDX 2)
           MOVE KL-UNMOTIVATED             TO CO-VALUE(WS-COL-IDX 3)
           MOVE KL-GRADES-LOADED           TO CO-VALUE(WS-COL-IDX 4)
           MOVE KL-CATALOG-PCT             TO CO-VALUE(WS-COL-IDX 5)
           MOVE KL-FAILING                 TO CO-VALUE(WS-COL-IDX 6)
           MOVE KL-TRIAGE-OPEN             TO CO-VALUE(WS-COL-IDX 7)
           MOVE KL-APPEALS-OPEN            TO CO-VALUE(WS-COL-IDX 8)
           MOVE KL-DEAD-LETTERS            TO CO-VALUE(WS-COL-IDX 9)
           .
       D1-FILL-COLUMNZ.
           EXIT.

      *> ONE MEASURE: ITS LATEST VALUE, THEN EACH EARLIER VALUE WITH
      *> THE CHANGE SINCE
       D2-MEASURE-ROW SECTION.
       D2-MEASURE-ROWA.
           MOVE SPACE                      TO WS-LINE
           MOVE MS-LABEL(WS-MEASURE-IDX)   TO WS-LINE(1:30)
           MOVE CO-VALUE(1 WS-MEASURE-IDX) TO WS-CHANGE
           PERFORM W2-EDIT-VALUE
           MOVE WS-CELL                    TO WS-LINE(31:10)
           MOVE 42                         TO WS-HIST-IDX
           PERFORM VARYING WS-COL-IDX FROM 2 BY 1
                   UNTIL WS-COL-IDX > 4
               IF CO-HAS-DAY(WS-COL-IDX)
                   MOVE CO-VALUE(WS-COL-IDX WS-MEASURE-IDX)
                                           TO WS-CHANGE
                   PERFORM W2-EDIT-VALUE
                   COMPUTE WS-CHANGE =
                       CO-VALUE(1 WS-MEASURE-IDX)
                       - CO-VALUE(WS-COL-IDX WS-MEASURE-IDX)
                   PERFORM W3-EDIT-CHANGE
               ELSE
                   MOVE "         -"   TO WS-CELL
                   MOVE SPACE          TO WS-CELL-CHG
               END-IF
               MOVE WS-CELL                TO WS-LINE(WS-HIST-IDX:10)
               MOVE WS-CELL-CHG            TO
                                       WS-LINE(WS-HIST-IDX + 12:10)
               ADD 25                      TO WS-HIST-IDX
           END-PERFORM
           PERFORM W9-WRITE-LINE
           .
       D2-MEASURE-ROWZ.
           EXIT.

       D3-RECENT-DAYS SECTION.
       D3-RECENT-DAYSA.
           MOVE SPACE                      TO WS-LINE
           PERFORM W9-WRITE-LINE
           MOVE "LAST 10 SCHOOL DAYS"      TO WS-LINE
           PERFORM W9-WRITE-LINE
           MOVE SPACE                      TO WS-LINE
           STRING "DATE      HEADCT ATTEND%  UNMOT.  LOADED CATALOG% "
                  "FAILING TRIAGE APPEALS DEADLTR"
                  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM W9-WRITE-LINE
           IF HISTORY-COUNT > K-RECENT-DAYS
               COMPUTE WS-FIRST-RECENT =
                   HISTORY-COUNT - K-RECENT-DAYS + 1
           ELSE
               MOVE 1                      TO WS-FIRST-RECENT
           END-IF
           PERFORM VARYING WS-REF-IDX FROM WS-FIRST-RECENT BY 1
                   UNTIL WS-REF-IDX > HISTORY-COUNT
               MOVE HISTORY-ENTRY(WS-REF-IDX) TO KPI-LINE(1:100)
               MOVE SPACE                  TO WS-LINE
               MOVE KL-DATE                TO WS-LINE(1:8)
               MOVE KL-HEADCOUNT           TO WS-HEADCOUNT-EDIT
               MOVE WS-HEADCOUNT-EDIT      TO WS-LINE(11:5)
               MOVE KL-ATTEND-RATE         TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT           TO WS-LINE(18:6)
               MOVE KL-UNMOTIVATED         TO WS-SIX-EDIT
               MOVE WS-SIX-EDIT            TO WS-LINE(26:6)
               MOVE KL-GRADES-LOADED       TO WS-SIX-EDIT
               MOVE WS-SIX-EDIT            TO WS-LINE(34:6)
               MOVE KL-CATALOG-PCT         TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT           TO WS-LINE(43:6)
               MOVE KL-FAILING             TO WS-FIVE-EDIT
               MOVE WS-FIVE-EDIT           TO WS-LINE(52:5)
               MOVE KL-TRIAGE-OPEN         TO WS-FIVE-EDIT
               MOVE WS-FIVE-EDIT           TO WS-LINE(59:5)
               MOVE KL-APPEALS-OPEN        TO WS-FOUR-EDIT
               MOVE WS-FOUR-EDIT           TO WS-LINE(68:4)
               MOVE KL-DEAD-LETTERS        TO WS-SIX-EDIT
               MOVE WS-SIX-EDIT            TO WS-LINE(74:6)
               PERFORM W9-WRITE-LINE
           END-PERFORM
           .
       D3-RECENT-DAYSZ.
           EXIT.

       E1-NOTA-TO-NUM SECTION.
       E1-NOTA-TO-NUMA.
           SET NOTA-INVALID                TO TRUE
           MOVE 0                          TO WS-NOTA-NUM
           EVALUATE TRUE
               WHEN WS-NOTA-IN NUMERIC
                   MOVE WS-NOTA-IN         TO WS-NOTA-NUM
                   SET NOTA-VALID          TO TRUE
               WHEN WS-NOTA-IN(1:1) NUMERIC
               AND WS-NOTA-IN(2:1) = SPACE
                   MOVE WS-NOTA-IN(1:1)    TO WS-NOTA-NUM
                   SET NOTA-VALID          TO TRUE
               WHEN WS-NOTA-IN(1:1) = SPACE
               AND WS-NOTA-IN(2:1) NUMERIC
                   MOVE WS-NOTA-IN(2:1)    TO WS-NOTA-NUM
                   SET NOTA-VALID          TO TRUE
           END-EVALUATE
           IF WS-NOTA-NUM < 1 OR WS-NOTA-NUM > 10
               SET NOTA-INVALID            TO TRUE
           END-IF
           .
       E1-NOTA-TO-NUMZ.
           EXIT.

       W0-FIND-CLASS SECTION.
       W0-FIND-CLASSA.
           SET CLASS-NOT-FOUND             TO TRUE
           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                   UNTIL WS-CLASS-IDX > CLASS-COUNT
               IF CL-CLASA(WS-CLASS-IDX) = WS-FIND-CLASA
                   SET CLASS-FOUND         TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
       W0-FIND-CLASSZ.
           EXIT.

      *> WS-ADD-DATE MOVED BACK WS-BACK-DAYS CALENDAR DAYS
       W1-BACK-DAYS SECTION.
       W1-BACK-DAYSA.
           PERFORM VARYING WS-DAY-COUNTER FROM 1 BY 1
                   UNTIL WS-DAY-COUNTER > WS-BACK-DAYS
               SUBTRACT 1                  FROM AD-DD
               IF AD-DD = 0
                   SUBTRACT 1              FROM AD-MM
                   IF AD-MM = 0
                       MOVE 12             TO AD-MM
                       SUBTRACT 1          FROM AD-YYYY
                   END-IF
                   PERFORM W1A-MONTH-LENGTH
                   MOVE WS-MONTH-LEN       TO AD-DD
               END-IF
           END-PERFORM
           .
       W1-BACK-DAYSZ.
           EXIT.

       W1A-MONTH-LENGTH SECTION.
       W1A-MONTH-LENGTHA.
           EVALUATE AD-MM
               WHEN 02
                   MOVE 28 TO WS-MONTH-LEN
                   DIVIDE AD-YYYY BY 4 GIVING WS-LEAP-Q
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = 0
                       MOVE 29 TO WS-MONTH-LEN
                   END-IF
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-MONTH-LEN
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-LEN
           END-EVALUATE
           .
       W1A-MONTH-LENGTHZ.
           EXIT.

      *> A VALUE INTO ITS 10-CHARACTER CELL, WITH DECIMALS ONLY FOR
      *> THE PERCENTAGES
       W2-EDIT-VALUE SECTION.
       W2-EDIT-VALUEA.
           IF MS-PERCENT(WS-MEASURE-IDX)
               MOVE WS-CHANGE              TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT            TO WS-CELL
           ELSE
               MOVE WS-CHANGE              TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT          TO WS-CELL
           END-IF
           .
       W2-EDIT-VALUEZ.
           EXIT.

       W3-EDIT-CHANGE SECTION.
       W3-EDIT-CHANGEA.
           IF MS-PERCENT(WS-MEASURE-IDX)
               MOVE WS-CHANGE              TO WS-PCT-CHG-EDIT
               MOVE WS-PCT-CHG-EDIT        TO WS-CELL-CHG
           ELSE
               MOVE WS-CHANGE              TO WS-COUNT-CHG-EDIT
               MOVE WS-COUNT-CHG-EDIT      TO WS-CELL-CHG
           END-IF
           .
       W3-EDIT-CHANGEZ.
           EXIT.

       W9-WRITE-LINE SECTION.
       W9-WRITE-LINEA.
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           .
       W9-WRITE-LINEZ.
           EXIT.
       END PROGRAM KPIDAILY.
