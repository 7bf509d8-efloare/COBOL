      ******************************************************************
      * Author:
      * Date:
      * Purpose: ANNUAL PROFESSOR ACTIVITY FILE (FISA DE EVALUARE).
      *          FOR THE YEARLY EVALUATION THE DIRECTOR USED TO PUT
      *          EACH PROFESSOR'S FILE TOGETHER FROM FIVE PRINTOUTS.
      *          FOR THE SCHOOL YEAR PROMPTED (E.G. 2025/2026) THIS
      *          WRITES ONE PAGE PER PROFESSOR ON Extract_PROFESORI.txt
      *          FROM THE DATA THE SUITE ALREADY KEEPS:
      *            1 - THE HOURS AND CLASSES IN THE CURRENT TIMETABLE
      *                (Extract_ORAR.txt);
      *            2 - SUBSTITUTE HOURS GIVEN AND RECEIVED, SUMMED
      *                OVER THE YEAR'S TIMESHEETS (PontajLunar_<YYYYMM>
      *                .txt, SEPTEMBER TO AUGUST, STAGED FROM THE
      *                ASSIGN 14 DIRECTORY - PONTAJ ALREADY FOLDS THE
      *                SUPLINIRI RANGES INTO THEM);
      *            3 - THE FAIRNESS DEVIATION PER SUBJECT/CLASS
      *                (GradingFairness.txt, MATCHED BY NAME - THE
      *                REPORT CARRIES NO CNP);
      *            4 - CATALOG COMPLETENESS PER CLASS/SUBJECT TAUGHT
      *                (CatalogCoverage.txt, WITH THE PAIRS CHECKED
      *                FROM CatalogCounts.txt WHEN PRESENT);
      *            5 - GRADE-ENTRY TIMELINESS, GRADELAT'S LINES FOR
      *                THE PROFESSOR (GradeLatency.txt, BUILT FROM
      *                InsertAllAudit.txt);
      *            6 - THE APPEALS AGAINST GRADES THEY GAVE AND HOW
      *                EACH ENDED (Appeals.txt, STAGED FROM THE
      *                ASSIGN 12 DIRECTORY; THE GRADER IS THE CNPPROF
      *                OF THE CONTESTED Extract_NOTE.txt ROW);
      *            7 - THE RESULTS OF THE CLASSES THEY TEACH
      *                (GradeStatHistory.txt, THE YEAR'S NEWEST LINE
      *                PER SEMESTER/CLASS/SUBJECT);
      *            8 - THE OLYMPIAD AND COMPETITION RESULTS OF THE
      *                STUDENTS THEY COORDINATED (Olimpiade.txt, THE
      *                REGISTRY OLIMPMAINT DISTRIBUTES HERE).
      *          A SOURCE THAT IS MISSING GETS A LIPSESTE LINE NAMING
      *          THE RUN THAT PRODUCES IT. EACH PAGE IS FILED AS
      *          FiseEvaluare/Fisa_<YEAR>_<CNP>.txt, AND A SUMMARY
      *          INDEX WITH ONE LINE OF KEY FIGURES PER PROFESSOR AS
      *          FiseEvaluare/FiseIndex_<YEAR>.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. FISAPROF.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> THE NIGHTLY SNAPSHOTS TBLEXTRACT FILES HERE
           SELECT PROF-EXTRACT ASSIGN TO 'Extract_PROFESORI.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROF-EXT-STATUS.

           SELECT PMC-EXTRACT ASSIGN TO 'Extract_PMC.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PMC-EXT-STATUS.

           SELECT ORAR-EXTRACT ASSIGN TO 'Extract_ORAR.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORAR-EXT-STATUS.

           SELECT NOTE-EXTRACT ASSIGN TO 'Extract_NOTE.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOTE-EXT-STATUS.

      *> THE REPORTS OF THIS DIRECTORY THE PAGE IS ASSEMBLED FROM
           SELECT FAIR-FILE ASSIGN TO 'GradingFairness.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FAIR-STATUS.

           SELECT COVERAGE-FILE ASSIGN TO 'CatalogCoverage.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COVERAGE-STATUS.

           SELECT COUNTS-FILE ASSIGN TO 'CatalogCounts.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COUNTS-STATUS.

           SELECT LATENCY-FILE ASSIGN TO 'GradeLatency.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LATENCY-STATUS.

           SELECT HISTORY-FILE ASSIGN TO 'GradeStatHistory.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

      *> STAGED IN FROM THEIR HOME DIRECTORIES
           SELECT APPEALS-FILE ASSIGN TO 'Appeals.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APPEALS-STATUS.

      *> THE RESULTS REGISTRY OLIMPMAINT DISTRIBUTES
           SELECT OLIMP-FILE ASSIGN TO 'Olimpiade.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OLIMP-STATUS.

      *> EACH MONTH'S TIMESHEET IN TURN, UNDER ONE LOCAL NAME
           SELECT PONTAJ-FILE ASSIGN TO 'PontajStaged.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PONTAJ-STATUS.

      *> EACH PAGE AND THE INDEX ARE WRITTEN HERE, THEN FILED UNDER
      *> THEIR OWN NAMES (ASSIGN NAMES ARE FIXED UNDER THIS DIALECT,
      *> SAME WORKAROUND AS DBBACKUP)
           SELECT FISA-OUT ASSIGN TO 'FisaWork.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FISA-STATUS.

           SELECT INDEX-OUT ASSIGN TO 'FisaIndexWork.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INDEX-STATUS.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
        FD PROF-EXTRACT.
       01 PROF-EXTRACT-FD                   PIC X(80).

        FD PMC-EXTRACT.
       01 PMC-EXTRACT-FD                    PIC X(70).

        FD ORAR-EXTRACT.
       01 ORAR-EXTRACT-FD                   PIC X(120).

        FD NOTE-EXTRACT.
       01 NOTE-EXTRACT-FD                   PIC X(120).

        FD FAIR-FILE.
       01 FAIR-FD                           PIC X(150).

        FD COVERAGE-FILE.
       01 COVERAGE-FD                       PIC X(130).

        FD COUNTS-FILE.
       01 COUNTS-FD                         PIC X(130).

        FD LATENCY-FILE.
       01 LATENCY-FD                        PIC X(130).

        FD HISTORY-FILE.
       01 HISTORY-FD                        PIC X(100).

        FD APPEALS-FILE.
       01 APPEALS-FD                        PIC X(130).

        FD OLIMP-FILE.
       01 OLIMP-FD                          PIC X(220).

        FD PONTAJ-FILE.
       01 PONTAJ-FD                         PIC X(100).

        FD FISA-OUT.
       01 FISA-FD                           PIC X(130).

        FD INDEX-OUT.
       01 INDEX-FD                          PIC X(130).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WS-PROF-EXT-STATUS               PIC X(02).
       01 WS-PMC-EXT-STATUS                PIC X(02).
       01 WS-ORAR-EXT-STATUS               PIC X(02).
       01 WS-NOTE-EXT-STATUS               PIC X(02).
       01 WS-FAIR-STATUS                   PIC X(02).
       01 WS-COVERAGE-STATUS               PIC X(02).
       01 WS-COUNTS-STATUS                 PIC X(02).
       01 WS-LATENCY-STATUS                PIC X(02).
       01 WS-HISTORY-STATUS                PIC X(02).
       01 WS-APPEALS-STATUS                PIC X(02).
       01 WS-OLIMP-STATUS                  PIC X(02).
       01 WS-PONTAJ-STATUS                 PIC X(02).
       01 WS-FISA-STATUS                   PIC X(02).
       01 WS-INDEX-STATUS                  PIC X(02).

      *> WHICH SOURCES COULD BE READ - A MISSING ONE GETS ITS
      *> LIPSESTE LINE ON EVERY PAGE
       01 WS-SOURCE-SWITCHES.
           05 WS-ORAR-SW                   PIC X(01) VALUE "N".
               88 ORAR-READ                 VALUE "Y".
           05 WS-FAIR-SW                   PIC X(01) VALUE "N".
               88 FAIR-READ                 VALUE "Y".
           05 WS-COVERAGE-SW               PIC X(01) VALUE "N".
               88 COVERAGE-READ             VALUE "Y".
           05 WS-COUNTS-SW                 PIC X(01) VALUE "N".
               88 COUNTS-READ               VALUE "Y".
           05 WS-LATENCY-SW                PIC X(01) VALUE "N".
               88 LATENCY-READ              VALUE "Y".
           05 WS-HISTORY-SW                PIC X(01) VALUE "N".
               88 HISTORY-READ              VALUE "Y".
           05 WS-APPEALS-SW                PIC X(01) VALUE "N".
               88 APPEALS-READ              VALUE "Y".
           05 WS-NOTE-SW                   PIC X(01) VALUE "N".
               88 NOTE-READ                 VALUE "Y".
           05 WS-OLIMP-SW                  PIC X(01) VALUE "N".
               88 OLIMP-READ                VALUE "Y".

       01 K-APPEALS-SOURCE                 PIC X(70) VALUE
               "../Assign 12 Secretariat FLOARE EMIL/Appeals.txt".
       01 K-PONTAJ-DIR                     PIC X(40) VALUE
               "../Assign 14 Orar FLOARE EMIL/".
      *> WHERE THE FINISHED PAGES AND THE INDEX ARE FILED
       01 K-FISA-DIR                       PIC X(12) VALUE
               "FiseEvaluare".
       01 WS-STAGE-COMMAND                 PIC X(200).
       01 WS-COPY-COMMAND                  PIC X(200).

       01 WS-TODAY                         PIC 9(08).
      *> THE SCHOOL YEAR, AS GRADELAT AND GRADESTAT KEY IT
       01 WS-AN-SCOLAR                     PIC X(09) VALUE SPACE.
       01 WS-AN-FILE                       PIC X(09).
       01 WS-YEAR-1                        PIC 9(04).
       01 WS-YEAR-2                        PIC 9(04).
       01 WS-YEAR-FROM                     PIC 9(08).
       01 WS-YEAR-TO                       PIC 9(08).

      *> THE TWELVE TIMESHEET MONTHS, SEPTEMBER TO AUGUST
       01 MONTH-TABLE.
           05 MONTH-KEY OCCURS 12 TIMES    PIC 9(06).
       01 WS-MONTH-IDX                     PIC 9(02).
       01 WS-MONTHS-FOUND                  PIC 9(02) VALUE 0.

      *> THE PROFESSORS - ONE PAGE EACH; THE YEAR'S TIMESHEET
      *> TOTALS ARE FOLDED IN AS THE MONTHS ARE READ
       01 WS-PROF-ROW.
           05 PF-CNP                       PIC X(13).
           05 FILLER                       PIC X(02).
           05 PF-NUME                      PIC X(30).
           05 FILLER                       PIC X(02).
           05 PF-PRENUME                   PIC X(30).
       01 K-MAX-PROF                       PIC 9(03) VALUE 200.
       01 PROF-TABLE.
           05 PROF-ENTRY OCCURS 200 TIMES.
               10 PT-CNP                   PIC X(13).
               10 PT-NUME                  PIC X(30).
               10 PT-PRENUME               PIC X(30).
               10 PT-MONTHS                PIC 9(02).
               10 PT-LUCRATE               PIC 9(05).
               10 PT-PLATA                 PIC 9(05).
               10 PT-SUPLINITE             PIC 9(05).
       01 PROF-COUNT                       PIC 9(03) VALUE 0.
       01 WS-PROF-IDX                      PIC 9(03).
       01 WS-FOUND-PROF                    PIC 9(03).

      *> WHO TEACHES WHAT TO WHOM (ONE Extract_PMC.txt ROW)
       01 WS-PMC-ROW.
           05 PR-CNP                       PIC X(13).
           05 FILLER                       PIC X(02).
           05 PR-MATERIE                   PIC X(30).
           05 FILLER                       PIC X(02).
           05 PR-CLASA                     PIC X(04).
           05 FILLER                       PIC X(02).
           05 PR-GRUPA                     PIC X(10).
       01 K-MAX-PMC                        PIC 9(04) VALUE 500.
       01 PMC-TABLE.
           05 PMC-ENTRY OCCURS 500 TIMES.
               10 PMC-CNP                  PIC X(13).
               10 PMC-CLASA                PIC X(04).
               10 PMC-MATERIE              PIC X(30).
       01 PMC-COUNT                        PIC 9(04) VALUE 0.
       01 WS-PMC-IDX                       PIC 9(04).

      *> ONE PROFESSOR'S CLASS/SUBJECT PAIRS (A SUBJECT TAUGHT TO
      *> TWO GROUPS OF A CLASS COUNTS ONCE)
       01 K-MAX-TAUGHT                     PIC 9(02) VALUE 60.
       01 TAUGHT-TABLE.
           05 TAUGHT-ENTRY OCCURS 60 TIMES.
               10 TG-CLASA                 PIC X(04).
               10 TG-MATERIE               PIC X(30).
       01 TAUGHT-COUNT                     PIC 9(02) VALUE 0.
       01 WS-TAUGHT-IDX                    PIC 9(02).

      *> ONE Extract_ORAR.txt ROW
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
           05 FILLER                       PIC X(63).
      *> THE WEEKLY HOURS PER PROFESSOR/CLASS/SUBJECT
       01 K-MAX-ORAR                       PIC 9(04) VALUE 1000.
       01 ORAR-TABLE.
           05 ORAR-ENTRY OCCURS 1000 TIMES.
               10 OC-CNP                   PIC X(13).
               10 OC-CLASA                 PIC X(04).
               10 OC-MATERIE               PIC X(30).
               10 OC-ORE                   PIC 9(03).
       01 ORAR-COUNT                       PIC 9(04) VALUE 0.
       01 WS-ORAR-IDX                      PIC 9(04).
       01 WS-ORAR-IDX2                     PIC 9(04).

      *> ONE PontajLunar LINE, THE LAYOUT PONTAJ WRITES
       01 WS-PONTAJ-LINE.
           05 PL-CNP                       PIC X(13).
           05 FILLER                       PIC X(01).
           05 PL-NUME                      PIC X(30).
           05 FILLER                       PIC X(01).
           05 PL-PRENUME                   PIC X(20).
           05 FILLER                       PIC X(01).
           05 PL-NORMA                     PIC X(04).
           05 FILLER                       PIC X(01).
           05 PL-SUPLINITE                 PIC 9(04).
           05 FILLER                       PIC X(01).
           05 PL-LUCRATE                   PIC 9(04).
           05 FILLER                       PIC X(01).
           05 PL-PLATA                     PIC 9(04).
           05 FILLER                       PIC X(15).

      *> ONE GradingFairness.txt ROW, AS FAIRNESS STRINGS IT
       01 WS-FAIR-LINE.
           05 FL-NUME                      PIC X(30).
           05 FILLER                       PIC X(01).
           05 FL-PRENUME                   PIC X(30).
           05 FILLER                       PIC X(01).
           05 FL-MATERIE                   PIC X(30).
           05 FILLER                       PIC X(01).
           05 FL-CLASA                     PIC X(04).
           05 FL-N-TAG                     PIC X(03).
           05 FL-CNT                       PIC ZZZZ9.
           05 FL-AVG-TAG                   PIC X(05).
           05 FL-AVG                       PIC Z9.99.
           05 FL-MEAN-TAG                  PIC X(11).
           05 FL-MEAN                      PIC Z9.99.
           05 FILLER                       PIC X(01).
           05 FL-FLAG                      PIC X(12).
           05 FILLER                       PIC X(06).
       01 K-MAX-FAIR                       PIC 9(04) VALUE 1000.
       01 FAIR-TABLE.
           05 FAIR-ENTRY OCCURS 1000 TIMES.
               10 FR-CNP                   PIC X(13).
               10 FR-MATERIE               PIC X(30).
               10 FR-CLASA                 PIC X(04).
               10 FR-CNT                   PIC 9(05).
               10 FR-AVG                   PIC 9(02)V99.
               10 FR-MEAN                  PIC 9(02)V99.
               10 FR-FLAG                  PIC X(12).
       01 FAIR-COUNT                       PIC 9(04) VALUE 0.
       01 WS-FAIR-IDX                      PIC 9(04).
       01 WS-FAIR-HEAD                     PIC X(100) VALUE SPACE.

      *> ONE CatalogCoverage.txt DETAIL LINE, AS CATCOVER BUILDS IT
       01 WS-COVER-LINE.
           05 CV-CLASA                     PIC X(04).
           05 FILLER                       PIC X(02).
           05 CV-NUME                      PIC X(30).
           05 FILLER                       PIC X(01).
           05 CV-PRENUME                   PIC X(30).
           05 FILLER                       PIC X(01).
           05 CV-MATERIE                   PIC X(30).
           05 CV-GRADES-TAG                PIC X(09).
           05 CV-GRADES                    PIC X(04).
           05 FILLER                       PIC X(19).
      *> ONE CatalogCounts.txt LINE (CNP;CLASA;NUME;PRENUME;
      *> MATERIE;HELD;MINIMUM)
       01 WS-COUNTS-LINE                   PIC X(130).
       01 WS-COUNTS-ROW.
           05 CC-CNP                       PIC X(13).
           05 CC-CLASA                     PIC X(04).
           05 CC-NUME                      PIC X(30).
           05 CC-PRENUME                   PIC X(30).
           05 CC-MATERIE                   PIC X(30).
           05 CC-HELD                      PIC X(04).
           05 CC-MIN                       PIC X(02).
      *> STUDENTS CHECKED AND STUDENTS SHORT PER CLASS/SUBJECT
       01 K-MAX-CAT                        PIC 9(04) VALUE 1000.
       01 CAT-TABLE.
           05 CAT-ENTRY OCCURS 1000 TIMES.
               10 CG-CLASA                 PIC X(04).
               10 CG-MATERIE               PIC X(30).
               10 CG-PAIRS                 PIC 9(04).
               10 CG-GAPS                  PIC 9(04).
       01 CAT-COUNT                        PIC 9(04) VALUE 0.
       01 WS-CAT-IDX                       PIC 9(04).
       01 WS-KEY-CNP                       PIC X(13).
       01 WS-KEY-CLASA                     PIC X(04).
       01 WS-KEY-MATERIE                   PIC X(30).

      *> ONE GradeLatency.txt GROUP LINE, GRADELAT'S REPORT-LINE
       01 WS-LAT-LINE.
           05 LL-PROF                      PIC X(13).
           05 FILLER                       PIC X(01).
           05 LL-NAME                      PIC X(25).
           05 FILLER                       PIC X(01).
           05 LL-MATERIE                   PIC X(25).
           05 FILLER                       PIC X(01).
           05 LL-CLASA                     PIC X(04).
           05 FILLER                       PIC X(01).
           05 LL-ROWS                      PIC ZZZZ9.
           05 FILLER                       PIC X(01).
           05 LL-MEDIAN                    PIC X(06).
           05 FILLER                       PIC X(01).
           05 LL-WORST                     PIC ZZZZ9.
           05 FILLER                       PIC X(01).
           05 LL-OVER                      PIC ZZZZ9.
           05 FILLER                       PIC X(35).
       01 K-MAX-LAT                        PIC 9(04) VALUE 1000.
       01 LAT-TABLE.
           05 LAT-ENTRY OCCURS 1000 TIMES.
               10 LT-CNP                   PIC X(13).
               10 LT-MATERIE               PIC X(25).
               10 LT-CLASA                 PIC X(04).
               10 LT-ROWS                  PIC 9(05).
               10 LT-MEDIAN                PIC X(06).
               10 LT-WORST                 PIC 9(05).
               10 LT-OVER                  PIC 9(05).
       01 LAT-COUNT                        PIC 9(04) VALUE 0.
       01 WS-LAT-IDX                       PIC 9(04).
      *> THE RUN GradeLatency.txt COMES FROM: ITS ALLOWED-DAYS TITLE
      *> AND THE SCHOOL YEAR IT WAS LIMITED TO (BLANK = ALL YEARS)
       01 WS-LAT-TITLE                     PIC X(80) VALUE SPACE.
       01 WS-LAT-YEAR                      PIC X(09) VALUE SPACE.
       01 WS-LAT-SW                        PIC X(01).
           88 LAT-IN-GROUPS                 VALUE "G".
           88 LAT-PAST-GROUPS               VALUE "P".

      *> ONE Appeals.txt ENTRY
       01 WS-AP-LINE                       PIC X(130).
       01 WS-APPEAL.
           05 AP-ID                        PIC X(04).
           05 AP-STATE                     PIC X(08).
           05 AP-CNP                       PIC X(13).
           05 AP-MATERIE                   PIC X(30).
           05 AP-DATANOTA                  PIC X(08).
           05 AP-OLD-NOTA                  PIC X(02).
           05 AP-FILED                     PIC X(08).
           05 AP-PROF-CNP                  PIC X(13).
           05 AP-NEW-NOTA                  PIC X(02).
      *> THE YEAR'S APPEALS, EACH WITH THE PROFESSOR WHO GAVE THE
      *> CONTESTED GRADE ONCE Extract_NOTE.txt HAS BEEN SWEPT
       01 K-MAX-APPEAL                     PIC 9(03) VALUE 500.
       01 APPEAL-TABLE.
           05 APPEAL-ENTRY OCCURS 500 TIMES.
               10 AQ-ID                    PIC X(04).
               10 AQ-STATE                 PIC X(08).
               10 AQ-CNP                   PIC X(13).
               10 AQ-MATERIE               PIC X(30).
               10 AQ-DATANOTA              PIC X(08).
               10 AQ-OLD-NOTA              PIC X(02).
               10 AQ-NEW-NOTA              PIC X(02).
               10 AQ-GRADER                PIC X(13).
       01 APPEAL-COUNT                     PIC 9(03) VALUE 0.
       01 WS-APPEAL-IDX                    PIC 9(03).

      *> ONE Olimpiade.txt LINE
      *> (CNP;ANSCOLAR;TIP;MATERIE;FAZA;PREMIU;CONCURS;PROFCNP;
      *>  CLASA;NUME;PRENUME;DIPLOMA)
       01 WS-OL-LINE                       PIC X(220).
       01 WS-OLIMP.
           05 OL-CNP                       PIC X(13).
           05 OL-AN-SCOLAR                 PIC X(09).
           05 OL-TIP                       PIC X(01).
           05 OL-MATERIE                   PIC X(30).
           05 OL-FAZA                      PIC X(01).
           05 OL-PREMIU                    PIC X(01).
           05 OL-CONCURS                   PIC X(40).
           05 OL-PROF-CNP                  PIC X(13).
           05 OL-CLASA                     PIC X(04).
           05 OL-NUME                      PIC X(30).
           05 OL-PRENUME                   PIC X(30).
           05 OL-DIPLOMA                   PIC X(20).
      *> THE YEAR'S RESULTS, EACH WITH ITS COORDINATING PROFESSOR
       01 K-MAX-OLIMP                      PIC 9(03) VALUE 500.
       01 OLIMP-TABLE.
           05 OLIMP-ENTRY OCCURS 500 TIMES.
               10 OQ-PROF-CNP              PIC X(13).
               10 OQ-MATERIE               PIC X(30).
               10 OQ-FAZA                  PIC X(01).
               10 OQ-PREMIU                PIC X(01).
               10 OQ-CONCURS               PIC X(40).
               10 OQ-CLASA                 PIC X(04).
               10 OQ-NAME                  PIC X(40).
       01 OLIMP-COUNT                      PIC 9(03) VALUE 0.
       01 WS-OLIMP-IDX                     PIC 9(03).

      *> ONE Extract_NOTE.txt ROW
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
           05 FILLER                       PIC X(02).
           05 NR-CNP-PROF                  PIC X(13).
           05 FILLER                       PIC X(32).

      *> ONE GradeStatHistory.txt LINE (PASS IN TENTHS, MEAN AND
      *> MEDIAN IN HUNDREDTHS)
       01 WS-HISTORY-LINE.
           05 HL-AN                        PIC X(09).
           05 FILLER                       PIC X(01).
           05 HL-SEM                       PIC X(01).
           05 FILLER                       PIC X(01).
           05 HL-CLASS                     PIC X(02).
           05 FILLER                       PIC X(01).
           05 HL-SUBJECT                   PIC X(30).
           05 FILLER                       PIC X(01).
           05 HL-B1                        PIC 9(05).
           05 FILLER                       PIC X(01).
           05 HL-B2                        PIC 9(05).
           05 FILLER                       PIC X(01).
           05 HL-B3                        PIC 9(05).
           05 FILLER                       PIC X(01).
           05 HL-B4                        PIC 9(05).
           05 FILLER                       PIC X(01).
           05 HL-PASS                      PIC 9(04).
           05 FILLER                       PIC X(01).
           05 HL-MEAN                      PIC 9(04).
           05 FILLER                       PIC X(01).
           05 HL-MEDIAN                    PIC 9(04).
           05 FILLER                       PIC X(15).
      *> THE YEAR'S NEWEST LINE PER SEMESTER/CLASS/SUBJECT - A
      *> RERUN OF GRADESTAT APPENDS, SO A LATER LINE REPLACES
       01 K-MAX-STAT                       PIC 9(04) VALUE 1000.
       01 STAT-TABLE.
           05 STAT-ENTRY OCCURS 1000 TIMES.
               10 GS-KEY.
                   15 GS-SEM               PIC X(01).
                   15 GS-CLASS             PIC X(02).
                   15 GS-SUBJECT           PIC X(30).
               10 GS-B1                    PIC 9(05).
               10 GS-B2                    PIC 9(05).
               10 GS-B3                    PIC 9(05).
               10 GS-B4                    PIC 9(05).
               10 GS-PASS                  PIC 9(04).
               10 GS-MEAN                  PIC 9(04).
               10 GS-MEDIAN                PIC 9(04).
       01 STAT-COUNT                       PIC 9(04) VALUE 0.
       01 WS-STAT-IDX                      PIC 9(04).
       01 WS-STAT-KEY.
           05 SK-SEM                       PIC X(01).
           05 SK-CLASS                     PIC X(02).
           05 SK-SUBJECT                   PIC X(30).

      *> THE INDEX FIGURES OF THE PROFESSOR BEING WRITTEN
       01 WS-INDEX-FIGURES.
           05 IX-ORE                       PIC 9(03).
           05 IX-CLASE                     PIC 9(03).
           05 IX-ABATERI                   PIC 9(03).
           05 IX-GOLURI                    PIC 9(05).
           05 IX-INTARZIERI                PIC 9(05).
           05 IX-CONTEST                   PIC 9(03).
           05 IX-MODIF                     PIC 9(03).

       01 WS-INDEX-LINE.
           05 IL-CNP                       PIC X(13).
           05 FILLER                       PIC X(01).
           05 IL-NAME                      PIC X(30).
           05 FILLER                       PIC X(01).
           05 IL-ORE                       PIC ZZ9.
           05 FILLER                       PIC X(01).
           05 IL-CLASE                     PIC ZZ9.
           05 FILLER                       PIC X(01).
           05 IL-DATE                      PIC ZZZZ9.
           05 FILLER                       PIC X(01).
           05 IL-PRIMITE                   PIC ZZZZ9.
           05 FILLER                       PIC X(01).
           05 IL-ABATERI                   PIC ZZ9.
           05 FILLER                       PIC X(01).
           05 IL-GOLURI                    PIC ZZZZ9.
           05 FILLER                       PIC X(01).
           05 IL-INTARZIERI                PIC ZZZZ9.
           05 FILLER                       PIC X(01).
           05 IL-CONTEST                   PIC ZZ9.
           05 FILLER                       PIC X(01).
           05 IL-MODIF                     PIC ZZ9.
           05 FILLER                       PIC X(38).

       01 WS-LINE                          PIC X(130).
       01 WS-HEAD-LINE                     PIC X(130).
       01 WS-NAME                          PIC X(61).
       01 WS-DEV                           PIC S9(02)V99.
       01 WS-DEV-DISP                      PIC ++9.99.
       01 WS-AVG-DISP                      PIC Z9.99.
       01 WS-MEAN-DISP                     PIC Z9.99.
       01 WS-PASS-DISP                     PIC ZZ9.9.
       01 WS-NUM-DISP                      PIC ZZZZ9.
       01 WS-NUM-DISP2                     PIC ZZZZ9.
       01 WS-NUM-DISP3                     PIC ZZZZ9.
       01 WS-NUM-DISP4                     PIC ZZZZ9.
       01 WS-ORE-DISP                      PIC ZZ9.
       01 WS-SECTION-LINES                 PIC 9(04).
       01 WS-SEEN-SW                       PIC X(01).
           88 ALREADY-SEEN                  VALUE "Y".
           88 NOT-YET-SEEN                  VALUE "N".

       01 WS-RUN-COUNTERS.
        05 WS-COUNT-PAGES                  PIC 9(05) VALUE 0.
        05 WS-COUNT-FAIR-UNMATCHED         PIC 9(05) VALUE 0.
        05 WS-COUNT-APPEAL-UNATTRIB        PIC 9(05) VALUE 0.
        05 WS-COUNT-OVERFLOW               PIC 9(05) VALUE 0.

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".
       COPY TRAINENV-INT.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       S0  SECTION.
       S0A.
           DISPLAY "ANNUAL PROFESSOR ACTIVITY FILES (FISE DE EVALUARE)"
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           DISPLAY "SCHOOL YEAR (E.G. 2025/2026): " WITH NO ADVANCING
           ACCEPT WS-AN-SCOLAR
           IF WS-AN-SCOLAR(1:4) NOT NUMERIC
           OR WS-AN-SCOLAR(5:1) NOT = "/"
           OR WS-AN-SCOLAR(6:4) NOT NUMERIC
               DISPLAY "SCHOOL YEAR MUST BE YYYY/YYYY"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-AN-SCOLAR(1:4)          TO WS-YEAR-1
           MOVE WS-AN-SCOLAR(6:4)          TO WS-YEAR-2
           IF WS-YEAR-2 NOT = WS-YEAR-1 + 1
               DISPLAY "SCHOOL YEAR MUST SPAN TWO CONSECUTIVE YEARS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *> THE YEAR RUNS FROM 1 SEPTEMBER TO 31 AUGUST; THE FILE NAMES
      *> CARRY IT AS YYYY-YYYY
           COMPUTE WS-YEAR-FROM = WS-YEAR-1 * 10000 + 0901
           COMPUTE WS-YEAR-TO   = WS-YEAR-2 * 10000 + 0831
           MOVE WS-AN-SCOLAR               TO WS-AN-FILE
           MOVE "-"                        TO WS-AN-FILE(5:1)
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > 12
               IF WS-MONTH-IDX <= 4
                   COMPUTE MONTH-KEY(WS-MONTH-IDX) =
                       WS-YEAR-1 * 100 + WS-MONTH-IDX + 8
               ELSE
                   COMPUTE MONTH-KEY(WS-MONTH-IDX) =
                       WS-YEAR-2 * 100 + WS-MONTH-IDX - 4
               END-IF
           END-PERFORM

           PERFORM A9-STAGE-APPEALS
           PERFORM A0-LOAD-PROFESSORS
           IF PROF-COUNT = 0
               DISPLAY "NO PROFESSORS IN Extract_PROFESORI.txt - RUN "
                   "TBLEXTRACT FIRST"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM A1-LOAD-PMC
           PERFORM A2-LOAD-ORAR
           PERFORM A3-LOAD-PONTAJ
           PERFORM A4-LOAD-FAIRNESS
           PERFORM A5-LOAD-COVERAGE
           PERFORM A6-LOAD-COUNTS
           PERFORM A7-LOAD-LATENCY
           PERFORM A8-LOAD-APPEALS
           PERFORM B0-FIND-GRADERS
           PERFORM B1-LOAD-GRADESTAT
           PERFORM B2-LOAD-OLIMPIADE

           OPEN OUTPUT INDEX-OUT
           IF WS-INDEX-STATUS NOT = "00"
               DISPLAY "CANNOT WRITE FisaIndexWork.txt - STATUS "
                   WS-INDEX-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO INDEX-FD
               WRITE INDEX-FD
           END-IF
           PERFORM C9-INDEX-HEAD

           PERFORM C0-WRITE-ONE-FISA THRU C0-WRITE-ONE-FISAZ
               VARYING WS-PROF-IDX FROM 1 BY 1
               UNTIL WS-PROF-IDX > PROF-COUNT

           MOVE SPACE                      TO INDEX-FD
           WRITE INDEX-FD
           MOVE WS-COUNT-PAGES             TO WS-NUM-DISP
           MOVE SPACE                      TO WS-LINE
           STRING "FISE GENERATE: " WS-NUM-DISP DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO INDEX-FD
           WRITE INDEX-FD
           CLOSE INDEX-OUT
           MOVE SPACE                      TO WS-COPY-COMMAND
           STRING "mkdir -p '" DELIMITED BY SIZE
                  K-FISA-DIR DELIMITED BY SPACE
                  "' && mv 'FisaIndexWork.txt' '" DELIMITED BY SIZE
                  K-FISA-DIR DELIMITED BY SPACE
                  "/FiseIndex_" DELIMITED BY SIZE
                  WS-AN-FILE DELIMITED BY SIZE
                  ".txt'" DELIMITED BY SIZE
           INTO WS-COPY-COMMAND
           CALL "SYSTEM" USING WS-COPY-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "COULD NOT FILE THE INDEX - LEFT AS "
                   "FisaIndexWork.txt"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "TIMESHEET MONTHS FOUND:      " WS-MONTHS-FOUND
           DISPLAY "FAIRNESS ROWS WITH NO NAME:  "
               WS-COUNT-FAIR-UNMATCHED
           DISPLAY "APPEALS WITH NO GRADER:      "
               WS-COUNT-APPEAL-UNATTRIB
           DISPLAY "FISE WRITTEN:                " WS-COUNT-PAGES
           IF WS-COUNT-OVERFLOW > 0
               DISPLAY "ROWS DROPPED - TABLE FULL:   "
                   WS-COUNT-OVERFLOW
           END-IF
           DISPLAY "FILED IN " K-FISA-DIR "/ (FiseIndex_" WS-AN-FILE
               ".txt)"
           MOVE 0 TO RETURN-CODE
           .
       S0Z.
           STOP RUN.

      *> THE APPEALS REGISTER LIVES WITH THE SECRETARIAT. THE OLD
      *> COPY IS REMOVED FIRST, SO A REGISTER THAT IS GONE IS
      *> REPORTED RATHER THAN SILENTLY REPLACED BY A STALE ONE.
       A9-STAGE-APPEALS SECTION.
       A9-STAGE-APPEALSA.
           MOVE SPACE                      TO WS-STAGE-COMMAND
           STRING "rm -f 'Appeals.txt'; cp '" DELIMITED BY SIZE
                  K-APPEALS-SOURCE DELIMITED BY "  "
                  "' 'Appeals.txt'" DELIMITED BY SIZE
           INTO WS-STAGE-COMMAND
           CALL "SYSTEM" USING WS-STAGE-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "COULD NOT STAGE " K-APPEALS-SOURCE
           END-IF
           .
       A9-STAGE-APPEALSZ.
           EXIT.

       A0-LOAD-PROFESSORS SECTION.
       A0-LOAD-PROFESSORSA.
           OPEN INPUT PROF-EXTRACT
           IF WS-PROF-EXT-STATUS NOT = "00"
               GO TO A0-LOAD-PROFESSORSZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-PROF-ROW
               READ PROF-EXTRACT INTO WS-PROF-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-PROF-ROW(1:8) = "EXTRACT "
                       CONTINUE
                   ELSE
                   IF PF-CNP > SPACE
                   AND PROF-COUNT < K-MAX-PROF
                       ADD 1               TO PROF-COUNT
                       MOVE PF-CNP         TO PT-CNP(PROF-COUNT)
                       MOVE PF-NUME        TO PT-NUME(PROF-COUNT)
                       MOVE PF-PRENUME     TO PT-PRENUME(PROF-COUNT)
                       MOVE 0              TO PT-MONTHS(PROF-COUNT)
                                              PT-LUCRATE(PROF-COUNT)
                                              PT-PLATA(PROF-COUNT)
                                           PT-SUPLINITE(PROF-COUNT)
                   END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PROF-EXTRACT
           .
       A0-LOAD-PROFESSORSZ.
           EXIT.

       A1-LOAD-PMC SECTION.
       A1-LOAD-PMCA.
           OPEN INPUT PMC-EXTRACT
           IF WS-PMC-EXT-STATUS NOT = "00"
               DISPLAY "Extract_PMC.txt NOT FOUND - NO CLASS/SUBJECT "
                   "PAIRS FOR THE CATALOG AND RESULTS SECTIONS"
               GO TO A1-LOAD-PMCZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-PMC-ROW
               READ PMC-EXTRACT INTO WS-PMC-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-PMC-ROW(1:8) = "EXTRACT "
                       CONTINUE
                   ELSE
                   IF PR-CNP > SPACE
                       IF PMC-COUNT < K-MAX-PMC
                           ADD 1           TO PMC-COUNT
                           MOVE PR-CNP     TO PMC-CNP(PMC-COUNT)
                           MOVE PR-CLASA   TO PMC-CLASA(PMC-COUNT)
                           MOVE PR-MATERIE TO PMC-MATERIE(PMC-COUNT)
                       ELSE
                           ADD 1           TO WS-COUNT-OVERFLOW
                       END-IF
                   END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PMC-EXTRACT
           .
       A1-LOAD-PMCZ.
           EXIT.

      *> THE TIMETABLE AS IT STANDS: ONE HOUR A WEEK PER ROW, FOLDED
      *> INTO PROFESSOR/CLASS/SUBJECT TOTALS
       A2-LOAD-ORAR SECTION.
       A2-LOAD-ORARA.
           OPEN INPUT ORAR-EXTRACT
           IF WS-ORAR-EXT-STATUS NOT = "00"
               DISPLAY "Extract_ORAR.txt NOT FOUND - NO TIMETABLE "
                   "SECTION"
               GO TO A2-LOAD-ORARZ
           END-IF
           SET ORAR-READ                   TO TRUE
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-ORAR-ROW
               READ ORAR-EXTRACT INTO WS-ORAR-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-ORAR-ROW(1:8) = "EXTRACT "
                       CONTINUE
                   ELSE
                   IF OR-CNP > SPACE
                       PERFORM A2-ONE-SLOT
                   END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ORAR-EXTRACT
           .
       A2-LOAD-ORARZ.
           EXIT.

       A2-ONE-SLOT SECTION.
       A2-ONE-SLOTA.
           PERFORM VARYING WS-ORAR-IDX FROM 1 BY 1
                   UNTIL WS-ORAR-IDX > ORAR-COUNT
               IF OC-CNP(WS-ORAR-IDX) = OR-CNP
               AND OC-CLASA(WS-ORAR-IDX) = OR-CLASA
               AND OC-MATERIE(WS-ORAR-IDX) = OR-MATERIE
                   ADD 1                   TO OC-ORE(WS-ORAR-IDX)
                   GO TO A2-ONE-SLOTZ
               END-IF
           END-PERFORM
           IF ORAR-COUNT >= K-MAX-ORAR
               ADD 1                       TO WS-COUNT-OVERFLOW
               GO TO A2-ONE-SLOTZ
           END-IF
           ADD 1                           TO ORAR-COUNT
           MOVE OR-CNP                     TO OC-CNP(ORAR-COUNT)
           MOVE OR-CLASA                   TO OC-CLASA(ORAR-COUNT)
           MOVE OR-MATERIE                 TO OC-MATERIE(ORAR-COUNT)
           MOVE 1                          TO OC-ORE(ORAR-COUNT)
           .
       A2-ONE-SLOTZ.
           EXIT.

      *> EVERY TIMESHEET OF THE SCHOOL YEAR THAT EXISTS. A MONTH NOT
      *> YET PAID (OR NEVER RUN) IS SIMPLY NOT COUNTED.
       A3-LOAD-PONTAJ SECTION.
       A3-LOAD-PONTAJA.
           PERFORM A3-ONE-MONTH THRU A3-ONE-MONTHZ
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 12
           IF WS-MONTHS-FOUND = 0
               DISPLAY "NO PontajLunar FILE FOR " WS-AN-SCOLAR
                   " - NO SUBSTITUTION SECTION"
           END-IF
           .
       A3-LOAD-PONTAJZ.
           EXIT.

       A3-ONE-MONTH SECTION.
       A3-ONE-MONTHA.
           MOVE SPACE                      TO WS-STAGE-COMMAND
           STRING "rm -f 'PontajStaged.txt'; cp '" DELIMITED BY SIZE
                  K-PONTAJ-DIR DELIMITED BY "  "
                  "PontajLunar_" DELIMITED BY SIZE
                  MONTH-KEY(WS-MONTH-IDX) DELIMITED BY SIZE
                  ".txt' 'PontajStaged.txt' 2>/dev/null"
                                           DELIMITED BY SIZE
           INTO WS-STAGE-COMMAND
           CALL "SYSTEM" USING WS-STAGE-COMMAND
           IF RETURN-CODE NOT = 0
               GO TO A3-ONE-MONTHZ
           END-IF
           OPEN INPUT PONTAJ-FILE
           IF WS-PONTAJ-STATUS NOT = "00"
               GO TO A3-ONE-MONTHZ
           END-IF
           ADD 1                           TO WS-MONTHS-FOUND
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-PONTAJ-LINE
               READ PONTAJ-FILE INTO WS-PONTAJ-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
      *> THE TOTAL TRAILER HAS NO NUMERIC NORM COLUMN
                   IF PL-NORMA NUMERIC
                   AND PL-SUPLINITE NUMERIC
                   AND PL-LUCRATE NUMERIC
                   AND PL-PLATA NUMERIC
                       MOVE PL-CNP         TO WS-KEY-CNP
                       PERFORM E0-FIND-PROF
                       IF WS-FOUND-PROF > 0
                           ADD 1 TO PT-MONTHS(WS-FOUND-PROF)
                           ADD PL-LUCRATE
                               TO PT-LUCRATE(WS-FOUND-PROF)
                           ADD PL-PLATA
                               TO PT-PLATA(WS-FOUND-PROF)
                           ADD PL-SUPLINITE
                               TO PT-SUPLINITE(WS-FOUND-PROF)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PONTAJ-FILE
           .
       A3-ONE-MONTHZ.
           EXIT.

      *> FAIRNESS PRINTS THE GRADER BY NAME ONLY; THE NAME IS MATCHED
      *> BACK TO THE PROFESSOR. THE "GRADER NOT RECORDED" LINES AND
      *> A NAME NO LONGER ON FILE ARE COUNTED, NOT SHOWN.
       A4-LOAD-FAIRNESS SECTION.
       A4-LOAD-FAIRNESSA.
           OPEN INPUT FAIR-FILE
           IF WS-FAIR-STATUS NOT = "00"
               DISPLAY "NO GradingFairness.txt - NO FAIRNESS SECTION"
               GO TO A4-LOAD-FAIRNESSZ
           END-IF
           SET FAIR-READ                   TO TRUE
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-FAIR-LINE
               READ FAIR-FILE INTO WS-FAIR-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-FAIR-LINE(1:11) = "PARAMETERS:"
                       MOVE WS-FAIR-LINE   TO WS-FAIR-HEAD
                   END-IF
                   IF FL-N-TAG = " N "
                   AND FL-AVG-TAG = " AVG "
                       PERFORM A4-ONE-ROW
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FAIR-FILE
           .
       A4-LOAD-FAIRNESSZ.
           EXIT.

       A4-ONE-ROW SECTION.
       A4-ONE-ROWA.
           MOVE 0                          TO WS-FOUND-PROF
           PERFORM VARYING WS-PROF-IDX FROM 1 BY 1
                   UNTIL WS-PROF-IDX > PROF-COUNT
               IF PT-NUME(WS-PROF-IDX) = FL-NUME
               AND PT-PRENUME(WS-PROF-IDX) = FL-PRENUME
                   MOVE WS-PROF-IDX        TO WS-FOUND-PROF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND-PROF = 0
               ADD 1                       TO WS-COUNT-FAIR-UNMATCHED
               GO TO A4-ONE-ROWZ
           END-IF
           IF FAIR-COUNT >= K-MAX-FAIR
               ADD 1                       TO WS-COUNT-OVERFLOW
               GO TO A4-ONE-ROWZ
           END-IF
           ADD 1                           TO FAIR-COUNT
           MOVE PT-CNP(WS-FOUND-PROF)      TO FR-CNP(FAIR-COUNT)
           MOVE FL-MATERIE                 TO FR-MATERIE(FAIR-COUNT)
           MOVE FL-CLASA                   TO FR-CLASA(FAIR-COUNT)
           MOVE FL-CNT                     TO FR-CNT(FAIR-COUNT)
           MOVE FL-AVG                     TO FR-AVG(FAIR-COUNT)
           MOVE FL-MEAN                    TO FR-MEAN(FAIR-COUNT)
           MOVE FL-FLAG                    TO FR-FLAG(FAIR-COUNT)
           .
       A4-ONE-ROWZ.
           EXIT.

      *> CATCOVER'S SHORTFALL LINES, COUNTED PER CLASS/SUBJECT
       A5-LOAD-COVERAGE SECTION.
       A5-LOAD-COVERAGEA.
           OPEN INPUT COVERAGE-FILE
           IF WS-COVERAGE-STATUS NOT = "00"
               DISPLAY "NO CatalogCoverage.txt - NO CATALOG SECTION"
               GO TO A5-LOAD-COVERAGEZ
           END-IF
           SET COVERAGE-READ               TO TRUE
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-COVER-LINE
               READ COVERAGE-FILE INTO WS-COVER-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
      *> ONLY THE DETAIL LINES CARRY THE " GRADES: " TAG
                   IF CV-GRADES-TAG = " GRADES: "
                       MOVE CV-CLASA       TO WS-KEY-CLASA
                       MOVE CV-MATERIE     TO WS-KEY-MATERIE
                       PERFORM E1-FIND-CAT
                       IF WS-CAT-IDX > 0
                           ADD 1           TO CG-GAPS(WS-CAT-IDX)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE COVERAGE-FILE
           .
       A5-LOAD-COVERAGEZ.
           EXIT.

      *> EVERY PAIR CATCOVER CHECKED - THE "OUT OF" FOR THE GAPS
       A6-LOAD-COUNTS SECTION.
       A6-LOAD-COUNTSA.
           OPEN INPUT COUNTS-FILE
           IF WS-COUNTS-STATUS NOT = "00"
               GO TO A6-LOAD-COUNTSZ
           END-IF
           SET COUNTS-READ                 TO TRUE
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-COUNTS-LINE
               READ COUNTS-FILE INTO WS-COUNTS-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   MOVE SPACE              TO WS-COUNTS-ROW
                   UNSTRING WS-COUNTS-LINE DELIMITED BY ";" INTO
                       CC-CNP CC-CLASA CC-NUME CC-PRENUME
                       CC-MATERIE CC-HELD CC-MIN
                   END-UNSTRING
                   IF CC-CNP(1:1) NUMERIC
                   AND CC-MATERIE > SPACE
                       MOVE CC-CLASA       TO WS-KEY-CLASA
                       MOVE CC-MATERIE     TO WS-KEY-MATERIE
                       PERFORM E1-FIND-CAT
                       IF WS-CAT-IDX > 0
                           ADD 1           TO CG-PAIRS(WS-CAT-IDX)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE COUNTS-FILE
           .
       A6-LOAD-COUNTSZ.
           EXIT.

      *> GRADELAT'S PROFESSOR/SUBJECT/CLASS LINES. THE SECOND PART
      *> OF ITS REPORT (THE CATCH-UP WEEKS) IS NOT PER GROUP AND IS
      *> LEFT OUT.
       A7-LOAD-LATENCY SECTION.
       A7-LOAD-LATENCYA.
           OPEN INPUT LATENCY-FILE
           IF WS-LATENCY-STATUS NOT = "00"
               DISPLAY "NO GradeLatency.txt - NO TIMELINESS SECTION"
               GO TO A7-LOAD-LATENCYZ
           END-IF
           SET LATENCY-READ                TO TRUE
           SET LAT-IN-GROUPS               TO TRUE
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-LAT-LINE
               READ LATENCY-FILE INTO WS-LAT-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN WS-LAT-LINE(1:17) = "GRADE-ENTRY DELAY"
                           MOVE WS-LAT-LINE TO WS-LAT-TITLE
                       WHEN WS-LAT-LINE(1:12) = "SCHOOL YEAR "
                           MOVE WS-LAT-LINE(13:9) TO WS-LAT-YEAR
                       WHEN WS-LAT-LINE(1:24) =
                                           "ROWS LOADED IN THE LAST "
                           SET LAT-PAST-GROUPS TO TRUE
                       WHEN LAT-IN-GROUPS
                       AND LL-PROF NUMERIC
                           PERFORM A7-ONE-GROUP
                   END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE LATENCY-FILE
           .
       A7-LOAD-LATENCYZ.
           EXIT.

       A7-ONE-GROUP SECTION.
       A7-ONE-GROUPA.
           IF LAT-COUNT >= K-MAX-LAT
               ADD 1                       TO WS-COUNT-OVERFLOW
               GO TO A7-ONE-GROUPZ
           END-IF
           ADD 1                           TO LAT-COUNT
           MOVE LL-PROF                    TO LT-CNP(LAT-COUNT)
           MOVE LL-MATERIE                 TO LT-MATERIE(LAT-COUNT)
           MOVE LL-CLASA                   TO LT-CLASA(LAT-COUNT)
           MOVE LL-ROWS                    TO LT-ROWS(LAT-COUNT)
           MOVE LL-MEDIAN                  TO LT-MEDIAN(LAT-COUNT)
           MOVE LL-WORST                   TO LT-WORST(LAT-COUNT)
           MOVE LL-OVER                    TO LT-OVER(LAT-COUNT)
           .
       A7-ONE-GROUPZ.
           EXIT.

      *> THE APPEALS AGAINST GRADES GIVEN IN THE SCHOOL YEAR
       A8-LOAD-APPEALS SECTION.
       A8-LOAD-APPEALSA.
           OPEN INPUT APPEALS-FILE
           IF WS-APPEALS-STATUS NOT = "00"
               DISPLAY "NO Appeals.txt - NO APPEALS SECTION"
               GO TO A8-LOAD-APPEALSZ
           END-IF
           SET APPEALS-READ                TO TRUE
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-AP-LINE
               READ APPEALS-FILE INTO WS-AP-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   MOVE SPACE              TO WS-APPEAL
                   UNSTRING WS-AP-LINE DELIMITED BY ";" INTO
                       AP-ID AP-STATE AP-CNP AP-MATERIE
                       AP-DATANOTA AP-OLD-NOTA AP-FILED
                       AP-PROF-CNP AP-NEW-NOTA
                   END-UNSTRING
                   IF AP-DATANOTA NUMERIC
                   AND AP-DATANOTA >= WS-YEAR-FROM
                   AND AP-DATANOTA <= WS-YEAR-TO
                       IF APPEAL-COUNT < K-MAX-APPEAL
                           ADD 1           TO APPEAL-COUNT
                           PERFORM A8-KEEP-APPEAL
                       ELSE
                           ADD 1           TO WS-COUNT-OVERFLOW
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE APPEALS-FILE
           .
       A8-LOAD-APPEALSZ.
           EXIT.

       A8-KEEP-APPEAL SECTION.
       A8-KEEP-APPEALA.
           MOVE AP-ID                      TO AQ-ID(APPEAL-COUNT)
           MOVE AP-STATE                   TO AQ-STATE(APPEAL-COUNT)
           MOVE AP-CNP                     TO AQ-CNP(APPEAL-COUNT)
           MOVE AP-MATERIE                 TO AQ-MATERIE(APPEAL-COUNT)
           MOVE AP-DATANOTA                TO AQ-DATANOTA(APPEAL-COUNT)
           MOVE AP-OLD-NOTA                TO AQ-OLD-NOTA(APPEAL-COUNT)
           MOVE AP-NEW-NOTA                TO AQ-NEW-NOTA(APPEAL-COUNT)
           MOVE SPACE                      TO AQ-GRADER(APPEAL-COUNT)
           .
       A8-KEEP-APPEALZ.
           EXIT.

      *> THE APPEAL NAMES THE NOTE ROW (STUDENT, SUBJECT, GRADE
      *> DATE), NOT WHO GAVE THE GRADE - THAT IS THE ROW'S CNPPROF.
      *> A REVISION CHANGES THE GRADE, NEVER THE GRADER.
       B0-FIND-GRADERS SECTION.
       B0-FIND-GRADERSA.
           IF APPEAL-COUNT = 0
               GO TO B0-FIND-GRADERSZ
           END-IF
           OPEN INPUT NOTE-EXTRACT
           IF WS-NOTE-EXT-STATUS NOT = "00"
               DISPLAY "Extract_NOTE.txt NOT FOUND - APPEALS CANNOT "
                   "BE TRACED TO THEIR GRADER"
               MOVE APPEAL-COUNT           TO WS-COUNT-APPEAL-UNATTRIB
               GO TO B0-FIND-GRADERSZ
           END-IF
           SET NOTE-READ                   TO TRUE
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-NOTE-ROW
               READ NOTE-EXTRACT INTO WS-NOTE-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-NOTE-ROW(1:8) NOT = "EXTRACT "
                   AND NR-CNP-PROF > SPACE
                       PERFORM VARYING WS-APPEAL-IDX FROM 1 BY 1
                               UNTIL WS-APPEAL-IDX > APPEAL-COUNT
                           IF AQ-GRADER(WS-APPEAL-IDX) = SPACE
                           AND AQ-CNP(WS-APPEAL-IDX) = NR-CNP
                           AND AQ-MATERIE(WS-APPEAL-IDX) = NR-MATERIE
                           AND AQ-DATANOTA(WS-APPEAL-IDX) = NR-DATA
                               MOVE NR-CNP-PROF
                                   TO AQ-GRADER(WS-APPEAL-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
               END-READ
           END-PERFORM
           CLOSE NOTE-EXTRACT
           PERFORM VARYING WS-APPEAL-IDX FROM 1 BY 1
                   UNTIL WS-APPEAL-IDX > APPEAL-COUNT
               IF AQ-GRADER(WS-APPEAL-IDX) = SPACE
                   ADD 1                   TO WS-COUNT-APPEAL-UNATTRIB
               END-IF
           END-PERFORM
           .
       B0-FIND-GRADERSZ.
           EXIT.

      *> GRADESTAT'S HISTORY FOR THE SCHOOL YEAR ONLY
       B1-LOAD-GRADESTAT SECTION.
       B1-LOAD-GRADESTATA.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "NO GradeStatHistory.txt - NO RESULTS SECTION"
               GO TO B1-LOAD-GRADESTATZ
           END-IF
           SET HISTORY-READ                TO TRUE
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-HISTORY-LINE
               READ HISTORY-FILE INTO WS-HISTORY-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF HL-AN = WS-AN-SCOLAR
                   AND HL-B1 NUMERIC AND HL-B4 NUMERIC
                   AND HL-PASS NUMERIC AND HL-MEDIAN NUMERIC
                       PERFORM B1-ONE-LINE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           .
       B1-LOAD-GRADESTATZ.
           EXIT.

       B1-ONE-LINE SECTION.
       B1-ONE-LINEA.
           MOVE HL-SEM                     TO SK-SEM
           MOVE HL-CLASS                   TO SK-CLASS
           MOVE HL-SUBJECT                 TO SK-SUBJECT
           PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
                   UNTIL WS-STAT-IDX > STAT-COUNT
               IF GS-KEY(WS-STAT-IDX) = WS-STAT-KEY
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-STAT-IDX > STAT-COUNT
               IF STAT-COUNT >= K-MAX-STAT
                   ADD 1                   TO WS-COUNT-OVERFLOW
                   GO TO B1-ONE-LINEZ
               END-IF
               ADD 1                       TO STAT-COUNT
               MOVE STAT-COUNT             TO WS-STAT-IDX
               MOVE WS-STAT-KEY            TO GS-KEY(WS-STAT-IDX)
           END-IF
           MOVE HL-B1                      TO GS-B1(WS-STAT-IDX)
           MOVE HL-B2                      TO GS-B2(WS-STAT-IDX)
           MOVE HL-B3                      TO GS-B3(WS-STAT-IDX)
           MOVE HL-B4                      TO GS-B4(WS-STAT-IDX)
           MOVE HL-PASS                    TO GS-PASS(WS-STAT-IDX)
           MOVE HL-MEAN                    TO GS-MEAN(WS-STAT-IDX)
           MOVE HL-MEDIAN                  TO GS-MEDIAN(WS-STAT-IDX)
           .
       B1-ONE-LINEZ.
           EXIT.

      *> THE YEAR'S OLYMPIAD AND COMPETITION RESULTS, CREDITED TO
      *> THE PROFESSOR WHO COORDINATED THE STUDENT
       B2-LOAD-OLIMPIADE SECTION.
       B2-LOAD-OLIMPIADEA.
           OPEN INPUT OLIMP-FILE
           IF WS-OLIMP-STATUS NOT = "00"
               DISPLAY "NO Olimpiade.txt - NO OLYMPIAD SECTION"
               GO TO B2-LOAD-OLIMPIADEZ
           END-IF
           SET OLIMP-READ                  TO TRUE
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-OL-LINE
               READ OLIMP-FILE INTO WS-OL-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   MOVE SPACE              TO WS-OLIMP
                   UNSTRING WS-OL-LINE DELIMITED BY ";" INTO
                       OL-CNP OL-AN-SCOLAR OL-TIP OL-MATERIE
                       OL-FAZA OL-PREMIU OL-CONCURS OL-PROF-CNP
                       OL-CLASA OL-NUME OL-PRENUME OL-DIPLOMA
                   END-UNSTRING
                   IF OL-AN-SCOLAR = WS-AN-SCOLAR
                   AND OL-PROF-CNP > SPACE
                       IF OLIMP-COUNT < K-MAX-OLIMP
                           ADD 1           TO OLIMP-COUNT
                           PERFORM B2-KEEP-RESULT
                       ELSE
                           ADD 1           TO WS-COUNT-OVERFLOW
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE OLIMP-FILE
           .
       B2-LOAD-OLIMPIADEZ.
           EXIT.

       B2-KEEP-RESULT SECTION.
       B2-KEEP-RESULTA.
           MOVE OL-PROF-CNP                TO OQ-PROF-CNP(OLIMP-COUNT)
           MOVE OL-MATERIE                 TO OQ-MATERIE(OLIMP-COUNT)
           MOVE OL-FAZA                    TO OQ-FAZA(OLIMP-COUNT)
           MOVE OL-PREMIU                  TO OQ-PREMIU(OLIMP-COUNT)
           MOVE OL-CONCURS                 TO OQ-CONCURS(OLIMP-COUNT)
           MOVE OL-CLASA                   TO OQ-CLASA(OLIMP-COUNT)
           MOVE SPACE                      TO OQ-NAME(OLIMP-COUNT)
           STRING OL-NUME DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  OL-PRENUME DELIMITED BY "  "
           INTO OQ-NAME(OLIMP-COUNT)
           .
       B2-KEEP-RESULTZ.
           EXIT.

      *> ONE PROFESSOR'S FISA: THE EIGHT SECTIONS IN TURN, THEN THE
      *> PAGE IS FILED UNDER THE CNP AND ITS FIGURES GO TO THE INDEX
       C0-WRITE-ONE-FISA SECTION.
       C0-WRITE-ONE-FISAA.
           INITIALIZE WS-INDEX-FIGURES
           PERFORM E2-BUILD-TAUGHT
           OPEN OUTPUT FISA-OUT
           IF WS-FISA-STATUS NOT = "00"
               DISPLAY "CANNOT WRITE FisaWork.txt - STATUS "
                   WS-FISA-STATUS
               GO TO C0-WRITE-ONE-FISAZ
           END-IF
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO FISA-FD
               WRITE FISA-FD
           END-IF
           MOVE SPACE                      TO WS-LINE
           STRING "FISA DE EVALUARE A ACTIVITATII - ANUL SCOLAR "
                  WS-AN-SCOLAR DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM P0-WRITE-LINE
           PERFORM E3-PROF-NAME
           STRING "PROFESOR: " DELIMITED BY SIZE
                  WS-NAME DELIMITED BY "  "
                  " (" DELIMITED BY SIZE
                  PT-CNP(WS-PROF-IDX) DELIMITED BY SPACE
                  ")" DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM P0-WRITE-LINE
           STRING "GENERATA LA " WS-TODAY
                  " DIN DATELE EXISTENTE ALE SISTEMULUI"
                  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM P0-WRITE-LINE

           PERFORM D1-ORAR-SECTION
           PERFORM D2-SUPLINIRI-SECTION
           PERFORM D3-FAIRNESS-SECTION
           PERFORM D4-CATALOG-SECTION
           PERFORM D5-LATENCY-SECTION
           PERFORM D6-APPEALS-SECTION
           PERFORM D7-RESULTS-SECTION
           PERFORM D8-OLIMPIADE-SECTION
           CLOSE FISA-OUT

           MOVE SPACE                      TO WS-COPY-COMMAND
           STRING "mkdir -p '" DELIMITED BY SIZE
                  K-FISA-DIR DELIMITED BY SPACE
                  "' && mv 'FisaWork.txt' '" DELIMITED BY SIZE
                  K-FISA-DIR DELIMITED BY SPACE
                  "/Fisa_" DELIMITED BY SIZE
                  WS-AN-FILE DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  PT-CNP(WS-PROF-IDX) DELIMITED BY SPACE
                  ".txt'" DELIMITED BY SIZE
           INTO WS-COPY-COMMAND
           CALL "SYSTEM" USING WS-COPY-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "COULD NOT FILE THE FISA OF "
                   PT-CNP(WS-PROF-IDX)
               GO TO C0-WRITE-ONE-FISAZ
           END-IF
           ADD 1                           TO WS-COUNT-PAGES

           MOVE SPACE                      TO WS-INDEX-LINE
           MOVE PT-CNP(WS-PROF-IDX)        TO IL-CNP
           MOVE WS-NAME                    TO IL-NAME
           MOVE IX-ORE                     TO IL-ORE
           MOVE IX-CLASE                   TO IL-CLASE
           MOVE PT-PLATA(WS-PROF-IDX)      TO IL-DATE
           MOVE PT-SUPLINITE(WS-PROF-IDX)  TO IL-PRIMITE
           MOVE IX-ABATERI                 TO IL-ABATERI
           MOVE IX-GOLURI                  TO IL-GOLURI
           MOVE IX-INTARZIERI              TO IL-INTARZIERI
           MOVE IX-CONTEST                 TO IL-CONTEST
           MOVE IX-MODIF                   TO IL-MODIF
           MOVE WS-INDEX-LINE              TO INDEX-FD
           WRITE INDEX-FD
           .
       C0-WRITE-ONE-FISAZ.
           EXIT.

      *> THE INDEX TITLE, THE SOURCES IT SPEAKS FOR AND THE COLUMNS
       C9-INDEX-HEAD SECTION.
       C9-INDEX-HEADA.
           MOVE SPACE                      TO WS-LINE
           STRING "FISE DE EVALUARE - ANUL SCOLAR " WS-AN-SCOLAR
                  " - GENERATE LA " WS-TODAY DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO INDEX-FD
           WRITE INDEX-FD
           MOVE SPACE                      TO WS-LINE
           STRING "FISA FIECARUI PROFESOR: " DELIMITED BY SIZE
                  K-FISA-DIR DELIMITED BY SPACE
                  "/Fisa_" WS-AN-FILE "_<CNP>.txt" DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO INDEX-FD
           WRITE INDEX-FD
           MOVE SPACE                      TO INDEX-FD
           WRITE INDEX-FD
           MOVE SPACE                      TO WS-LINE
           MOVE "CNP"                      TO WS-LINE(1:3)
           MOVE "NUME"                     TO WS-LINE(15:4)
           MOVE "ORE"                      TO WS-LINE(46:3)
           MOVE "CLS"                      TO WS-LINE(50:3)
           MOVE "SUPL+"                    TO WS-LINE(54:5)
           MOVE "SUPL-"                    TO WS-LINE(60:5)
           MOVE "ABT"                      TO WS-LINE(66:3)
           MOVE "LIPSA"                    TO WS-LINE(70:5)
           MOVE "INTRZ"                    TO WS-LINE(76:5)
           MOVE "CTS"                      TO WS-LINE(82:3)
           MOVE "MOD"                      TO WS-LINE(86:3)
           MOVE WS-LINE                    TO INDEX-FD
           WRITE INDEX-FD
           MOVE SPACE                      TO WS-LINE
           STRING "(ORE = ORE PE SAPTAMANA, CLS = CLASE, SUPL+ = ORE "
                  "DE SUPLINIRE EFECTUATE, SUPL- = ORE SUPLINITE DE "
                  "ALTII," DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO INDEX-FD
           WRITE INDEX-FD
           MOVE SPACE                      TO WS-LINE
           STRING " ABT = ABATERI SEMNALATE DE FAIRNESS, LIPSA = ELEVI "
                  "SUB MINIMUL DE NOTE, INTRZ = NOTE INCARCATE PESTE "
                  "TERMEN," DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO INDEX-FD
           WRITE INDEX-FD
           MOVE SPACE                      TO WS-LINE
           STRING " CTS = CONTESTATII, MOD = NOTE MODIFICATE IN "
                  "URMA CONTESTATIEI)" DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO INDEX-FD
           WRITE INDEX-FD
           .
       C9-INDEX-HEADZ.
           EXIT.

      *> 1 - THE CURRENT TIMETABLE: HOURS A WEEK PER CLASS/SUBJECT
       D1-ORAR-SECTION SECTION.
       D1-ORAR-SECTIONA.
           MOVE "1. ORE SI CLASE IN ORAR (ORARUL CURENT)" TO WS-LINE
           PERFORM P2-SECTION-HEAD
           IF NOT ORAR-READ
               MOVE "   Extract_ORAR.txt LIPSESTE - RULATI TBLEXTRACT"
                                           TO WS-LINE
               PERFORM P0-WRITE-LINE
               GO TO D1-ORAR-SECTIONZ
           END-IF
           MOVE 0                          TO WS-SECTION-LINES
           PERFORM VARYING WS-ORAR-IDX FROM 1 BY 1
                   UNTIL WS-ORAR-IDX > ORAR-COUNT
               IF OC-CNP(WS-ORAR-IDX) = PT-CNP(WS-PROF-IDX)
                   IF WS-SECTION-LINES = 0
                       MOVE "   CLASA MATERIE" TO WS-LINE
                       MOVE "ORE/SAPT"     TO WS-LINE(40:8)
                       PERFORM P0-WRITE-LINE
                   END-IF
                   ADD 1                   TO WS-SECTION-LINES
                   ADD OC-ORE(WS-ORAR-IDX) TO IX-ORE
                   PERFORM D1-COUNT-CLASS
                   MOVE OC-ORE(WS-ORAR-IDX) TO WS-ORE-DISP
                   MOVE OC-CLASA(WS-ORAR-IDX) TO WS-LINE(4:4)
                   MOVE OC-MATERIE(WS-ORAR-IDX) TO WS-LINE(10:30)
                   MOVE WS-ORE-DISP        TO WS-LINE(45:3)
                   PERFORM P0-WRITE-LINE
               END-IF
           END-PERFORM
           IF WS-SECTION-LINES = 0
               MOVE "   NICIO ORA IN ORAR"  TO WS-LINE
               PERFORM P0-WRITE-LINE
               GO TO D1-ORAR-SECTIONZ
           END-IF
           MOVE IX-ORE                     TO WS-ORE-DISP
           MOVE IX-CLASE                   TO WS-NUM-DISP
           STRING "   TOTAL ORE PE SAPTAMANA: " WS-ORE-DISP
                  "   CLASE: " WS-NUM-DISP DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM P0-WRITE-LINE
           .
       D1-ORAR-SECTIONZ.
           EXIT.

      *> A CLASS COUNTS ONCE, HOWEVER MANY SUBJECTS ARE TAUGHT IN IT
       D1-COUNT-CLASS SECTION.
       D1-COUNT-CLASSA.
           SET NOT-YET-SEEN                TO TRUE
           PERFORM VARYING WS-ORAR-IDX2 FROM 1 BY 1
                   UNTIL WS-ORAR-IDX2 >= WS-ORAR-IDX
               IF OC-CNP(WS-ORAR-IDX2) = PT-CNP(WS-PROF-IDX)
               AND OC-CLASA(WS-ORAR-IDX2) = OC-CLASA(WS-ORAR-IDX)
                   SET ALREADY-SEEN        TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT-YET-SEEN
               ADD 1                       TO IX-CLASE
           END-IF
           .
       D1-COUNT-CLASSZ.
           EXIT.

      *> 2 - THE YEAR'S TIMESHEETS: HOURS WORKED, SUBSTITUTIONS DONE
      *> FOR OTHERS (PAID BY THE HOUR) AND OWN HOURS COVERED BY
      *> OTHERS
       D2-SUPLINIRI-SECTION SECTION.
       D2-SUPLINIRI-SECTIONA.
           MOVE "2. SUPLINIRI (PONTAJUL LUNAR)" TO WS-LINE
           PERFORM P2-SECTION-HEAD
           IF WS-MONTHS-FOUND = 0
               MOVE "   NICIUN PontajLunar_<LUNA>.txt PENTRU ANUL "
                                           TO WS-LINE
               MOVE "SCOLAR - RULATI PONTAJ" TO WS-LINE(46:22)
               PERFORM P0-WRITE-LINE
               GO TO D2-SUPLINIRI-SECTIONZ
           END-IF
           MOVE WS-MONTHS-FOUND            TO WS-ORE-DISP
           MOVE PT-MONTHS(WS-PROF-IDX)     TO WS-NUM-DISP
           STRING "   LUNI PONTATE: " WS-NUM-DISP
                  " DIN " WS-ORE-DISP " LUNI CU PONTAJ IN ANUL SCOLAR"
                  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM P0-WRITE-LINE
           MOVE PT-LUCRATE(WS-PROF-IDX)    TO WS-NUM-DISP
           STRING "   ORE LUCRATE DIN NORMA:            " WS-NUM-DISP
                  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM P0-WRITE-LINE
           MOVE PT-PLATA(WS-PROF-IDX)      TO WS-NUM-DISP
           STRING "   ORE DE SUPLINIRE EFECTUATE:       " WS-NUM-DISP
                  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM P0-WRITE-LINE
           MOVE PT-SUPLINITE(WS-PROF-IDX)  TO WS-NUM-DISP
           STRING "   ORE PROPRII SUPLINITE DE ALTII:   " WS-NUM-DISP
                  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM P0-WRITE-LINE
           .
       D2-SUPLINIRI-SECTIONZ.
           EXIT.

      *> 3 - THE PROFESSOR'S AVERAGE AGAINST THE SUBJECT'S SCHOOL
      *> MEAN, PER SUBJECT/CLASS, WITH FAIRNESS'S OWN FLAG
       D3-FAIRNESS-SECTION SECTION.
       D3-FAIRNESS-SECTIONA.
           MOVE "3. ECHITATEA NOTARII (FAIRNESS)" TO WS-LINE
           PERFORM P2-SECTION-HEAD
           IF NOT FAIR-READ
               MOVE "   GradingFairness.txt LIPSESTE - RULATI FAIRNESS"
                                           TO WS-LINE
               PERFORM P0-WRITE-LINE
               GO TO D3-FAIRNESS-SECTIONZ
           END-IF
           IF WS-FAIR-HEAD > SPACE
               STRING "   " WS-FAIR-HEAD DELIMITED BY SIZE
               INTO WS-LINE
               PERFORM P0-WRITE-LINE
           END-IF
           MOVE 0                          TO WS-SECTION-LINES
           PERFORM VARYING WS-FAIR-IDX FROM 1 BY 1
                   UNTIL WS-FAIR-IDX > FAIR-COUNT
               IF FR-CNP(WS-FAIR-IDX) = PT-CNP(WS-PROF-IDX)
                   IF WS-SECTION-LINES = 0
                       MOVE "   CLASA MATERIE" TO WS-LINE
                       MOVE "NOTE  MEDIA MEDIA SCOLII ABATERE"
                                           TO WS-LINE(41:32)
                       PERFORM P0-WRITE-LINE
                   END-IF
                   ADD 1                   TO WS-SECTION-LINES
                   IF FR-FLAG(WS-FAIR-IDX) > SPACE
                       ADD 1               TO IX-ABATERI
                   END-IF
                   COMPUTE WS-DEV = FR-AVG(WS-FAIR-IDX)
                                  - FR-MEAN(WS-FAIR-IDX)
                   MOVE WS-DEV             TO WS-DEV-DISP
                   MOVE FR-CNT(WS-FAIR-IDX) TO WS-NUM-DISP
                   MOVE FR-AVG(WS-FAIR-IDX) TO WS-AVG-DISP
                   MOVE FR-MEAN(WS-FAIR-IDX) TO WS-MEAN-DISP
                   MOVE FR-CLASA(WS-FAIR-IDX) TO WS-LINE(4:4)
                   MOVE FR-MATERIE(WS-FAIR-IDX) TO WS-LINE(10:30)
                   MOVE WS-NUM-DISP        TO WS-LINE(40:5)
                   MOVE WS-AVG-DISP        TO WS-LINE(47:5)
                   MOVE WS-MEAN-DISP       TO WS-LINE(60:5)
                   MOVE WS-DEV-DISP        TO WS-LINE(66:6)
                   MOVE FR-FLAG(WS-FAIR-IDX) TO WS-LINE(74:12)
                   PERFORM P0-WRITE-LINE
               END-IF
           END-PERFORM
           IF WS-SECTION-LINES = 0
               MOVE "   NICIO NOTA ATRIBUITA IN RAPORT" TO WS-LINE
               PERFORM P0-WRITE-LINE
           END-IF
           .
       D3-FAIRNESS-SECTIONZ.
           EXIT.

      *> 4 - PER CLASS/SUBJECT TAUGHT, THE STUDENTS CHECKED AND
      *> THOSE STILL SHORT OF THE MINIMUM NUMBER OF GRADES
       D4-CATALOG-SECTION SECTION.
       D4-CATALOG-SECTIONA.
           MOVE "4. COMPLETAREA CATALOGULUI (CATCOVER)" TO WS-LINE
           PERFORM P2-SECTION-HEAD
           IF NOT COVERAGE-READ
               MOVE "   CatalogCoverage.txt LIPSESTE - RULATI CATCOVER"
                                           TO WS-LINE
               PERFORM P0-WRITE-LINE
               GO TO D4-CATALOG-SECTIONZ
           END-IF
           IF TAUGHT-COUNT = 0
               MOVE "   NICIO CLASA/MATERIE IN Extract_PMC.txt"
                                           TO WS-LINE
               PERFORM P0-WRITE-LINE
               GO TO D4-CATALOG-SECTIONZ
           END-IF
           MOVE "   CLASA MATERIE"         TO WS-LINE
           MOVE "ELEVI  SUB MINIM"         TO WS-LINE(41:16)
           PERFORM P0-WRITE-LINE
           PERFORM VARYING WS-TAUGHT-IDX FROM 1 BY 1
                   UNTIL WS-TAUGHT-IDX > TAUGHT-COUNT
               MOVE TG-CLASA(WS-TAUGHT-IDX) TO WS-KEY-CLASA
               MOVE TG-MATERIE(WS-TAUGHT-IDX) TO WS-KEY-MATERIE
               MOVE 0                      TO WS-NUM-DISP2
               MOVE 0                      TO WS-NUM-DISP
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CAT-IDX > CAT-COUNT
                   IF CG-CLASA(WS-CAT-IDX) = WS-KEY-CLASA
                   AND CG-MATERIE(WS-CAT-IDX) = WS-KEY-MATERIE
                       MOVE CG-PAIRS(WS-CAT-IDX) TO WS-NUM-DISP
                       MOVE CG-GAPS(WS-CAT-IDX) TO WS-NUM-DISP2
                       ADD CG-GAPS(WS-CAT-IDX) TO IX-GOLURI
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               MOVE WS-KEY-CLASA           TO WS-LINE(4:4)
               MOVE WS-KEY-MATERIE         TO WS-LINE(10:30)
               IF COUNTS-READ
                   MOVE WS-NUM-DISP        TO WS-LINE(41:5)
               ELSE
                   MOVE "    -"            TO WS-LINE(41:5)
               END-IF
               MOVE WS-NUM-DISP2           TO WS-LINE(50:5)
               PERFORM P0-WRITE-LINE
           END-PERFORM
           MOVE IX-GOLURI                  TO WS-NUM-DISP
           STRING "   TOTAL ELEVI/MATERII SUB MINIMUL DE NOTE: "
                  WS-NUM-DISP DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM P0-WRITE-LINE
           .
       D4-CATALOG-SECTIONZ.
           EXIT.

      *> 5 - GRADELAT'S DELAY FIGURES FOR THE PROFESSOR. THE REPORT
      *> IS RUN BY HAND; IF IT WAS RUN FOR ANOTHER YEAR (OR ALL
      *> YEARS) THE PAGE SAYS SO RATHER THAN PASSING IT OFF.
       D5-LATENCY-SECTION SECTION.
       D5-LATENCY-SECTIONA.
           MOVE "5. PROMPTITUDINEA INCARCARII NOTELOR (GRADELAT)"
                                           TO WS-LINE
           PERFORM P2-SECTION-HEAD
           IF NOT LATENCY-READ
               MOVE "   GradeLatency.txt LIPSESTE - RULATI GRADELAT"
                                           TO WS-LINE
               PERFORM P0-WRITE-LINE
               GO TO D5-LATENCY-SECTIONZ
           END-IF
           IF WS-LAT-TITLE > SPACE
               STRING "   " WS-LAT-TITLE DELIMITED BY SIZE
               INTO WS-LINE
               PERFORM P0-WRITE-LINE
           END-IF
           IF WS-LAT-YEAR NOT = WS-AN-SCOLAR
               IF WS-LAT-YEAR = SPACE
                   MOVE "   ATENTIE: RAPORTUL ACOPERA TOTI ANII SCOLARI"
                                           TO WS-LINE
               ELSE
                   STRING "   ATENTIE: RAPORTUL ESTE PENTRU ANUL "
                          WS-LAT-YEAR " - RULATI GRADELAT PENTRU "
                          WS-AN-SCOLAR DELIMITED BY SIZE
                   INTO WS-LINE
               END-IF
               PERFORM P0-WRITE-LINE
           END-IF
           MOVE 0                          TO WS-SECTION-LINES
           PERFORM VARYING WS-LAT-IDX FROM 1 BY 1
                   UNTIL WS-LAT-IDX > LAT-COUNT
               IF LT-CNP(WS-LAT-IDX) = PT-CNP(WS-PROF-IDX)
                   IF WS-SECTION-LINES = 0
                       MOVE "   CLASA MATERIE" TO WS-LINE
                       MOVE "NOTE MEDIANA MAXIM PESTE TERMEN"
                                           TO WS-LINE(37:31)
                       PERFORM P0-WRITE-LINE
                   END-IF
                   ADD 1                   TO WS-SECTION-LINES
                   ADD LT-OVER(WS-LAT-IDX) TO IX-INTARZIERI
                   MOVE LT-ROWS(WS-LAT-IDX) TO WS-NUM-DISP
                   MOVE LT-WORST(WS-LAT-IDX) TO WS-NUM-DISP2
                   MOVE LT-OVER(WS-LAT-IDX) TO WS-NUM-DISP3
                   MOVE LT-CLASA(WS-LAT-IDX) TO WS-LINE(4:4)
                   MOVE LT-MATERIE(WS-LAT-IDX) TO WS-LINE(10:25)
                   MOVE WS-NUM-DISP        TO WS-LINE(36:5)
                   MOVE LT-MEDIAN(WS-LAT-IDX) TO WS-LINE(42:6)
                   MOVE WS-NUM-DISP2       TO WS-LINE(49:5)
                   MOVE WS-NUM-DISP3       TO WS-LINE(58:5)
                   PERFORM P0-WRITE-LINE
               END-IF
           END-PERFORM
           IF WS-SECTION-LINES = 0
               MOVE "   NICIO NOTA CU DATA DE INCARCARE CUNOSCUTA"
                                           TO WS-LINE
               PERFORM P0-WRITE-LINE
               GO TO D5-LATENCY-SECTIONZ
           END-IF
           MOVE IX-INTARZIERI              TO WS-NUM-DISP
           STRING "   TOTAL NOTE INCARCATE PESTE TERMEN: " WS-NUM-DISP
                  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM P0-WRITE-LINE
           .
       D5-LATENCY-SECTIONZ.
           EXIT.

      *> 6 - THE YEAR'S APPEALS AGAINST THE PROFESSOR'S GRADES AND
      *> HOW EACH ENDED. THE STUDENT IS NOT NAMED - THE APPEAL ID
      *> LEADS BACK TO THE REGISTER.
       D6-APPEALS-SECTION SECTION.
       D6-APPEALS-SECTIONA.
           MOVE "6. CONTESTATII LA NOTELE ACORDATE" TO WS-LINE
           PERFORM P2-SECTION-HEAD
           IF NOT APPEALS-READ
               MOVE "   Appeals.txt LIPSESTE - NICIO CONTESTATIE "
                                           TO WS-LINE
               MOVE "INREGISTRATA"         TO WS-LINE(45:12)
               PERFORM P0-WRITE-LINE
               GO TO D6-APPEALS-SECTIONZ
           END-IF
           IF APPEAL-COUNT > 0
           AND NOT NOTE-READ
               MOVE "   Extract_NOTE.txt LIPSESTE - RULATI TBLEXTRACT"
                                           TO WS-LINE
               PERFORM P0-WRITE-LINE
               GO TO D6-APPEALS-SECTIONZ
           END-IF
           PERFORM VARYING WS-APPEAL-IDX FROM 1 BY 1
                   UNTIL WS-APPEAL-IDX > APPEAL-COUNT
               IF AQ-GRADER(WS-APPEAL-IDX) = PT-CNP(WS-PROF-IDX)
                   IF IX-CONTEST = 0
                       MOVE "   NR.  MATERIE" TO WS-LINE
                       MOVE "DATA NOTA NOTA REZULTAT"
                                           TO WS-LINE(41:23)
                       PERFORM P0-WRITE-LINE
                   END-IF
                   ADD 1                   TO IX-CONTEST
                   PERFORM D6-ONE-APPEAL
               END-IF
           END-PERFORM
           IF IX-CONTEST = 0
               MOVE "   NICIO CONTESTATIE IN ANUL SCOLAR" TO WS-LINE
               PERFORM P0-WRITE-LINE
               GO TO D6-APPEALS-SECTIONZ
           END-IF
           MOVE IX-CONTEST                 TO WS-NUM-DISP
           MOVE IX-MODIF                   TO WS-NUM-DISP2
           STRING "   CONTESTATII: " WS-NUM-DISP
                  "   NOTE MODIFICATE: " WS-NUM-DISP2
                  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM P0-WRITE-LINE
           .
       D6-APPEALS-SECTIONZ.
           EXIT.

       D6-ONE-APPEAL SECTION.
       D6-ONE-APPEALA.
           MOVE AQ-ID(WS-APPEAL-IDX)       TO WS-LINE(4:4)
           MOVE AQ-MATERIE(WS-APPEAL-IDX)  TO WS-LINE(10:30)
           MOVE AQ-DATANOTA(WS-APPEAL-IDX) TO WS-LINE(41:8)
           MOVE AQ-OLD-NOTA(WS-APPEAL-IDX) TO WS-LINE(51:2)
           EVALUATE AQ-STATE(WS-APPEAL-IDX)
               WHEN "FILED"
                   MOVE "IN CURS - FARA PROFESOR DE RECORECTARE"
                                           TO WS-LINE(55:38)
               WHEN "ASSIGNED"
                   MOVE "IN CURS DE RECORECTARE" TO WS-LINE(55:22)
               WHEN "UPHELD"
                   MOVE "NOTA MENTINUTA"   TO WS-LINE(55:14)
               WHEN "REVISED"
                   ADD 1                   TO IX-MODIF
                   MOVE "NOTA MODIFICATA IN " TO WS-LINE(55:19)
                   MOVE AQ-NEW-NOTA(WS-APPEAL-IDX) TO WS-LINE(74:2)
               WHEN OTHER
                   MOVE AQ-STATE(WS-APPEAL-IDX) TO WS-LINE(55:8)
           END-EVALUATE
           PERFORM P0-WRITE-LINE
           .
       D6-ONE-APPEALZ.
           EXIT.

      *> 7 - GRADESTAT'S FIGURES FOR THE CLASSES/SUBJECTS TAUGHT.
      *> GRADESTAT KEYS A CLASS BY ITS FIRST TWO CHARACTERS.
       D7-RESULTS-SECTION SECTION.
       D7-RESULTS-SECTIONA.
           MOVE "7. REZULTATELE CLASELOR (GRADESTAT)" TO WS-LINE
           PERFORM P2-SECTION-HEAD
           IF NOT HISTORY-READ
               MOVE "   GradeStatHistory.txt LIPSESTE - RULATI "
                                           TO WS-LINE
               MOVE "GRADESTAT"            TO WS-LINE(43:9)
               PERFORM P0-WRITE-LINE
               GO TO D7-RESULTS-SECTIONZ
           END-IF
           MOVE 0                          TO WS-SECTION-LINES
           PERFORM VARYING WS-TAUGHT-IDX FROM 1 BY 1
                   UNTIL WS-TAUGHT-IDX > TAUGHT-COUNT
               PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
                       UNTIL WS-STAT-IDX > STAT-COUNT
                   IF GS-CLASS(WS-STAT-IDX) =
                                   TG-CLASA(WS-TAUGHT-IDX)(1:2)
                   AND GS-SUBJECT(WS-STAT-IDX) =
                                   TG-MATERIE(WS-TAUGHT-IDX)
                       IF WS-SECTION-LINES = 0
                           PERFORM D7-COLUMN-HEAD
                       END-IF
                       ADD 1               TO WS-SECTION-LINES
                       PERFORM D7-ONE-RESULT
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-SECTION-LINES = 0
               STRING "   NICIUN REZULTAT PENTRU " WS-AN-SCOLAR
                      " - RULATI GRADESTAT" DELIMITED BY SIZE
               INTO WS-LINE
               PERFORM P0-WRITE-LINE
           END-IF
           .
       D7-RESULTS-SECTIONZ.
           EXIT.

       D7-COLUMN-HEAD SECTION.
       D7-COLUMN-HEADA.
           MOVE "   SEM CLASA MATERIE"     TO WS-LINE
           MOVE "SUB 5  5-6.99 7-8.99  9-10 PROMOV% MEDIA MEDIANA"
                                           TO WS-LINE(45:49)
           PERFORM P0-WRITE-LINE
           .
       D7-COLUMN-HEADZ.
           EXIT.

       D7-ONE-RESULT SECTION.
       D7-ONE-RESULTA.
           MOVE GS-SEM(WS-STAT-IDX)        TO WS-LINE(5:1)
           MOVE GS-CLASS(WS-STAT-IDX)      TO WS-LINE(8:2)
           MOVE GS-SUBJECT(WS-STAT-IDX)    TO WS-LINE(14:30)
           MOVE GS-B1(WS-STAT-IDX)         TO WS-NUM-DISP
           MOVE GS-B2(WS-STAT-IDX)         TO WS-NUM-DISP2
           MOVE GS-B3(WS-STAT-IDX)         TO WS-NUM-DISP3
           MOVE GS-B4(WS-STAT-IDX)         TO WS-NUM-DISP4
           MOVE WS-NUM-DISP                TO WS-LINE(45:5)
           MOVE WS-NUM-DISP2               TO WS-LINE(53:5)
           MOVE WS-NUM-DISP3               TO WS-LINE(60:5)
           MOVE WS-NUM-DISP4               TO WS-LINE(67:5)
           COMPUTE WS-PASS-DISP = GS-PASS(WS-STAT-IDX) / 10
           COMPUTE WS-AVG-DISP  = GS-MEAN(WS-STAT-IDX) / 100
           COMPUTE WS-MEAN-DISP = GS-MEDIAN(WS-STAT-IDX) / 100
           MOVE WS-PASS-DISP               TO WS-LINE(73:5)
           MOVE WS-AVG-DISP                TO WS-LINE(80:5)
           MOVE WS-MEAN-DISP               TO WS-LINE(88:5)
           PERFORM P0-WRITE-LINE
           .
       D7-ONE-RESULTZ.
           EXIT.

      *> 8 - THE OLYMPIAD AND COMPETITION RESULTS OF THE STUDENTS
      *> THE PROFESSOR COORDINATED IN THE YEAR
       D8-OLIMPIADE-SECTION SECTION.
       D8-OLIMPIADE-SECTIONA.
           MOVE "8. REZULTATE LA OLIMPIADE SI CONCURSURI (COORDONATOR)"
                                           TO WS-LINE
           PERFORM P2-SECTION-HEAD
           IF NOT OLIMP-READ
               MOVE "   Olimpiade.txt LIPSESTE - RULATI OLIMPMAINT"
                                           TO WS-LINE
               PERFORM P0-WRITE-LINE
               GO TO D8-OLIMPIADE-SECTIONZ
           END-IF
           MOVE 0                          TO WS-SECTION-LINES
           PERFORM VARYING WS-OLIMP-IDX FROM 1 BY 1
                   UNTIL WS-OLIMP-IDX > OLIMP-COUNT
               IF OQ-PROF-CNP(WS-OLIMP-IDX) = PT-CNP(WS-PROF-IDX)
                   IF WS-SECTION-LINES = 0
                       MOVE "   CLASA ELEV"    TO WS-LINE
                       MOVE "FAZA"         TO WS-LINE(41:4)
                       MOVE "PREMIU"       TO WS-LINE(56:6)
                       MOVE "MATERIE / CONCURS" TO WS-LINE(71:17)
                       PERFORM P0-WRITE-LINE
                   END-IF
                   ADD 1                   TO WS-SECTION-LINES
                   PERFORM D8-ONE-RESULT
               END-IF
           END-PERFORM
           IF WS-SECTION-LINES = 0
               MOVE "   NICIUN REZULTAT COORDONAT IN ANUL SCOLAR"
                                           TO WS-LINE
               PERFORM P0-WRITE-LINE
               GO TO D8-OLIMPIADE-SECTIONZ
           END-IF
           MOVE WS-SECTION-LINES           TO WS-NUM-DISP
           STRING "   REZULTATE COORDONATE: " WS-NUM-DISP
                  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM P0-WRITE-LINE
           .
       D8-OLIMPIADE-SECTIONZ.
           EXIT.

       D8-ONE-RESULT SECTION.
       D8-ONE-RESULTA.
           MOVE OQ-CLASA(WS-OLIMP-IDX)     TO WS-LINE(4:4)
           MOVE OQ-NAME(WS-OLIMP-IDX)      TO WS-LINE(10:30)
           EVALUATE OQ-FAZA(WS-OLIMP-IDX)
               WHEN "L" MOVE "LOCALA"         TO WS-LINE(41:14)
               WHEN "J" MOVE "JUDETEANA"      TO WS-LINE(41:14)
               WHEN "R" MOVE "REGIONALA"      TO WS-LINE(41:14)
               WHEN "N" MOVE "NATIONALA"      TO WS-LINE(41:14)
               WHEN "I" MOVE "INTERNATIONALA" TO WS-LINE(41:14)
               WHEN OTHER
                   MOVE OQ-FAZA(WS-OLIMP-IDX) TO WS-LINE(41:1)
           END-EVALUATE
           EVALUATE OQ-PREMIU(WS-OLIMP-IDX)
               WHEN "1" MOVE "PREMIUL I"      TO WS-LINE(56:14)
               WHEN "2" MOVE "PREMIUL II"     TO WS-LINE(56:14)
               WHEN "3" MOVE "PREMIUL III"    TO WS-LINE(56:14)
               WHEN "S" MOVE "PREMIU SPECIAL" TO WS-LINE(56:14)
               WHEN "M" MOVE "MENTIUNE"       TO WS-LINE(56:14)
               WHEN "P" MOVE "PARTICIPARE"    TO WS-LINE(56:14)
               WHEN OTHER
                   MOVE OQ-PREMIU(WS-OLIMP-IDX) TO WS-LINE(56:1)
           END-EVALUATE
           STRING OQ-MATERIE(WS-OLIMP-IDX) DELIMITED BY "  "
                  " / " DELIMITED BY SIZE
                  OQ-CONCURS(WS-OLIMP-IDX) DELIMITED BY "  "
           INTO WS-LINE(71:60)
           PERFORM P0-WRITE-LINE
           .
       D8-ONE-RESULTZ.
           EXIT.

      *> THE PROFESSOR WHOSE CNP IS IN WS-KEY-CNP (0 = NONE)
       E0-FIND-PROF SECTION.
       E0-FIND-PROFA.
           MOVE 0                          TO WS-FOUND-PROF
           PERFORM VARYING WS-PROF-IDX FROM 1 BY 1
                   UNTIL WS-PROF-IDX > PROF-COUNT
               IF PT-CNP(WS-PROF-IDX) = WS-KEY-CNP
                   MOVE WS-PROF-IDX        TO WS-FOUND-PROF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
       E0-FIND-PROFZ.
           EXIT.

      *> THE CATALOG ENTRY OF WS-KEY-CLASA/WS-KEY-MATERIE, ADDED IF
      *> NEW (0 = TABLE FULL)
       E1-FIND-CAT SECTION.
       E1-FIND-CATA.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > CAT-COUNT
               IF CG-CLASA(WS-CAT-IDX) = WS-KEY-CLASA
               AND CG-MATERIE(WS-CAT-IDX) = WS-KEY-MATERIE
                   GO TO E1-FIND-CATZ
               END-IF
           END-PERFORM
           IF CAT-COUNT >= K-MAX-CAT
               ADD 1                       TO WS-COUNT-OVERFLOW
               MOVE 0                      TO WS-CAT-IDX
               GO TO E1-FIND-CATZ
           END-IF
           ADD 1                           TO CAT-COUNT
           MOVE CAT-COUNT                  TO WS-CAT-IDX
           MOVE WS-KEY-CLASA               TO CG-CLASA(WS-CAT-IDX)
           MOVE WS-KEY-MATERIE             TO CG-MATERIE(WS-CAT-IDX)
           MOVE 0                          TO CG-PAIRS(WS-CAT-IDX)
                                              CG-GAPS(WS-CAT-IDX)
           .
       E1-FIND-CATZ.
           EXIT.

      *> THE CLASS/SUBJECT PAIRS THE PROFESSOR TEACHES, FROM
      *> Extract_PMC.txt, EACH ONCE
       E2-BUILD-TAUGHT SECTION.
       E2-BUILD-TAUGHTA.
           MOVE 0                          TO TAUGHT-COUNT
           PERFORM VARYING WS-PMC-IDX FROM 1 BY 1
                   UNTIL WS-PMC-IDX > PMC-COUNT
               IF PMC-CNP(WS-PMC-IDX) = PT-CNP(WS-PROF-IDX)
                   SET NOT-YET-SEEN        TO TRUE
                   PERFORM VARYING WS-TAUGHT-IDX FROM 1 BY 1
                           UNTIL WS-TAUGHT-IDX > TAUGHT-COUNT
                       IF TG-CLASA(WS-TAUGHT-IDX) =
                                           PMC-CLASA(WS-PMC-IDX)
                       AND TG-MATERIE(WS-TAUGHT-IDX) =
                                           PMC-MATERIE(WS-PMC-IDX)
                           SET ALREADY-SEEN TO TRUE
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF NOT-YET-SEEN
                   AND TAUGHT-COUNT < K-MAX-TAUGHT
                       ADD 1               TO TAUGHT-COUNT
                       MOVE PMC-CLASA(WS-PMC-IDX)
                                           TO TG-CLASA(TAUGHT-COUNT)
                       MOVE PMC-MATERIE(WS-PMC-IDX)
                                           TO TG-MATERIE(TAUGHT-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           .
       E2-BUILD-TAUGHTZ.
           EXIT.

      *> "NUME PRENUME" OF THE PROFESSOR BEING WRITTEN
       E3-PROF-NAME SECTION.
       E3-PROF-NAMEA.
           MOVE SPACE                      TO WS-NAME
           STRING PT-NUME(WS-PROF-IDX) DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  PT-PRENUME(WS-PROF-IDX) DELIMITED BY "  "
           INTO WS-NAME
           .
       E3-PROF-NAMEZ.
           EXIT.

       P0-WRITE-LINE SECTION.
       P0-WRITE-LINEA.
           MOVE WS-LINE                    TO FISA-FD
           WRITE FISA-FD
           MOVE SPACE                      TO WS-LINE
           .
       P0-WRITE-LINEZ.
           EXIT.

      *> A BLANK LINE, THE SECTION TITLE IN WS-LINE, AND WS-LINE
      *> CLEARED FOR THE BODY
       P2-SECTION-HEAD SECTION.
       P2-SECTION-HEADA.
           MOVE WS-LINE                    TO WS-HEAD-LINE
           MOVE SPACE                      TO WS-LINE
           PERFORM P0-WRITE-LINE
           MOVE WS-HEAD-LINE               TO WS-LINE
           PERFORM P0-WRITE-LINE
           .
       P2-SECTION-HEADZ.
           EXIT.
       END PROGRAM FISAPROF.
