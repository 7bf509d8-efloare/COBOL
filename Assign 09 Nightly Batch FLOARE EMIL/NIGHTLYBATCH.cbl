      * Date:
      * Purpose: NIGHTLY DRIVER JOB - RUNS BSUP1, THE ASSIGN 06 LOADER
      *          (SkelTestInsert), THE ASSIGN 07 LOADER (InsertAll,
      *          WHICH IN TURN DRIVES PROFMODULE/NOTEMODULE, AFTER
      *          ECATIMPORT HAS DROPPED THE E-CATALOG EXPORT AND
      *          FEEDMERGE HAS CONSOLIDATED EVERY PRODUCER'S DROP
      *          INTO ITS Note.csv), STUDENTS_GEN_AVG AND THE MORNING'S
      *          REPORT SUITE. EACH STEP NAMES THE STEPS IT NEEDS AND
      *          WHETHER IT GOES THROUGH THE SQL ADAPTER: ADAPTER STEPS
      *          RUN ALONE, THE OTHERS (THE REPORTS AFTER TBLEXTRACT,
      *          WHICH READ ONLY THE SNAPSHOTS) RUN SIDE BY SIDE ONCE
      *          WHAT THEY NEED IS DONE, UP TO "PARALLEL NN" IN
      *          NightlyBatchConfig.txt (DEFAULT 3). A STEP THAT COMES
      *          BACK WITH A NON-ZERO RETURN CODE STOPS EVERY STEP THAT
      *          NEEDS IT INSTEAD OF RUNNING IT AGAINST INCOMPLETE
      *          DATA; A RERUN MAY RESUME, SKIPPING WHAT THE HALTED RUN
      *          COMPLETED. KPIDAILY ADDS THE SCHOOL DAY'S LINE TO THE
      *          KPI HISTORY; REGCHECK LISTS THE DAY'S LESSONS WHOSE
      *          REGISTER WAS NEVER TAKEN; DELTAFEED SENDS THE NIGHT'S
      *          CHANGES TO THE EXTERNAL SUBSCRIBERS; SQLPERF TOTALS
      *          THE LOADER'S SQL STATEMENTS. THE MORNING REPORT
      *          ENDS WITH THE CLASSES AND STUDENTS OF EACH SITE
      *          (STRUCTURA), TAKEN FROM THE NIGHT'S Extract_CLASE/
      *          Extract_STUDENTI.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

      *> THE SNAPSHOTS TBLEXTRACT LEAVES BEHIND, READ FOR THE
      *> PER-SITE SECTION OF THE MORNING REPORT
           SELECT SITE-CLASE-FILE ASSIGN TO
               'Assign 13 Rapoarte FLOARE EMIL/Extract_CLASE.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SITE-CLASE-STATUS.

           SELECT SITE-STUD-FILE ASSIGN TO
               'Assign 13 Rapoarte FLOARE EMIL/Extract_STUDENTI.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SITE-STUD-STATUS.

      *> "PARALLEL NN": HOW MANY NON-ADAPTER STEPS MAY RUN AT ONCE
      *> (1 RUNS THE WHOLE CHAIN ONE STEP AFTER ANOTHER, AS BEFORE)
           SELECT BATCH-CONFIG ASSIGN TO 'NightlyBatchConfig.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONFIG-STATUS.

      *> A STEP STARTED IN THE BACKGROUND APPENDS ONE LINE HERE WHEN
      *> IT ENDS (NAME, RC, END CLOCK); EMPTIED AT THE START OF A RUN
           SELECT STEP-DONE-FILE ASSIGN TO 'NightlyStepsDone.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DONE-STATUS.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           FD RUN-HISTORY.
           01 RUN-HISTORY-FD                PIC X(80).

           FD SITE-CLASE-FILE.
           01 SITE-CLASE-FD                 PIC X(60).

           FD SITE-STUD-FILE.
           01 SITE-STUD-FD                  PIC X(400).

           FD BATCH-CONFIG.
           01 BATCH-CONFIG-FD               PIC X(30).

           FD STEP-DONE-FILE.
           01 STEP-DONE-FD                  PIC X(40).

      *-----------------------
       WORKING-STORAGE SECTION.

           05 FILLER                   PIC X(20) VALUE "PREFLIGHT".
           05 FILLER                   PIC X(90) VALUE
           "./'Assign 09 Nightly Batch FLOARE EMIL'/PREFLIGHT".
           05 FILLER                   PIC X(01) VALUE "N".
           05 FILLER                   PIC X(60) VALUE SPACE.
      *> THE BACKUP RUNS NEXT: IF IT FAILS THE CHAIN HALTS BEFORE
      *> ANY LOADER TOUCHES THE LIVE TABLES, SO THERE IS ALWAYS A
      *> DUMP TO FALL BACK ON (DBRESTORE RELOADS IT)
           05 FILLER                   PIC X(20) VALUE "DBBACKUP".
           05 FILLER                   PIC X(90) VALUE
           "cd 'Assign 10 Batch Utilities FLOARE EMIL' && ./DBBACKUP".
           05 FILLER                   PIC X(01) VALUE "Y".
           05 FILLER                   PIC X(60) VALUE
               "PREFLIGHT".
      *> THE SCHEMA CATCHES UP RIGHT AFTER THE BACKUP AND BEFORE ANY
      *> LOADER TOUCHES THE TABLES, SO THE DATABASE AND THE PROGRAMS
      *> CANNOT DRIFT APART SILENTLY
           05 FILLER                   PIC X(20) VALUE "MIGRATE".
           05 FILLER                   PIC X(90) VALUE
           "cd 'Assign 10 Batch Utilities FLOARE EMIL' && ./MIGRATE".
           05 FILLER                   PIC X(01) VALUE "Y".
           05 FILLER                   PIC X(60) VALUE
               "DBBACKUP".
      *> THE E-CATALOG PLATFORM'S EXPORT IS TRANSLATED INTO A Note.csv
      *> DROP BEFORE THE DROPS ARE MERGED
           05 FILLER                   PIC X(20) VALUE "ECATIMPORT".
           05 FILLER                   PIC X(90) VALUE
               "cd 'Assign 07 FLOARE EMIL' && ./ECATIMPORT".
           05 FILLER                   PIC X(01) VALUE "N".
           05 FILLER                   PIC X(60) VALUE
               "MIGRATE".
      *> EVERY PRODUCER'S SEALED DROP IN Inbound/ IS CONSOLIDATED INTO
      *> Note.csv / Absente.csv AND THE FEEDS RESEALED, SO NO TWO
      *> WRITERS EVER APPEND TO A FEED AT ONCE
           05 FILLER                   PIC X(20) VALUE "FEEDMERGE".
           05 FILLER                   PIC X(90) VALUE
           "./'Assign 10 Batch Utilities FLOARE EMIL'/FEEDMERGE".
           05 FILLER                   PIC X(01) VALUE "N".
           05 FILLER                   PIC X(60) VALUE
               "ECATIMPORT".
      *> THE FEED SEALS ARE VERIFIED BEFORE ANY LOADER READS A
      *> FEED - A TRUNCATED OR STALE TRANSFER HALTS THE CHAIN HERE
           05 FILLER                   PIC X(20) VALUE "FEEDCHECK".
           05 FILLER                   PIC X(90) VALUE
           "./'Assign 10 Batch Utilities FLOARE EMIL'/FEEDCHECK".
           05 FILLER                   PIC X(01) VALUE "N".
           05 FILLER                   PIC X(60) VALUE
               "FEEDMERGE".
           05 FILLER                   PIC X(20) VALUE "BSUP1".
           05 FILLER                   PIC X(90) VALUE
               "cd 'Assign 05 Floare Emil' && ./BSUP1".
           05 FILLER                   PIC X(01) VALUE "Y".
           05 FILLER                   PIC X(60) VALUE
               "FEEDCHECK".
           05 FILLER                   PIC X(20) VALUE "SKELTESTINSERT".
           05 FILLER                   PIC X(90) VALUE
               "cd 'Assign 06 Floare Emil' && ./SkelTestInsert".
           05 FILLER                   PIC X(01) VALUE "Y".
           05 FILLER                   PIC X(60) VALUE
               "BSUP1".
           05 FILLER                   PIC X(20) VALUE "INSERTALL".
           05 FILLER                   PIC X(90) VALUE
               "cd 'Assign 07 FLOARE EMIL' && ./InsertAll".
           05 FILLER                   PIC X(01) VALUE "Y".
           05 FILLER                   PIC X(60) VALUE
               "SKELTESTINSERT".
      *> THE LOADER'S STATEMENTS, TOTALLED PER PROGRAM AND SHAPE, SO
      *> A SLOWER INSERTALL SHOWS WHICH STATEMENT ATE THE TIME
           05 FILLER                   PIC X(20) VALUE "SQLPERF".
           05 FILLER                   PIC X(90) VALUE
           "./'Assign 09 Nightly Batch FLOARE EMIL'/SQLPERF".
           05 FILLER                   PIC X(01) VALUE "N".
           05 FILLER                   PIC X(60) VALUE
               "INSERTALL".
      *> TONIGHT'S UNMOTIVATED ABSENCES BECOME SAME-DAY ALERTS THE
      *> SECRETARIAT PHONES FROM THE NEXT MORNING
           05 FILLER                   PIC X(20) VALUE "ABSALERT".
           05 FILLER                   PIC X(90) VALUE
               "cd 'Assign 07 FLOARE EMIL' && ./ABSALERT".
           05 FILLER                   PIC X(01) VALUE "Y".
           05 FILLER                   PIC X(60) VALUE
               "INSERTALL".
      *> THE DAY'S ORAR LESSONS WITH NO REGISTER FILED FROM ABSCON GO
      *> ON THE DIRECTOR'S "REGISTER NOT TAKEN" LIST
           05 FILLER                   PIC X(20) VALUE "REGCHECK".
           05 FILLER                   PIC X(90) VALUE
               "cd 'Assign 07 FLOARE EMIL' && ./REGCHECK".
           05 FILLER                   PIC X(01) VALUE "Y".
           05 FILLER                   PIC X(60) VALUE
               "MIGRATE".
      *> THE INDEXED STUDENT MASTER THE SEARCH PROGRAMS READ BY KEY
      *> IS REBUILT RIGHT AFTER THE LOADS SO IT REFLECTS TONIGHT'S
      *> STUDENTI
           05 FILLER                   PIC X(90) VALUE
           "cd 'Search-Module-with-copybook/Search-Module' && ./STUMASTE
      -    "R".
           05 FILLER                   PIC X(01) VALUE "Y".
           05 FILLER                   PIC X(60) VALUE
               "ABSALERT".
      *> THE CORE TABLES GO TO SORTED FLAT EXTRACTS ONCE, SO THE
      *> MORNING'S REPORT SUITE RUNS FROM FILES AND OFF THE LIVE
      *> DATABASE ENTIRELY
           05 FILLER                   PIC X(20) VALUE "TBLEXTRACT".
           05 FILLER                   PIC X(90) VALUE
           "cd 'Assign 13 Rapoarte FLOARE EMIL' && ./TBLEXTRACT".
           05 FILLER                   PIC X(01) VALUE "Y".
           05 FILLER                   PIC X(60) VALUE
               "STUMASTER".
      *> THE AVERAGES ARE THE LAST STEP ON THE ADAPTER; GRADESTAT AND
      *> EARLYWARN READ WHAT THEY LEAVE BEHIND
           05 FILLER                   PIC X(20) VALUE
               "STUDENTS_GEN_AVG".
           05 FILLER                   PIC X(90) VALUE
               "cd '16-03 Assign' && ./STUDENTS_GEN_AVG".
           05 FILLER                   PIC X(01) VALUE "Y".
           05 FILLER                   PIC X(60) VALUE
               "TBLEXTRACT".
      *> THE NIGHT'S LOADED GRADES ARE CHECKED AGAINST THE FRESH
      *> SNAPSHOT FOR SUSPICIOUS PATTERNS; TRIAGE PICKS THE FINDINGS
      *> UP FROM GradeAnomalies.txt
           05 FILLER                   PIC X(20) VALUE "GRADEANOM".
           05 FILLER                   PIC X(90) VALUE
           "cd 'Assign 13 Rapoarte FLOARE EMIL' && ./GRADEANOM".
           05 FILLER                   PIC X(01) VALUE "N".
           05 FILLER                   PIC X(60) VALUE
               "TBLEXTRACT".
      *> EVERY AUDIT TRAIL'S LINKS ARE WALKED ONCE THE NIGHT'S WRITERS
      *> HAVE RUN; A BREAK GOES TO TRIAGE FROM AuditChainBreaks.txt
      *> AND BLOCKS THE SEMESTER CLOSE, IT DOES NOT STOP THE CHAIN
           05 FILLER                   PIC X(20) VALUE "AUDVERIFY".
           05 FILLER                   PIC X(90) VALUE
           "./'Assign 10 Batch Utilities FLOARE EMIL'/AUDVERIFY".
           05 FILLER                   PIC X(01) VALUE "N".
           05 FILLER                   PIC X(60) VALUE
               "TBLEXTRACT".
      *> THE MORNING'S REPORT SUITE READS ONLY THE SNAPSHOTS. EACH
      *> PROGRAM'S PROMPTS ARE ANSWERED BLANK (ITS DEFAULTS, ALL SITES)
           05 FILLER                   PIC X(20) VALUE "ROSTER".
           05 FILLER                   PIC X(90) VALUE
           "cd 'Assign 13 Rapoarte FLOARE EMIL' && ./ROSTER </dev/null".
           05 FILLER                   PIC X(01) VALUE "N".
           05 FILLER                   PIC X(60) VALUE
               "TBLEXTRACT".
           05 FILLER                   PIC X(20) VALUE "ABSSUMMARY".
           05 FILLER                   PIC X(90) VALUE
           "cd 'Assign 11 Absente FLOARE EMIL' && ./ABSSUMMARY </dev/nul
      -    "l".
           05 FILLER                   PIC X(01) VALUE "N".
           05 FILLER                   PIC X(60) VALUE
               "TBLEXTRACT".
           05 FILLER                   PIC X(20) VALUE "FAIRNESS".
           05 FILLER                   PIC X(90) VALUE
           "cd 'Assign 13 Rapoarte FLOARE EMIL' && ./FAIRNESS </dev/null
      -    "".
           05 FILLER                   PIC X(01) VALUE "N".
           05 FILLER                   PIC X(60) VALUE
               "TBLEXTRACT".
           05 FILLER                   PIC X(20) VALUE "ABSRATE".
           05 FILLER                   PIC X(90) VALUE
           "cd 'Assign 11 Absente FLOARE EMIL' && ./ABSRATE </dev/null".
           05 FILLER                   PIC X(01) VALUE "N".
           05 FILLER                   PIC X(60) VALUE
               "TBLEXTRACT".
           05 FILLER                   PIC X(20) VALUE "CATCOVER".
           05 FILLER                   PIC X(90) VALUE
           "cd 'Assign 13 Rapoarte FLOARE EMIL' && ./CATCOVER </dev/null
      -    "".
           05 FILLER                   PIC X(01) VALUE "N".
           05 FILLER                   PIC X(60) VALUE
               "TBLEXTRACT".
      *> EACH PROFESSOR'S PENDING ITEMS, GATHERED FROM THE REPORT
      *> SUITE INTO ONE WORKLIST GRADECON SHOWS AT SIGN-ON
           05 FILLER                   PIC X(20) VALUE "WORKLIST".
           05 FILLER                   PIC X(90) VALUE
           "cd 'Assign 13 Rapoarte FLOARE EMIL' && ./WORKLIST".
           05 FILLER                   PIC X(01) VALUE "N".
           05 FILLER                   PIC X(60) VALUE
               "TBLEXTRACT CATCOVER".
      *> THE SCHOOL DAY'S KPI LINE JOINS THE HISTORY AND THE
      *> DIRECTOR'S TREND PAGE IS REPRINTED (RUN FROM THE ROOT, IT
      *> READS THE TRIAGE, APPEALS AND DEAD-LETTER FILES TOO)
           05 FILLER                   PIC X(20) VALUE "KPIDAILY".
           05 FILLER                   PIC X(90) VALUE
           "./'Assign 13 Rapoarte FLOARE EMIL'/KPIDAILY".
           05 FILLER                   PIC X(01) VALUE "N".
           05 FILLER                   PIC X(60) VALUE
               "TBLEXTRACT CATCOVER".
           05 FILLER                   PIC X(20) VALUE "GRADESTAT".
           05 FILLER                   PIC X(90) VALUE
           "cd 'Assign 13 Rapoarte FLOARE EMIL' && ./GRADESTAT </dev/nul
      -    "l".
           05 FILLER                   PIC X(01) VALUE "N".
           05 FILLER                   PIC X(60) VALUE
               "STUDENTS_GEN_AVG".
           05 FILLER                   PIC X(20) VALUE "EARLYWARN".
           05 FILLER                   PIC X(90) VALUE
               "cd 'Assign 13 Rapoarte FLOARE EMIL' && ./EARLYWARN".
           05 FILLER                   PIC X(01) VALUE "N".
           05 FILLER                   PIC X(60) VALUE
               "STUDENTS_GEN_AVG".
           05 FILLER                   PIC X(20) VALUE "DELTAFEED".
           05 FILLER                   PIC X(90) VALUE
               "cd 'Assign 13 Rapoarte FLOARE EMIL' && ./DELTAFEED".
           05 FILLER                   PIC X(01) VALUE "N".
           05 FILLER                   PIC X(60) VALUE
               "TBLEXTRACT".

      *> ONE COMPILE-TIME CONSTANT SIZES THE STEP TABLE, THE RESULT
      *> TABLE AND THE RUN LOOPS, SO THEY CANNOT DRIFT APART AGAIN
       78 K-STEP-LIMIT                  VALUE 27.

      *> EACH STEP: ITS NAME, ITS COMMAND, WHETHER IT GOES THROUGH THE
      *> SQL ADAPTER, AND THE STEPS IT NEEDS FINISHED OK FIRST (NAMES
      *> SEPARATED BY SPACES, UP TO 4, EACH EARLIER IN THE TABLE). AN
      *> ADAPTER STEP RUNS ALONE; THE OTHERS RUN SIDE BY SIDE AS SOON
      *> AS WHAT THEY NEED IS DONE, UP TO THE CONFIGURED LIMIT
       01 STEP-TABLE REDEFINES STEP-TABLE-DATA.
           05 STEP-ENTRY OCCURS K-STEP-LIMIT TIMES
                                        INDEXED BY STEP-IDX.
               10 STEP-NAME             PIC X(20).
               10 STEP-COMMAND          PIC X(90).
               10 STEP-ADAPTER          PIC X(01).
                   88 STEP-NEEDS-ADAPTER VALUE "Y".
               10 STEP-NEEDS            PIC X(60).
       01 K-STEP-COUNT                  PIC 9(02) VALUE K-STEP-LIMIT.

       01 WS-STEP-NAME                  PIC X(20).
       01 WS-STEP-COMMAND               PIC X(90).
       01 WS-STEP-RC                    PIC S9(04).
      *> THE FIRST STEP THAT FAILED THIS RUN
       01 WS-FAILED-STEP                PIC X(20) VALUE SPACE.

       01 WS-CHAIN-SWITCH               PIC X(01) VALUE "O".
           88 CHAIN-OK                  VALUE "O".
           88 LOG-NEOF                  VALUE "N".

      *> WHAT EACH STEP DID THIS RUN, KEPT IN MEMORY FOR THE MORNING
      *> REPORT (A RESUMED RUN MARKS THE SKIPPED STEPS AS SUCH), WITH
      *> WHERE IT STANDS WHILE THE CHAIN RUNS, WHEN IT STARTED, ITS
      *> PREREQUISITES AS TABLE POSITIONS, AND WHETHER THE LAST
      *> (HALTED) RUN COMPLETED IT
       01 STEP-RESULT-TABLE.
           05 STEP-RESULT-ENTRY OCCURS K-STEP-LIMIT TIMES.
               10 SR-OUTCOME            PIC X(10) VALUE "SKIPPED".
               10 SR-RC                 PIC S9(04) VALUE 0.
               10 SR-STATE              PIC X(01) VALUE "P".
                   88 SR-PENDING        VALUE "P".
                   88 SR-RUNNING        VALUE "R".
                   88 SR-DONE           VALUE "D".
                   88 SR-FAILED         VALUE "F".
                   88 SR-BLOCKED        VALUE "B".
               10 SR-START-TIME         PIC 9(08) VALUE 0.
               10 SR-NEED-COUNT         PIC 9(01) VALUE 0.
               10 SR-NEED-STEP OCCURS 4 TIMES
                                        PIC 9(02) VALUE 0.
               10 SR-LAST-RUN           PIC X(01) VALUE SPACE.
                   88 SR-LAST-DONE      VALUE "D".

      *> PARALLEL RUNNING: THE LIMIT (NightlyBatchConfig.txt OR THE
      *> HOUSE DEFAULT), HOW MANY STEPS ARE OUT IN THE BACKGROUND,
      *> AND HOW OFTEN THEIR END LINES ARE LOOKED FOR
       01 WS-CONFIG-STATUS              PIC X(02).
       01 WS-CONFIG-LINE.
           05 CF-KEYWORD                PIC X(08).
           05 FILLER                    PIC X(01).
           05 CF-VALUE                  PIC X(08).
       01 K-DEFAULT-PARALLEL            PIC 9(02) VALUE 3.
       01 K-MAX-PARALLEL                PIC 9(02) VALUE 8.
       01 WS-PARALLEL                   PIC 9(02).
       01 WS-RUNNING-COUNT              PIC 9(02) VALUE 0.
       01 K-POLL-SECONDS                PIC 9(08) COMP-5 VALUE 2.
       01 WS-CONFIG-EOF-SWITCH          PIC X(01) VALUE "N".
           88 CONFIG-EOF                VALUE "E".
           88 CONFIG-NEOF               VALUE "N".

      *> ONE NightlyStepsDone.txt LINE, AS THE BACKGROUND SHELL
      *> WRITES IT
       01 WS-DONE-STATUS                PIC X(02).
       01 WS-DONE-LINE.
           05 DL-STEP                   PIC X(20).
           05 FILLER                    PIC X(01).
           05 DL-RC                     PIC X(04).
           05 FILLER                    PIC X(01).
           05 DL-END-TIME               PIC X(08).
       01 WS-DONE-EOF-SWITCH            PIC X(01) VALUE "N".
           88 DONE-EOF                  VALUE "E".
           88 DONE-NEOF                 VALUE "N".
       01 WS-BG-COMMAND                 PIC X(250).

      *> ONE PASS OVER THE TABLE: DID IT START ANYTHING, AND IS AN
      *> ADAPTER STEP WAITING FOR THE RUNNING ONES TO FINISH (NOTHING
      *> ELSE IS STARTED MEANWHILE, SO IT IS NOT KEPT WAITING)
       01 WS-PASS-SWITCH                PIC X(01) VALUE "N".
           88 STEP-STARTED              VALUE "Y".
           88 NOTHING-STARTED           VALUE "N".
       01 WS-ADAPTER-SWITCH             PIC X(01) VALUE "N".
           88 ADAPTER-WAITING           VALUE "Y".
           88 NO-ADAPTER-WAITING        VALUE "N".
       01 WS-READY-SWITCH               PIC X(01).
           88 STEP-READY                VALUE "R".
           88 STEP-WAITING              VALUE "W".
           88 STEP-CUT-OFF              VALUE "C".
       01 WS-NEED-NAMES.
           05 WS-NEED-NAME OCCURS 4 TIMES PIC X(20).
       01 WS-NEED-IDX                   PIC 9(01).
       01 WS-NEED-STEP                  PIC 9(02).
       01 WS-LOG-OUTCOME                PIC X(10).
       01 WS-FIND-NAME                  PIC X(20).
       01 WS-FIND-LIMIT                 PIC 9(02).
       01 WS-CARRIED-COUNT              PIC 9(02) VALUE 0.
       01 WS-MARKER-SWITCH              PIC X(01) VALUE "N".
           88 MARKER-SEEN               VALUE "Y".
           88 MARKER-NOT-SEEN           VALUE "N".

      *> THE REJECT/DEAD-LETTER FILES THE CHAIN'S STEPS FEED, EACH
      *> WITH THE LABEL THE REPORT PRINTS FOR IT
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 HI-VALUE                  PIC S9(06).

      *> THE MARK LINE ABOUT TO BE WRITTEN (BEGIN, START OR END)
       01 WS-MARK-KIND                  PIC X(05).
       01 WS-MARK-NAME                  PIC X(30).
       01 WS-MARK-TIME                  PIC 9(08).
       01 WS-MARK-VALUE                 PIC S9(06).

      *> THE REJECT COUNTS AS THE RUN STARTED, FOR THE DELTAS
       01 BEFORE-COUNT-TABLE.
           05 BC-COUNT OCCURS 10 TIMES  PIC 9(08).
       01 WS-RPT-TIME                   PIC 9(08).
       01 WS-RPT-LINE                   PIC X(100).

      *> CLASSES AND STUDENTS PER SITE (STRUCTURA). A CLASS WITH NO
      *> SITE, OR A STUDENT WHOSE CLASS IS NOT ON CLASE, BELONGS TO
      *> THE MAIN SCHOOL
       01 WS-SITE-CLASE-STATUS          PIC X(02).
       01 WS-SITE-STUD-STATUS           PIC X(02).
       01 K-MAIN-SITE                   PIC X(04) VALUE "PJ".
       01 WS-CLASE-ROW.
           05 CL-CLASA                  PIC X(04).
           05 FILLER                    PIC X(02).
           05 CL-STRUCTURA              PIC X(04).
       01 WS-STUD-ROW.
           05 SR-CNP                    PIC X(13).
           05 FILLER                    PIC X(02).
           05 SR-CLASA                  PIC X(04).
       01 K-MAX-SITE-CLASS              PIC 9(03) VALUE 200.
       01 SITE-TABLE.
           05 SITE-ENTRY OCCURS 200 TIMES.
               10 SI-CLASA              PIC X(04).
               10 SI-STRUCTURA          PIC X(04).
       01 SITE-COUNT                    PIC 9(03) VALUE 0.
       01 WS-SITE-IDX                   PIC 9(03).
       01 WS-CLASS-SITE                 PIC X(04).
       01 K-MAX-SITES                   PIC 9(02) VALUE 10.
       01 SITE-SUM-TABLE.
           05 SITE-SUM-ENTRY OCCURS 10 TIMES.
               10 SS-STRUCTURA          PIC X(04).
               10 SS-CLASSES            PIC 9(04).
               10 SS-STUDENTS           PIC 9(06).
       01 SITE-SUM-COUNT                PIC 9(02) VALUE 0.
       01 WS-SUM-IDX                    PIC 9(02).
       01 WS-ALL-CLASSES                PIC 9(04) VALUE 0.
       01 WS-ALL-STUDENTS               PIC 9(06) VALUE 0.
       01 WS-CLASSES-DISP               PIC ZZZ9.
       01 WS-STUDENTS-DISP              PIC ZZZZZ9.
       01 WS-SITE-EOF-SWITCH            PIC X(01) VALUE "N".
           88 SITE-EOF                  VALUE "E".
           88 SITE-NEOF                 VALUE "N".

       01 WS-HALTED-STEP                PIC X(20) VALUE SPACE.
       01 WS-RESUME-SWITCH              PIC X(01) VALUE "N".
           88 RESUME-WANTED             VALUE "Y" "y".
       01 WS-FIND-IDX                   PIC 9(02).

      *> ONE LINE PER STEP: WHEN IT RAN, WHICH STEP, ITS RETURN CODE
           05 LOG-RC                    PIC S9(04).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 LOG-OUTCOME                PIC X(10).
       COPY TRAINENV-INT.

      *-----------------------
       PROCEDURE DIVISION.
       S0 SECTION.
       S0A.
           DISPLAY "BEGINNING NIGHTLY BATCH ORCHESTRATION"
           PERFORM A3-RESOLVE-NEEDS
           PERFORM A4-LOAD-CONFIG
           PERFORM A1-CHECK-RESTART
           PERFORM A0
           MOVE "BEGIN"                 TO WS-MARK-KIND
           MOVE "NIGHTLYBATCH"          TO WS-MARK-NAME
           MOVE 0                       TO WS-MARK-VALUE
           ACCEPT WS-MARK-TIME FROM TIME
           PERFORM H0-HISTORY-MARK-LINE
           PERFORM A2-SNAPSHOT-REJECTS
           PERFORM B0-RUN-CHAIN
           PERFORM Y-PRINT-SUMMARY
           PERFORM H2-HISTORY-REJECT-DELTAS
           PERFORM M0-WRITE-MORNING-REPORT
           MOVE "END  "                 TO WS-MARK-KIND
           MOVE "NIGHTLYBATCH"          TO WS-MARK-NAME
           IF CHAIN-HALTED
               MOVE 8                   TO WS-MARK-VALUE
           ELSE
               MOVE 0                   TO WS-MARK-VALUE
           END-IF
           ACCEPT WS-MARK-TIME FROM TIME
           PERFORM H0-HISTORY-MARK-LINE
           PERFORM Z0
           IF CHAIN-HALTED
               MOVE 8 TO RETURN-CODE
       S0Z.
           EXIT.

      *> THE LOG OPENS EACH RUN WITH A NIGHTLYBATCH BEGIN LINE, SO A
      *> RESTART CAN TELL THIS RUN'S LINES FROM EARLIER ONES; A RESUMED
      *> RUN LOGS THE STEPS IT CARRIES OVER AS SKIPPED
       A0 SECTION.
       A0A.
           OPEN EXTEND NIGHTLY-LOG-FILE
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT NIGHTLY-LOG-FILE
           END-IF
           MOVE "NIGHTLYBATCH"          TO WS-STEP-NAME
           MOVE 0                       TO WS-STEP-RC
           MOVE "BEGIN"                 TO WS-LOG-OUTCOME
           PERFORM C0-WRITE-LOG
           PERFORM VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > K-STEP-COUNT
               IF SR-DONE(STEP-IDX)
                   MOVE STEP-NAME(STEP-IDX) TO WS-STEP-NAME
                   MOVE "SKIPPED"       TO WS-LOG-OUTCOME
                   PERFORM C0-WRITE-LOG
               END-IF
           END-PERFORM
           .
       A0Z.
           EXIT.

      *> DID LAST NIGHT'S RUN HALT? ITS LINES (FROM ITS BEGIN LINE ON)
      *> SAY WHICH STEPS IT COMPLETED AND WHICH ONE FAILED - OFFER TO
      *> RESUME, RUNNING ONLY WHAT IT DID NOT COMPLETE INSTEAD OF
      *> REPLAYING EVERYTHING FOR NO REASON. A LOG WRITTEN BEFORE THE
      *> BEGIN LINES EXISTED IS READ BY ITS LAST LINE: EVERY STEP
      *> BEFORE THE HALTED ONE COUNTS AS COMPLETED
       A1-CHECK-RESTART SECTION.
       A1-CHECK-RESTARTA.
           MOVE SPACE                   TO WS-HALTED-STEP
           IF WS-LOG-STATUS NOT = "00"
               GO TO A1-CHECK-RESTARTZ
           END-IF
           SET MARKER-NOT-SEEN          TO TRUE
           SET LOG-NEOF                 TO TRUE
           PERFORM UNTIL LOG-EOF
               READ NIGHTLY-LOG-FILE INTO WS-LAST-LOG-LINE
               AT END
                   SET LOG-EOF          TO TRUE
               NOT AT END
                   PERFORM A5-FOLD-LOG-LINE
               END-READ
           END-PERFORM
           CLOSE NIGHTLY-LOG-FILE

           IF MARKER-NOT-SEEN
               IF WLL-OUTCOME NOT = "HALTED"
                   GO TO A1-CHECK-RESTARTZ
               END-IF
               MOVE WLL-STEP            TO WS-HALTED-STEP
               PERFORM VARYING STEP-IDX FROM 1 BY 1
                       UNTIL STEP-IDX > K-STEP-COUNT
                       OR STEP-NAME(STEP-IDX) = WS-HALTED-STEP
                   SET SR-LAST-DONE(STEP-IDX) TO TRUE
               END-PERFORM
           END-IF
           IF WS-HALTED-STEP = SPACE
               GO TO A1-CHECK-RESTARTZ
           END-IF

           DISPLAY "LAST RUN HALTED AT STEP: " WS-HALTED-STEP
           DISPLAY "RESUME, SKIPPING THE STEPS IT COMPLETED "
               "(N = FULL RUN)? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-RESUME-SWITCH
           IF RESUME-WANTED
               PERFORM VARYING STEP-IDX FROM 1 BY 1
                       UNTIL STEP-IDX > K-STEP-COUNT
                   IF SR-LAST-DONE(STEP-IDX)
                       SET SR-DONE(STEP-IDX) TO TRUE
                       ADD 1            TO WS-CARRIED-COUNT
                   END-IF
               END-PERFORM
               DISPLAY "RESUMING - " WS-CARRIED-COUNT
                   " STEP(S) CARRIED OVER FROM THE HALTED RUN"
           END-IF
           .
       A1-CHECK-RESTARTZ.
           EXIT.

      *> ONE LOG LINE INTO THE PICTURE OF THE LAST RUN: A BEGIN LINE
      *> STARTS IT AFRESH, OK OR SKIPPED COMPLETES A STEP, THE FIRST
      *> HALTED LINE NAMES WHERE IT STOPPED
       A5-FOLD-LOG-LINE SECTION.
       A5-FOLD-LOG-LINEA.
           IF WLL-STEP = "NIGHTLYBATCH" AND WLL-OUTCOME = "BEGIN"
               SET MARKER-SEEN          TO TRUE
               MOVE SPACE               TO WS-HALTED-STEP
               PERFORM VARYING STEP-IDX FROM 1 BY 1
                       UNTIL STEP-IDX > K-STEP-COUNT
                   MOVE SPACE           TO SR-LAST-RUN(STEP-IDX)
               END-PERFORM
               GO TO A5-FOLD-LOG-LINEZ
           END-IF
           IF MARKER-NOT-SEEN
               GO TO A5-FOLD-LOG-LINEZ
           END-IF
           MOVE WLL-STEP                TO WS-FIND-NAME
           MOVE K-STEP-COUNT            TO WS-FIND-LIMIT
           PERFORM A6-FIND-STEP
           IF WS-FIND-IDX = 0
               GO TO A5-FOLD-LOG-LINEZ
           END-IF
           EVALUATE WLL-OUTCOME
               WHEN "OK"
               WHEN "SKIPPED"
                   SET SR-LAST-DONE(WS-FIND-IDX) TO TRUE
               WHEN "HALTED"
                   IF WS-HALTED-STEP = SPACE
                       MOVE WLL-STEP    TO WS-HALTED-STEP
                   END-IF
           END-EVALUATE
           .
       A5-FOLD-LOG-LINEZ.
           EXIT.

      *> WS-FIND-NAME'S POSITION AMONG THE FIRST WS-FIND-LIMIT STEPS
      *> OF THE TABLE INTO WS-FIND-IDX, 0 WHEN IT IS NOT THERE
       A6-FIND-STEP SECTION.
       A6-FIND-STEPA.
           PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
                   UNTIL WS-FIND-IDX > WS-FIND-LIMIT
               IF STEP-NAME(WS-FIND-IDX) = WS-FIND-NAME
                   GO TO A6-FIND-STEPZ
               END-IF
           END-PERFORM
           MOVE 0                       TO WS-FIND-IDX
           .
       A6-FIND-STEPZ.
           EXIT.

      *> EACH STEP'S PREREQUISITES, FROM NAMES TO TABLE POSITIONS. A
      *> NAME THAT IS NOT AN EARLIER STEP IS A TABLE ERROR AND NOTHING
      *> RUNS - IT WOULD OTHERWISE WAIT FOREVER OR RUN TOO EARLY
       A3-RESOLVE-NEEDS SECTION.
       A3-RESOLVE-NEEDSA.
           PERFORM VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > K-STEP-COUNT
               MOVE SPACE               TO WS-NEED-NAMES
               UNSTRING STEP-NEEDS(STEP-IDX) DELIMITED BY ALL SPACE
                   INTO WS-NEED-NAME(1) WS-NEED-NAME(2)
                        WS-NEED-NAME(3) WS-NEED-NAME(4)
               END-UNSTRING
               MOVE 0                   TO SR-NEED-COUNT(STEP-IDX)
               SET WS-FIND-LIMIT        TO STEP-IDX
               SUBTRACT 1               FROM WS-FIND-LIMIT
               PERFORM VARYING WS-NEED-IDX FROM 1 BY 1
                       UNTIL WS-NEED-IDX > 4
                   IF WS-NEED-NAME(WS-NEED-IDX) NOT = SPACE
                       MOVE WS-NEED-NAME(WS-NEED-IDX)
                                        TO WS-FIND-NAME
                       PERFORM A6-FIND-STEP
                       IF WS-FIND-IDX = 0
                           DISPLAY "STEP TABLE ERROR: "
                               STEP-NAME(STEP-IDX) " NEEDS "
                               WS-FIND-NAME
                           DISPLAY "WHICH IS NOT AN EARLIER STEP - "
                               "NOTHING RUN"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1            TO SR-NEED-COUNT(STEP-IDX)
                       MOVE WS-FIND-IDX TO SR-NEED-STEP(STEP-IDX,
                                           SR-NEED-COUNT(STEP-IDX))
                   END-IF
               END-PERFORM
           END-PERFORM
           .
       A3-RESOLVE-NEEDSZ.
           EXIT.

      *> THE PARALLEL LIMIT: THE HOUSE DEFAULT, OVERRIDDEN BY A USABLE
      *> "PARALLEL NN" LINE IN NightlyBatchConfig.txt (01 TO 08)
       A4-LOAD-CONFIG SECTION.
       A4-LOAD-CONFIGA.
           MOVE K-DEFAULT-PARALLEL      TO WS-PARALLEL
           OPEN INPUT BATCH-CONFIG
           IF WS-CONFIG-STATUS NOT = "00"
               GO TO A4-LOAD-CONFIGX
           END-IF
           SET CONFIG-NEOF              TO TRUE
           PERFORM UNTIL CONFIG-EOF
               MOVE SPACE               TO WS-CONFIG-LINE
               READ BATCH-CONFIG INTO WS-CONFIG-LINE
               AT END
                   SET CONFIG-EOF       TO TRUE
               NOT AT END
                   IF CF-KEYWORD = "PARALLEL"
                   AND CF-VALUE(1:2) IS NUMERIC
                   AND CF-VALUE(1:2) > "00"
                   AND CF-VALUE(1:2) NOT > K-MAX-PARALLEL
                       MOVE CF-VALUE(1:2) TO WS-PARALLEL
                   END-IF
               END-READ
           END-PERFORM
           CLOSE BATCH-CONFIG
           .
       A4-LOAD-CONFIGX.
           DISPLAY "STEPS RUN SIDE BY SIDE (NO ADAPTER): UP TO "
               WS-PARALLEL
           .
       A4-LOAD-CONFIGZ.
           EXIT.

      *> THE CHAIN: PASS OVER THE TABLE STARTING EVERY STEP THAT CAN
      *> START, THEN WAIT FOR A BACKGROUND STEP TO END AND PASS AGAIN,
      *> UNTIL NOTHING IS RUNNING AND NOTHING MORE CAN START. A FAILED
      *> STEP STOPS ONLY THE STEPS THAT NEED IT (DIRECTLY OR THROUGH
      *> ANOTHER STEP); THE REST OF THE NIGHT STILL RUNS
       B0-RUN-CHAIN SECTION.
       B0-RUN-CHAINA.
           OPEN OUTPUT STEP-DONE-FILE
           CLOSE STEP-DONE-FILE
           PERFORM B1-START-READY-STEPS
           PERFORM UNTIL WS-RUNNING-COUNT = 0 AND NOTHING-STARTED
               IF WS-RUNNING-COUNT > 0
                   CALL "C$SLEEP" USING K-POLL-SECONDS
                   PERFORM B4-COLLECT-FINISHED
               END-IF
               PERFORM B1-START-READY-STEPS
           END-PERFORM
           .
       B0-RUN-CHAINZ.
           EXIT.

       B1-START-READY-STEPS SECTION.
       B1-START-READY-STEPSA.
           SET NOTHING-STARTED          TO TRUE
           SET NO-ADAPTER-WAITING       TO TRUE
           PERFORM B2-CONSIDER-STEP THRU B2-CONSIDER-STEPZ
               VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > K-STEP-COUNT OR ADAPTER-WAITING
           .
       B1-START-READY-STEPSZ.
           EXIT.

      *> ONE PENDING STEP: CUT OFF IF SOMETHING IT NEEDS FAILED, LEFT
      *> WAITING IF SOMETHING IT NEEDS IS NOT DONE, OTHERWISE STARTED -
      *> AN ADAPTER STEP ONLY WHEN NOTHING ELSE IS RUNNING (AND THEN IN
      *> THE FOREGROUND), ANY OTHER STEP WHILE THERE IS ROOM UNDER THE
      *> LIMIT (IN THE FOREGROUND WHEN THE LIMIT IS 1)
       B2-CONSIDER-STEP SECTION.
       B2-CONSIDER-STEPA.
           IF NOT SR-PENDING(STEP-IDX)
               GO TO B2-CONSIDER-STEPZ
           END-IF
           PERFORM B3-CHECK-NEEDS
           IF STEP-WAITING
               GO TO B2-CONSIDER-STEPZ
           END-IF
           MOVE STEP-NAME(STEP-IDX)     TO WS-STEP-NAME
           MOVE STEP-COMMAND(STEP-IDX)  TO WS-STEP-COMMAND
           IF STEP-CUT-OFF
               SET SR-BLOCKED(STEP-IDX) TO TRUE
               MOVE "BLOCKED"           TO SR-OUTCOME(STEP-IDX)
               DISPLAY WS-STEP-NAME
                   " NOT RUN - A STEP IT NEEDS DID NOT COMPLETE"
               MOVE 0                   TO WS-STEP-RC
               MOVE "BLOCKED"           TO WS-LOG-OUTCOME
               PERFORM C0-WRITE-LOG
               GO TO B2-CONSIDER-STEPZ
           END-IF
           IF STEP-NEEDS-ADAPTER(STEP-IDX)
               IF WS-RUNNING-COUNT > 0
                   SET ADAPTER-WAITING  TO TRUE
                   GO TO B2-CONSIDER-STEPZ
               END-IF
               PERFORM B5-RUN-IN-FOREGROUND
               SET STEP-STARTED         TO TRUE
               GO TO B2-CONSIDER-STEPZ
           END-IF
           IF WS-PARALLEL = 1
               PERFORM B5-RUN-IN-FOREGROUND
               SET STEP-STARTED         TO TRUE
               GO TO B2-CONSIDER-STEPZ
           END-IF
           IF WS-RUNNING-COUNT < WS-PARALLEL
               PERFORM B6-START-IN-BACKGROUND
               SET STEP-STARTED         TO TRUE
           END-IF
           .
       B2-CONSIDER-STEPZ.
           EXIT.

      *> THE PREREQUISITES OF THE STEP AT STEP-IDX: ALL DONE = READY,
      *> ONE FAILED OR CUT OFF ITSELF = CUT OFF, ELSE WAITING
       B3-CHECK-NEEDS SECTION.
       B3-CHECK-NEEDSA.
           SET STEP-READY               TO TRUE
           PERFORM VARYING WS-NEED-IDX FROM 1 BY 1
                   UNTIL WS-NEED-IDX > SR-NEED-COUNT(STEP-IDX)
               MOVE SR-NEED-STEP(STEP-IDX, WS-NEED-IDX)
                                        TO WS-NEED-STEP
               IF SR-FAILED(WS-NEED-STEP) OR SR-BLOCKED(WS-NEED-STEP)
                   SET STEP-CUT-OFF     TO TRUE
                   GO TO B3-CHECK-NEEDSZ
               END-IF
               IF NOT SR-DONE(WS-NEED-STEP)
                   SET STEP-WAITING     TO TRUE
               END-IF
           END-PERFORM
           .
       B3-CHECK-NEEDSZ.
           EXIT.

      *> THE END LINES THE BACKGROUND STEPS HAVE WRITTEN SO FAR; EACH
      *> ONE FOR A STEP STILL MARKED RUNNING FINISHES THAT STEP (A LINE
      *> CAUGHT HALF WRITTEN IS PICKED UP ON THE NEXT POLL)
       B4-COLLECT-FINISHED SECTION.
       B4-COLLECT-FINISHEDA.
           OPEN INPUT STEP-DONE-FILE
           IF WS-DONE-STATUS NOT = "00"
               GO TO B4-COLLECT-FINISHEDZ
           END-IF
           SET DONE-NEOF                TO TRUE
           PERFORM UNTIL DONE-EOF
               MOVE SPACE               TO WS-DONE-LINE
               READ STEP-DONE-FILE INTO WS-DONE-LINE
               AT END
                   SET DONE-EOF         TO TRUE
               NOT AT END
                   MOVE DL-STEP         TO WS-FIND-NAME
                   MOVE K-STEP-COUNT    TO WS-FIND-LIMIT
                   PERFORM A6-FIND-STEP
                   IF WS-FIND-IDX > 0
                   AND DL-RC IS NUMERIC
                   AND DL-END-TIME IS NUMERIC
                       IF SR-RUNNING(WS-FIND-IDX)
                           SET STEP-IDX TO WS-FIND-IDX
                           MOVE STEP-NAME(STEP-IDX) TO WS-STEP-NAME
                           MOVE SR-START-TIME(STEP-IDX)
                                        TO WS-STEP-START-TIME
                           MOVE DL-END-TIME TO WS-STEP-END-TIME
                           MOVE DL-RC   TO WS-STEP-RC
                           SUBTRACT 1   FROM WS-RUNNING-COUNT
                           PERFORM B7-STEP-FINISHED
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE STEP-DONE-FILE
           .
       B4-COLLECT-FINISHEDZ.
           EXIT.

      *> RUN ONE STEP AND WAIT FOR IT, CHECKING ITS RETURN CODE BEFORE
      *> ANYTHING THAT NEEDS IT MAY START
       B5-RUN-IN-FOREGROUND SECTION.
       B5-RUN-IN-FOREGROUNDA.
           DISPLAY "RUNNING STEP: " WS-STEP-NAME

           ACCEPT WS-STEP-START-TIME FROM TIME
           MOVE "START"                 TO WS-MARK-KIND
           MOVE WS-STEP-NAME            TO WS-MARK-NAME
           MOVE 0                       TO WS-MARK-VALUE
           MOVE WS-STEP-START-TIME      TO WS-MARK-TIME
           PERFORM H0-HISTORY-MARK-LINE
           CALL "SYSTEM" USING WS-STEP-COMMAND
           MOVE RETURN-CODE             TO WS-STEP-RC
           ACCEPT WS-STEP-END-TIME FROM TIME
           PERFORM B7-STEP-FINISHED
           .
       B5-RUN-IN-FOREGROUNDZ.
           EXIT.

      *> START ONE STEP IN THE BACKGROUND: THE SHELL RUNS THE COMMAND,
      *> THEN APPENDS THE STEP'S NAME, RC AND END CLOCK TO
      *> NightlyStepsDone.txt, WHICH B4 WATCHES
       B6-START-IN-BACKGROUND SECTION.
       B6-START-IN-BACKGROUNDA.
           DISPLAY "RUNNING STEP (IN PARALLEL): " WS-STEP-NAME

           ACCEPT WS-STEP-START-TIME FROM TIME
           MOVE WS-STEP-START-TIME      TO SR-START-TIME(STEP-IDX)
           MOVE "START"                 TO WS-MARK-KIND
           MOVE WS-STEP-NAME            TO WS-MARK-NAME
           MOVE 0                       TO WS-MARK-VALUE
           MOVE WS-STEP-START-TIME      TO WS-MARK-TIME
           PERFORM H0-HISTORY-MARK-LINE

           MOVE SPACE                   TO WS-BG-COMMAND
           STRING "( ( " DELIMITED BY SIZE
                  WS-STEP-COMMAND DELIMITED BY "  "
                  " ); RC=$?; printf '%-20s %04d %s\n' '"
                  DELIMITED BY SIZE
                  WS-STEP-NAME DELIMITED BY SPACE
                  "' $RC $(date +%H%M%S00) >> NightlyStepsDone.txt"
                  " ) &" DELIMITED BY SIZE
           INTO WS-BG-COMMAND
           CALL "SYSTEM" USING WS-BG-COMMAND
           IF RETURN-CODE NOT = 0
      *> THE SHELL COULD NOT EVEN BE STARTED - THE STEP FAILS HERE
               MOVE RETURN-CODE         TO WS-STEP-RC
               ACCEPT WS-STEP-END-TIME FROM TIME
               PERFORM B7-STEP-FINISHED
               GO TO B6-START-IN-BACKGROUNDZ
           END-IF
           SET SR-RUNNING(STEP-IDX)     TO TRUE
           ADD 1                        TO WS-RUNNING-COUNT
           .
       B6-START-IN-BACKGROUNDZ.
           EXIT.

      *> A STEP HAS ENDED (WS-STEP-NAME, WS-STEP-RC, START AND END
      *> CLOCK SET): ITS HISTORY LINE, ITS LOG LINE, ITS STATE
       B7-STEP-FINISHED SECTION.
       B7-STEP-FINISHEDA.
           PERFORM H1-HISTORY-STEP-LINE

           IF WS-STEP-RC = 0
               DISPLAY WS-STEP-NAME " COMPLETED OK"
               MOVE "OK"                TO SR-OUTCOME(STEP-IDX)
               SET SR-DONE(STEP-IDX)    TO TRUE
               MOVE "OK"                TO WS-LOG-OUTCOME
               PERFORM C0-WRITE-LOG
           ELSE
               SET CHAIN-HALTED         TO TRUE
               IF WS-FAILED-STEP = SPACE
                   MOVE WS-STEP-NAME    TO WS-FAILED-STEP
               END-IF
               DISPLAY WS-STEP-NAME
                   " FAILED, RETURN CODE: " WS-STEP-RC
               DISPLAY "HALTING THE STEPS THAT NEED IT"
               MOVE "HALTED"            TO SR-OUTCOME(STEP-IDX)
               SET SR-FAILED(STEP-IDX)  TO TRUE
               MOVE "HALTED"            TO WS-LOG-OUTCOME
               PERFORM C0-WRITE-LOG
           END-IF
           MOVE WS-STEP-RC              TO SR-RC(STEP-IDX)
           .
       B7-STEP-FINISHEDZ.
           EXIT.

      *> APPEND ONE OUTCOME LINE (WS-LOG-OUTCOME) FOR WS-STEP-NAME
       C0-WRITE-LOG SECTION.
       C0-WRITE-LOGA.
           MOVE SPACE                   TO NIGHTLY-LOG-LINE
           ACCEPT LOG-TIME FROM TIME
           MOVE WS-STEP-NAME            TO LOG-STEP
           MOVE WS-STEP-RC              TO LOG-RC
           MOVE WS-LOG-OUTCOME          TO LOG-OUTCOME

           MOVE NIGHTLY-LOG-LINE        TO NIGHTLY-LOG-FD
           WRITE NIGHTLY-LOG-FD
       A2-SNAPSHOT-REJECTSZ.
           EXIT.

      *> A LINE WRITTEN THE MOMENT SOMETHING STARTS OR ENDS - THE
      *> CHAIN'S BEGIN AND END, EACH STEP'S START - SO WATCHDOG CAN
      *> TELL WHILE THE CHAIN IS STILL RUNNING WHICH STEP IS ON AND
      *> SINCE WHEN (THE STEP LINE ITSELF ONLY COMES AFTER THE STEP)
       H0-HISTORY-MARK-LINE SECTION.
       H0-HISTORY-MARK-LINEA.
           OPEN EXTEND RUN-HISTORY
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT RUN-HISTORY
           END-IF
           MOVE SPACE                   TO HISTORY-LINE
           ACCEPT HI-DATE FROM DATE YYYYMMDD
           MOVE WS-MARK-TIME            TO HI-TIME
           MOVE WS-MARK-KIND            TO HI-KIND
           MOVE WS-MARK-NAME            TO HI-NAME
           MOVE WS-MARK-VALUE           TO HI-VALUE
           MOVE HISTORY-LINE            TO RUN-HISTORY-FD
           WRITE RUN-HISTORY-FD
           CLOSE RUN-HISTORY
           .
       H0-HISTORY-MARK-LINEZ.
           EXIT.

      *> ONE HISTORY LINE PER STEP: START CLOCK, NAME, DURATION IN
      *> SECONDS (RC RIDES IN A SECOND LINE ONLY WHEN NON-ZERO)
       H1-HISTORY-STEP-LINE SECTION.
       Y-PRINT-SUMMARYA.
           DISPLAY "===== NIGHTLYBATCH RUN SUMMARY ====="
           IF CHAIN-HALTED
               DISPLAY "CHAIN HALTED AT STEP: " WS-FAILED-STEP
               DISPLAY "THE STEPS THAT NEED IT WERE NOT RUN"
           ELSE
               DISPLAY "ALL STEPS COMPLETED OK"
           END-IF
       M0-WRITE-MORNING-REPORT SECTION.
       M0-WRITE-MORNING-REPORTA.
           OPEN OUTPUT MORNING-REPORT
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO MORNING-REPORT-FD
               WRITE MORNING-REPORT-FD
           END-IF
           ACCEPT WS-RPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RPT-TIME FROM TIME


           MOVE SPACE                   TO WS-RPT-LINE
           IF CHAIN-HALTED
               STRING "CHAIN OUTCOME: HALTED AT " WS-FAILED-STEP
                      DELIMITED BY SIZE
               INTO WS-RPT-LINE
           ELSE
                                        TO WS-RPT-LINE
           PERFORM M1-WRITE-RPT-LINE

           PERFORM M5-WRITE-SITE-SECTION

           CLOSE MORNING-REPORT
           DISPLAY "MORNING REPORT WRITTEN TO MorningReport.txt"
           .
       M3-COUNT-ONE-FILEZ.
           EXIT.

      *> ONE LINE PER SITE (STRUCTURA) WITH ITS CLASSES AND STUDENTS,
      *> THEN THE WHOLE SCHOOL, SO EACH SECRETARIAT DESK SEES ITS OWN
      *> NUMBERS ON THE SAME PAGE
       M5-WRITE-SITE-SECTION SECTION.
       M5-WRITE-SITE-SECTIONA.
           MOVE SPACE                   TO WS-RPT-LINE
           PERFORM M1-WRITE-RPT-LINE
           MOVE "CLASSES AND STUDENTS PER SITE (STRUCTURA):"
                                        TO WS-RPT-LINE
           PERFORM M1-WRITE-RPT-LINE

           OPEN INPUT SITE-CLASE-FILE
           IF WS-SITE-CLASE-STATUS NOT = "00"
               MOVE "  NO Extract_CLASE.txt - SITE SECTION SKIPPED"
                                        TO WS-RPT-LINE
               PERFORM M1-WRITE-RPT-LINE
               GO TO M5-WRITE-SITE-SECTIONZ
           END-IF
           SET SITE-NEOF                TO TRUE
           PERFORM UNTIL SITE-EOF
               MOVE SPACE               TO WS-CLASE-ROW
               READ SITE-CLASE-FILE INTO WS-CLASE-ROW
               AT END
                   SET SITE-EOF         TO TRUE
               NOT AT END
                   IF WS-CLASE-ROW(1:8) NOT = "EXTRACT "
                   AND CL-CLASA > SPACE
                       IF CL-STRUCTURA = SPACE
                           MOVE K-MAIN-SITE TO CL-STRUCTURA
                       END-IF
                       IF SITE-COUNT < K-MAX-SITE-CLASS
                           ADD 1        TO SITE-COUNT
                           MOVE CL-CLASA TO SI-CLASA(SITE-COUNT)
                           MOVE CL-STRUCTURA
                                        TO SI-STRUCTURA(SITE-COUNT)
                       END-IF
                       MOVE CL-STRUCTURA TO WS-CLASS-SITE
                       PERFORM M6-FIND-SITE-SUM
                       IF WS-SUM-IDX > 0
                           ADD 1        TO SS-CLASSES(WS-SUM-IDX)
                       END-IF
                       ADD 1            TO WS-ALL-CLASSES
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SITE-CLASE-FILE

           OPEN INPUT SITE-STUD-FILE
           IF WS-SITE-STUD-STATUS = "00"
               SET SITE-NEOF            TO TRUE
               PERFORM UNTIL SITE-EOF
                   MOVE SPACE           TO WS-STUD-ROW
                   READ SITE-STUD-FILE INTO WS-STUD-ROW
                   AT END
                       SET SITE-EOF     TO TRUE
                   NOT AT END
                       IF WS-STUD-ROW(1:8) NOT = "EXTRACT "
                       AND SR-CNP > SPACE
                           PERFORM M7-STUDENT-SITE
                           PERFORM M6-FIND-SITE-SUM
                           IF WS-SUM-IDX > 0
                               ADD 1    TO SS-STUDENTS(WS-SUM-IDX)
                           END-IF
                           ADD 1        TO WS-ALL-STUDENTS
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE SITE-STUD-FILE
           END-IF

           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > SITE-SUM-COUNT
               MOVE SS-CLASSES(WS-SUM-IDX)  TO WS-CLASSES-DISP
               MOVE SS-STUDENTS(WS-SUM-IDX) TO WS-STUDENTS-DISP
               MOVE SPACE               TO WS-RPT-LINE
               STRING "  STRUCTURA " SS-STRUCTURA(WS-SUM-IDX)
                      "  CLASSES: " WS-CLASSES-DISP
                      "  STUDENTS: " WS-STUDENTS-DISP
                      DELIMITED BY SIZE
               INTO WS-RPT-LINE
               PERFORM M1-WRITE-RPT-LINE
           END-PERFORM
           MOVE WS-ALL-CLASSES          TO WS-CLASSES-DISP
           MOVE WS-ALL-STUDENTS         TO WS-STUDENTS-DISP
           MOVE SPACE                   TO WS-RPT-LINE
           STRING "  TOATE      "
                  "  CLASSES: " WS-CLASSES-DISP
                  "  STUDENTS: " WS-STUDENTS-DISP
                  DELIMITED BY SIZE
           INTO WS-RPT-LINE
           PERFORM M1-WRITE-RPT-LINE
           .
       M5-WRITE-SITE-SECTIONZ.
           EXIT.

      *> THE SUMMARY ROW FOR WS-CLASS-SITE, OPENED ON FIRST SIGHT;
      *> 0 WHEN THE TABLE IS FULL
       M6-FIND-SITE-SUM SECTION.
       M6-FIND-SITE-SUMA.
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > SITE-SUM-COUNT
               IF SS-STRUCTURA(WS-SUM-IDX) = WS-CLASS-SITE
                   GO TO M6-FIND-SITE-SUMZ
               END-IF
           END-PERFORM
           IF SITE-SUM-COUNT < K-MAX-SITES
               ADD 1                    TO SITE-SUM-COUNT
               MOVE SITE-SUM-COUNT      TO WS-SUM-IDX
               MOVE WS-CLASS-SITE       TO SS-STRUCTURA(WS-SUM-IDX)
               MOVE 0                   TO SS-CLASSES(WS-SUM-IDX)
               MOVE 0                   TO SS-STUDENTS(WS-SUM-IDX)
           ELSE
               MOVE 0                   TO WS-SUM-IDX
           END-IF
           .
       M6-FIND-SITE-SUMZ.
           EXIT.

      *> THE STUDENT'S SITE IS THEIR CLASS'S SITE
       M7-STUDENT-SITE SECTION.
       M7-STUDENT-SITEA.
           MOVE K-MAIN-SITE             TO WS-CLASS-SITE
           PERFORM VARYING WS-SITE-IDX FROM 1 BY 1
                   UNTIL WS-SITE-IDX > SITE-COUNT
               IF SI-CLASA(WS-SITE-IDX) = SR-CLASA
                   MOVE SI-STRUCTURA(WS-SITE-IDX) TO WS-CLASS-SITE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
       M7-STUDENT-SITEZ.
           EXIT.

       Z0 SECTION.
       Z0A.
           CLOSE NIGHTLY-LOG-FILE
