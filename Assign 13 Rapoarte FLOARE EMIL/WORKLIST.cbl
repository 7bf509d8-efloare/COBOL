      ******************************************************************
      * Author:
      * Date:
      * Purpose: NIGHTLY PER-PROFESSOR WORKLIST. A PROFESSOR'S
      *          PENDING ITEMS WERE SCATTERED OVER THE REPORT SUITE -
      *          THE GRADES THEY STILL OWE (CatalogCoverage.txt), THE
      *          GRADECON ROWS THE NIGHT LOAD REFUSED
      *          (NoteRejects.txt), THE RE-MARKINGS ASSIGNED TO THEM
      *          (Appeals.txt), THE TEZELE COMING UP
      *          (TezaSchedule.txt) AND THE SUBSTITUTIONS THAT FAILED
      *          TO LOAD (SupliniriRejects.txt). RUN BY NIGHTLYBATCH
      *          RIGHT AFTER TBLEXTRACT, THIS GATHERS THEM INTO ONE
      *          FILE PER PROFESSOR ON Extract_PROFESORI.txt,
      *          Worklist_<CNP>.txt IN THE ASSIGN 07 DIRECTORY, THE
      *          ITEMS IN DUE-DATE ORDER. GRADECON SHOWS THE FILE AT
      *          SIGN-ON. A GRADE GAP OR A TEZA IS ROUTED TO EVERY
      *          PROFESSOR TEACHING THAT SUBJECT TO THAT CLASS
      *          (Extract_PMC.txt). DUE DATES: A GRADE GAP - THE END
      *          OF THE CURRENT TERM (SchoolCalendar.txt), A REFUSED
      *          ROW - THE GRADE'S OWN DATE, AN APPEAL - ITS FILING
      *          DATE, A TEZA - ITS PLANNED DAY (ONLY TODAY ONWARD),
      *          A FAILED SUBSTITUTION - ITS FROM-DATE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. WORKLIST.
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

      *> CATCOVER WRITES ITS REPORT IN THIS DIRECTORY
           SELECT COVERAGE-FILE ASSIGN TO 'CatalogCoverage.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COVERAGE-STATUS.

      *> THE REST IS STAGED IN FROM ITS HOME DIRECTORY (STAGE-LIST)
           SELECT NOTEREJ-FILE ASSIGN TO 'NoteRejects.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOTEREJ-STATUS.

           SELECT APPEALS-FILE ASSIGN TO 'Appeals.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APPEALS-STATUS.

           SELECT TEZA-FILE ASSIGN TO 'TezaSchedule.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEZA-STATUS.

           SELECT SUPLREJ-FILE ASSIGN TO 'SupliniriRejects.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUPLREJ-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO 'SchoolCalendar.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAL-STATUS.

      *> EACH WORKLIST IS WRITTEN HERE, THEN FILED UNDER ITS
      *> PROFESSOR'S NAME (ASSIGN NAMES ARE FIXED UNDER THIS
      *> DIALECT, SAME WORKAROUND AS DBBACKUP)
           SELECT WORKLIST-OUT ASSIGN TO 'WorklistWork.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
        FD PROF-EXTRACT.
       01 PROF-EXTRACT-FD                   PIC X(80).

        FD PMC-EXTRACT.
       01 PMC-EXTRACT-FD                    PIC X(70).

        FD COVERAGE-FILE.
       01 COVERAGE-FD                       PIC X(130).

        FD NOTEREJ-FILE.
       01 NOTEREJ-FD                        PIC X(200).

        FD APPEALS-FILE.
       01 APPEALS-FD                        PIC X(130).

        FD TEZA-FILE.
       01 TEZA-FD                           PIC X(80).

        FD SUPLREJ-FILE.
       01 SUPLREJ-FD                        PIC X(150).

        FD CALENDAR-FILE.
       01 CALENDAR-FD                       PIC X(30).

        FD WORKLIST-OUT.
       01 WORKLIST-FD                       PIC X(130).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WS-PROF-EXT-STATUS               PIC X(02).
       01 WS-PMC-EXT-STATUS                PIC X(02).
       01 WS-COVERAGE-STATUS               PIC X(02).
       01 WS-NOTEREJ-STATUS                PIC X(02).
       01 WS-APPEALS-STATUS                PIC X(02).
       01 WS-TEZA-STATUS                   PIC X(02).
       01 WS-SUPLREJ-STATUS                PIC X(02).
       01 WS-CAL-STATUS                    PIC X(02).

      *> THE SOURCES THAT LIVE IN OTHER STEP DIRECTORIES: WHERE EACH
      *> COMES FROM AND THE NAME IT IS STAGED UNDER HERE. THE OLD
      *> COPY IS REMOVED FIRST, SO A SOURCE THAT IS GONE TONIGHT
      *> CONTRIBUTES NOTHING RATHER THAN YESTERDAY'S ITEMS.
       01 STAGE-LIST-DATA.
           05 FILLER PIC X(70) VALUE
               "../Assign 07 FLOARE EMIL/NoteRejects.txt".
           05 FILLER PIC X(30) VALUE "NoteRejects.txt".
           05 FILLER PIC X(70) VALUE
               "../Assign 12 Secretariat FLOARE EMIL/Appeals.txt".
           05 FILLER PIC X(30) VALUE "Appeals.txt".
           05 FILLER PIC X(70) VALUE
               "../Assign 14 Orar FLOARE EMIL/TezaSchedule.txt".
           05 FILLER PIC X(30) VALUE "TezaSchedule.txt".
           05 FILLER PIC X(70) VALUE
               "../Assign 14 Orar FLOARE EMIL/SupliniriRejects.txt".
           05 FILLER PIC X(30) VALUE "SupliniriRejects.txt".
           05 FILLER PIC X(70) VALUE
               "../Assign 07 FLOARE EMIL/SchoolCalendar.txt".
           05 FILLER PIC X(30) VALUE "SchoolCalendar.txt".
       01 STAGE-LIST REDEFINES STAGE-LIST-DATA.
           05 STAGE-ENTRY OCCURS 5 TIMES INDEXED BY STAGE-IDX.
               10 STAGE-SOURCE             PIC X(70).
               10 STAGE-LOCAL              PIC X(30).
       01 WS-STAGE-COMMAND                 PIC X(200).

      *> WHERE THE FINISHED WORKLISTS ARE FILED - GRADECON'S
      *> DIRECTORY
       01 K-WORKLIST-DIR                   PIC X(30) VALUE
               "../Assign 07 FLOARE EMIL/".
       01 WS-COPY-COMMAND                  PIC X(200).

       01 WS-TODAY                         PIC 9(08).
      *> THE DUE DATE OF A GRADE GAP: THE END OF THE TERM TODAY
      *> FALLS IN (TODAY ITSELF BETWEEN TERMS OR WITHOUT A CALENDAR)
       01 WS-TERM-DUE                      PIC 9(08).

      *> THE CALENDAR: "TERM     START END" LINES, THE LAYOUT
      *> NOTEMODULE READS
       01 WS-CAL-LINE.
           05 CAL-TYPE                     PIC X(08).
           05 FILLER                       PIC X(01).
           05 CAL-START                    PIC 9(08).
           05 FILLER                       PIC X(01).
           05 CAL-END                      PIC 9(08).

      *> THE PROFESSORS - ONE WORKLIST EACH
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
       01 PROF-COUNT                       PIC 9(03) VALUE 0.
       01 WS-PROF-IDX                      PIC 9(03).

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

      *> THE PROFESSORS ONE CLASS/SUBJECT ITEM HAS ALREADY GONE TO -
      *> A PROFESSOR TEACHING TWO GROUPS OF IT GETS IT ONCE
       01 K-MAX-SENT                       PIC 9(02) VALUE 10.
       01 SENT-TABLE.
           05 SENT-CNP OCCURS 10 TIMES     PIC X(13).
       01 SENT-COUNT                       PIC 9(02) VALUE 0.
       01 WS-SENT-IDX                      PIC 9(02).
       01 WS-SENT-SW                       PIC X(01).
           88 ALREADY-SENT                  VALUE "Y".
           88 NOT-YET-SENT                  VALUE "N".

      *> EVERY PENDING ITEM, KEPT IN PROFESSOR/DUE-DATE ORDER AS IT
      *> IS ADDED, SO EACH WORKLIST IS ONE RUN OF THE TABLE
       01 K-MAX-ITEM                       PIC 9(04) VALUE 5000.
       01 ITEM-TABLE.
           05 ITEM-ENTRY OCCURS 5000 TIMES.
               10 WI-KEY.
                   15 WI-CNP               PIC X(13).
                   15 WI-DUE               PIC 9(08).
               10 WI-KIND                  PIC X(10).
               10 WI-TEXT                  PIC X(100).
       01 ITEM-COUNT                       PIC 9(04) VALUE 0.
       01 WS-ITEM-IDX                      PIC 9(04).
       01 WS-INSERT-IDX                    PIC 9(04).

      *> THE ITEM BEING ADDED
       01 WS-NEW-ITEM.
           05 NI-KEY.
               10 NI-CNP                   PIC X(13).
               10 NI-DUE                   PIC 9(08).
           05 NI-KIND                      PIC X(10).
           05 NI-TEXT                      PIC X(100).
       01 WS-KNOWN-SW                      PIC X(01).
           88 PROF-KNOWN                    VALUE "Y".
           88 PROF-UNKNOWN                  VALUE "N".

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

      *> ONE NoteRejects.txt LINE, NOTEMODULE'S REJECT-LINE
       01 WS-NOTEREJ-LINE.
           05 NJ-REASON                    PIC X(30).
           05 FILLER                       PIC X(02).
           05 NJ-CNP                       PIC X(13).
           05 FILLER                       PIC X(02).
           05 NJ-MATERIE                   PIC X(30).
           05 FILLER                       PIC X(02).
           05 NJ-NOTA                      PIC X(02).
           05 FILLER                       PIC X(02).
           05 NJ-DATA                      PIC X(08).
           05 FILLER                       PIC X(02).
           05 NJ-CNP-PROF                  PIC X(13).
           05 FILLER                       PIC X(94).

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

      *> ONE TezaSchedule.txt ENTRY
       01 WS-TZ-LINE                       PIC X(80).
       01 WS-TEZA.
           05 TZ-CLASA                     PIC X(04).
           05 TZ-MATERIE                   PIC X(30).
           05 TZ-DATA                      PIC X(08).
           05 TZ-FROM                      PIC X(08).
           05 TZ-TO                        PIC X(08).

      *> ONE SupliniriRejects.txt LINE: SUPLLOAD'S REASON, THEN THE
      *> REFUSED Suplinitori.csv ROW AS IT CAME IN
       01 WS-SR-LINE.
           05 SR-REASON                    PIC X(40).
           05 FILLER                       PIC X(02).
           05 SR-CSV                       PIC X(108).
       01 WS-SUPL.
           05 SU-TITULAR                   PIC X(13).
           05 SU-SUPLINITOR                PIC X(13).
           05 SU-CLASA                     PIC X(04).
           05 SU-MATERIE                   PIC X(30).
           05 SU-FROM                      PIC X(08).
           05 SU-TO                        PIC X(08).

      *> THE CLASS/SUBJECT OF AN ITEM ROUTED THROUGH Extract_PMC.txt
       01 WS-ROUTE-CLASA                   PIC X(04).
       01 WS-ROUTE-MATERIE                 PIC X(30).

       01 WS-OUT-LINE                      PIC X(130).
       01 WS-DUE-DISP                      PIC X(08).
       01 WS-ITEMS-DISP                    PIC ZZZ9.
       01 WS-PROF-ITEMS                    PIC 9(04).

       01 WS-RUN-COUNTERS.
        05 WS-COUNT-CATALOG                PIC 9(05) VALUE 0.
        05 WS-COUNT-NOTEREJ                PIC 9(05) VALUE 0.
        05 WS-COUNT-APPEAL                 PIC 9(05) VALUE 0.
        05 WS-COUNT-TEZA                   PIC 9(05) VALUE 0.
        05 WS-COUNT-SUPLREJ                PIC 9(05) VALUE 0.
        05 WS-COUNT-UNROUTED               PIC 9(05) VALUE 0.
        05 WS-COUNT-OVERFLOW               PIC 9(05) VALUE 0.
        05 WS-COUNT-FILES                  PIC 9(05) VALUE 0.

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".
       COPY TRAINENV-INT.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       S0  SECTION.
       S0A.
           DISPLAY "NIGHTLY PROFESSOR WORKLISTS"
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM A9-STAGE-INPUTS
           PERFORM A0-LOAD-PROFESSORS
           IF PROF-COUNT = 0
               DISPLAY "NO PROFESSORS IN Extract_PROFESORI.txt - RUN "
                   "TBLEXTRACT FIRST"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM A1-LOAD-PMC
           PERFORM A2-LOAD-CALENDAR

           PERFORM B0-CATALOG-GAPS
           PERFORM B1-NOTE-REJECTS
           PERFORM B2-APPEALS
           PERFORM B3-TEZE
           PERFORM B4-SUPL-REJECTS

           CALL "TRAINENV" USING TRAINENV-INTERFACE
           PERFORM C0-WRITE-ONE-WORKLIST THRU C0-WRITE-ONE-WORKLISTZ
               VARYING WS-PROF-IDX FROM 1 BY 1
               UNTIL WS-PROF-IDX > PROF-COUNT

           DISPLAY "GRADE GAPS:              " WS-COUNT-CATALOG
           DISPLAY "REFUSED GRADE ROWS:      " WS-COUNT-NOTEREJ
           DISPLAY "APPEALS TO RE-MARK:      " WS-COUNT-APPEAL
           DISPLAY "TEZELE COMING UP:        " WS-COUNT-TEZA
           DISPLAY "FAILED SUBSTITUTIONS:    " WS-COUNT-SUPLREJ
           DISPLAY "ITEMS WITH NO PROFESSOR: " WS-COUNT-UNROUTED
           DISPLAY "WORKLISTS WRITTEN:       " WS-COUNT-FILES
      *> A FULL TABLE IS REPORTED BUT DOES NOT HALT THE NIGHT -
      *> THE STEPS AFTER THIS ONE DO NOT DEPEND ON THE WORKLISTS
           IF WS-COUNT-OVERFLOW > 0
               DISPLAY "ITEMS DROPPED - TABLE FULL: " WS-COUNT-OVERFLOW
           END-IF
           MOVE 0 TO RETURN-CODE
           .
       S0Z.
           STOP RUN.

      *> PULL THE OUT-OF-DIRECTORY SOURCES IN. A FAILED COPY IS NOT
      *> FATAL - THAT SOURCE SIMPLY ADDS NO ITEMS TONIGHT.
       A9-STAGE-INPUTS SECTION.
       A9-STAGE-INPUTSA.
           PERFORM VARYING STAGE-IDX FROM 1 BY 1
                   UNTIL STAGE-IDX > 5
               MOVE SPACE                  TO WS-STAGE-COMMAND
               STRING "rm -f '" DELIMITED BY SIZE
                      STAGE-LOCAL(STAGE-IDX) DELIMITED BY SPACE
                      "'; cp '" DELIMITED BY SIZE
                      STAGE-SOURCE(STAGE-IDX) DELIMITED BY "  "
                      "' '" DELIMITED BY SIZE
                      STAGE-LOCAL(STAGE-IDX) DELIMITED BY SPACE
                      "'" DELIMITED BY SIZE
               INTO WS-STAGE-COMMAND
               CALL "SYSTEM" USING WS-STAGE-COMMAND
               IF RETURN-CODE NOT = 0
                   DISPLAY "COULD NOT STAGE "
                       STAGE-SOURCE(STAGE-IDX)
               END-IF
           END-PERFORM
           .
       A9-STAGE-INPUTSZ.
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
               DISPLAY "Extract_PMC.txt NOT FOUND - GRADE GAPS AND "
                   "TEZELE CANNOT BE ROUTED"
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
                   AND PMC-COUNT < K-MAX-PMC
                       ADD 1               TO PMC-COUNT
                       MOVE PR-CNP         TO PMC-CNP(PMC-COUNT)
                       MOVE PR-CLASA       TO PMC-CLASA(PMC-COUNT)
                       MOVE PR-MATERIE     TO PMC-MATERIE(PMC-COUNT)
                   END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PMC-EXTRACT
           .
       A1-LOAD-PMCZ.
           EXIT.

      *> THE TERM TODAY FALLS IN GIVES THE CATALOG ITS DEADLINE
       A2-LOAD-CALENDAR SECTION.
       A2-LOAD-CALENDARA.
           MOVE WS-TODAY                   TO WS-TERM-DUE
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS NOT = "00"
               DISPLAY "NO SchoolCalendar.txt - GRADE GAPS DUE TODAY"
               GO TO A2-LOAD-CALENDARZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-CAL-LINE
               READ CALENDAR-FILE INTO WS-CAL-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF CAL-TYPE = "TERM"
                   AND CAL-START NUMERIC AND CAL-END NUMERIC
                   AND CAL-START <= WS-TODAY
                   AND CAL-END >= WS-TODAY
                       MOVE CAL-END        TO WS-TERM-DUE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE
           .
       A2-LOAD-CALENDARZ.
           EXIT.

      *> CATCOVER'S SHORTFALL LINES - OWED BY WHOEVER TEACHES THE
      *> SUBJECT TO THE STUDENT'S CLASS
       B0-CATALOG-GAPS SECTION.
       B0-CATALOG-GAPSA.
           OPEN INPUT COVERAGE-FILE
           IF WS-COVERAGE-STATUS NOT = "00"
               DISPLAY "NO CatalogCoverage.txt - NO GRADE GAPS LISTED"
               GO TO B0-CATALOG-GAPSZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-COVER-LINE
               READ COVERAGE-FILE INTO WS-COVER-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
      *> ONLY THE DETAIL LINES CARRY THE " GRADES: " TAG - THE
      *> HEADER AND THE GAPS-FOUND TRAILER ARE SKIPPED
                   IF CV-GRADES-TAG = " GRADES: "
                       PERFORM B0-ONE-GAP
                   END-IF
               END-READ
           END-PERFORM
           CLOSE COVERAGE-FILE
           .
       B0-CATALOG-GAPSZ.
           EXIT.

       B0-ONE-GAP SECTION.
       B0-ONE-GAPA.
           ADD 1                           TO WS-COUNT-CATALOG
           MOVE SPACE                      TO WS-NEW-ITEM
           MOVE WS-TERM-DUE                TO NI-DUE
           MOVE "CATALOG"                  TO NI-KIND
           STRING CV-CLASA DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  CV-NUME DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  CV-PRENUME DELIMITED BY "  "
                  " - " DELIMITED BY SIZE
                  CV-MATERIE DELIMITED BY "  "
                  " - GRADES HELD: " DELIMITED BY SIZE
                  CV-GRADES DELIMITED BY SIZE
           INTO NI-TEXT
           MOVE CV-CLASA                   TO WS-ROUTE-CLASA
           MOVE CV-MATERIE                 TO WS-ROUTE-MATERIE
           PERFORM D1-ROUTE-TO-TEACHERS
           .
       B0-ONE-GAPZ.
           EXIT.

      *> GRADECON ROWS THE NIGHT LOAD REFUSED - BACK TO THE
      *> PROFESSOR WHO KEYED THEM (LINES FROM BEFORE THE GRADER WAS
      *> CARRIED HAVE NO OWNER AND ARE COUNTED AS UNROUTED)
       B1-NOTE-REJECTS SECTION.
       B1-NOTE-REJECTSA.
           OPEN INPUT NOTEREJ-FILE
           IF WS-NOTEREJ-STATUS NOT = "00"
               GO TO B1-NOTE-REJECTSZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-NOTEREJ-LINE
               READ NOTEREJ-FILE INTO WS-NOTEREJ-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-NOTEREJ-LINE > SPACE
                       PERFORM B1-ONE-REJECT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE NOTEREJ-FILE
           .
       B1-NOTE-REJECTSZ.
           EXIT.

       B1-ONE-REJECT SECTION.
       B1-ONE-REJECTA.
           ADD 1                           TO WS-COUNT-NOTEREJ
           MOVE SPACE                      TO WS-NEW-ITEM
           MOVE NJ-CNP-PROF                TO NI-CNP
           IF NJ-DATA NUMERIC
               MOVE NJ-DATA                TO NI-DUE
           ELSE
               MOVE WS-TODAY               TO NI-DUE
           END-IF
           MOVE "REFUSED"                  TO NI-KIND
           STRING NJ-CNP DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  NJ-MATERIE DELIMITED BY "  "
                  " NOTA " DELIMITED BY SIZE
                  NJ-NOTA DELIMITED BY SPACE
                  " OF " DELIMITED BY SIZE
                  NJ-DATA DELIMITED BY SPACE
                  " - " DELIMITED BY SIZE
                  NJ-REASON DELIMITED BY "  "
           INTO NI-TEXT
           PERFORM D0-ADD-ITEM
           .
       B1-ONE-REJECTZ.
           EXIT.

      *> APPEALS WAITING FOR THEIR RE-MARKING PROFESSOR'S VERDICT
       B2-APPEALS SECTION.
       B2-APPEALSA.
           OPEN INPUT APPEALS-FILE
           IF WS-APPEALS-STATUS NOT = "00"
               GO TO B2-APPEALSZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-AP-LINE
               READ APPEALS-FILE INTO WS-AP-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-AP-LINE > SPACE
                       MOVE SPACE          TO WS-APPEAL
                       UNSTRING WS-AP-LINE DELIMITED BY ";" INTO
                           AP-ID AP-STATE AP-CNP AP-MATERIE
                           AP-DATANOTA AP-OLD-NOTA AP-FILED
                           AP-PROF-CNP AP-NEW-NOTA
                       END-UNSTRING
                       IF AP-STATE = "ASSIGNED"
                           PERFORM B2-ONE-APPEAL
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE APPEALS-FILE
           .
       B2-APPEALSZ.
           EXIT.

       B2-ONE-APPEAL SECTION.
       B2-ONE-APPEALA.
           ADD 1                           TO WS-COUNT-APPEAL
           MOVE SPACE                      TO WS-NEW-ITEM
           MOVE AP-PROF-CNP                TO NI-CNP
           IF AP-FILED NUMERIC
               MOVE AP-FILED               TO NI-DUE
           ELSE
               MOVE WS-TODAY               TO NI-DUE
           END-IF
           MOVE "APPEAL"                   TO NI-KIND
           STRING "NO. " DELIMITED BY SIZE
                  AP-ID DELIMITED BY SPACE
                  " - " DELIMITED BY SIZE
                  AP-CNP DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  AP-MATERIE DELIMITED BY "  "
                  " NOTA " DELIMITED BY SIZE
                  AP-OLD-NOTA DELIMITED BY SPACE
                  " OF " DELIMITED BY SIZE
                  AP-DATANOTA DELIMITED BY SPACE
                  " - RE-MARK" DELIMITED BY SIZE
           INTO NI-TEXT
           PERFORM D0-ADD-ITEM
           .
       B2-ONE-APPEALZ.
           EXIT.

      *> THE TEZELE STILL AHEAD - TO WHOEVER TEACHES THAT SUBJECT
      *> TO THAT CLASS
       B3-TEZE SECTION.
       B3-TEZEA.
           OPEN INPUT TEZA-FILE
           IF WS-TEZA-STATUS NOT = "00"
               GO TO B3-TEZEZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-TZ-LINE
               READ TEZA-FILE INTO WS-TZ-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-TZ-LINE > SPACE
                       MOVE SPACE          TO WS-TEZA
                       UNSTRING WS-TZ-LINE DELIMITED BY ";" INTO
                           TZ-CLASA TZ-MATERIE TZ-DATA TZ-FROM TZ-TO
                       END-UNSTRING
                       IF TZ-DATA NUMERIC
                       AND TZ-DATA >= WS-TODAY
                           PERFORM B3-ONE-TEZA
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE TEZA-FILE
           .
       B3-TEZEZ.
           EXIT.

       B3-ONE-TEZA SECTION.
       B3-ONE-TEZAA.
           ADD 1                           TO WS-COUNT-TEZA
           MOVE SPACE                      TO WS-NEW-ITEM
           MOVE TZ-DATA                    TO NI-DUE
           MOVE "TEZA"                     TO NI-KIND
           STRING TZ-CLASA DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  TZ-MATERIE DELIMITED BY "  "
                  " (WINDOW " DELIMITED BY SIZE
                  TZ-FROM DELIMITED BY SPACE
                  " - " DELIMITED BY SIZE
                  TZ-TO DELIMITED BY SPACE
                  ")" DELIMITED BY SIZE
           INTO NI-TEXT
           MOVE TZ-CLASA                   TO WS-ROUTE-CLASA
           MOVE TZ-MATERIE                 TO WS-ROUTE-MATERIE
           PERFORM D1-ROUTE-TO-TEACHERS
           .
       B3-ONE-TEZAZ.
           EXIT.

      *> SUBSTITUTIONS SUPLLOAD REFUSED - THE TITULAR AND THE
      *> SUPLINITOR BOTH NEED TO KNOW THE COVER IS NOT ON FILE
       B4-SUPL-REJECTS SECTION.
       B4-SUPL-REJECTSA.
           OPEN INPUT SUPLREJ-FILE
           IF WS-SUPLREJ-STATUS NOT = "00"
               GO TO B4-SUPL-REJECTSZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-SR-LINE
               READ SUPLREJ-FILE INTO WS-SR-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-SR-LINE > SPACE
                       MOVE SPACE          TO WS-SUPL
                       UNSTRING SR-CSV DELIMITED BY ";" INTO
                           SU-TITULAR SU-SUPLINITOR SU-CLASA
                           SU-MATERIE SU-FROM SU-TO
                       END-UNSTRING
                       PERFORM B4-ONE-SUPL-REJECT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SUPLREJ-FILE
           .
       B4-SUPL-REJECTSZ.
           EXIT.

       B4-ONE-SUPL-REJECT SECTION.
       B4-ONE-SUPL-REJECTA.
           ADD 1                           TO WS-COUNT-SUPLREJ
           MOVE SPACE                      TO WS-NEW-ITEM
           IF SU-FROM NUMERIC
               MOVE SU-FROM                TO NI-DUE
           ELSE
               MOVE WS-TODAY               TO NI-DUE
           END-IF
           MOVE "SUPLINIRE"                TO NI-KIND
           STRING SU-TITULAR DELIMITED BY SPACE
                  " BY " DELIMITED BY SIZE
                  SU-SUPLINITOR DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  SU-CLASA DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  SU-MATERIE DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  SU-FROM DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  SU-TO DELIMITED BY SPACE
                  " NOT LOADED: " DELIMITED BY SIZE
                  SR-REASON DELIMITED BY "  "
           INTO NI-TEXT
           MOVE SU-TITULAR                 TO NI-CNP
           PERFORM D0-ADD-ITEM
           IF SU-SUPLINITOR > SPACE
           AND SU-SUPLINITOR NOT = SU-TITULAR
               MOVE SU-SUPLINITOR          TO NI-CNP
               PERFORM D0-ADD-ITEM
           END-IF
           .
       B4-ONE-SUPL-REJECTZ.
           EXIT.

      *> ONE WORKLIST: THE PROFESSOR'S RUN OF THE ITEM TABLE, ALREADY
      *> IN DUE-DATE ORDER. A PROFESSOR WITH NOTHING PENDING STILL
      *> GETS A FILE, SO YESTERDAY'S LIST NEVER LINGERS.
       C0-WRITE-ONE-WORKLIST SECTION.
       C0-WRITE-ONE-WORKLISTA.
           OPEN OUTPUT WORKLIST-OUT
           IF TRN-TRAINING
               WRITE WORKLIST-FD           FROM TRN-STAMP
           END-IF
           MOVE SPACE                      TO WS-OUT-LINE
           STRING "WORKLIST " DELIMITED BY SIZE
                  PT-NUME(WS-PROF-IDX) DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  PT-PRENUME(WS-PROF-IDX) DELIMITED BY "  "
                  " (" DELIMITED BY SIZE
                  PT-CNP(WS-PROF-IDX) DELIMITED BY SPACE
                  ") AS OF " DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
           INTO WS-OUT-LINE
           WRITE WORKLIST-FD               FROM WS-OUT-LINE
           MOVE SPACE                      TO WS-OUT-LINE
           MOVE "DUE"                      TO WS-OUT-LINE(1:3)
           MOVE "KIND"                     TO WS-OUT-LINE(11:4)
           MOVE "ITEM"                     TO WS-OUT-LINE(22:4)
           WRITE WORKLIST-FD               FROM WS-OUT-LINE

           MOVE 0                          TO WS-PROF-ITEMS
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > ITEM-COUNT
               IF WI-CNP(WS-ITEM-IDX) = PT-CNP(WS-PROF-IDX)
                   ADD 1                   TO WS-PROF-ITEMS
                   MOVE SPACE              TO WS-OUT-LINE
                   MOVE WI-DUE(WS-ITEM-IDX) TO WS-DUE-DISP
                   IF WI-DUE(WS-ITEM-IDX) < WS-TODAY
                       MOVE "!"            TO WS-OUT-LINE(9:1)
                   END-IF
                   MOVE WS-DUE-DISP        TO WS-OUT-LINE(1:8)
                   MOVE WI-KIND(WS-ITEM-IDX) TO WS-OUT-LINE(11:10)
                   MOVE WI-TEXT(WS-ITEM-IDX) TO WS-OUT-LINE(22:100)
                   WRITE WORKLIST-FD       FROM WS-OUT-LINE
               END-IF
           END-PERFORM

           MOVE SPACE                      TO WS-OUT-LINE
           IF WS-PROF-ITEMS = 0
               MOVE "NOTHING PENDING"      TO WS-OUT-LINE
           ELSE
               MOVE WS-PROF-ITEMS          TO WS-ITEMS-DISP
               STRING "ITEMS: " WS-ITEMS-DISP
                      "  (! = PAST DUE)" DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-IF
           WRITE WORKLIST-FD               FROM WS-OUT-LINE
           CLOSE WORKLIST-OUT

           MOVE SPACE                      TO WS-COPY-COMMAND
           STRING "cp 'WorklistWork.txt' '" DELIMITED BY SIZE
                  K-WORKLIST-DIR DELIMITED BY "  "
                  "Worklist_" DELIMITED BY SIZE
                  PT-CNP(WS-PROF-IDX) DELIMITED BY SPACE
                  ".txt'" DELIMITED BY SIZE
           INTO WS-COPY-COMMAND
           CALL "SYSTEM" USING WS-COPY-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "COULD NOT FILE THE WORKLIST OF "
                   PT-CNP(WS-PROF-IDX)
               GO TO C0-WRITE-ONE-WORKLISTZ
           END-IF
           ADD 1                           TO WS-COUNT-FILES
           .
       C0-WRITE-ONE-WORKLISTZ.
           EXIT.

      *> PLACE WS-NEW-ITEM IN PROFESSOR/DUE-DATE ORDER: EVERYTHING
      *> THAT SORTS AFTER IT MOVES UP ONE SLOT. AN ITEM WHOSE CNP IS
      *> NOT A PROFESSOR ON FILE HAS NOBODY TO GO TO.
       D0-ADD-ITEM SECTION.
       D0-ADD-ITEMA.
           SET PROF-UNKNOWN                TO TRUE
           PERFORM VARYING WS-PROF-IDX FROM 1 BY 1
                   UNTIL WS-PROF-IDX > PROF-COUNT
               IF PT-CNP(WS-PROF-IDX) = NI-CNP
                   SET PROF-KNOWN          TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF PROF-UNKNOWN
               ADD 1                       TO WS-COUNT-UNROUTED
               GO TO D0-ADD-ITEMZ
           END-IF
           IF ITEM-COUNT >= K-MAX-ITEM
               ADD 1                       TO WS-COUNT-OVERFLOW
               GO TO D0-ADD-ITEMZ
           END-IF

           MOVE ITEM-COUNT                 TO WS-INSERT-IDX
           PERFORM UNTIL WS-INSERT-IDX = 0
               IF WI-KEY(WS-INSERT-IDX) <= NI-KEY
                   EXIT PERFORM
               END-IF
               MOVE ITEM-ENTRY(WS-INSERT-IDX)
                                   TO ITEM-ENTRY(WS-INSERT-IDX + 1)
               SUBTRACT 1                  FROM WS-INSERT-IDX
           END-PERFORM
           ADD 1                           TO ITEM-COUNT
           MOVE WS-NEW-ITEM        TO ITEM-ENTRY(WS-INSERT-IDX + 1)
           .
       D0-ADD-ITEMZ.
           EXIT.

      *> A CLASS/SUBJECT ITEM GOES TO EVERY PROFESSOR TEACHING THAT
      *> SUBJECT TO THAT CLASS (TO EACH ONCE); NOBODY ON Extract_PMC
      *> MEANS IT IS COUNTED AS UNROUTED
       D1-ROUTE-TO-TEACHERS SECTION.
       D1-ROUTE-TO-TEACHERSA.
           MOVE 0                          TO SENT-COUNT
           PERFORM VARYING WS-PMC-IDX FROM 1 BY 1
                   UNTIL WS-PMC-IDX > PMC-COUNT
               IF PMC-CLASA(WS-PMC-IDX) = WS-ROUTE-CLASA
               AND PMC-MATERIE(WS-PMC-IDX) = WS-ROUTE-MATERIE
                   SET NOT-YET-SENT        TO TRUE
                   PERFORM VARYING WS-SENT-IDX FROM 1 BY 1
                           UNTIL WS-SENT-IDX > SENT-COUNT
                       IF SENT-CNP(WS-SENT-IDX) = PMC-CNP(WS-PMC-IDX)
                           SET ALREADY-SENT TO TRUE
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF NOT-YET-SENT
                   AND SENT-COUNT < K-MAX-SENT
                       ADD 1               TO SENT-COUNT
                       MOVE PMC-CNP(WS-PMC-IDX)
                                           TO SENT-CNP(SENT-COUNT)
                       MOVE PMC-CNP(WS-PMC-IDX) TO NI-CNP
                       PERFORM D0-ADD-ITEM
                   END-IF
               END-IF
           END-PERFORM
           IF SENT-COUNT = 0
               ADD 1                       TO WS-COUNT-UNROUTED
           END-IF
           .
       D1-ROUTE-TO-TEACHERSZ.
           EXIT.
