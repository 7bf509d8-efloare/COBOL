      ******************************************************************
      * Author:
      * Date:
      * Purpose: THE PRINTED CLASS CATALOG (CATALOGUL CLASEI) FOR THE
      *          YEAR-END ARCHIVE, ONE CLASA AND SCHOOL YEAR PER RUN.
      *          A COVER WITH THE DIRIGINTI (DirigintiRoster.txt),
      *          THE SUBJECTS AND THEIR PROFESSORS
      *          (PROFESORMATERIECLASA) AND THE STUDENT LIST, THEN ONE
      *          DOUBLE PAGE PER STUDENT: ON THE LEFT EVERY SUBJECT AS
      *          A ROW WITH ITS GRADES AND TEZA IN DATE ORDER PER
      *          SEMESTER, THE TWO SEMESTER AVERAGES AND THE ANNUAL ONE
      *          (ResultsCSV.txt, THE YEAR-END AVERAGES RUN); ON THE
      *          RIGHT THE ABSENCES PER SUBJECT SPLIT MOTIVATED /
      *          UNMOTIVATED, THE CONDUCT GRADE AND THE GENERAL
      *          RESULT, THEN THE YEAR'S OLYMPIAD AND COMPETITION
      *          RESULTS (Olimpiade.txt, OLIMPMAINT).
      *          A SEMESTER COVERED BY A MEDICAL EXEMPTION
      *          (Exemptions.txt) PRINTS "SCUTIT". EVERY DOUBLE PAGE
      *          OPENS ON AN EVEN PAGE AND THE PAGES ARE NUMBERED
      *          CONTINUOUSLY FOR BINDING - THE CATALOG IS LAID OUT
      *          ONCE TO COUNT THE PAGES, THEN PRINTED. WRITES
      *          CatalogClasa_<CLASA>_<YEAR>_<YEAR>.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CATCLASA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> THE NIGHTLY SNAPSHOTS TBLEXTRACT FILES HERE
           SELECT STUD-EXTRACT ASSIGN TO 'Extract_STUDENTI.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STUD-EXT-STATUS.

           SELECT PMC-EXTRACT ASSIGN TO 'Extract_PMC.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PMC-EXT-STATUS.

           SELECT PROF-EXTRACT ASSIGN TO 'Extract_PROFESORI.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROF-EXT-STATUS.

           SELECT NOTE-EXTRACT ASSIGN TO 'Extract_NOTE.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOTE-EXT-STATUS.

           SELECT ABS-EXTRACT ASSIGN TO 'Extract_ABSENTE.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ABS-EXT-STATUS.

      *> THE YEAR-END AVERAGES RUN (STUDENTS_GEN_AVG IN ANNUAL MODE):
      *> THE ANNUAL AVERAGE PER SUBJECT, THE CONDUCT GRADE AND THE
      *> GENERAL RESULT
           SELECT RESULTS-CSV ASSIGN TO 'ResultsCSV.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CSV-STATUS.

      *> THE MEDICAL-EXEMPTION REGISTRY SCUTMAINT MAINTAINS
      *> (CNP;MATERIE;DOCREF;FROM;TO)
           SELECT SCUTIRI-FILE ASSIGN TO 'Exemptions.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCUTIRI-STATUS.

      *> THE STUDENT-TO-GROUP REGISTRY GRUPMAINT MAINTAINS
      *> (CNP;CLASA;GRUPA) - A GROUP-ONLY SUBJECT BELONGS ON THE
      *> PAGE OF ITS MEMBERS ONLY
           SELECT GRUPE-FILE ASSIGN TO 'SubjectGroups.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GRUPE-STATUS.

      *> THE OLYMPIAD AND COMPETITION REGISTRY OLIMPMAINT DISTRIBUTES
      *> (CNP;ANSCOLAR;TIP;MATERIE;FAZA;PREMIU;CONCURS;...)
           SELECT OLIMP-FILE ASSIGN TO 'Olimpiade.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OLIMP-STATUS.

      *> CLASS-TO-DIRIGINTE ROSTER DIRLOAD EXPORTS, STAGED FROM THE
      *> SECRETARIAT
           SELECT DIRIGINTI-ROSTER ASSIGN TO 'DirigintiRosterCopy.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROSTER-STATUS.

      *> BUILT UNDER A FIXED NAME, THEN FILED UNDER THE CLASS AND
      *> YEAR
           SELECT CATALOG-OUT ASSIGN TO 'CatalogClasaWork.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
        FD STUD-EXTRACT.
       01 STUD-EXTRACT-FD                   PIC X(250).

        FD PMC-EXTRACT.
       01 PMC-EXTRACT-FD                    PIC X(70).

        FD PROF-EXTRACT.
       01 PROF-EXTRACT-FD                   PIC X(100).

        FD NOTE-EXTRACT.
       01 NOTE-EXTRACT-FD                   PIC X(120).

        FD ABS-EXTRACT.
       01 ABS-EXTRACT-FD                    PIC X(80).

        FD RESULTS-CSV.
       01 RESULTS-CSV-FD                    PIC X(150).

        FD SCUTIRI-FILE.
       01 SCUTIRI-FD                        PIC X(90).

        FD GRUPE-FILE.
       01 GRUPE-FD                          PIC X(40).

        FD OLIMP-FILE.
       01 OLIMP-FD                          PIC X(220).

        FD DIRIGINTI-ROSTER.
       01 DIRIGINTI-ROSTER-FD               PIC X(100).

        FD CATALOG-OUT.
       01 CATALOG-FD                        PIC X(130).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WS-STUD-EXT-STATUS               PIC X(02).
       01 WS-PMC-EXT-STATUS                PIC X(02).
       01 WS-PROF-EXT-STATUS               PIC X(02).
       01 WS-NOTE-EXT-STATUS               PIC X(02).
       01 WS-ABS-EXT-STATUS                PIC X(02).
       01 WS-CSV-STATUS                    PIC X(02).
       01 WS-SCUTIRI-STATUS                PIC X(02).
       01 WS-GRUPE-STATUS                  PIC X(02).
       01 WS-OLIMP-STATUS                  PIC X(02).
       01 WS-ROSTER-STATUS                 PIC X(02).
       01 WS-COPY-COMMAND                  PIC X(160).

      *> THE RUN: ONE CLASA, ONE SCHOOL YEAR ("2025/2026")
       01 WS-CLASA                         PIC X(04) VALUE SPACE.
       01 WS-AN-SCOLAR                     PIC X(09) VALUE SPACE.
       01 WS-AN-GROUP REDEFINES WS-AN-SCOLAR.
           05 WS-AN-Y1                     PIC 9(04).
           05 WS-AN-SEP                    PIC X(01).
           05 WS-AN-Y2                     PIC 9(04).

      *> THE SCHOOL YEAR RUNS 1 SEPTEMBER TO 31 AUGUST; SEMESTER II
      *> STARTS ON THE DATE ENTERED, BY DEFAULT 1 FEBRUARY
       01 K-SEM2-DEFAULT-MMDD              PIC 9(04) VALUE 0201.
       01 WS-YEAR-START                    PIC 9(08) VALUE 0.
       01 WS-YEAR-END                      PIC 9(08) VALUE 0.
       01 WS-SEM2-IN                       PIC X(08) VALUE SPACE.
       01 WS-SEM2-START                    PIC 9(08) VALUE 0.
       01 WS-SEM2-GROUP REDEFINES WS-SEM2-START.
           05 WS-SEM2-YYYY                 PIC 9(04).
           05 WS-SEM2-MM                   PIC 9(02).
           05 WS-SEM2-DD                   PIC 9(02).

      *> CONDUCT IS GRADED LIKE A SUBJECT BUT PRINTED APART
       01 K-PURTARE-SUBJECT                PIC X(30) VALUE "PURTARE".

      *> STUDENTI: THE CLASS, IN ALPHABETICAL ORDER, WITH THE PAGE
      *> EACH ONE'S DOUBLE PAGE OPENS ON (FIXED BY THE COUNTING PASS)
       01 WS-STUD-ROW.
           05 SR-CNP                       PIC X(13).
           05 FILLER                       PIC X(02).
           05 SR-CLASA                     PIC X(04).
           05 FILLER                       PIC X(02).
           05 SR-NUME                      PIC X(30).
           05 FILLER                       PIC X(02).
           05 SR-PRENUME                   PIC X(30).
       01 K-MAX-STUDENT                    PIC 9(03) VALUE 60.
       01 STUDENT-TABLE.
           05 STUDENT-ENTRY OCCURS 60 TIMES.
               10 ST-CNP                   PIC X(13).
               10 ST-NUME                  PIC X(30).
               10 ST-PRENUME               PIC X(30).
               10 ST-PAGE                  PIC 9(04).
       01 STUDENT-COUNT                    PIC 9(03) VALUE 0.
       01 WS-STUD-IDX                      PIC 9(03).
       01 WS-SORT-I                        PIC 9(03).
       01 WS-SORT-J                        PIC 9(03).
       01 WS-STUDENT-HOLD                  PIC X(77).

      *> ONE Extract_PROFESORI.txt ROW
       01 WS-PROF-ROW.
           05 PF-CNP                       PIC X(13).
           05 FILLER                       PIC X(02).
           05 PF-NUME                      PIC X(30).
           05 FILLER                       PIC X(02).
           05 PF-PRENUME                   PIC X(30).
       01 K-MAX-PROF                       PIC 9(03) VALUE 500.
       01 PROF-TABLE.
           05 PROF-ENTRY OCCURS 500 TIMES.
               10 PT-CNP                   PIC X(13).
               10 PT-NUME                  PIC X(30).
               10 PT-PRENUME               PIC X(30).
       01 PROF-COUNT                       PIC 9(03) VALUE 0.
       01 WS-PROF-IDX                      PIC 9(03).

      *> ONE Extract_PMC.txt ROW; THE CLASS'S ROWS ARE KEPT AS THEY
      *> ARE FOR THE COVER AND FOLDED TO DISTINCT SUBJECTS FOR THE
      *> STUDENT PAGES
       01 WS-PMC-ROW.
           05 PR-CNP                       PIC X(13).
           05 FILLER                       PIC X(02).
           05 PR-MATERIE                   PIC X(30).
           05 FILLER                       PIC X(02).
           05 PR-CLASA                     PIC X(04).
           05 FILLER                       PIC X(02).
           05 PR-GRUPA                     PIC X(10).
       01 K-MAX-TEACH                      PIC 9(03) VALUE 100.
       01 TEACH-TABLE.
           05 TEACH-ENTRY OCCURS 100 TIMES.
               10 TC-MATERIE               PIC X(30).
               10 TC-GRUPA                 PIC X(10).
               10 TC-PROF-CNP              PIC X(13).
       01 TEACH-COUNT                      PIC 9(03) VALUE 0.
       01 WS-TEACH-IDX                     PIC 9(03).
       01 K-MAX-PMC                        PIC 9(03) VALUE 60.
       01 PMC-TABLE.
           05 PMC-ENTRY OCCURS 60 TIMES.
               10 PMC-MATERIE              PIC X(30).
      *> Y = AT LEAST ONE ROW TEACHES IT TO THE WHOLE CLASS
               10 PMC-WHOLE-CLASS          PIC X(01).
                   88 PMC-FOR-WHOLE-CLASS   VALUE "Y".
       01 PMC-COUNT                        PIC 9(03) VALUE 0.
       01 WS-PMC-IDX                       PIC 9(03).

      *> THE CLASS'S GROUP MEMBERSHIPS
       01 K-MAX-GRP                        PIC 9(03) VALUE 500.
       01 GRP-TABLE.
           05 GRP-ENTRY OCCURS 500 TIMES.
               10 GR-CNP                   PIC X(13).
               10 GR-GRUPA                 PIC X(10).
       01 GRP-COUNT                        PIC 9(03) VALUE 0.
       01 WS-GRP-IDX                       PIC 9(03).
       01 WS-GRP-LINE                      PIC X(40).
       01 WS-GRP-CNP                       PIC X(13).
       01 WS-GRP-CLASA                     PIC X(04).
       01 WS-GRP-GRUPA                     PIC X(10).

      *> THE EXEMPTION REGISTRY
       01 K-MAX-SCUT                       PIC 9(03) VALUE 500.
       01 SCUT-TABLE.
           05 SCUT-ENTRY OCCURS 500 TIMES.
               10 SC-CNP                   PIC X(13).
               10 SC-MATERIE               PIC X(30).
               10 SC-FROM                  PIC X(08).
               10 SC-TO                    PIC X(08).
       01 SCUT-COUNT                       PIC 9(03) VALUE 0.
       01 WS-SCUT-IDX                      PIC 9(03).
       01 WS-SCUT-LINE                     PIC X(90).
       01 WS-SCUT-DOCREF                   PIC X(20).

      *> THE OLYMPIAD AND COMPETITION RESULTS OF THE SCHOOL YEAR
       01 WS-OLIMP-LINE                    PIC X(220).
       01 WS-OLIMP-FIELDS.
           05 OF-CNP                       PIC X(13).
           05 OF-AN                        PIC X(09).
           05 OF-TIP                       PIC X(01).
           05 OF-MATERIE                   PIC X(30).
           05 OF-FAZA                      PIC X(01).
           05 OF-PREMIU                    PIC X(01).
           05 OF-CONCURS                   PIC X(40).
       01 K-MAX-OLIMP                      PIC 9(03) VALUE 500.
       01 OLIMP-TABLE.
           05 OLIMP-ENTRY OCCURS 500 TIMES.
               10 OQ-CNP                   PIC X(13).
               10 OQ-MATERIE               PIC X(30).
               10 OQ-FAZA                  PIC X(01).
               10 OQ-PREMIU                PIC X(01).
               10 OQ-CONCURS               PIC X(40).
       01 OLIMP-COUNT                      PIC 9(03) VALUE 0.
       01 WS-OLIMP-IDX                     PIC 9(03).
       01 WS-OLIMP-SHOWN                   PIC 9(03).
       01 WS-OLIMP-FAZA-TEXT               PIC X(14).
       01 WS-OLIMP-PREMIU-TEXT             PIC X(14).

      *> ONE DirigintiRoster.txt LINE, THE COLUMNS DIRLOAD WRITES -
      *> EVERY DIRIGINTE THE CLASS HAD GOES ON THE COVER
       01 WS-ROSTER-LINE.
           05 RO-CLASA                     PIC X(04).
           05 FILLER                       PIC X(01).
           05 RO-CNP                       PIC X(13).
           05 FILLER                       PIC X(01).
           05 RO-NUME                      PIC X(30).
           05 FILLER                       PIC X(01).
           05 RO-PRENUME                   PIC X(30).
       01 K-MAX-DIRIG                      PIC 9(02) VALUE 5.
       01 DIRIG-TABLE.
           05 DIRIG-ENTRY OCCURS 5 TIMES.
               10 DG-NUME                  PIC X(30).
               10 DG-PRENUME               PIC X(30).
       01 DIRIG-COUNT                      PIC 9(02) VALUE 0.
       01 WS-DIRIG-IDX                     PIC 9(02).

      *> ONE Extract_NOTE.txt ROW; THE CLASS'S GRADES OF THE YEAR
      *> ARE HELD
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
       01 K-MAX-NOTE                       PIC 9(05) VALUE 12000.
       01 NOTE-TABLE.
           05 NOTE-ENTRY OCCURS 12000 TIMES.
               10 NT-CNP                   PIC X(13).
               10 NT-MATERIE               PIC X(30).
               10 NT-NOTA                  PIC X(02).
               10 NT-DATA                  PIC X(08).
               10 NT-TIP                   PIC X(01).
       01 NOTE-COUNT                       PIC 9(05) VALUE 0.
       01 WS-NOTE-IDX                      PIC 9(05).

      *> ONE Extract_ABSENTE.txt ROW (ONE HOUR); THE CLASS'S HOURS
      *> OF THE YEAR ARE COUNTED PER STUDENT, SUBJECT AND SEMESTER
       01 WS-ABS-ROW.
           05 AR-CNP                       PIC X(13).
           05 FILLER                       PIC X(02).
           05 AR-DATA                      PIC X(08).
           05 FILLER                       PIC X(02).
           05 AR-MATERIE                   PIC X(30).
           05 FILLER                       PIC X(02).
           05 AR-MOTIVAT                   PIC X(01).
       01 WS-ABS-DATE                      PIC 9(08).
       01 WS-ABS-SEM                       PIC 9(01).
       01 K-MAX-ABSUM                      PIC 9(04) VALUE 3000.
       01 ABSUM-TABLE.
           05 ABSUM-ENTRY OCCURS 3000 TIMES.
               10 AS-CNP                   PIC X(13).
               10 AS-MATERIE               PIC X(30).
               10 AS-SEM OCCURS 2 TIMES.
                   15 AS-MOT               PIC 9(04).
                   15 AS-NEMOT             PIC 9(04).
       01 ABSUM-COUNT                      PIC 9(04) VALUE 0.
       01 WS-ABSUM-IDX                     PIC 9(04).

      *> THE CLASS'S ResultsCSV ROWS. THE CSV CARRIES THE LEADING
      *> TWO CHARACTERS OF THE CLASA AND EVERY TEXT FIELD CUT AT
      *> ITS FIRST SPACE, SO THE STUDENT AND SUBJECT ARE MATCHED ON
      *> THEIR FIRST WORD
       01 WS-CSV-LINE                      PIC X(150).
       01 WS-CSV-ROW.
           05 CV-CLASS                     PIC X(02).
           05 CV-LAST                      PIC X(30).
           05 CV-FIRST                     PIC X(30).
           05 CV-SUBJECT                   PIC X(30).
           05 CV-SCORE-TXT                 PIC X(06).
           05 CV-STATUS                    PIC X(09).
           05 CV-MAX                       PIC X(04).
       01 K-MAX-CSV                        PIC 9(04) VALUE 2000.
       01 CSV-TABLE.
           05 CSV-ENTRY OCCURS 2000 TIMES.
               10 CT-LAST                  PIC X(30).
               10 CT-FIRST                 PIC X(30).
               10 CT-SUBJECT               PIC X(30).
               10 CT-SCORE                 PIC X(06).
               10 CT-STATUS                PIC X(09).
       01 CSV-COUNT                        PIC 9(04) VALUE 0.
       01 WS-CSV-IDX                       PIC 9(04).
       01 WS-WORD-LAST                     PIC X(30).
       01 WS-WORD-FIRST                    PIC X(30).
       01 WS-WORD-SUBJECT                  PIC X(30).
       01 WS-WORD-REST                     PIC X(30).
       01 WS-CSV-KEY                       PIC X(30).
       01 WS-CSV-SCORE                     PIC X(06).
       01 WS-CSV-STATUS-OUT                PIC X(09).
       01 WS-CSV-FOUND-SW                  PIC X(01).
           88 CSV-FOUND                     VALUE "Y".
           88 CSV-NOT-FOUND                 VALUE "N".

      *> THE SUBJECT ROWS OF THE STUDENT BEING PRINTED: THE CLASS'S
      *> SUBJECTS THEY TAKE, THEN ANY OTHER SUBJECT THEY HAVE GRADES
      *> OR ABSENCES IN
       01 K-MAX-ROW                        PIC 9(02) VALUE 40.
       01 ROW-TABLE.
           05 ROW-ENTRY OCCURS 40 TIMES.
               10 RW-MATERIE               PIC X(30).
       01 ROW-COUNT                        PIC 9(02) VALUE 0.
       01 WS-ROW-IDX                       PIC 9(02).
       01 WS-ROW-MATERIE                   PIC X(30).
       01 WS-PAIR-TAKEN-SW                 PIC X(01).
           88 PAIR-TAKEN                    VALUE "Y".
           88 PAIR-NOT-TAKEN                VALUE "N".

      *> ONE SUBJECT'S GRADES, IN DATE ORDER, SPLIT BY SEMESTER
       01 K-MAX-GRADE                      PIC 9(02) VALUE 80.
       01 GRADE-TABLE.
           05 GRADE-ENTRY OCCURS 80 TIMES.
               10 GE-DATA                  PIC X(08).
               10 GE-NOTA                  PIC X(02).
               10 GE-TIP                   PIC X(01).
       01 GRADE-COUNT                      PIC 9(02) VALUE 0.
       01 WS-GRADE-IDX                     PIC 9(02).
       01 WS-GRADE-HOLD                    PIC X(11).
       01 SEM-LIST-TABLE.
           05 SEM-LIST OCCURS 2 TIMES.
               10 SL-COUNT                 PIC 9(02).
               10 SL-GRADE OCCURS 80 TIMES PIC 9(02).
       01 WS-SEM                           PIC 9(01).
       01 WS-DATE-NUM                      PIC 9(08).

      *> THE SEMESTER AVERAGE, THE WAY THE AVERAGES RUN WORKS IT:
      *> THE ORAL MEAN, OR (3 X ORAL MEAN + TEZA) / 4 WITH A TEZA
       01 WS-NOTA-IN                       PIC X(02).
       01 WS-NOTA-NUM                      PIC 9(02).
       01 WS-NOTA-VALID-SW                 PIC X(01).
           88 NOTA-VALID                    VALUE "Y".
           88 NOTA-INVALID                  VALUE "N".
       01 SEM-AVG-TABLE.
           05 SEM-AVG-ENTRY OCCURS 2 TIMES.
               10 SA-ORAL-SUM              PIC 9(04).
               10 SA-ORAL-CNT              PIC 9(03).
               10 SA-TEZA-SUM              PIC 9(04).
               10 SA-TEZA-CNT              PIC 9(03).
               10 SA-AVG                   PIC 99V9(2).
               10 SA-PRESENT-SW            PIC X(01).
                   88 SA-PRESENT            VALUE "Y".
               10 SA-EXEMPT-SW             PIC X(01).
                   88 SA-EXEMPT             VALUE "Y".
       01 WS-ORAL-AVG                      PIC 99V9(2).
       01 WS-TEZA-AVG                      PIC 99V9(2).
       01 WS-ANNUAL-AVG                    PIC 99V9(2).
       01 WS-AVG-DISP                      PIC Z9.99.

      *> THE LEFT-HAND PAGE: ONE SUBJECT ROW, FOUR GRADES PER
      *> SEMESTER PER PRINTED LINE ("T" MARKS THE TEZA, "D" A
      *> DIFFERENCE EXAM)
       01 CAT-GRADE-LINE.
           05 CG-MATERIE                   PIC X(22).
           05 CG-SEM1.
               10 CG-SEM1-TOK OCCURS 4 TIMES PIC X(10).
           05 CG-MED1                      PIC X(06).
           05 FILLER                       PIC X(02).
           05 CG-SEM2.
               10 CG-SEM2-TOK OCCURS 4 TIMES PIC X(10).
           05 CG-MED2                      PIC X(06).
           05 FILLER                       PIC X(02).
           05 CG-ANUAL                     PIC X(06).
       01 WS-TOKEN.
           05 TK-TIP                       PIC X(01).
           05 TK-NOTA                      PIC X(02).
           05 FILLER                       PIC X(01) VALUE "/".
           05 TK-DD                        PIC X(02).
           05 FILLER                       PIC X(01) VALUE ".".
           05 TK-MM                        PIC X(02).
           05 FILLER                       PIC X(01) VALUE SPACE.
       01 WS-PRINT-LINES                   PIC 9(02).
       01 WS-PRINT-IDX                     PIC 9(02).
       01 WS-TOK-IDX                       PIC 9(02).
       01 WS-TOK-FROM                      PIC 9(02).
       01 WS-TOK-POS                       PIC 9(02).

      *> THE RIGHT-HAND PAGE: ONE SUBJECT'S ABSENCES
       01 CAT-ABS-LINE.
           05 CA-MATERIE                   PIC X(22).
           05 FILLER                       PIC X(02).
           05 CA-S1-MOT                    PIC ZZZ9.
           05 FILLER                       PIC X(05).
           05 CA-S1-NEMOT                  PIC ZZZ9.
           05 FILLER                       PIC X(09).
           05 CA-S2-MOT                    PIC ZZZ9.
           05 FILLER                       PIC X(05).
           05 CA-S2-NEMOT                  PIC ZZZ9.
           05 FILLER                       PIC X(09).
           05 CA-AN-MOT                    PIC ZZZ9.
           05 FILLER                       PIC X(05).
           05 CA-AN-NEMOT                  PIC ZZZ9.
           05 FILLER                       PIC X(03).
           05 CA-AN-TOTAL                  PIC ZZZ9.
       01 ROW-ABS-TABLE.
           05 ROW-ABS OCCURS 2 TIMES.
               10 RA-MOT                   PIC 9(04).
               10 RA-NEMOT                 PIC 9(04).
       01 STU-ABS-TABLE.
           05 STU-ABS OCCURS 2 TIMES.
               10 SB-MOT                   PIC 9(04).
               10 SB-NEMOT                 PIC 9(04).
       01 WS-ABS-TOTAL                     PIC 9(05).

      *> PAGINATION: EVERY PAGE IS FILLED OUT TO K-PAGE-LINES SO THE
      *> PRINTED SHEETS LINE UP, AND CARRIES THE CLASS, THE YEAR, ITS
      *> TITLE AND ITS NUMBER. THE FIRST PASS ONLY COUNTS
       01 K-PAGE-LINES                     PIC 9(02) VALUE 60.
       01 WS-LINE-COUNT                    PIC 9(02) VALUE 99.
       01 WS-PAGE-NO                       PIC 9(04) VALUE 0.
       01 WS-PAGE-DISP                     PIC ZZZ9.
       01 WS-TOTAL-PAGES                   PIC 9(04) VALUE 0.
       01 WS-PAGE-HALF                     PIC 9(04).
       01 WS-PAGE-ODD                      PIC 9(01).
       01 WS-PAGE-TITLE                    PIC X(60).
       01 WS-PASS-SW                       PIC X(01) VALUE "C".
           88 PASS-COUNT                    VALUE "C".
           88 PASS-PRINT                    VALUE "P".

       01 WS-LINE                          PIC X(130).
       01 WS-NUM-DISP                      PIC ZZZ9.
       01 WS-NR-DISP                       PIC Z9.
       01 WS-NAME-LINE                     PIC X(61).
       01 WS-OUT-NAME                      PIC X(40).
       01 WS-PRINT-DATE.
           05 WS-PD-DD                     PIC 9(02).
           05 FILLER                       PIC X(01) VALUE ".".
           05 WS-PD-MM                     PIC 9(02).
           05 FILLER                       PIC X(01) VALUE ".".
           05 WS-PD-YYYY                   PIC 9(04).
       01 WS-FOUND-SW                      PIC X(01).
           88 ENTRY-FOUND                   VALUE "Y".
           88 ENTRY-NOT-FOUND               VALUE "N".

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".
       COPY TRAINENV-INT.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       S0  SECTION.
       S0A.
           DISPLAY "CATALOGUL CLASEI - YEAR-END PRINT"
           PERFORM A0-ASK-RUN

           PERFORM A1-LOAD-STUDENTS
           IF STUDENT-COUNT = 0
               DISPLAY "NO STUDENTS IN CLASA " WS-CLASA
                   " - NOTHING TO PRINT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM A2-SORT-STUDENTS
           PERFORM A3-LOAD-PROFESORI
           PERFORM A4-LOAD-PMC
           PERFORM A5-LOAD-GROUPS
           PERFORM A6-LOAD-EXEMPTIONS
           PERFORM A7-LOAD-ROSTER
           PERFORM A8-LOAD-NOTE
           PERFORM A9-LOAD-ABSENCES
           PERFORM B1-LOAD-CSV
           PERFORM B2-LOAD-OLIMPIADE

      *> LAID OUT TWICE: THE FIRST PASS FIXES EVERY STUDENT'S PAGE
      *> AND THE PAGE TOTAL THE COVER QUOTES, THE SECOND PRINTS
           SET PASS-COUNT                  TO TRUE
           PERFORM C0-COMPOSE
           MOVE WS-PAGE-NO                 TO WS-TOTAL-PAGES

           OPEN OUTPUT CATALOG-OUT
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO CATALOG-FD
               WRITE CATALOG-FD
           END-IF
           SET PASS-PRINT                  TO TRUE
           PERFORM C0-COMPOSE
           CLOSE CATALOG-OUT

           PERFORM Z0
           MOVE 0 TO RETURN-CODE
           .
       S0Z.
           STOP RUN.

      *> THE CLASA AND SCHOOL YEAR ARE REQUIRED; THE SEMESTER II
      *> START DEFAULTS TO 1 FEBRUARY OF THE SECOND YEAR
       A0-ASK-RUN SECTION.
       A0-ASK-RUNA.
           DISPLAY "CLASA (E.G. 10A): " WITH NO ADVANCING
           ACCEPT WS-CLASA
           DISPLAY "SCHOOL YEAR (E.G. 2025/2026): " WITH NO ADVANCING
           ACCEPT WS-AN-SCOLAR
           IF WS-CLASA = SPACE
               DISPLAY "NO CLASA GIVEN - CATALOG NOT PRINTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-AN-Y1 NOT NUMERIC OR WS-AN-Y2 NOT NUMERIC
           OR WS-AN-SEP NOT = "/"
               DISPLAY "SCHOOL YEAR MUST READ YYYY/YYYY - CATALOG NOT "
                   "PRINTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-YEAR-START = WS-AN-Y1 * 10000 + 0901
           COMPUTE WS-YEAR-END   = WS-AN-Y2 * 10000 + 0831

           COMPUTE WS-SEM2-START = WS-AN-Y2 * 10000
                                 + K-SEM2-DEFAULT-MMDD
           MOVE WS-SEM2-DD                 TO WS-PD-DD
           MOVE WS-SEM2-MM                 TO WS-PD-MM
           MOVE WS-SEM2-YYYY               TO WS-PD-YYYY
           DISPLAY "SEMESTER II STARTS (YYYYMMDD, BLANK = "
               WS-PRINT-DATE "): " WITH NO ADVANCING
           ACCEPT WS-SEM2-IN
           IF WS-SEM2-IN NOT = SPACE
               IF WS-SEM2-IN NUMERIC
               AND WS-SEM2-IN > WS-YEAR-START
               AND WS-SEM2-IN < WS-YEAR-END
                   MOVE WS-SEM2-IN         TO WS-SEM2-START
               ELSE
                   DISPLAY "NOT A DATE INSIDE THE SCHOOL YEAR - "
                       "KEEPING " WS-PRINT-DATE
               END-IF
           END-IF
           MOVE WS-SEM2-DD                 TO WS-PD-DD
           MOVE WS-SEM2-MM                 TO WS-PD-MM
           MOVE WS-SEM2-YYYY               TO WS-PD-YYYY
           DISPLAY "CLASA " WS-CLASA " " WS-AN-SCOLAR
               " - SEMESTER II FROM " WS-PRINT-DATE
           .
       A0-ASK-RUNZ.
           EXIT.

       A1-LOAD-STUDENTS SECTION.
       A1-LOAD-STUDENTSA.
           OPEN INPUT STUD-EXTRACT
           IF WS-STUD-EXT-STATUS NOT = "00"
               DISPLAY "Extract_STUDENTI.txt NOT FOUND - RUN "
                   "TBLEXTRACT FIRST"
               GO TO A1-LOAD-STUDENTSZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-STUD-ROW
               READ STUD-EXTRACT INTO WS-STUD-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-STUD-ROW(1:8) = "EXTRACT "
                       DISPLAY "READING SNAPSHOT: " WS-STUD-ROW(1:50)
                   ELSE
                   IF SR-CNP > SPACE
                   AND SR-CLASA = WS-CLASA
                       IF STUDENT-COUNT < K-MAX-STUDENT
                           ADD 1           TO STUDENT-COUNT
                           MOVE SR-CNP     TO ST-CNP(STUDENT-COUNT)
                           MOVE SR-NUME    TO ST-NUME(STUDENT-COUNT)
                           MOVE SR-PRENUME TO
                                           ST-PRENUME(STUDENT-COUNT)
                           MOVE 0          TO ST-PAGE(STUDENT-COUNT)
                       ELSE
                           DISPLAY "CLASS LONGER THAN " K-MAX-STUDENT
                               " - SKIPPED " SR-CNP
                       END-IF
                   END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE STUD-EXTRACT
           DISPLAY "STUDENTS IN THE CLASS: " STUDENT-COUNT
           .
       A1-LOAD-STUDENTSZ.
           EXIT.

      *> THE CATALOG LISTS THE CLASS ALPHABETICALLY
       A2-SORT-STUDENTS SECTION.
       A2-SORT-STUDENTSA.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= STUDENT-COUNT
               COMPUTE WS-SORT-J = WS-SORT-I + 1
               PERFORM VARYING WS-SORT-J FROM WS-SORT-J BY 1
                       UNTIL WS-SORT-J > STUDENT-COUNT
                   IF ST-NUME(WS-SORT-J) < ST-NUME(WS-SORT-I)
                   OR (ST-NUME(WS-SORT-J) = ST-NUME(WS-SORT-I)
                   AND ST-PRENUME(WS-SORT-J) < ST-PRENUME(WS-SORT-I))
                       MOVE STUDENT-ENTRY(WS-SORT-I)
                                           TO WS-STUDENT-HOLD
                       MOVE STUDENT-ENTRY(WS-SORT-J)
                                           TO STUDENT-ENTRY(WS-SORT-I)
                       MOVE WS-STUDENT-HOLD
                                           TO STUDENT-ENTRY(WS-SORT-J)
                   END-IF
               END-PERFORM
           END-PERFORM
           .
       A2-SORT-STUDENTSZ.
           EXIT.

       A3-LOAD-PROFESORI SECTION.
       A3-LOAD-PROFESORIA.
           OPEN INPUT PROF-EXTRACT
           IF WS-PROF-EXT-STATUS NOT = "00"
               DISPLAY "Extract_PROFESORI.txt NOT FOUND - THE COVER "
                   "LISTS PROFESSORS BY CNP"
               GO TO A3-LOAD-PROFESORIZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-PROF-ROW
               READ PROF-EXTRACT INTO WS-PROF-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-PROF-ROW(1:8) NOT = "EXTRACT "
                   AND PF-CNP > SPACE
                   AND PROF-COUNT < K-MAX-PROF
                       ADD 1               TO PROF-COUNT
                       MOVE PF-CNP         TO PT-CNP(PROF-COUNT)
                       MOVE PF-NUME        TO PT-NUME(PROF-COUNT)
                       MOVE PF-PRENUME     TO PT-PRENUME(PROF-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PROF-EXTRACT
           DISPLAY "PROFESSORS LOADED: " PROF-COUNT
           .
       A3-LOAD-PROFESORIZ.
           EXIT.

      *> THE CLASS'S ROWS: KEPT WHOLE FOR THE COVER, FOLDED TO THE
      *> DISTINCT SUBJECTS FOR THE STUDENT PAGES
       A4-LOAD-PMC SECTION.
       A4-LOAD-PMCA.
           OPEN INPUT PMC-EXTRACT
           IF WS-PMC-EXT-STATUS NOT = "00"
               DISPLAY "Extract_PMC.txt NOT FOUND - RUN TBLEXTRACT "
                   "FIRST"
               GO TO A4-LOAD-PMCZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-PMC-ROW
               READ PMC-EXTRACT INTO WS-PMC-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-PMC-ROW(1:8) NOT = "EXTRACT "
                   AND PR-CLASA = WS-CLASA
                       PERFORM A4-FOLD-IN-ROW
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PMC-EXTRACT
           DISPLAY "SUBJECTS TAUGHT TO THE CLASS: " PMC-COUNT
           .
       A4-LOAD-PMCZ.
           EXIT.

       A4-FOLD-IN-ROW SECTION.
       A4-FOLD-IN-ROWA.
           IF TEACH-COUNT < K-MAX-TEACH
               ADD 1                       TO TEACH-COUNT
               MOVE PR-MATERIE             TO TC-MATERIE(TEACH-COUNT)
               MOVE PR-GRUPA               TO TC-GRUPA(TEACH-COUNT)
               MOVE PR-CNP                 TO TC-PROF-CNP(TEACH-COUNT)
           END-IF

           PERFORM VARYING WS-PMC-IDX FROM 1 BY 1
                   UNTIL WS-PMC-IDX > PMC-COUNT
               IF PMC-MATERIE(WS-PMC-IDX) = PR-MATERIE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PMC-IDX > PMC-COUNT
               IF PMC-COUNT >= K-MAX-PMC
                   GO TO A4-FOLD-IN-ROWZ
               END-IF
               ADD 1                       TO PMC-COUNT
               MOVE PMC-COUNT              TO WS-PMC-IDX
               MOVE PR-MATERIE             TO PMC-MATERIE(WS-PMC-IDX)
               MOVE "N"                TO PMC-WHOLE-CLASS(WS-PMC-IDX)
           END-IF
           IF PR-GRUPA = SPACE
               MOVE "Y"                TO PMC-WHOLE-CLASS(WS-PMC-IDX)
           END-IF
           .
       A4-FOLD-IN-ROWZ.
           EXIT.

      *> WHO IN THE CLASS IS IN WHICH GROUP
       A5-LOAD-GROUPS SECTION.
       A5-LOAD-GROUPSA.
           OPEN INPUT GRUPE-FILE
           IF WS-GRUPE-STATUS NOT = "00"
               DISPLAY "NO SubjectGroups.txt - NO GROUP MEMBERSHIPS "
                   "(RUN GRUPMAINT)"
               GO TO A5-LOAD-GROUPSZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-GRP-LINE
               READ GRUPE-FILE INTO WS-GRP-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   MOVE SPACE              TO WS-GRP-CNP WS-GRP-CLASA
                                              WS-GRP-GRUPA
                   UNSTRING WS-GRP-LINE DELIMITED BY ";" INTO
                       WS-GRP-CNP WS-GRP-CLASA WS-GRP-GRUPA
                   END-UNSTRING
                   IF WS-GRP-CLASA = WS-CLASA
                   AND GRP-COUNT < K-MAX-GRP
                       ADD 1               TO GRP-COUNT
                       MOVE WS-GRP-CNP     TO GR-CNP(GRP-COUNT)
                       MOVE WS-GRP-GRUPA   TO GR-GRUPA(GRP-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE GRUPE-FILE
           DISPLAY "GROUP MEMBERSHIPS IN THE CLASS: " GRP-COUNT
           .
       A5-LOAD-GROUPSZ.
           EXIT.

       A6-LOAD-EXEMPTIONS SECTION.
       A6-LOAD-EXEMPTIONSA.
           OPEN INPUT SCUTIRI-FILE
           IF WS-SCUTIRI-STATUS NOT = "00"
               DISPLAY "NO Exemptions.txt - NO EXEMPT SUBJECTS "
                   "(RUN SCUTMAINT)"
               GO TO A6-LOAD-EXEMPTIONSZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-SCUT-LINE
               READ SCUTIRI-FILE INTO WS-SCUT-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-SCUT-LINE > SPACE
                   AND SCUT-COUNT < K-MAX-SCUT
                       ADD 1               TO SCUT-COUNT
                       MOVE SPACE          TO WS-SCUT-DOCREF
                       UNSTRING WS-SCUT-LINE DELIMITED BY ";" INTO
                           SC-CNP(SCUT-COUNT)
                           SC-MATERIE(SCUT-COUNT)
                           WS-SCUT-DOCREF
                           SC-FROM(SCUT-COUNT)
                           SC-TO(SCUT-COUNT)
                       END-UNSTRING
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SCUTIRI-FILE
           DISPLAY "EXEMPTIONS ON FILE: " SCUT-COUNT
           .
       A6-LOAD-EXEMPTIONSZ.
           EXIT.

      *> THE ROSTER LIVES IN THE SECRETARIAT - STAGED FRESH EVERY
      *> RUN. WITHOUT IT THE COVER LEAVES THE DIRIGINTE TO BE
      *> WRITTEN IN BY HAND
       A7-LOAD-ROSTER SECTION.
       A7-LOAD-ROSTERA.
           MOVE SPACE                      TO WS-COPY-COMMAND
           STRING "cp '../Assign 12 Secretariat FLOARE EMIL/"
                  "DirigintiRoster.txt' 'DirigintiRosterCopy.txt'"
                  DELIMITED BY SIZE
           INTO WS-COPY-COMMAND
           CALL "SYSTEM" USING WS-COPY-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "NO DirigintiRoster.txt - RUN DIRLOAD TO NAME "
                   "THE DIRIGINTE ON THE COVER"
               GO TO A7-LOAD-ROSTERZ
           END-IF

           OPEN INPUT DIRIGINTI-ROSTER
           IF WS-ROSTER-STATUS NOT = "00"
               GO TO A7-LOAD-ROSTERZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-ROSTER-LINE
               READ DIRIGINTI-ROSTER INTO WS-ROSTER-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF RO-CLASA = WS-CLASA
                   AND DIRIG-COUNT < K-MAX-DIRIG
                       ADD 1               TO DIRIG-COUNT
                       MOVE RO-NUME        TO DG-NUME(DIRIG-COUNT)
                       MOVE RO-PRENUME     TO DG-PRENUME(DIRIG-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE DIRIGINTI-ROSTER
           DISPLAY "DIRIGINTI OF THE CLASS: " DIRIG-COUNT
           .
       A7-LOAD-ROSTERZ.
           EXIT.

      *> THE CLASS'S GRADES OF THE SCHOOL YEAR
       A8-LOAD-NOTE SECTION.
       A8-LOAD-NOTEA.
           OPEN INPUT NOTE-EXTRACT
           IF WS-NOTE-EXT-STATUS NOT = "00"
               DISPLAY "Extract_NOTE.txt NOT FOUND - RUN TBLEXTRACT "
                   "FIRST"
               GO TO A8-LOAD-NOTEZ
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
                       MOVE NR-CNP         TO WS-GRP-CNP
                       PERFORM K0-FIND-STUDENT
                       IF ENTRY-FOUND
                           PERFORM A8-KEEP-GRADE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE NOTE-EXTRACT
           DISPLAY "GRADES OF THE CLASS IN " WS-AN-SCOLAR ": "
               NOTE-COUNT
           .
       A8-LOAD-NOTEZ.
           EXIT.

       A8-KEEP-GRADE SECTION.
       A8-KEEP-GRADEA.
           IF NOTE-COUNT >= K-MAX-NOTE
               DISPLAY "TOO MANY GRADES, TRUNCATED AT " K-MAX-NOTE
               GO TO A8-KEEP-GRADEZ
           END-IF
           ADD 1                           TO NOTE-COUNT
           MOVE NR-CNP                     TO NT-CNP(NOTE-COUNT)
           MOVE NR-MATERIE                 TO NT-MATERIE(NOTE-COUNT)
           MOVE NR-NOTA                    TO NT-NOTA(NOTE-COUNT)
           MOVE NR-DATA                    TO NT-DATA(NOTE-COUNT)
           MOVE NR-TIP                     TO NT-TIP(NOTE-COUNT)
           .
       A8-KEEP-GRADEZ.
           EXIT.

      *> EVERY ABSENT HOUR OF THE CLASS IN THE SCHOOL YEAR, COUNTED
      *> PER STUDENT, SUBJECT AND SEMESTER ("M" = MOTIVATED)
       A9-LOAD-ABSENCES SECTION.
       A9-LOAD-ABSENCESA.
           OPEN INPUT ABS-EXTRACT
           IF WS-ABS-EXT-STATUS NOT = "00"
               DISPLAY "Extract_ABSENTE.txt NOT FOUND - RUN "
                   "TBLEXTRACT FIRST"
               GO TO A9-LOAD-ABSENCESZ
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
                   AND AR-DATA NUMERIC
                       MOVE AR-DATA        TO WS-ABS-DATE
                       IF WS-ABS-DATE NOT < WS-YEAR-START
                       AND WS-ABS-DATE NOT > WS-YEAR-END
                           MOVE AR-CNP     TO WS-GRP-CNP
                           PERFORM K0-FIND-STUDENT
                           IF ENTRY-FOUND
                               PERFORM A9-COUNT-HOUR
                           END-IF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ABS-EXTRACT
           DISPLAY "STUDENT/SUBJECT ABSENCE COUNTS: " ABSUM-COUNT
           .
       A9-LOAD-ABSENCESZ.
           EXIT.

       A9-COUNT-HOUR SECTION.
       A9-COUNT-HOURA.
           IF WS-ABS-DATE < WS-SEM2-START
               MOVE 1                      TO WS-ABS-SEM
           ELSE
               MOVE 2                      TO WS-ABS-SEM
           END-IF
           PERFORM VARYING WS-ABSUM-IDX FROM 1 BY 1
                   UNTIL WS-ABSUM-IDX > ABSUM-COUNT
               IF AS-CNP(WS-ABSUM-IDX) = AR-CNP
               AND AS-MATERIE(WS-ABSUM-IDX) = AR-MATERIE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ABSUM-IDX > ABSUM-COUNT
               IF ABSUM-COUNT >= K-MAX-ABSUM
                   DISPLAY "TOO MANY ABSENCE PAIRS, TRUNCATED AT "
                       K-MAX-ABSUM
                   GO TO A9-COUNT-HOURZ
               END-IF
               ADD 1                       TO ABSUM-COUNT
               MOVE ABSUM-COUNT            TO WS-ABSUM-IDX
               MOVE AR-CNP                 TO AS-CNP(WS-ABSUM-IDX)
               MOVE AR-MATERIE             TO AS-MATERIE(WS-ABSUM-IDX)
               MOVE 0 TO AS-MOT(WS-ABSUM-IDX 1)
                         AS-NEMOT(WS-ABSUM-IDX 1)
                         AS-MOT(WS-ABSUM-IDX 2)
                         AS-NEMOT(WS-ABSUM-IDX 2)
           END-IF
           IF AR-MOTIVAT = "M"
               ADD 1 TO AS-MOT(WS-ABSUM-IDX WS-ABS-SEM)
           ELSE
               ADD 1 TO AS-NEMOT(WS-ABSUM-IDX WS-ABS-SEM)
           END-IF
           .
       A9-COUNT-HOURZ.
           EXIT.

      *> THE CLASS'S ROWS OF THE YEAR-END AVERAGES RUN
       B1-LOAD-CSV SECTION.
       B1-LOAD-CSVA.
           OPEN INPUT RESULTS-CSV
           IF WS-CSV-STATUS NOT = "00"
               DISPLAY "ResultsCSV.txt NOT FOUND - ANNUAL AVERAGES "
                   "WORKED OUT FROM THE GRADES, CONDUCT FROM PURTARE"
               GO TO B1-LOAD-CSVZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-CSV-LINE
               READ RESULTS-CSV INTO WS-CSV-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-CSV-LINE(1:6) NOT = "CLASS,"
                   AND WS-CSV-LINE > SPACE
                       PERFORM B1-KEEP-CSV-ROW
                   END-IF
               END-READ
           END-PERFORM
           CLOSE RESULTS-CSV
           DISPLAY "AVERAGES-RUN ROWS FOR THE CLASS: " CSV-COUNT
           .
       B1-LOAD-CSVZ.
           EXIT.

       B1-KEEP-CSV-ROW SECTION.
       B1-KEEP-CSV-ROWA.
           MOVE SPACE                      TO WS-CSV-ROW
           UNSTRING WS-CSV-LINE DELIMITED BY "," INTO
               CV-CLASS CV-LAST CV-FIRST CV-SUBJECT
               CV-SCORE-TXT CV-STATUS CV-MAX
           END-UNSTRING
           IF CV-CLASS NOT = WS-CLASA(1:2)
           OR CSV-COUNT >= K-MAX-CSV
               GO TO B1-KEEP-CSV-ROWZ
           END-IF
           ADD 1                           TO CSV-COUNT
           MOVE CV-LAST                    TO CT-LAST(CSV-COUNT)
           MOVE CV-FIRST                   TO CT-FIRST(CSV-COUNT)
           MOVE CV-SUBJECT                 TO CT-SUBJECT(CSV-COUNT)
           MOVE CV-SCORE-TXT               TO CT-SCORE(CSV-COUNT)
           MOVE CV-STATUS                  TO CT-STATUS(CSV-COUNT)
           .
       B1-KEEP-CSV-ROWZ.
           EXIT.

      *> THE REGISTRY'S LINES FOR THE CATALOG'S SCHOOL YEAR; WHOSE
      *> PAGE EACH ONE GOES ON IS SETTLED WHEN THE PAGE IS LAID OUT
       B2-LOAD-OLIMPIADE SECTION.
       B2-LOAD-OLIMPIADEA.
           OPEN INPUT OLIMP-FILE
           IF WS-OLIMP-STATUS NOT = "00"
               GO TO B2-LOAD-OLIMPIADEZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-OLIMP-LINE
               READ OLIMP-FILE INTO WS-OLIMP-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   MOVE SPACE              TO WS-OLIMP-FIELDS
                   UNSTRING WS-OLIMP-LINE DELIMITED BY ";" INTO
                       OF-CNP OF-AN OF-TIP OF-MATERIE OF-FAZA
                       OF-PREMIU OF-CONCURS
                   END-UNSTRING
                   IF OF-AN = WS-AN-SCOLAR
                   AND OLIMP-COUNT < K-MAX-OLIMP
                       ADD 1               TO OLIMP-COUNT
                       MOVE OF-CNP         TO OQ-CNP(OLIMP-COUNT)
                       MOVE OF-MATERIE     TO OQ-MATERIE(OLIMP-COUNT)
                       MOVE OF-FAZA        TO OQ-FAZA(OLIMP-COUNT)
                       MOVE OF-PREMIU      TO OQ-PREMIU(OLIMP-COUNT)
                       MOVE OF-CONCURS     TO OQ-CONCURS(OLIMP-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE OLIMP-FILE
           DISPLAY "OLYMPIAD RESULTS FOR THE YEAR: " OLIMP-COUNT
           .
       B2-LOAD-OLIMPIADEZ.
           EXIT.

      *> ONE PASS OVER THE WHOLE CATALOG: THE COVER, THEN EVERY
      *> STUDENT'S DOUBLE PAGE OPENING ON AN EVEN (LEFT-HAND) PAGE
       C0-COMPOSE SECTION.
       C0-COMPOSEA.
           MOVE 0                          TO WS-PAGE-NO
           MOVE 99                         TO WS-LINE-COUNT
           PERFORM D0-COVER
           PERFORM VARYING WS-STUD-IDX FROM 1 BY 1
                   UNTIL WS-STUD-IDX > STUDENT-COUNT
               DIVIDE WS-PAGE-NO BY 2 GIVING WS-PAGE-HALF
                   REMAINDER WS-PAGE-ODD
               IF WS-PAGE-ODD = 0
                   MOVE "PAGINA LASATA LIBERA" TO WS-PAGE-TITLE
                   PERFORM P1-NEW-PAGE
               END-IF
               IF PASS-COUNT
                   COMPUTE ST-PAGE(WS-STUD-IDX) = WS-PAGE-NO + 1
               END-IF
               PERFORM E0-LEFT-PAGE
               PERFORM F0-RIGHT-PAGE
           END-PERFORM
           PERFORM P2-CLOSE-PAGE
           .
       C0-COMPOSEZ.
           EXIT.

      *> THE COVER: CLASS AND YEAR, THE DIRIGINTI, THE SUBJECTS WITH
      *> THEIR PROFESSORS, THE STUDENTS WITH THEIR PAGES, AND THE
      *> PAGE COUNT THE BINDING IS CERTIFIED AGAINST
       D0-COVER SECTION.
       D0-COVERA.
           MOVE "COPERTA"                  TO WS-PAGE-TITLE
           PERFORM P1-NEW-PAGE
           MOVE SPACE                      TO WS-LINE
           STRING "CATALOGUL CLASEI " WS-CLASA DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM P0-WRITE-LINE
           STRING "ANUL SCOLAR " WS-AN-SCOLAR DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM P0-WRITE-LINE
           STRING "SEMESTRUL AL II-LEA INCEPE LA " WS-PRINT-DATE
                  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM P0-WRITE-LINE
           PERFORM P0-WRITE-LINE

           IF DIRIG-COUNT = 0
               MOVE "DIRIGINTE: ______________________________"
                                           TO WS-LINE
               PERFORM P0-WRITE-LINE
           END-IF
           PERFORM VARYING WS-DIRIG-IDX FROM 1 BY 1
                   UNTIL WS-DIRIG-IDX > DIRIG-COUNT
               STRING "DIRIGINTE: " DELIMITED BY SIZE
                      DG-NUME(WS-DIRIG-IDX) DELIMITED BY "  "
                      " " DELIMITED BY SIZE
                      DG-PRENUME(WS-DIRIG-IDX) DELIMITED BY "  "
               INTO WS-LINE
               PERFORM P0-WRITE-LINE
           END-PERFORM
           PERFORM P0-WRITE-LINE

           MOVE "MATERII SI PROFESORI"     TO WS-LINE
           PERFORM P0-WRITE-LINE
           MOVE "MATERIA                         PROFESORUL"
                                           TO WS-LINE
           MOVE "GRUPA"                    TO WS-LINE(95:5)
           PERFORM P0-WRITE-LINE
           PERFORM VARYING WS-TEACH-IDX FROM 1 BY 1
                   UNTIL WS-TEACH-IDX > TEACH-COUNT
               PERFORM D1-TEACHER-LINE
           END-PERFORM
           PERFORM P0-WRITE-LINE

           MOVE "ELEVII CLASEI"            TO WS-LINE
           PERFORM P0-WRITE-LINE
           MOVE "NR. NUMELE SI PRENUMELE"  TO WS-LINE
           MOVE "CNP"                      TO WS-LINE(67:3)
           MOVE "PAGINA"                   TO WS-LINE(83:6)
           PERFORM P0-WRITE-LINE
           PERFORM VARYING WS-STUD-IDX FROM 1 BY 1
                   UNTIL WS-STUD-IDX > STUDENT-COUNT
               MOVE WS-STUD-IDX            TO WS-NR-DISP
               PERFORM K4-STUDENT-NAME
               MOVE ST-PAGE(WS-STUD-IDX)   TO WS-NUM-DISP
               STRING WS-NR-DISP ". " WS-NAME-LINE
                      DELIMITED BY SIZE
               INTO WS-LINE
               MOVE ST-CNP(WS-STUD-IDX)    TO WS-LINE(67:13)
               MOVE WS-NUM-DISP            TO WS-LINE(85:4)
               PERFORM P0-WRITE-LINE
           END-PERFORM
           PERFORM P0-WRITE-LINE

           MOVE WS-TOTAL-PAGES             TO WS-NUM-DISP
           STRING "PREZENTUL CATALOG CONTINE " WS-NUM-DISP
                  " PAGINI NUMEROTATE, DE LA 1 LA " WS-NUM-DISP
                  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM P0-WRITE-LINE
           PERFORM P0-WRITE-LINE
           MOVE "DIRECTOR: ____________________      SECRETAR: "
                                           TO WS-LINE
           MOVE "____________________"     TO WS-LINE(48:20)
           PERFORM P0-WRITE-LINE
           .
       D0-COVERZ.
           EXIT.

       D1-TEACHER-LINE SECTION.
       D1-TEACHER-LINEA.
           MOVE TC-MATERIE(WS-TEACH-IDX)   TO WS-LINE(1:30)
           MOVE TC-PROF-CNP(WS-TEACH-IDX)  TO WS-LINE(33:13)
           PERFORM VARYING WS-PROF-IDX FROM 1 BY 1
                   UNTIL WS-PROF-IDX > PROF-COUNT
               IF PT-CNP(WS-PROF-IDX) = TC-PROF-CNP(WS-TEACH-IDX)
                   MOVE SPACE              TO WS-LINE(33:61)
                   STRING PT-NUME(WS-PROF-IDX) DELIMITED BY "  "
                          " " DELIMITED BY SIZE
                          PT-PRENUME(WS-PROF-IDX) DELIMITED BY "  "
                   INTO WS-LINE(33:61)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF TC-GRUPA(WS-TEACH-IDX) = SPACE
               MOVE "TOATA CLASA"          TO WS-LINE(95:11)
           ELSE
               MOVE TC-GRUPA(WS-TEACH-IDX) TO WS-LINE(95:10)
           END-IF
           PERFORM P0-WRITE-LINE
           .
       D1-TEACHER-LINEZ.
           EXIT.

      *> THE LEFT-HAND PAGE: THE GRADES AND AVERAGES, ONE ROW PER
      *> SUBJECT
       E0-LEFT-PAGE SECTION.
       E0-LEFT-PAGEA.
           PERFORM K4-STUDENT-NAME
           MOVE WS-NAME-LINE               TO WS-PAGE-TITLE
           PERFORM P1-NEW-PAGE
           PERFORM K5-STUDENT-HEAD
           MOVE "SITUATIA LA INVATATURA"   TO WS-LINE
           PERFORM P0-WRITE-LINE
           PERFORM P0-WRITE-LINE
           MOVE SPACE                      TO CAT-GRADE-LINE
           MOVE "MATERIA"                  TO CG-MATERIE
           MOVE "SEMESTRUL I - NOTE"       TO CG-SEM1
           MOVE "MED.I"                    TO CG-MED1
           MOVE "SEMESTRUL II - NOTE"      TO CG-SEM2
           MOVE "MED.II"                   TO CG-MED2
           MOVE "ANUALA"                   TO CG-ANUAL
           MOVE CAT-GRADE-LINE             TO WS-LINE
           PERFORM P0-WRITE-LINE
           MOVE ALL "-"                    TO WS-LINE(1:124)
           PERFORM P0-WRITE-LINE

           PERFORM K1-BUILD-ROWS
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > ROW-COUNT
               MOVE RW-MATERIE(WS-ROW-IDX) TO WS-ROW-MATERIE
               PERFORM E1-SUBJECT-ROW
           END-PERFORM
           IF ROW-COUNT = 0
               MOVE "NICIO MATERIE CU NOTE IN ANUL SCOLAR"
                                           TO WS-LINE
               PERFORM P0-WRITE-LINE
           END-IF
           MOVE ALL "-"                    TO WS-LINE(1:124)
           PERFORM P0-WRITE-LINE
           MOVE "T = TEZA   D = EXAMEN DE DIFERENTA   "
                                           TO WS-LINE
           MOVE "NOTA/ZI.LUNA"             TO WS-LINE(39:12)
           PERFORM P0-WRITE-LINE
           .
       E0-LEFT-PAGEZ.
           EXIT.

      *> ONE SUBJECT: ITS GRADES IN DATE ORDER, FOUR PER SEMESTER PER
      *> LINE, THE AVERAGES ON THE FIRST LINE
       E1-SUBJECT-ROW SECTION.
       E1-SUBJECT-ROWA.
           PERFORM K2-GATHER-GRADES
           PERFORM K3-CHECK-EXEMPT
           PERFORM E2-SEMESTER-AVERAGES

           COMPUTE WS-PRINT-LINES = (SL-COUNT(1) + 3) / 4
           IF (SL-COUNT(2) + 3) / 4 > WS-PRINT-LINES
               COMPUTE WS-PRINT-LINES = (SL-COUNT(2) + 3) / 4
           END-IF
           IF WS-PRINT-LINES = 0
               MOVE 1                      TO WS-PRINT-LINES
           END-IF

           PERFORM VARYING WS-PRINT-IDX FROM 1 BY 1
                   UNTIL WS-PRINT-IDX > WS-PRINT-LINES
               MOVE SPACE                  TO CAT-GRADE-LINE
               COMPUTE WS-TOK-FROM = (WS-PRINT-IDX - 1) * 4
               PERFORM VARYING WS-TOK-IDX FROM 1 BY 1
                       UNTIL WS-TOK-IDX > 4
                   COMPUTE WS-TOK-POS = WS-TOK-FROM + WS-TOK-IDX
                   IF WS-TOK-POS NOT > SL-COUNT(1)
                       MOVE SL-GRADE(1 WS-TOK-POS) TO WS-GRADE-IDX
                       PERFORM E3-GRADE-TOKEN
                       MOVE WS-TOKEN TO CG-SEM1-TOK(WS-TOK-IDX)
                   END-IF
                   IF WS-TOK-POS NOT > SL-COUNT(2)
                       MOVE SL-GRADE(2 WS-TOK-POS) TO WS-GRADE-IDX
                       PERFORM E3-GRADE-TOKEN
                       MOVE WS-TOKEN TO CG-SEM2-TOK(WS-TOK-IDX)
                   END-IF
               END-PERFORM
               IF WS-PRINT-IDX = 1
                   PERFORM E4-FIRST-LINE
               END-IF
               MOVE CAT-GRADE-LINE         TO WS-LINE
               PERFORM P0-WRITE-LINE
           END-PERFORM
           .
       E1-SUBJECT-ROWZ.
           EXIT.

      *> EACH SEMESTER ON ITS OWN: THE ORAL MEAN, OR (3 X ORAL MEAN +
      *> TEZA) / 4 WITH A TEZA; CALIFICATIVE HAVE NO AVERAGE
       E2-SEMESTER-AVERAGES SECTION.
       E2-SEMESTER-AVERAGESA.
           PERFORM VARYING WS-SEM FROM 1 BY 1 UNTIL WS-SEM > 2
               MOVE 0 TO SA-ORAL-SUM(WS-SEM) SA-ORAL-CNT(WS-SEM)
                         SA-TEZA-SUM(WS-SEM) SA-TEZA-CNT(WS-SEM)
                         SA-AVG(WS-SEM)
               MOVE "N"                    TO SA-PRESENT-SW(WS-SEM)
               PERFORM VARYING WS-TOK-IDX FROM 1 BY 1
                       UNTIL WS-TOK-IDX > SL-COUNT(WS-SEM)
                   MOVE SL-GRADE(WS-SEM WS-TOK-IDX) TO WS-GRADE-IDX
                   MOVE GE-NOTA(WS-GRADE-IDX) TO WS-NOTA-IN
                   PERFORM K6-NOTA-TO-NUM
                   IF NOTA-VALID
                       IF GE-TIP(WS-GRADE-IDX) = "T"
                           ADD WS-NOTA-NUM TO SA-TEZA-SUM(WS-SEM)
                           ADD 1           TO SA-TEZA-CNT(WS-SEM)
                       ELSE
                           ADD WS-NOTA-NUM TO SA-ORAL-SUM(WS-SEM)
                           ADD 1           TO SA-ORAL-CNT(WS-SEM)
                       END-IF
                   END-IF
               END-PERFORM
               IF SA-ORAL-CNT(WS-SEM) > 0
                   COMPUTE WS-ORAL-AVG =
                       SA-ORAL-SUM(WS-SEM) / SA-ORAL-CNT(WS-SEM)
               END-IF
               IF SA-TEZA-CNT(WS-SEM) > 0
                   COMPUTE WS-TEZA-AVG =
                       SA-TEZA-SUM(WS-SEM) / SA-TEZA-CNT(WS-SEM)
               END-IF
               EVALUATE TRUE
                   WHEN SA-ORAL-CNT(WS-SEM) > 0
                   AND SA-TEZA-CNT(WS-SEM) > 0
                       COMPUTE SA-AVG(WS-SEM) =
                           (3 * WS-ORAL-AVG + WS-TEZA-AVG) / 4
                       MOVE "Y"            TO SA-PRESENT-SW(WS-SEM)
                   WHEN SA-TEZA-CNT(WS-SEM) > 0
                       MOVE WS-TEZA-AVG    TO SA-AVG(WS-SEM)
                       MOVE "Y"            TO SA-PRESENT-SW(WS-SEM)
                   WHEN SA-ORAL-CNT(WS-SEM) > 0
                       MOVE WS-ORAL-AVG    TO SA-AVG(WS-SEM)
                       MOVE "Y"            TO SA-PRESENT-SW(WS-SEM)
               END-EVALUATE
           END-PERFORM
           .
       E2-SEMESTER-AVERAGESZ.
           EXIT.

      *> "T 9/12.10 " - THE TYPE, THE GRADE RIGHT-ALIGNED, THE DAY
      *> AND MONTH IT WAS GIVEN
       E3-GRADE-TOKEN SECTION.
       E3-GRADE-TOKENA.
           MOVE SPACE                      TO TK-TIP
           IF GE-TIP(WS-GRADE-IDX) = "T" OR "D"
               MOVE GE-TIP(WS-GRADE-IDX)   TO TK-TIP
           END-IF
           MOVE GE-NOTA(WS-GRADE-IDX)      TO TK-NOTA
           IF TK-NOTA(2:1) = SPACE
               MOVE SPACE                  TO TK-NOTA
               MOVE GE-NOTA(WS-GRADE-IDX)(1:1) TO TK-NOTA(2:1)
           END-IF
           MOVE GE-DATA(WS-GRADE-IDX)(7:2) TO TK-DD
           MOVE GE-DATA(WS-GRADE-IDX)(5:2) TO TK-MM
           .
       E3-GRADE-TOKENZ.
           EXIT.

      *> THE AVERAGES GO ON THE ROW'S FIRST LINE. AN EXEMPT SEMESTER
      *> PRINTS "SCUTIT"; THE ANNUAL AVERAGE IS THE AVERAGES RUN'S,
      *> OR THE MEAN OF THE SEMESTERS WHEN THE RUN HAS NO ROW FOR IT
       E4-FIRST-LINE SECTION.
       E4-FIRST-LINEA.
           MOVE WS-ROW-MATERIE(1:21)       TO CG-MATERIE
           PERFORM VARYING WS-SEM FROM 1 BY 1 UNTIL WS-SEM > 2
               MOVE SPACE                  TO WS-CSV-SCORE
               EVALUATE TRUE
                   WHEN SA-EXEMPT(WS-SEM)
                       MOVE "SCUTIT"       TO WS-CSV-SCORE
                   WHEN SA-PRESENT(WS-SEM)
                       MOVE SA-AVG(WS-SEM) TO WS-AVG-DISP
                       MOVE WS-AVG-DISP    TO WS-CSV-SCORE
               END-EVALUATE
               IF WS-SEM = 1
                   MOVE WS-CSV-SCORE       TO CG-MED1
               ELSE
                   MOVE WS-CSV-SCORE       TO CG-MED2
               END-IF
           END-PERFORM

           IF SA-EXEMPT(1) AND SA-EXEMPT(2)
               MOVE "SCUTIT"               TO CG-ANUAL
               GO TO E4-FIRST-LINEZ
           END-IF
           MOVE WS-ROW-MATERIE             TO WS-CSV-KEY
           PERFORM K7-FIND-CSV
           IF CSV-FOUND
               MOVE WS-CSV-SCORE           TO CG-ANUAL
               GO TO E4-FIRST-LINEZ
           END-IF
           EVALUATE TRUE
               WHEN SA-PRESENT(1) AND SA-PRESENT(2)
                   COMPUTE WS-ANNUAL-AVG = (SA-AVG(1) + SA-AVG(2)) / 2
               WHEN SA-PRESENT(1)
                   MOVE SA-AVG(1)          TO WS-ANNUAL-AVG
               WHEN SA-PRESENT(2)
                   MOVE SA-AVG(2)          TO WS-ANNUAL-AVG
               WHEN OTHER
                   GO TO E4-FIRST-LINEZ
           END-EVALUATE
           MOVE WS-ANNUAL-AVG              TO WS-AVG-DISP
           MOVE WS-AVG-DISP                TO CG-ANUAL
           .
       E4-FIRST-LINEZ.
           EXIT.

      *> THE RIGHT-HAND PAGE: ABSENCES PER SUBJECT, CONDUCT, THE
      *> GENERAL RESULT AND THE DIRIGINTE'S SIGNATURE
       F0-RIGHT-PAGE SECTION.
       F0-RIGHT-PAGEA.
           PERFORM K4-STUDENT-NAME
           MOVE WS-NAME-LINE               TO WS-PAGE-TITLE
           PERFORM P1-NEW-PAGE
           PERFORM K5-STUDENT-HEAD
           MOVE "ABSENTE (ORE)"            TO WS-LINE
           PERFORM P0-WRITE-LINE
           PERFORM P0-WRITE-LINE
           MOVE "SEMESTRUL I"              TO WS-LINE(23:11)
           MOVE "SEMESTRUL II"             TO WS-LINE(45:12)
           MOVE "ANUAL"                    TO WS-LINE(67:5)
           PERFORM P0-WRITE-LINE
           MOVE "MATERIA"                  TO WS-LINE
           MOVE "MOTIV. NEMOTIV."          TO WS-LINE(23:15)
           MOVE "MOTIV. NEMOTIV."          TO WS-LINE(45:15)
           MOVE "MOTIV. NEMOTIV.  TOTAL"   TO WS-LINE(67:22)
           PERFORM P0-WRITE-LINE
           MOVE ALL "-"                    TO WS-LINE(1:88)
           PERFORM P0-WRITE-LINE

           MOVE 0 TO SB-MOT(1) SB-NEMOT(1) SB-MOT(2) SB-NEMOT(2)
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > ROW-COUNT
               MOVE RW-MATERIE(WS-ROW-IDX) TO WS-ROW-MATERIE
               PERFORM F1-ABSENCE-ROW
           END-PERFORM
           MOVE ALL "-"                    TO WS-LINE(1:88)
           PERFORM P0-WRITE-LINE
           MOVE SB-MOT(1)                  TO RA-MOT(1)
           MOVE SB-NEMOT(1)                TO RA-NEMOT(1)
           MOVE SB-MOT(2)                  TO RA-MOT(2)
           MOVE SB-NEMOT(2)                TO RA-NEMOT(2)
           MOVE "TOTAL"                    TO WS-ROW-MATERIE
           PERFORM F2-ABSENCE-LINE
           PERFORM P0-WRITE-LINE

           PERFORM F3-CONDUCT
           PERFORM F4-GENERAL-RESULT
           PERFORM F5-OLIMPIADE
           PERFORM P0-WRITE-LINE
           PERFORM P0-WRITE-LINE
           MOVE "OBSERVATII: "             TO WS-LINE
           MOVE ALL "_"                    TO WS-LINE(13:76)
           PERFORM P0-WRITE-LINE
           PERFORM P0-WRITE-LINE
           IF DIRIG-COUNT > 0
               STRING "DIRIGINTE: " DELIMITED BY SIZE
                      DG-NUME(DIRIG-COUNT) DELIMITED BY "  "
                      " " DELIMITED BY SIZE
                      DG-PRENUME(DIRIG-COUNT) DELIMITED BY "  "
               INTO WS-LINE
           ELSE
               MOVE "DIRIGINTE: ______________________________"
                                           TO WS-LINE
           END-IF
           MOVE "SEMNATURA: ____________________" TO WS-LINE(58:31)
           PERFORM P0-WRITE-LINE
           .
       F0-RIGHT-PAGEZ.
           EXIT.

       F1-ABSENCE-ROW SECTION.
       F1-ABSENCE-ROWA.
           MOVE 0 TO RA-MOT(1) RA-NEMOT(1) RA-MOT(2) RA-NEMOT(2)
           PERFORM VARYING WS-ABSUM-IDX FROM 1 BY 1
                   UNTIL WS-ABSUM-IDX > ABSUM-COUNT
               IF AS-CNP(WS-ABSUM-IDX) = ST-CNP(WS-STUD-IDX)
               AND AS-MATERIE(WS-ABSUM-IDX) = WS-ROW-MATERIE
                   MOVE AS-MOT(WS-ABSUM-IDX 1)     TO RA-MOT(1)
                   MOVE AS-NEMOT(WS-ABSUM-IDX 1)   TO RA-NEMOT(1)
                   MOVE AS-MOT(WS-ABSUM-IDX 2)     TO RA-MOT(2)
                   MOVE AS-NEMOT(WS-ABSUM-IDX 2)   TO RA-NEMOT(2)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           ADD RA-MOT(1)                   TO SB-MOT(1)
           ADD RA-NEMOT(1)                 TO SB-NEMOT(1)
           ADD RA-MOT(2)                   TO SB-MOT(2)
           ADD RA-NEMOT(2)                 TO SB-NEMOT(2)
           PERFORM F2-ABSENCE-LINE
           .
       F1-ABSENCE-ROWZ.
           EXIT.

       F2-ABSENCE-LINE SECTION.
       F2-ABSENCE-LINEA.
           MOVE SPACE                      TO CAT-ABS-LINE
           MOVE WS-ROW-MATERIE(1:21)       TO CA-MATERIE
           MOVE RA-MOT(1)                  TO CA-S1-MOT
           MOVE RA-NEMOT(1)                TO CA-S1-NEMOT
           MOVE RA-MOT(2)                  TO CA-S2-MOT
           MOVE RA-NEMOT(2)                TO CA-S2-NEMOT
           COMPUTE CA-AN-MOT = RA-MOT(1) + RA-MOT(2)
           COMPUTE CA-AN-NEMOT = RA-NEMOT(1) + RA-NEMOT(2)
           COMPUTE WS-ABS-TOTAL = RA-MOT(1) + RA-MOT(2)
                                + RA-NEMOT(1) + RA-NEMOT(2)
           MOVE WS-ABS-TOTAL               TO CA-AN-TOTAL
           MOVE CAT-ABS-LINE               TO WS-LINE
           PERFORM P0-WRITE-LINE
           .
       F2-ABSENCE-LINEZ.
           EXIT.

      *> THE CONDUCT GRADE: THE SEMESTER AVERAGES OF THE PURTARE
      *> GRADES, THE ANNUAL ONE FROM THE AVERAGES RUN
       F3-CONDUCT SECTION.
       F3-CONDUCTA.
           MOVE K-PURTARE-SUBJECT          TO WS-ROW-MATERIE
           PERFORM K2-GATHER-GRADES
           PERFORM E2-SEMESTER-AVERAGES
           MOVE "NOTA LA PURTARE"          TO WS-LINE
           PERFORM VARYING WS-SEM FROM 1 BY 1 UNTIL WS-SEM > 2
               MOVE "  -  "                TO WS-CSV-SCORE
               IF SA-PRESENT(WS-SEM)
                   MOVE SA-AVG(WS-SEM)     TO WS-AVG-DISP
                   MOVE WS-AVG-DISP        TO WS-CSV-SCORE
               END-IF
               IF WS-SEM = 1
                   MOVE "SEM. I"           TO WS-LINE(23:6)
                   MOVE WS-CSV-SCORE       TO WS-LINE(30:6)
               ELSE
                   MOVE "SEM. II"          TO WS-LINE(45:7)
                   MOVE WS-CSV-SCORE       TO WS-LINE(53:6)
               END-IF
           END-PERFORM
           MOVE K-PURTARE-SUBJECT          TO WS-CSV-KEY
           PERFORM K7-FIND-CSV
           IF CSV-NOT-FOUND
               MOVE "  -  "                TO WS-CSV-SCORE
               EVALUATE TRUE
                   WHEN SA-PRESENT(1) AND SA-PRESENT(2)
                       COMPUTE WS-ANNUAL-AVG =
                           (SA-AVG(1) + SA-AVG(2)) / 2
                       MOVE WS-ANNUAL-AVG  TO WS-AVG-DISP
                       MOVE WS-AVG-DISP    TO WS-CSV-SCORE
                   WHEN SA-PRESENT(1)
                       MOVE SA-AVG(1)      TO WS-AVG-DISP
                       MOVE WS-AVG-DISP    TO WS-CSV-SCORE
                   WHEN SA-PRESENT(2)
                       MOVE SA-AVG(2)      TO WS-AVG-DISP
                       MOVE WS-AVG-DISP    TO WS-CSV-SCORE
               END-EVALUATE
           END-IF
           MOVE "ANUAL"                    TO WS-LINE(67:5)
           MOVE WS-CSV-SCORE               TO WS-LINE(73:6)
           PERFORM P0-WRITE-LINE
           .
       F3-CONDUCTZ.
           EXIT.

      *> THE GENERAL AVERAGE AND PROMOVAT / CORIGENT, AS THE
      *> AVERAGES RUN CLOSED THE YEAR
       F4-GENERAL-RESULT SECTION.
       F4-GENERAL-RESULTA.
           MOVE "GENERAL"                  TO WS-CSV-KEY
           PERFORM K7-FIND-CSV
           IF CSV-NOT-FOUND
               MOVE "MEDIA GENERALA ANUALA: NECALCULATA (RULATI "
                                           TO WS-LINE
               MOVE "MEDIILE ANUALE)"      TO WS-LINE(44:15)
               PERFORM P0-WRITE-LINE
               GO TO F4-GENERAL-RESULTZ
           END-IF
           STRING "MEDIA GENERALA ANUALA: " WS-CSV-SCORE
                  "   SITUATIA: " WS-CSV-STATUS-OUT
                  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM P0-WRITE-LINE
           .
       F4-GENERAL-RESULTZ.
           EXIT.

      *> THE STUDENT'S OLYMPIAD AND COMPETITION RESULTS OF THE YEAR,
      *> ANY PHASE; NONE LEAVES THE BLOCK OFF THE PAGE
       F5-OLIMPIADE SECTION.
       F5-OLIMPIADEA.
           MOVE 0                          TO WS-OLIMP-SHOWN
           PERFORM VARYING WS-OLIMP-IDX FROM 1 BY 1
                   UNTIL WS-OLIMP-IDX > OLIMP-COUNT
               IF OQ-CNP(WS-OLIMP-IDX) = ST-CNP(WS-STUD-IDX)
                   IF WS-OLIMP-SHOWN = 0
                       PERFORM P0-WRITE-LINE
                       MOVE "OLIMPIADE SI CONCURSURI:" TO WS-LINE
                       PERFORM P0-WRITE-LINE
                   END-IF
                   ADD 1                   TO WS-OLIMP-SHOWN
                   EVALUATE OQ-FAZA(WS-OLIMP-IDX)
                       WHEN "L" MOVE "LOCALA"    TO WS-OLIMP-FAZA-TEXT
                       WHEN "J" MOVE "JUDETEANA" TO WS-OLIMP-FAZA-TEXT
                       WHEN "R" MOVE "REGIONALA" TO WS-OLIMP-FAZA-TEXT
                       WHEN "N" MOVE "NATIONALA" TO WS-OLIMP-FAZA-TEXT
                       WHEN OTHER
                           MOVE "INTERNATIONALA" TO WS-OLIMP-FAZA-TEXT
                   END-EVALUATE
                   EVALUATE OQ-PREMIU(WS-OLIMP-IDX)
                       WHEN "1"
                           MOVE "PREMIUL I"    TO WS-OLIMP-PREMIU-TEXT
                       WHEN "2"
                           MOVE "PREMIUL II"   TO WS-OLIMP-PREMIU-TEXT
                       WHEN "3"
                           MOVE "PREMIUL III"  TO WS-OLIMP-PREMIU-TEXT
                       WHEN "S"
                           MOVE "PREMIU SPECIAL"
                                               TO WS-OLIMP-PREMIU-TEXT
                       WHEN "M"
                           MOVE "MENTIUNE"     TO WS-OLIMP-PREMIU-TEXT
                       WHEN OTHER
                           MOVE "PARTICIPARE"  TO WS-OLIMP-PREMIU-TEXT
                   END-EVALUATE
                   STRING "  " OQ-MATERIE(WS-OLIMP-IDX)(1:21)
                          " " WS-OLIMP-FAZA-TEXT
                          "  " WS-OLIMP-PREMIU-TEXT
                          "  " OQ-CONCURS(WS-OLIMP-IDX)
                          DELIMITED BY SIZE
                   INTO WS-LINE
                   PERFORM P0-WRITE-LINE
               END-IF
           END-PERFORM
           .
       F5-OLIMPIADEZ.
           EXIT.

      *> IS THIS CNP ONE OF THE CLASS? (CNP IN WS-GRP-CNP)
       K0-FIND-STUDENT SECTION.
       K0-FIND-STUDENTA.
           SET ENTRY-NOT-FOUND             TO TRUE
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I > STUDENT-COUNT
               IF ST-CNP(WS-SORT-I) = WS-GRP-CNP
                   SET ENTRY-FOUND         TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
       K0-FIND-STUDENTZ.
           EXIT.

      *> THE STUDENT'S SUBJECT ROWS: THE CLASS'S SUBJECTS THEY TAKE
      *> (A GROUP-ONLY ONE ONLY FOR ITS MEMBERS), THEN ANY OTHER
      *> SUBJECT THEY HAVE GRADES OR ABSENCES IN THIS YEAR
       K1-BUILD-ROWS SECTION.
       K1-BUILD-ROWSA.
           MOVE 0                          TO ROW-COUNT
           PERFORM VARYING WS-PMC-IDX FROM 1 BY 1
                   UNTIL WS-PMC-IDX > PMC-COUNT
               PERFORM K1-CHECK-TAKEN
               IF PAIR-TAKEN
                   MOVE PMC-MATERIE(WS-PMC-IDX) TO WS-ROW-MATERIE
                   PERFORM K1-ADD-ROW
               END-IF
           END-PERFORM
           PERFORM VARYING WS-NOTE-IDX FROM 1 BY 1
                   UNTIL WS-NOTE-IDX > NOTE-COUNT
               IF NT-CNP(WS-NOTE-IDX) = ST-CNP(WS-STUD-IDX)
                   MOVE NT-MATERIE(WS-NOTE-IDX) TO WS-ROW-MATERIE
                   PERFORM K1-ADD-ROW
               END-IF
           END-PERFORM
           PERFORM VARYING WS-ABSUM-IDX FROM 1 BY 1
                   UNTIL WS-ABSUM-IDX > ABSUM-COUNT
               IF AS-CNP(WS-ABSUM-IDX) = ST-CNP(WS-STUD-IDX)
                   MOVE AS-MATERIE(WS-ABSUM-IDX) TO WS-ROW-MATERIE
                   PERFORM K1-ADD-ROW
               END-IF
           END-PERFORM
           .
       K1-BUILD-ROWSZ.
           EXIT.

       K1-CHECK-TAKEN SECTION.
       K1-CHECK-TAKENA.
           SET PAIR-TAKEN                  TO TRUE
           IF PMC-FOR-WHOLE-CLASS(WS-PMC-IDX)
               GO TO K1-CHECK-TAKENZ
           END-IF
           SET PAIR-NOT-TAKEN              TO TRUE
           PERFORM VARYING WS-TEACH-IDX FROM 1 BY 1
                   UNTIL WS-TEACH-IDX > TEACH-COUNT
                   OR PAIR-TAKEN
               IF TC-MATERIE(WS-TEACH-IDX) = PMC-MATERIE(WS-PMC-IDX)
                   PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                           UNTIL WS-GRP-IDX > GRP-COUNT
                       IF GR-CNP(WS-GRP-IDX) = ST-CNP(WS-STUD-IDX)
                       AND GR-GRUPA(WS-GRP-IDX) =
                                           TC-GRUPA(WS-TEACH-IDX)
                           SET PAIR-TAKEN  TO TRUE
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .
       K1-CHECK-TAKENZ.
           EXIT.

      *> ONE ROW PER SUBJECT; CONDUCT HAS ITS OWN LINE ON THE RIGHT
       K1-ADD-ROW SECTION.
       K1-ADD-ROWA.
           IF WS-ROW-MATERIE = K-PURTARE-SUBJECT
           OR WS-ROW-MATERIE = SPACE
               GO TO K1-ADD-ROWZ
           END-IF
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > ROW-COUNT
               IF RW-MATERIE(WS-ROW-IDX) = WS-ROW-MATERIE
                   GO TO K1-ADD-ROWZ
               END-IF
           END-PERFORM
           IF ROW-COUNT < K-MAX-ROW
               ADD 1                       TO ROW-COUNT
               MOVE WS-ROW-MATERIE         TO RW-MATERIE(ROW-COUNT)
           END-IF
           .
       K1-ADD-ROWZ.
           EXIT.

      *> THE STUDENT'S GRADES IN WS-ROW-MATERIE, SORTED BY DATE AND
      *> SPLIT AT THE SEMESTER II START
       K2-GATHER-GRADES SECTION.
       K2-GATHER-GRADESA.
           MOVE 0                          TO GRADE-COUNT
           PERFORM VARYING WS-NOTE-IDX FROM 1 BY 1
                   UNTIL WS-NOTE-IDX > NOTE-COUNT
               IF NT-CNP(WS-NOTE-IDX) = ST-CNP(WS-STUD-IDX)
               AND NT-MATERIE(WS-NOTE-IDX) = WS-ROW-MATERIE
               AND GRADE-COUNT < K-MAX-GRADE
                   ADD 1                   TO GRADE-COUNT
                   MOVE NT-DATA(WS-NOTE-IDX) TO GE-DATA(GRADE-COUNT)
                   MOVE NT-NOTA(WS-NOTE-IDX) TO GE-NOTA(GRADE-COUNT)
                   MOVE NT-TIP(WS-NOTE-IDX)  TO GE-TIP(GRADE-COUNT)
               END-IF
           END-PERFORM

           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= GRADE-COUNT
               COMPUTE WS-SORT-J = WS-SORT-I + 1
               PERFORM VARYING WS-SORT-J FROM WS-SORT-J BY 1
                       UNTIL WS-SORT-J > GRADE-COUNT
                   IF GE-DATA(WS-SORT-J) < GE-DATA(WS-SORT-I)
                       MOVE GRADE-ENTRY(WS-SORT-I) TO WS-GRADE-HOLD
                       MOVE GRADE-ENTRY(WS-SORT-J)
                                           TO GRADE-ENTRY(WS-SORT-I)
                       MOVE WS-GRADE-HOLD  TO GRADE-ENTRY(WS-SORT-J)
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE 0                          TO SL-COUNT(1) SL-COUNT(2)
           PERFORM VARYING WS-GRADE-IDX FROM 1 BY 1
                   UNTIL WS-GRADE-IDX > GRADE-COUNT
               MOVE 1                      TO WS-SEM
               IF GE-DATA(WS-GRADE-IDX) NUMERIC
                   MOVE GE-DATA(WS-GRADE-IDX) TO WS-DATE-NUM
                   IF WS-DATE-NUM NOT < WS-SEM2-START
                       MOVE 2              TO WS-SEM
                   END-IF
               END-IF
               ADD 1                       TO SL-COUNT(WS-SEM)
               MOVE WS-GRADE-IDX TO SL-GRADE(WS-SEM SL-COUNT(WS-SEM))
           END-PERFORM
           .
       K2-GATHER-GRADESZ.
           EXIT.

      *> IS THE STUDENT EXEMPT FROM WS-ROW-MATERIE IN EACH SEMESTER?
      *> AN EXEMPTION COUNTS FOR A SEMESTER IT OVERLAPS
       K3-CHECK-EXEMPT SECTION.
       K3-CHECK-EXEMPTA.
           MOVE "N"                        TO SA-EXEMPT-SW(1)
                                              SA-EXEMPT-SW(2)
           PERFORM VARYING WS-SCUT-IDX FROM 1 BY 1
                   UNTIL WS-SCUT-IDX > SCUT-COUNT
               IF SC-CNP(WS-SCUT-IDX) = ST-CNP(WS-STUD-IDX)
               AND SC-MATERIE(WS-SCUT-IDX) = WS-ROW-MATERIE
                   IF (SC-FROM(WS-SCUT-IDX) = SPACE
                       OR SC-FROM(WS-SCUT-IDX) < WS-SEM2-START)
                   AND (SC-TO(WS-SCUT-IDX) = SPACE
                       OR SC-TO(WS-SCUT-IDX) NOT < WS-YEAR-START)
                       MOVE "Y"            TO SA-EXEMPT-SW(1)
                   END-IF
                   IF (SC-FROM(WS-SCUT-IDX) = SPACE
                       OR SC-FROM(WS-SCUT-IDX) NOT > WS-YEAR-END)
                   AND (SC-TO(WS-SCUT-IDX) = SPACE
                       OR SC-TO(WS-SCUT-IDX) NOT < WS-SEM2-START)
                       MOVE "Y"            TO SA-EXEMPT-SW(2)
                   END-IF
               END-IF
           END-PERFORM
           .
       K3-CHECK-EXEMPTZ.
           EXIT.

       K4-STUDENT-NAME SECTION.
       K4-STUDENT-NAMEA.
           MOVE SPACE                      TO WS-NAME-LINE
           STRING ST-NUME(WS-STUD-IDX) DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  ST-PRENUME(WS-STUD-IDX) DELIMITED BY "  "
           INTO WS-NAME-LINE
           .
       K4-STUDENT-NAMEZ.
           EXIT.

      *> THE HEAD OF BOTH PAGES OF A STUDENT
       K5-STUDENT-HEAD SECTION.
       K5-STUDENT-HEADA.
           MOVE WS-STUD-IDX                TO WS-NR-DISP
           STRING "NR. " WS-NR-DISP "  " WS-NAME-LINE
                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE "CNP"                      TO WS-LINE(72:3)
           MOVE ST-CNP(WS-STUD-IDX)        TO WS-LINE(76:13)
           PERFORM P0-WRITE-LINE
           PERFORM P0-WRITE-LINE
           .
       K5-STUDENT-HEADZ.
           EXIT.

      *> "9", "9 ", " 9" AND "09" ALL READ AS NINE; ANYTHING ELSE
      *> (A CALIFICATIV) IS NOT A NUMBER
       K6-NOTA-TO-NUM SECTION.
       K6-NOTA-TO-NUMA.
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
           .
       K6-NOTA-TO-NUMZ.
           EXIT.

      *> THE STUDENT'S ROW IN THE AVERAGES RUN FOR WS-CSV-KEY (A
      *> SUBJECT, PURTARE OR GENERAL). THE CSV CUTS A NAME AT ITS
      *> FIRST SPACE, SO A TWO-WORD SUBJECT CANNOT BE TOLD FROM
      *> ANOTHER STARTING WITH THE SAME WORD - THOSE ARE LEFT TO THE
      *> SEMESTER AVERAGES
       K7-FIND-CSV SECTION.
       K7-FIND-CSVA.
           SET CSV-NOT-FOUND               TO TRUE
           MOVE SPACE                      TO WS-CSV-SCORE
                                              WS-CSV-STATUS-OUT
           MOVE SPACE                      TO WS-WORD-SUBJECT
                                              WS-WORD-REST
           UNSTRING WS-CSV-KEY DELIMITED BY ALL SPACE INTO
               WS-WORD-SUBJECT WS-WORD-REST
           END-UNSTRING
           IF WS-WORD-REST NOT = SPACE
               GO TO K7-FIND-CSVZ
           END-IF
           MOVE SPACE                      TO WS-WORD-LAST
                                              WS-WORD-FIRST
           UNSTRING ST-NUME(WS-STUD-IDX) DELIMITED BY SPACE INTO
               WS-WORD-LAST
           END-UNSTRING
           UNSTRING ST-PRENUME(WS-STUD-IDX) DELIMITED BY SPACE INTO
               WS-WORD-FIRST
           END-UNSTRING
           PERFORM VARYING WS-CSV-IDX FROM 1 BY 1
                   UNTIL WS-CSV-IDX > CSV-COUNT
               IF CT-LAST(WS-CSV-IDX) = WS-WORD-LAST
               AND CT-FIRST(WS-CSV-IDX) = WS-WORD-FIRST
               AND CT-SUBJECT(WS-CSV-IDX) = WS-WORD-SUBJECT
                   SET CSV-FOUND           TO TRUE
                   MOVE CT-SCORE(WS-CSV-IDX)  TO WS-CSV-SCORE
                   MOVE CT-STATUS(WS-CSV-IDX) TO WS-CSV-STATUS-OUT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
       K7-FIND-CSVZ.
           EXIT.

      *> EVERY CATALOG LINE GOES THROUGH HERE SO THE PAGE BREAKS
      *> STAY IN ONE PLACE; THE COUNTING PASS WRITES NOTHING
       P0-WRITE-LINE SECTION.
       P0-WRITE-LINEA.
           IF WS-LINE-COUNT >= K-PAGE-LINES
               PERFORM P1-NEW-PAGE
           END-IF
           IF PASS-PRINT
               MOVE WS-LINE                TO CATALOG-FD
               WRITE CATALOG-FD
           END-IF
           ADD 1                           TO WS-LINE-COUNT
           MOVE SPACE                      TO WS-LINE
           .
       P0-WRITE-LINEZ.
           EXIT.

      *> FILLS OUT THE PAGE IN HAND, THEN OPENS THE NEXT WITH ITS
      *> HEAD LINE (AN OVERFLOW PAGE KEEPS THE TITLE IT HAD)
       P1-NEW-PAGE SECTION.
       P1-NEW-PAGEA.
           PERFORM P2-CLOSE-PAGE
           ADD 1                           TO WS-PAGE-NO
           MOVE WS-PAGE-NO                 TO WS-PAGE-DISP
           MOVE SPACE                      TO CATALOG-FD
           STRING "CATALOGUL CLASEI " WS-CLASA
                  "  AN SCOLAR " WS-AN-SCOLAR "  -  " WS-PAGE-TITLE
                  DELIMITED BY SIZE
           INTO CATALOG-FD
           MOVE "PAGINA"                   TO CATALOG-FD(112:6)
           MOVE WS-PAGE-DISP               TO CATALOG-FD(119:4)
           IF PASS-PRINT
               WRITE CATALOG-FD
               MOVE SPACE                  TO CATALOG-FD
               WRITE CATALOG-FD
           END-IF
           MOVE 2                          TO WS-LINE-COUNT
           .
       P1-NEW-PAGEZ.
           EXIT.

       P2-CLOSE-PAGE SECTION.
       P2-CLOSE-PAGEA.
           IF WS-PAGE-NO = 0
               GO TO P2-CLOSE-PAGEZ
           END-IF
           PERFORM UNTIL WS-LINE-COUNT >= K-PAGE-LINES
               IF PASS-PRINT
                   MOVE SPACE              TO CATALOG-FD
                   WRITE CATALOG-FD
               END-IF
               ADD 1                       TO WS-LINE-COUNT
           END-PERFORM
           .
       P2-CLOSE-PAGEZ.
           EXIT.

      *> FILED UNDER THE CLASS AND THE YEAR, NEXT YEAR'S RUN DOES NOT
      *> OVERWRITE THIS ONE
       Z0 SECTION.
       Z0A.
           MOVE SPACE                      TO WS-OUT-NAME
           STRING "CatalogClasa_" DELIMITED BY SIZE
                  WS-CLASA DELIMITED BY SPACE
                  "_" WS-AN-Y1 "_" WS-AN-Y2 ".txt"
                  DELIMITED BY SIZE
           INTO WS-OUT-NAME
           MOVE SPACE                      TO WS-COPY-COMMAND
           STRING "cp 'CatalogClasaWork.txt' '" DELIMITED BY SIZE
                  WS-OUT-NAME DELIMITED BY SPACE
                  "'" DELIMITED BY SIZE
           INTO WS-COPY-COMMAND
           CALL "SYSTEM" USING WS-COPY-COMMAND
           DISPLAY "CATALOG FILED AS " WS-OUT-NAME
           DISPLAY "PAGES: " WS-TOTAL-PAGES "  STUDENTS: "
               STUDENT-COUNT
           .
       Z0Z.
           EXIT.
       END PROGRAM CATCLASA.
