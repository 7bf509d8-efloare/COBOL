      ******************************************************************
      * Author:
      * Date:
      * Purpose: ANNUAL OLYMPIAD AND COMPETITION PERFORMANCE REPORT.
      *          FROM THE Olimpiade.txt REGISTRY OLIMPMAINT KEEPS AND
      *          DISTRIBUTES HERE, FOR THE SCHOOL YEAR ASKED FOR
      *          (BLANK = THE CURRENT ONE): THE SCHOOL'S RESULTS BY
      *          PHASE AND PRIZE, THEN THE SAME FIGURES PER SUBJECT
      *          AND PER COORDINATING PROFESSOR (NAMED FROM THE
      *          PROFESORI SNAPSHOT, Extract_PROFESORI.txt), THEN THE
      *          LIST OF DISTINCTIONS FROM THE COUNTY PHASE UP,
      *          HIGHEST PHASE AND PRIZE FIRST. WRITES
      *          OlimpPerformance.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. OLIMPREPORT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> THE NIGHTLY SNAPSHOT TBLEXTRACT FILES HERE
           SELECT PROF-EXTRACT ASSIGN TO 'Extract_PROFESORI.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROF-EXT-STATUS.

      *> THE RESULTS REGISTRY OLIMPMAINT DISTRIBUTES
      *> (CNP;ANSCOLAR;TIP;MATERIE;FAZA;PREMIU;CONCURS;PROFCNP;
      *>  CLASA;NUME;PRENUME;DIPLOMA)
           SELECT OLIMP-FILE ASSIGN TO 'Olimpiade.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OLIMP-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'OlimpPerformance.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
        FD PROF-EXTRACT.
       01 PROF-EXTRACT-FD                   PIC X(250).

        FD OLIMP-FILE.
       01 OLIMP-FD                          PIC X(220).

        FD REPORT-FILE.
       01 REPORT-FILE-FD                    PIC X(132).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WS-PROF-EXT-STATUS               PIC X(02).
       01 WS-OLIMP-STATUS                  PIC X(02).

      *> THE SCHOOL YEAR REPORTED ON
       01 WS-AN-SCOLAR                     PIC X(09) VALUE SPACE.
       01 WS-TODAY                         PIC 9(08).
       01 WS-TODAY-R REDEFINES WS-TODAY.
           05 WS-TODAY-YYYY                PIC 9(04).
           05 WS-TODAY-MM                  PIC 9(02).
           05 WS-TODAY-DD                  PIC 9(02).
       01 WS-YEAR-1                        PIC 9(04).
       01 WS-YEAR-2                        PIC 9(04).

      *> ONE SNAPSHOT ROW
       01 WS-PROF-ROW.
           05 PR-CNP                       PIC X(13).
           05 FILLER                       PIC X(02).
           05 PR-NUME                      PIC X(30).
           05 FILLER                       PIC X(02).
           05 PR-PRENUME                   PIC X(30).

      *> ONE REGISTRY LINE
       01 WS-OLIMP-LINE                    PIC X(220).
       01 WS-OLIMP-ROW.
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

      *> THE PHASES, LOWEST TO HIGHEST, AND THE PRIZES, BEST FIRST
       01 K-FAZA-CODES                     PIC X(05) VALUE "LJRNI".
       01 FAZA-NAME-DATA.
           05 FILLER PIC X(16) VALUE "LOCALA".
           05 FILLER PIC X(16) VALUE "JUDETEANA".
           05 FILLER PIC X(16) VALUE "REGIONALA".
           05 FILLER PIC X(16) VALUE "NATIONALA".
           05 FILLER PIC X(16) VALUE "INTERNATIONALA".
       01 FAZA-NAME-TABLE REDEFINES FAZA-NAME-DATA.
           05 FAZA-NAME OCCURS 5 TIMES     PIC X(16).
       01 K-PREMIU-CODES                   PIC X(06) VALUE "123SMP".
       01 PREMIU-NAME-DATA.
           05 FILLER PIC X(16) VALUE "PREMIUL I".
           05 FILLER PIC X(16) VALUE "PREMIUL II".
           05 FILLER PIC X(16) VALUE "PREMIUL III".
           05 FILLER PIC X(16) VALUE "PREMIU SPECIAL".
           05 FILLER PIC X(16) VALUE "MENTIUNE".
           05 FILLER PIC X(16) VALUE "PARTICIPARE".
       01 PREMIU-NAME-TABLE REDEFINES PREMIU-NAME-DATA.
           05 PREMIU-NAME OCCURS 6 TIMES   PIC X(16).
       01 WS-FAZA-IDX                      PIC 9(01).
       01 WS-PREMIU-IDX                    PIC 9(01).
       01 WS-FAZA-LOOP                     PIC 9(01).
       01 WS-PREMIU-LOOP                   PIC 9(01).

      *> THE FIGURES KEPT FOR THE SCHOOL, A SUBJECT OR A PROFESSOR:
      *> RESULTS, RESULTS PER PHASE AND RESULTS PER PRIZE
       01 WS-COUNTS.
           05 WC-TOTAL                     PIC 9(04).
           05 WC-FAZA OCCURS 5 TIMES       PIC 9(04).
           05 WC-PREMIU OCCURS 6 TIMES     PIC 9(04).
       01 WS-SCHOOL-COUNTS                 PIC X(48).
       01 WS-COUNT-OLIMPIADE               PIC 9(04) VALUE 0.
       01 WS-COUNT-CONCURSURI              PIC 9(04) VALUE 0.

      *> THE SCHOOL'S RESULTS, PHASE BY PRIZE
       01 MATRIX-TABLE.
           05 MX-FAZA OCCURS 5 TIMES.
               10 MX-PREMIU OCCURS 6 TIMES PIC 9(04).

      *> THE YEAR'S RESULTS, KEPT FOR THE LIST OF DISTINCTIONS
       01 K-MAX-RESULT                     PIC 9(04) VALUE 2000.
       01 RESULT-TABLE.
           05 RESULT-ENTRY OCCURS 2000 TIMES.
               10 RS-FAZA-IDX              PIC 9(01).
               10 RS-PREMIU-IDX            PIC 9(01).
               10 RS-TIP                   PIC X(01).
               10 RS-MATERIE               PIC X(30).
               10 RS-CONCURS               PIC X(40).
               10 RS-CLASA                 PIC X(04).
               10 RS-NAME                  PIC X(40).
               10 RS-PROF-CNP              PIC X(13).
       01 RESULT-COUNT                     PIC 9(04) VALUE 0.
       01 WS-RESULT-IDX                    PIC 9(04).

      *> PER SUBJECT, SORTED BY NAME
       01 K-MAX-SUBJ                       PIC 9(03) VALUE 100.
       01 SUBJ-TABLE.
           05 SUBJ-ENTRY OCCURS 100 TIMES.
               10 SB-MATERIE               PIC X(30).
               10 SB-COUNTS                PIC X(48).
       01 SUBJ-COUNT                       PIC 9(03) VALUE 0.
       01 WS-SUBJ-IDX                      PIC 9(03).

      *> PER COORDINATING PROFESSOR, SORTED BY NAME
       01 K-MAX-PROF                       PIC 9(03) VALUE 200.
       01 PROF-TABLE.
           05 PROF-ENTRY OCCURS 200 TIMES.
               10 PF-NAME                  PIC X(61).
               10 PF-CNP                   PIC X(13).
               10 PF-COUNTS                PIC X(48).
       01 PROF-COUNT                       PIC 9(03) VALUE 0.
       01 WS-PROF-IDX                      PIC 9(03).

      *> THE SNAPSHOT'S NAMES FOR THE PROFESSORS
       01 K-MAX-NAME                       PIC 9(03) VALUE 500.
       01 NAME-TABLE.
           05 NAME-ENTRY OCCURS 500 TIMES.
               10 NM-CNP                   PIC X(13).
               10 NM-NAME                  PIC X(61).
       01 NAME-COUNT                       PIC 9(03) VALUE 0.
       01 WS-NAME-IDX                      PIC 9(03).

       01 ENTRY-TEMP                       PIC X(122).
       01 WS-SORT-I                        PIC 9(03).
       01 WS-SORT-J                        PIC 9(03).
       01 WS-SORT-BEST                     PIC 9(03).

       01 WS-COUNT-LINES                   PIC 9(04) VALUE 0.
       01 WS-COUNT-OTHER-YEAR              PIC 9(04) VALUE 0.
       01 WS-COUNT-BAD                     PIC 9(04) VALUE 0.
       01 WS-COUNT-DISTINCTIONS            PIC 9(04) VALUE 0.

       01 WS-NUM-DISP                      PIC ZZZ9.
       01 WS-COL                           PIC 9(03).
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
           DISPLAY "ANNUAL OLYMPIAD AND COMPETITION PERFORMANCE"
           DISPLAY "SCHOOL YEAR (E.G. 2025/2026, BLANK = CURRENT): "
               WITH NO ADVANCING
           ACCEPT WS-AN-SCOLAR
           PERFORM A0-SET-YEAR
           IF WS-AN-SCOLAR = SPACE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM A1-LOAD-NAMES
           PERFORM A2-LOAD-RESULTS
           IF WS-OLIMP-STATUS NOT = "00"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM B0-SORT-TABLES
           PERFORM C0-WRITE-REPORT
           MOVE 0 TO RETURN-CODE
           .
       S0Z.
           STOP RUN.

      *> THE SCHOOL YEAR RUNS 1 SEPTEMBER TO 31 AUGUST; LEFT BLANK,
      *> THE ONE TODAY FALLS IN
       A0-SET-YEAR SECTION.
       A0-SET-YEARA.
           IF WS-AN-SCOLAR = SPACE
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               IF WS-TODAY-MM >= 9
                   MOVE WS-TODAY-YYYY      TO WS-YEAR-1
               ELSE
                   COMPUTE WS-YEAR-1 = WS-TODAY-YYYY - 1
               END-IF
               COMPUTE WS-YEAR-2 = WS-YEAR-1 + 1
               STRING WS-YEAR-1 "/" WS-YEAR-2 DELIMITED BY SIZE
               INTO WS-AN-SCOLAR
           END-IF
           IF WS-AN-SCOLAR(1:4) NOT NUMERIC
           OR WS-AN-SCOLAR(5:1) NOT = "/"
           OR WS-AN-SCOLAR(6:4) NOT NUMERIC
               DISPLAY "SCHOOL YEAR MUST LOOK LIKE 2025/2026"
               MOVE SPACE                  TO WS-AN-SCOLAR
               GO TO A0-SET-YEARZ
           END-IF
           DISPLAY "SCHOOL YEAR " WS-AN-SCOLAR
           .
       A0-SET-YEARZ.
           EXIT.

      *> NO SNAPSHOT IS NOT FATAL - THE PROFESSORS ARE THEN SHOWN
      *> BY CNP ONLY
       A1-LOAD-NAMES SECTION.
       A1-LOAD-NAMESA.
           OPEN INPUT PROF-EXTRACT
           IF WS-PROF-EXT-STATUS NOT = "00"
               DISPLAY "Extract_PROFESORI.txt NOT FOUND - PROFESSORS "
                   "BY CNP ONLY"
               GO TO A1-LOAD-NAMESZ
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
                   IF PR-CNP > SPACE
                   AND NAME-COUNT < K-MAX-NAME
                       ADD 1               TO NAME-COUNT
                       MOVE PR-CNP         TO NM-CNP(NAME-COUNT)
                       MOVE SPACE          TO NM-NAME(NAME-COUNT)
                       STRING PR-NUME DELIMITED BY "  "
                              " " DELIMITED BY SIZE
                              PR-PRENUME DELIMITED BY "  "
                       INTO NM-NAME(NAME-COUNT)
                   END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PROF-EXTRACT
           .
       A1-LOAD-NAMESZ.
           EXIT.

       A2-LOAD-RESULTS SECTION.
       A2-LOAD-RESULTSA.
           INITIALIZE WS-COUNTS MATRIX-TABLE
           MOVE WS-COUNTS                  TO WS-SCHOOL-COUNTS
           OPEN INPUT OLIMP-FILE
           IF WS-OLIMP-STATUS NOT = "00"
               DISPLAY "Olimpiade.txt NOT FOUND - RUN OLIMPMAINT "
                   "FIRST"
               GO TO A2-LOAD-RESULTSZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-OLIMP-LINE
               READ OLIMP-FILE INTO WS-OLIMP-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   MOVE SPACE              TO WS-OLIMP-ROW
                   UNSTRING WS-OLIMP-LINE DELIMITED BY ";" INTO
                       OL-CNP OL-AN-SCOLAR OL-TIP OL-MATERIE
                       OL-FAZA OL-PREMIU OL-CONCURS OL-PROF-CNP
                       OL-CLASA OL-NUME OL-PRENUME OL-DIPLOMA
                   END-UNSTRING
                   IF OL-CNP > SPACE
                       ADD 1               TO WS-COUNT-LINES
                       PERFORM A3-CREDIT-RESULT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE OLIMP-FILE
           .
       A2-LOAD-RESULTSZ.
           EXIT.

      *> ONE RESULT OF THE YEAR GOES TO THE SCHOOL, ITS SUBJECT AND
      *> ITS COORDINATING PROFESSOR
       A3-CREDIT-RESULT SECTION.
       A3-CREDIT-RESULTA.
           IF OL-AN-SCOLAR NOT = WS-AN-SCOLAR
               ADD 1                       TO WS-COUNT-OTHER-YEAR
               GO TO A3-CREDIT-RESULTZ
           END-IF
           MOVE 0                          TO WS-FAZA-IDX
                                              WS-PREMIU-IDX
           INSPECT K-FAZA-CODES TALLYING WS-FAZA-IDX
               FOR CHARACTERS BEFORE INITIAL OL-FAZA
           INSPECT K-PREMIU-CODES TALLYING WS-PREMIU-IDX
               FOR CHARACTERS BEFORE INITIAL OL-PREMIU
           ADD 1                           TO WS-FAZA-IDX
                                              WS-PREMIU-IDX
           IF WS-FAZA-IDX > 5 OR WS-PREMIU-IDX > 6
           OR OL-FAZA = SPACE OR OL-PREMIU = SPACE
               ADD 1                       TO WS-COUNT-BAD
               GO TO A3-CREDIT-RESULTZ
           END-IF
           IF OL-TIP = "O"
               ADD 1                       TO WS-COUNT-OLIMPIADE
           ELSE
               ADD 1                       TO WS-COUNT-CONCURSURI
           END-IF
           ADD 1 TO MX-PREMIU(WS-FAZA-IDX, WS-PREMIU-IDX)

           MOVE WS-SCHOOL-COUNTS           TO WS-COUNTS
           PERFORM U0-ADD-TO-COUNTS
           MOVE WS-COUNTS                  TO WS-SCHOOL-COUNTS

           PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                   UNTIL WS-SUBJ-IDX > SUBJ-COUNT
               IF SB-MATERIE(WS-SUBJ-IDX) = OL-MATERIE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SUBJ-IDX > SUBJ-COUNT
           AND SUBJ-COUNT < K-MAX-SUBJ
               ADD 1                       TO SUBJ-COUNT
               MOVE OL-MATERIE             TO SB-MATERIE(SUBJ-COUNT)
               INITIALIZE WS-COUNTS
               MOVE WS-COUNTS              TO SB-COUNTS(SUBJ-COUNT)
           END-IF
           IF WS-SUBJ-IDX <= SUBJ-COUNT
               MOVE SB-COUNTS(WS-SUBJ-IDX) TO WS-COUNTS
               PERFORM U0-ADD-TO-COUNTS
               MOVE WS-COUNTS              TO SB-COUNTS(WS-SUBJ-IDX)
           END-IF

           PERFORM VARYING WS-PROF-IDX FROM 1 BY 1
                   UNTIL WS-PROF-IDX > PROF-COUNT
               IF PF-CNP(WS-PROF-IDX) = OL-PROF-CNP
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PROF-IDX > PROF-COUNT
           AND PROF-COUNT < K-MAX-PROF
               ADD 1                       TO PROF-COUNT
               MOVE OL-PROF-CNP            TO PF-CNP(PROF-COUNT)
               PERFORM A4-PROF-NAME
               INITIALIZE WS-COUNTS
               MOVE WS-COUNTS              TO PF-COUNTS(PROF-COUNT)
           END-IF
           IF WS-PROF-IDX <= PROF-COUNT
               MOVE PF-COUNTS(WS-PROF-IDX) TO WS-COUNTS
               PERFORM U0-ADD-TO-COUNTS
               MOVE WS-COUNTS              TO PF-COUNTS(WS-PROF-IDX)
           END-IF

           IF RESULT-COUNT < K-MAX-RESULT
               ADD 1                       TO RESULT-COUNT
               MOVE WS-FAZA-IDX        TO RS-FAZA-IDX(RESULT-COUNT)
               MOVE WS-PREMIU-IDX      TO RS-PREMIU-IDX(RESULT-COUNT)
               MOVE OL-TIP                 TO RS-TIP(RESULT-COUNT)
               MOVE OL-MATERIE             TO RS-MATERIE(RESULT-COUNT)
               MOVE OL-CONCURS             TO RS-CONCURS(RESULT-COUNT)
               MOVE OL-CLASA               TO RS-CLASA(RESULT-COUNT)
               MOVE OL-PROF-CNP            TO RS-PROF-CNP(RESULT-COUNT)
               MOVE SPACE                  TO RS-NAME(RESULT-COUNT)
               STRING OL-NUME DELIMITED BY "  "
                      " " DELIMITED BY SIZE
                      OL-PRENUME DELIMITED BY "  "
               INTO RS-NAME(RESULT-COUNT)
           END-IF
           .
       A3-CREDIT-RESULTZ.
           EXIT.

      *> THE NEW PROFESSOR'S NAME FROM THE SNAPSHOT, ELSE THE CNP
       A4-PROF-NAME SECTION.
       A4-PROF-NAMEA.
           MOVE SPACE                      TO PF-NAME(PROF-COUNT)
           PERFORM VARYING WS-NAME-IDX FROM 1 BY 1
                   UNTIL WS-NAME-IDX > NAME-COUNT
               IF NM-CNP(WS-NAME-IDX) = OL-PROF-CNP
                   MOVE NM-NAME(WS-NAME-IDX) TO PF-NAME(PROF-COUNT)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF PF-NAME(PROF-COUNT) = SPACE
               STRING "(CNP " OL-PROF-CNP ")" DELIMITED BY SIZE
               INTO PF-NAME(PROF-COUNT)
           END-IF
           .
       A4-PROF-NAMEZ.
           EXIT.

      *> SUBJECTS AND PROFESSORS BY NAME (SELECTION SORT, SMALL
      *> TABLES)
       B0-SORT-TABLES SECTION.
       B0-SORT-TABLESA.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= SUBJ-COUNT
               MOVE WS-SORT-I              TO WS-SORT-BEST
               COMPUTE WS-SORT-J = WS-SORT-I + 1
               PERFORM VARYING WS-SORT-J FROM WS-SORT-J BY 1
                       UNTIL WS-SORT-J > SUBJ-COUNT
                   IF SB-MATERIE(WS-SORT-J) < SB-MATERIE(WS-SORT-BEST)
                       MOVE WS-SORT-J      TO WS-SORT-BEST
                   END-IF
               END-PERFORM
               IF WS-SORT-BEST NOT = WS-SORT-I
                   MOVE SUBJ-ENTRY(WS-SORT-I)    TO ENTRY-TEMP
                   MOVE SUBJ-ENTRY(WS-SORT-BEST) TO
                       SUBJ-ENTRY(WS-SORT-I)
                   MOVE ENTRY-TEMP         TO SUBJ-ENTRY(WS-SORT-BEST)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= PROF-COUNT
               MOVE WS-SORT-I              TO WS-SORT-BEST
               COMPUTE WS-SORT-J = WS-SORT-I + 1
               PERFORM VARYING WS-SORT-J FROM WS-SORT-J BY 1
                       UNTIL WS-SORT-J > PROF-COUNT
                   IF PF-NAME(WS-SORT-J) < PF-NAME(WS-SORT-BEST)
                       MOVE WS-SORT-J      TO WS-SORT-BEST
                   END-IF
               END-PERFORM
               IF WS-SORT-BEST NOT = WS-SORT-I
                   MOVE PROF-ENTRY(WS-SORT-I)    TO ENTRY-TEMP
                   MOVE PROF-ENTRY(WS-SORT-BEST) TO
                       PROF-ENTRY(WS-SORT-I)
                   MOVE ENTRY-TEMP         TO PROF-ENTRY(WS-SORT-BEST)
               END-IF
           END-PERFORM
           .
       B0-SORT-TABLESZ.
           EXIT.

       C0-WRITE-REPORT SECTION.
       C0-WRITE-REPORTA.
           OPEN OUTPUT REPORT-FILE
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
           END-IF
           MOVE SPACE                      TO WS-LINE
           STRING "REZULTATE LA OLIMPIADE SI CONCURSURI SCOLARE - "
                  "AN SCOLAR " WS-AN-SCOLAR DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM P0-WRITE-LINE
           MOVE WS-COUNT-OLIMPIADE         TO WS-NUM-DISP
           STRING "REZULTATE LA OLIMPIADE: " WS-NUM-DISP
                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-COUNT-CONCURSURI        TO WS-NUM-DISP
           MOVE "LA CONCURSURI:"           TO WS-LINE(35:14)
           MOVE WS-NUM-DISP                TO WS-LINE(50:4)
           PERFORM P0-WRITE-LINE
           IF WS-COUNT-OLIMPIADE + WS-COUNT-CONCURSURI = 0
               PERFORM P0-WRITE-LINE
               STRING "NICIUN REZULTAT INREGISTRAT PENTRU ANUL "
                      "SCOLAR " WS-AN-SCOLAR DELIMITED BY SIZE
               INTO WS-LINE
               PERFORM P0-WRITE-LINE
               GO TO C0-WRITE-REPORTX
           END-IF

           PERFORM C1-WRITE-MATRIX
           PERFORM C2-WRITE-SUBJECTS
           PERFORM C3-WRITE-PROFESSORS
           PERFORM C4-WRITE-DISTINCTIONS
           .
       C0-WRITE-REPORTX.
           PERFORM P0-WRITE-LINE
           MOVE WS-COUNT-LINES             TO WS-NUM-DISP
           STRING "REGISTRY LINES READ:          " WS-NUM-DISP
                  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM P0-WRITE-LINE
           MOVE WS-COUNT-OTHER-YEAR        TO WS-NUM-DISP
           STRING "FOR ANOTHER SCHOOL YEAR:      " WS-NUM-DISP
                  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM P0-WRITE-LINE
           MOVE WS-COUNT-BAD               TO WS-NUM-DISP
           STRING "UNKNOWN PHASE OR PRIZE CODE:  " WS-NUM-DISP
                  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM P0-WRITE-LINE
           CLOSE REPORT-FILE
           MOVE WS-SCHOOL-COUNTS           TO WS-COUNTS
           DISPLAY "RESULTS IN THE YEAR: " WC-TOTAL
               " DISTINCTIONS FROM THE COUNTY PHASE UP: "
               WS-COUNT-DISTINCTIONS
           .
       C0-WRITE-REPORTZ.
           EXIT.

      *> 1 - HOW MANY OF EACH PRIZE AT EACH PHASE
       C1-WRITE-MATRIX SECTION.
       C1-WRITE-MATRIXA.
           PERFORM P0-WRITE-LINE
           MOVE "1. REZULTATE PE FAZE SI PREMII" TO WS-LINE
           PERFORM P0-WRITE-LINE
           MOVE "   FAZA"                  TO WS-LINE
           MOVE "P.I  P.II P.III SPEC. MENT. PART.  TOTAL"
                                           TO WS-LINE(21:40)
           PERFORM P0-WRITE-LINE
           PERFORM VARYING WS-FAZA-LOOP FROM 5 BY -1
                   UNTIL WS-FAZA-LOOP < 1
               MOVE FAZA-NAME(WS-FAZA-LOOP) TO WS-LINE(4:16)
               MOVE 0                      TO WC-TOTAL
               PERFORM VARYING WS-PREMIU-LOOP FROM 1 BY 1
                       UNTIL WS-PREMIU-LOOP > 6
                   MOVE MX-PREMIU(WS-FAZA-LOOP, WS-PREMIU-LOOP)
                                           TO WS-NUM-DISP
                   COMPUTE WS-COL = 20 + (WS-PREMIU-LOOP - 1) * 6
                   MOVE WS-NUM-DISP        TO WS-LINE(WS-COL:4)
                   ADD MX-PREMIU(WS-FAZA-LOOP, WS-PREMIU-LOOP)
                                           TO WC-TOTAL
               END-PERFORM
               MOVE WC-TOTAL               TO WS-NUM-DISP
               MOVE WS-NUM-DISP            TO WS-LINE(57:4)
               PERFORM P0-WRITE-LINE
           END-PERFORM
           MOVE WS-SCHOOL-COUNTS           TO WS-COUNTS
           MOVE "   TOTAL"                 TO WS-LINE
           PERFORM VARYING WS-PREMIU-LOOP FROM 1 BY 1
                   UNTIL WS-PREMIU-LOOP > 6
               MOVE WC-PREMIU(WS-PREMIU-LOOP) TO WS-NUM-DISP
               COMPUTE WS-COL = 20 + (WS-PREMIU-LOOP - 1) * 6
               MOVE WS-NUM-DISP            TO WS-LINE(WS-COL:4)
           END-PERFORM
           MOVE WC-TOTAL                   TO WS-NUM-DISP
           MOVE WS-NUM-DISP                TO WS-LINE(57:4)
           PERFORM P0-WRITE-LINE
           .
       C1-WRITE-MATRIXZ.
           EXIT.

      *> 2 - PER SUBJECT
       C2-WRITE-SUBJECTS SECTION.
       C2-WRITE-SUBJECTSA.
           PERFORM P0-WRITE-LINE
           MOVE "2. REZULTATE PE DISCIPLINE" TO WS-LINE
           PERFORM P0-WRITE-LINE
           MOVE "   DISCIPLINA"            TO WS-LINE
           PERFORM U1-COLUMN-HEAD
           PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                   UNTIL WS-SUBJ-IDX > SUBJ-COUNT
               MOVE SB-MATERIE(WS-SUBJ-IDX) TO WS-LINE(4:30)
               MOVE SB-COUNTS(WS-SUBJ-IDX) TO WS-COUNTS
               PERFORM U2-COUNT-COLUMNS
           END-PERFORM
           .
       C2-WRITE-SUBJECTSZ.
           EXIT.

      *> 3 - PER COORDINATING PROFESSOR
       C3-WRITE-PROFESSORS SECTION.
       C3-WRITE-PROFESSORSA.
           PERFORM P0-WRITE-LINE
           MOVE "3. REZULTATE PE PROFESORI COORDONATORI" TO WS-LINE
           PERFORM P0-WRITE-LINE
           MOVE "   PROFESOR"              TO WS-LINE
           PERFORM U1-COLUMN-HEAD
           PERFORM VARYING WS-PROF-IDX FROM 1 BY 1
                   UNTIL WS-PROF-IDX > PROF-COUNT
               MOVE PF-NAME(WS-PROF-IDX)   TO WS-LINE(4:30)
               MOVE PF-COUNTS(WS-PROF-IDX) TO WS-COUNTS
               PERFORM U2-COUNT-COLUMNS
           END-PERFORM
           .
       C3-WRITE-PROFESSORSZ.
           EXIT.

      *> 4 - EVERY PRIZE, SPECIAL PRIZE OR MENTION FROM THE COUNTY
      *> PHASE UP, HIGHEST PHASE FIRST, BEST PRIZE FIRST WITHIN IT
       C4-WRITE-DISTINCTIONS SECTION.
       C4-WRITE-DISTINCTIONSA.
           PERFORM P0-WRITE-LINE
           MOVE "4. DISTINCTII (FAZA JUDETEANA SI PESTE)" TO WS-LINE
           PERFORM P0-WRITE-LINE
           MOVE "   FAZA"                  TO WS-LINE
           MOVE "PREMIU"                   TO WS-LINE(20:6)
           MOVE "CLASA ELEV"               TO WS-LINE(36:10)
           MOVE "DISCIPLINA / CONCURS"     TO WS-LINE(79:20)
           PERFORM P0-WRITE-LINE
           PERFORM VARYING WS-FAZA-LOOP FROM 5 BY -1
                   UNTIL WS-FAZA-LOOP < 2
               PERFORM VARYING WS-PREMIU-LOOP FROM 1 BY 1
                       UNTIL WS-PREMIU-LOOP > 5
                   PERFORM VARYING WS-RESULT-IDX FROM 1 BY 1
                           UNTIL WS-RESULT-IDX > RESULT-COUNT
                       IF RS-FAZA-IDX(WS-RESULT-IDX) = WS-FAZA-LOOP
                       AND RS-PREMIU-IDX(WS-RESULT-IDX) =
                                                   WS-PREMIU-LOOP
                           PERFORM C5-ONE-DISTINCTION
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM
           IF WS-COUNT-DISTINCTIONS = 0
               MOVE "   NICIO DISTINCTIE LA FAZA JUDETEANA SAU PESTE"
                                           TO WS-LINE
               PERFORM P0-WRITE-LINE
           END-IF
           .
       C4-WRITE-DISTINCTIONSZ.
           EXIT.

       C5-ONE-DISTINCTION SECTION.
       C5-ONE-DISTINCTIONA.
           ADD 1                           TO WS-COUNT-DISTINCTIONS
           MOVE FAZA-NAME(WS-FAZA-LOOP)    TO WS-LINE(4:16)
           MOVE PREMIU-NAME(WS-PREMIU-LOOP) TO WS-LINE(20:16)
           MOVE RS-CLASA(WS-RESULT-IDX)    TO WS-LINE(36:4)
           MOVE RS-NAME(WS-RESULT-IDX)     TO WS-LINE(42:36)
           MOVE SPACE                      TO WS-LINE(79:54)
           STRING RS-MATERIE(WS-RESULT-IDX) DELIMITED BY "  "
                  " / " DELIMITED BY SIZE
                  RS-CONCURS(WS-RESULT-IDX) DELIMITED BY "  "
           INTO WS-LINE(79:54)
           PERFORM P0-WRITE-LINE
           .
       C5-ONE-DISTINCTIONZ.
           EXIT.

      *> ONE RESULT INTO THE FIGURES IN WS-COUNTS
       U0-ADD-TO-COUNTS SECTION.
       U0-ADD-TO-COUNTSA.
           ADD 1                           TO WC-TOTAL
           ADD 1                           TO WC-FAZA(WS-FAZA-IDX)
           ADD 1                           TO WC-PREMIU(WS-PREMIU-IDX)
           .
       U0-ADD-TO-COUNTSZ.
           EXIT.

      *> THE COLUMN TITLES AFTER THE NAME ALREADY IN WS-LINE
       U1-COLUMN-HEAD SECTION.
       U1-COLUMN-HEADA.
           MOVE "TOTAL  LOC  JUD  REG  NAT  INT" TO WS-LINE(35:30)
           MOVE "    P.I  P.II P.III SPEC. MENT. PART."
                                           TO WS-LINE(65:37)
           PERFORM P0-WRITE-LINE
           .
       U1-COLUMN-HEADZ.
           EXIT.

      *> THE FIGURES IN WS-COUNTS AFTER THE NAME ALREADY IN WS-LINE
       U2-COUNT-COLUMNS SECTION.
       U2-COUNT-COLUMNSA.
           MOVE WC-TOTAL                   TO WS-NUM-DISP
           MOVE WS-NUM-DISP                TO WS-LINE(36:4)
           PERFORM VARYING WS-FAZA-LOOP FROM 1 BY 1
                   UNTIL WS-FAZA-LOOP > 5
               MOVE WC-FAZA(WS-FAZA-LOOP)  TO WS-NUM-DISP
               COMPUTE WS-COL = 36 + WS-FAZA-LOOP * 5
               MOVE WS-NUM-DISP            TO WS-LINE(WS-COL:4)
           END-PERFORM
           PERFORM VARYING WS-PREMIU-LOOP FROM 1 BY 1
                   UNTIL WS-PREMIU-LOOP > 6
               MOVE WC-PREMIU(WS-PREMIU-LOOP) TO WS-NUM-DISP
               COMPUTE WS-COL = 62 + WS-PREMIU-LOOP * 6
               MOVE WS-NUM-DISP            TO WS-LINE(WS-COL:4)
           END-PERFORM
           PERFORM P0-WRITE-LINE
           .
       U2-COUNT-COLUMNSZ.
           EXIT.

       P0-WRITE-LINE SECTION.
       P0-WRITE-LINEA.
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE SPACE                      TO WS-LINE
           .
       P0-WRITE-LINEZ.
           EXIT.
       END PROGRAM OLIMPREPORT.
