      ******************************************************************
      * Author:
      * Date:
      * Purpose: ANNUAL CES HEADCOUNT FOR THE INSPECTORATE. COUNTS,
      *          FROM THE SAME CesRegistry.txt CESMAINT KEEPS AND THE
      *          STUDENT SNAPSHOT (Extract_STUDENTI.txt), EVERY
      *          STUDENT WHOSE CES CERTIFICATE WAS IN FORCE AT ANY
      *          POINT OF THE SCHOOL YEAR ASKED FOR (1 SEPTEMBER TO
      *          31 AUGUST): PER CLASS AND PER CYCLE (PRIMAR,
      *          GIMNAZIAL, LICEAL) THE STUDENTS WITH A CERTIFICATE,
      *          HOW MANY FOLLOW AN ADAPTED WHOLE CURRICULUM ("TOATE"),
      *          THE ADAPTED SUBJECTS AND THE SUBJECTS EVALUATED BY
      *          DESCRIPTORS. A REGISTRY CNP NO LONGER IN THE SNAPSHOT
      *          (LEFT THE SCHOOL) IS ONLY COUNTED. WRITES
      *          CesHeadcount.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CESREPORT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> THE NIGHTLY SNAPSHOT TBLEXTRACT FILES HERE
           SELECT STUD-EXTRACT ASSIGN TO 'Extract_STUDENTI.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STUD-EXT-STATUS.

      *> THE CES REGISTRY CESMAINT DISTRIBUTES
      *> (CNP;MATERIE;CERTREF;FROM;TO;MINNOTE;EVAL)
           SELECT CES-FILE ASSIGN TO 'CesRegistry.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CES-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'CesHeadcount.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
        FD STUD-EXTRACT.
       01 STUD-EXTRACT-FD                   PIC X(250).

        FD CES-FILE.
       01 CES-FD                            PIC X(100).

        FD REPORT-FILE.
       01 REPORT-FILE-FD                    PIC X(132).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WS-STUD-EXT-STATUS               PIC X(02).
       01 WS-CES-STATUS                    PIC X(02).

      *> THE SCHOOL YEAR REPORTED ON, AND THE DATES IT SPANS
       01 WS-AN-SCOLAR                     PIC X(09) VALUE SPACE.
       01 WS-TODAY                         PIC 9(08).
       01 WS-TODAY-R REDEFINES WS-TODAY.
           05 WS-TODAY-YYYY                PIC 9(04).
           05 WS-TODAY-MM                  PIC 9(02).
           05 WS-TODAY-DD                  PIC 9(02).
       01 WS-YEAR-1                        PIC 9(04).
       01 WS-YEAR-2                        PIC 9(04).
       01 WS-YEAR-START                    PIC X(08).
       01 WS-YEAR-END                      PIC X(08).

      *> ONE SNAPSHOT ROW
       01 WS-STUD-ROW.
           05 SR-CNP                       PIC X(13).
           05 FILLER                       PIC X(02).
           05 SR-CLASA                     PIC X(04).
           05 FILLER                       PIC X(02).
           05 SR-NUME                      PIC X(30).
           05 FILLER                       PIC X(02).
           05 SR-PRENUME                   PIC X(30).

      *> ONE REGISTRY LINE
       01 WS-CES-LINE                      PIC X(100).
       01 WS-CES-ROW.
           05 CR-CNP                       PIC X(13).
           05 CR-MATERIE                   PIC X(30).
           05 CR-CERTREF                   PIC X(20).
           05 CR-FROM                      PIC X(08).
           05 CR-TO                        PIC X(08).
           05 CR-MIN-NOTE                  PIC X(02).
           05 CR-EVAL                      PIC X(01).

      *> EVERY STUDENT IN THE SNAPSHOT, WITH WHAT THE REGISTRY SAYS
      *> ABOUT THEM FOR THE YEAR
       01 K-MAX-STUDENT                    PIC 9(04) VALUE 2000.
       01 STUDENT-TABLE.
           05 STUDENT-ENTRY OCCURS 2000 TIMES.
               10 ST-CNP                   PIC X(13).
               10 ST-CLASA                 PIC X(04).
               10 ST-CES                   PIC X(01).
               10 ST-TOATE                 PIC X(01).
               10 ST-SUBJECTS              PIC 9(03).
               10 ST-DESCR                 PIC 9(03).
       01 STUDENT-COUNT                    PIC 9(04) VALUE 0.
       01 WS-STUD-IDX                      PIC 9(04).
       01 WS-FOUND-SW                      PIC X(01).
           88 CNP-FOUND                     VALUE "Y".
           88 CNP-NOT-FOUND                 VALUE "N".

      *> THE HEADCOUNT PER CLASS, SORTED BY CLASS CODE
       01 K-MAX-CLASS                      PIC 9(03) VALUE 200.
       01 CLASS-TABLE.
           05 CLASS-ENTRY OCCURS 200 TIMES.
               10 CL-CLASA                 PIC X(04).
               10 CL-STUDENTS              PIC 9(04).
               10 CL-TOATE                 PIC 9(04).
               10 CL-SUBJECTS              PIC 9(04).
               10 CL-DESCR                 PIC 9(04).
       01 CLASS-COUNT                      PIC 9(03) VALUE 0.
       01 WS-CLASS-IDX                     PIC 9(03).
       01 CLASS-TEMP                       PIC X(20).
       01 WS-SORT-I                        PIC 9(03).
       01 WS-SORT-J                        PIC 9(03).
       01 WS-SORT-BEST                     PIC 9(03).

      *> THE SAME FIGURES PER CYCLE: 1 PRIMAR (PREGATITOARE-IV),
      *> 2 GIMNAZIAL (V-VIII), 3 LICEAL (IX-XII), AND THE TOTAL (4)
       01 CYCLE-NAME-DATA.
           05 FILLER PIC X(10) VALUE "PRIMAR".
           05 FILLER PIC X(10) VALUE "GIMNAZIAL".
           05 FILLER PIC X(10) VALUE "LICEAL".
           05 FILLER PIC X(10) VALUE "TOTAL".
       01 CYCLE-NAME-TABLE REDEFINES CYCLE-NAME-DATA.
           05 CYCLE-NAME OCCURS 4 TIMES    PIC X(10).
       01 CYCLE-TABLE.
           05 CYCLE-ENTRY OCCURS 4 TIMES.
               10 CY-STUDENTS              PIC 9(04).
               10 CY-TOATE                 PIC 9(04).
               10 CY-SUBJECTS              PIC 9(04).
               10 CY-DESCR                 PIC 9(04).
       01 WS-CYCLE-IDX                     PIC 9(01).
       01 WS-LEVEL-X                       PIC X(02).
       01 WS-LEVEL                         PIC 9(02).

       01 WS-COUNT-LINES                   PIC 9(04) VALUE 0.
       01 WS-COUNT-OUT-OF-YEAR             PIC 9(04) VALUE 0.
       01 WS-COUNT-GONE                    PIC 9(04) VALUE 0.

       01 WS-NUM-DISP-1                    PIC ZZZ9.
       01 WS-NUM-DISP-2                    PIC ZZZ9.
       01 WS-NUM-DISP-3                    PIC ZZZ9.
       01 WS-NUM-DISP-4                    PIC ZZZ9.
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
           DISPLAY "ANNUAL CES HEADCOUNT"
           DISPLAY "SCHOOL YEAR (E.G. 2025/2026, BLANK = CURRENT): "
               WITH NO ADVANCING
           ACCEPT WS-AN-SCOLAR
           PERFORM A0-SET-YEAR
           IF WS-AN-SCOLAR = SPACE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM A1-LOAD-STUDENTS
           IF STUDENT-COUNT = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM A2-LOAD-CES
           IF WS-CES-STATUS NOT = "00"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM B0-TALLY
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
           OR WS-AN-SCOLAR(6:4) NOT NUMERIC
               DISPLAY "SCHOOL YEAR MUST LOOK LIKE 2025/2026"
               MOVE SPACE                  TO WS-AN-SCOLAR
               GO TO A0-SET-YEARZ
           END-IF
           STRING WS-AN-SCOLAR(1:4) "0901" DELIMITED BY SIZE
           INTO WS-YEAR-START
           STRING WS-AN-SCOLAR(6:4) "0831" DELIMITED BY SIZE
           INTO WS-YEAR-END
           DISPLAY "SCHOOL YEAR " WS-AN-SCOLAR ": " WS-YEAR-START
               " - " WS-YEAR-END
           .
       A0-SET-YEARZ.
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
                   AND STUDENT-COUNT < K-MAX-STUDENT
                       ADD 1               TO STUDENT-COUNT
                       MOVE SR-CNP         TO ST-CNP(STUDENT-COUNT)
                       MOVE SR-CLASA       TO ST-CLASA(STUDENT-COUNT)
                       MOVE "N"            TO ST-CES(STUDENT-COUNT)
                                              ST-TOATE(STUDENT-COUNT)
                       MOVE 0              TO ST-SUBJECTS(STUDENT-COUNT)
                                              ST-DESCR(STUDENT-COUNT)
                   END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE STUD-EXTRACT
           DISPLAY "STUDENTS IN THE SNAPSHOT: " STUDENT-COUNT
           .
       A1-LOAD-STUDENTSZ.
           EXIT.

      *> EVERY REGISTRY LINE WHOSE VALIDITY OVERLAPS THE SCHOOL YEAR
      *> IS CREDITED TO ITS STUDENT
       A2-LOAD-CES SECTION.
       A2-LOAD-CESA.
           OPEN INPUT CES-FILE
           IF WS-CES-STATUS NOT = "00"
               DISPLAY "CesRegistry.txt NOT FOUND - RUN CESMAINT "
                   "FIRST"
               GO TO A2-LOAD-CESZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-CES-LINE
               READ CES-FILE INTO WS-CES-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   MOVE SPACE              TO WS-CES-ROW
                   UNSTRING WS-CES-LINE DELIMITED BY ";" INTO
                       CR-CNP CR-MATERIE CR-CERTREF CR-FROM CR-TO
                       CR-MIN-NOTE CR-EVAL
                   END-UNSTRING
                   IF CR-CNP > SPACE
                       ADD 1               TO WS-COUNT-LINES
                       PERFORM A3-CREDIT-LINE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CES-FILE
           .
       A2-LOAD-CESZ.
           EXIT.

       A3-CREDIT-LINE SECTION.
       A3-CREDIT-LINEA.
           IF (CR-FROM NOT = SPACE AND CR-FROM > WS-YEAR-END)
           OR (CR-TO NOT = SPACE AND CR-TO < WS-YEAR-START)
               ADD 1                       TO WS-COUNT-OUT-OF-YEAR
               GO TO A3-CREDIT-LINEZ
           END-IF
           SET CNP-NOT-FOUND               TO TRUE
           PERFORM VARYING WS-STUD-IDX FROM 1 BY 1
                   UNTIL WS-STUD-IDX > STUDENT-COUNT
               IF ST-CNP(WS-STUD-IDX) = CR-CNP
                   SET CNP-FOUND           TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF CNP-NOT-FOUND
               ADD 1                       TO WS-COUNT-GONE
               GO TO A3-CREDIT-LINEZ
           END-IF
           MOVE "Y"                        TO ST-CES(WS-STUD-IDX)
           IF CR-MATERIE = "TOATE"
               MOVE "Y"                    TO ST-TOATE(WS-STUD-IDX)
           ELSE
               ADD 1                       TO ST-SUBJECTS(WS-STUD-IDX)
           END-IF
           IF CR-EVAL = "D"
               ADD 1                       TO ST-DESCR(WS-STUD-IDX)
           END-IF
           .
       A3-CREDIT-LINEZ.
           EXIT.

      *> FOLD EVERY CES STUDENT INTO THEIR CLASS AND CYCLE
       B0-TALLY SECTION.
       B0-TALLYA.
           INITIALIZE CYCLE-TABLE
           PERFORM VARYING WS-STUD-IDX FROM 1 BY 1
                   UNTIL WS-STUD-IDX > STUDENT-COUNT
               IF ST-CES(WS-STUD-IDX) = "Y"
                   PERFORM B1-COUNT-STUDENT
               END-IF
           END-PERFORM

      *> CLASS CODES IN ORDER (SELECTION SORT, SMALL TABLE)
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= CLASS-COUNT
               MOVE WS-SORT-I              TO WS-SORT-BEST
               COMPUTE WS-SORT-J = WS-SORT-I + 1
               PERFORM VARYING WS-SORT-J FROM WS-SORT-J BY 1
                       UNTIL WS-SORT-J > CLASS-COUNT
                   IF CL-CLASA(WS-SORT-J) < CL-CLASA(WS-SORT-BEST)
                       MOVE WS-SORT-J      TO WS-SORT-BEST
                   END-IF
               END-PERFORM
               IF WS-SORT-BEST NOT = WS-SORT-I
                   MOVE CLASS-ENTRY(WS-SORT-I)    TO CLASS-TEMP
                   MOVE CLASS-ENTRY(WS-SORT-BEST) TO
                       CLASS-ENTRY(WS-SORT-I)
                   MOVE CLASS-TEMP         TO CLASS-ENTRY(WS-SORT-BEST)
               END-IF
           END-PERFORM
           .
       B0-TALLYZ.
           EXIT.

       B1-COUNT-STUDENT SECTION.
       B1-COUNT-STUDENTA.
           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                   UNTIL WS-CLASS-IDX > CLASS-COUNT
               IF CL-CLASA(WS-CLASS-IDX) = ST-CLASA(WS-STUD-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CLASS-IDX > CLASS-COUNT
               IF CLASS-COUNT >= K-MAX-CLASS
                   DISPLAY "TOO MANY CLASSES, TRUNCATED AT "
                       K-MAX-CLASS
                   GO TO B1-COUNT-STUDENTZ
               END-IF
               ADD 1                       TO CLASS-COUNT
               MOVE CLASS-COUNT            TO WS-CLASS-IDX
               MOVE ST-CLASA(WS-STUD-IDX)  TO CL-CLASA(WS-CLASS-IDX)
               MOVE 0                      TO CL-STUDENTS(WS-CLASS-IDX)
                                              CL-TOATE(WS-CLASS-IDX)
                                              CL-SUBJECTS(WS-CLASS-IDX)
                                              CL-DESCR(WS-CLASS-IDX)
           END-IF
           ADD 1                           TO CL-STUDENTS(WS-CLASS-IDX)
           ADD ST-SUBJECTS(WS-STUD-IDX)    TO CL-SUBJECTS(WS-CLASS-IDX)
           ADD ST-DESCR(WS-STUD-IDX)       TO CL-DESCR(WS-CLASS-IDX)
           IF ST-TOATE(WS-STUD-IDX) = "Y"
               ADD 1                       TO CL-TOATE(WS-CLASS-IDX)
           END-IF

      *> THE CYCLE FROM THE CLASS LEVEL: "10A" -> 10, "5B" -> 5,
      *> "0A" (PREGATITOARE) -> 0
           IF ST-CLASA(WS-STUD-IDX)(2:1) IS NUMERIC
               MOVE ST-CLASA(WS-STUD-IDX)(1:2) TO WS-LEVEL-X
           ELSE
               MOVE "0"                    TO WS-LEVEL-X(1:1)
               MOVE ST-CLASA(WS-STUD-IDX)(1:1) TO WS-LEVEL-X(2:1)
           END-IF
           IF WS-LEVEL-X IS NUMERIC
               MOVE WS-LEVEL-X             TO WS-LEVEL
           ELSE
               MOVE 0                      TO WS-LEVEL
           END-IF
           EVALUATE TRUE
               WHEN WS-LEVEL <= 4
                   MOVE 1                  TO WS-CYCLE-IDX
               WHEN WS-LEVEL <= 8
                   MOVE 2                  TO WS-CYCLE-IDX
               WHEN OTHER
                   MOVE 3                  TO WS-CYCLE-IDX
           END-EVALUATE
           PERFORM B2-ADD-TO-CYCLE
           MOVE 4                          TO WS-CYCLE-IDX
           PERFORM B2-ADD-TO-CYCLE
           .
       B1-COUNT-STUDENTZ.
           EXIT.

       B2-ADD-TO-CYCLE SECTION.
       B2-ADD-TO-CYCLEA.
           ADD 1                           TO CY-STUDENTS(WS-CYCLE-IDX)
           ADD ST-SUBJECTS(WS-STUD-IDX)    TO CY-SUBJECTS(WS-CYCLE-IDX)
           ADD ST-DESCR(WS-STUD-IDX)       TO CY-DESCR(WS-CYCLE-IDX)
           IF ST-TOATE(WS-STUD-IDX) = "Y"
               ADD 1                       TO CY-TOATE(WS-CYCLE-IDX)
           END-IF
           .
       B2-ADD-TO-CYCLEZ.
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
           STRING "SITUATIA ELEVILOR CU CES - AN SCOLAR "
                  WS-AN-SCOLAR DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE SPACE                      TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE "CLASA       ELEVI   CURRICULUM   DISCIPLINE   EVALUARE"
                                           TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE "            CU CES  ADAPTAT      ADAPTATE     DESCRIPT"
                                           TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD

           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                   UNTIL WS-CLASS-IDX > CLASS-COUNT
               MOVE CL-STUDENTS(WS-CLASS-IDX) TO WS-NUM-DISP-1
               MOVE CL-TOATE(WS-CLASS-IDX)    TO WS-NUM-DISP-2
               MOVE CL-SUBJECTS(WS-CLASS-IDX) TO WS-NUM-DISP-3
               MOVE CL-DESCR(WS-CLASS-IDX)    TO WS-NUM-DISP-4
               MOVE SPACE                  TO WS-LINE
               STRING CL-CLASA(WS-CLASS-IDX) "        "
                      WS-NUM-DISP-1 "        " WS-NUM-DISP-2
                      "         " WS-NUM-DISP-3
                      "         " WS-NUM-DISP-4
                      DELIMITED BY SIZE
               INTO WS-LINE
               MOVE WS-LINE                TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
           END-PERFORM

           MOVE SPACE                      TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           PERFORM VARYING WS-CYCLE-IDX FROM 1 BY 1
                   UNTIL WS-CYCLE-IDX > 4
               MOVE CY-STUDENTS(WS-CYCLE-IDX) TO WS-NUM-DISP-1
               MOVE CY-TOATE(WS-CYCLE-IDX)    TO WS-NUM-DISP-2
               MOVE CY-SUBJECTS(WS-CYCLE-IDX) TO WS-NUM-DISP-3
               MOVE CY-DESCR(WS-CYCLE-IDX)    TO WS-NUM-DISP-4
               MOVE SPACE                  TO WS-LINE
               STRING CYCLE-NAME(WS-CYCLE-IDX) "  "
                      WS-NUM-DISP-1 "        " WS-NUM-DISP-2
                      "         " WS-NUM-DISP-3
                      "         " WS-NUM-DISP-4
                      DELIMITED BY SIZE
               INTO WS-LINE
               MOVE WS-LINE                TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
           END-PERFORM

           MOVE SPACE                      TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE WS-COUNT-LINES             TO WS-NUM-DISP-1
           MOVE SPACE                      TO WS-LINE
           STRING "REGISTRY LINES READ:                 " WS-NUM-DISP-1
                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE WS-COUNT-OUT-OF-YEAR       TO WS-NUM-DISP-1
           MOVE SPACE                      TO WS-LINE
           STRING "NOT IN FORCE DURING THE YEAR:        " WS-NUM-DISP-1
                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE WS-COUNT-GONE              TO WS-NUM-DISP-1
           MOVE SPACE                      TO WS-LINE
           STRING "FOR A CNP NO LONGER IN THE SNAPSHOT: " WS-NUM-DISP-1
                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           CLOSE REPORT-FILE
           DISPLAY "STUDENTS WITH CES: " CY-STUDENTS(4)
           .
       C0-WRITE-REPORTZ.
           EXIT.
       END PROGRAM CESREPORT.
