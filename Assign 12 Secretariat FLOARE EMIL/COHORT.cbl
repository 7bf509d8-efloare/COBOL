      *          BEST MARKED SEF DE PROMOTIE PE SCOALA) AND A COHORT
      *          PAGE TRACKING EACH CLASS'S MEAN BY YEAR. NAMES COME
      *          FROM Alumni.txt WHERE ROLLOVER FILED THE GRADUATES.
      *          WRITES CohortReport.txt, AND CohortFinal.txt - ONE
      *          LINE PER GRADUATE (CNP, FINISHING YEAR AND CLASS,
      *          CUMULATIVE MEAN) FOR DESTREPORT TO AVERAGE BY
      *          DESTINATION. EACH GRADUATE'S OLYMPIAD AND
      *          COMPETITION DISTINCTIONS (COUNTY PHASE AND UP, FROM
      *          Olimpiade.txt, OLIMPMAINT) PRINT UNDER THEIR LINE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALUMNI-STATUS.

      *> THE OLYMPIAD AND COMPETITION REGISTRY OLIMPMAINT KEEPS HERE
           SELECT OLIMP-FILE ASSIGN TO 'Olimpiade.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OLIMP-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'CohortReport.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FINAL-FILE ASSIGN TO 'CohortFinal.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
        FD ALUMNI-FILE.
       01 ALUMNI-FD                         PIC X(220).

        FD OLIMP-FILE.
       01 OLIMP-FD                          PIC X(220).

        FD REPORT-FILE.
       01 REPORT-FILE-FD                    PIC X(132).

        FD FINAL-FILE.
       01 FINAL-FD                          PIC X(32).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WS-REG-STATUS                    PIC X(02).
       01 WS-ALUMNI-STATUS                 PIC X(02).
       01 WS-OLIMP-STATUS                  PIC X(02).

      *> ONE RegistruMatricol.txt LINE, THE COLUMNS MATRICOL WRITES
       01 WS-REG-LINE.
           05 FILLER                       PIC X(01).
           05 AL-PRENUME                   PIC X(30).

      *> ONE Olimpiade.txt LINE, SPLIT (CNP;ANSCOLAR;TIP;MATERIE;
      *> FAZA;PREMIU;CONCURS;PROFCNP;CLASA;NUME;PRENUME;DIPLOMA)
       01 WS-OLIMP-LINE                    PIC X(220).
       01 WS-OLIMP-FIELDS.
           05 OF-CNP                       PIC X(13).
           05 OF-AN                        PIC X(09).
           05 OF-TIP                       PIC X(01).
           05 OF-MATERIE                   PIC X(30).
           05 OF-FAZA                      PIC X(01).
           05 OF-PREMIU                    PIC X(01).
           05 OF-REST                      PIC X(137).

      *> THE DISTINCTIONS OF THE PROMOTIE'S CAREER - COUNTY PHASE
      *> AND UP, PRIZES, SPECIAL PRIZES AND MENTIONS
       01 K-MAX-OLIMP                      PIC 9(04) VALUE 1000.
       01 OLIMP-TABLE.
           05 OLIMP-ENTRY OCCURS 1000 TIMES.
               10 OQ-CNP                   PIC X(13).
               10 OQ-AN                    PIC X(09).
               10 OQ-MATERIE               PIC X(30).
               10 OQ-FAZA                  PIC X(01).
               10 OQ-PREMIU                PIC X(01).
       01 OLIMP-COUNT                      PIC 9(04) VALUE 0.
       01 WS-OLIMP-IDX                     PIC 9(04).
       01 WS-OLIMP-FAZA-TEXT               PIC X(14).
       01 WS-OLIMP-PREMIU-TEXT             PIC X(14).

      *> EACH STUDENT'S GENERAL-AVERAGE HISTORY OFF THE REGISTER
       01 K-MAX-STUDENT                    PIC 9(04) VALUE 1000.
       01 K-MAX-YEAR                       PIC 9(02) VALUE 8.
       01 WS-COHORT-MEAN                   PIC 99V99.

       01 WS-MEAN-DISP                     PIC Z9.99.

      *> ONE CohortFinal.txt LINE - THE SAME "NN.NN" TEXT THE
      *> REGISTER CARRIES ITS AVERAGES IN
       01 WS-FINAL-LINE.
           05 FN-CNP                       PIC X(13).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 FN-AN-SCOLAR                 PIC X(09).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 FN-CLASS                     PIC X(02).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 FN-MEAN                      PIC 99.99.
       01 WS-BEST-OVERALL                  PIC 9(04) VALUE 0.
       01 WS-LINE                          PIC X(132).

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".
       COPY TRAINENV-INT.

      *-----------------------
       PROCEDURE DIVISION.
           DISPLAY "PROMOTIA " WS-FINISH-AN

           PERFORM A1-LOAD-ALUMNI-NAMES
           PERFORM A3-LOAD-OLIMPIADE
           PERFORM B0-RANK-THE-PROMOTIE
           IF RANK-COUNT = 0
               DISPLAY "NO STUDENT FINISHES IN " WS-FINISH-AN
               STOP RUN
           END-IF
           PERFORM C0-WRITE-REPORT
           PERFORM C1-WRITE-FINAL-LIST
           DISPLAY "GRADUATES RANKED: " RANK-COUNT
           MOVE 0 TO RETURN-CODE
           .
       A1-LOAD-ALUMNI-NAMESZ.
           EXIT.

      *> EVERY DISTINCTION ON FILE FOR A STUDENT THE REGISTER KNOWS;
      *> NO REGISTRY MEANS NO DISTINCTION LINES
       A3-LOAD-OLIMPIADE SECTION.
       A3-LOAD-OLIMPIADEA.
           OPEN INPUT OLIMP-FILE
           IF WS-OLIMP-STATUS NOT = "00"
               GO TO A3-LOAD-OLIMPIADEZ
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
                       OF-PREMIU OF-REST
                   END-UNSTRING
                   IF (OF-FAZA = "J" OR "R" OR "N" OR "I")
                   AND (OF-PREMIU = "1" OR "2" OR "3" OR "S" OR "M")
                   AND OLIMP-COUNT < K-MAX-OLIMP
                       ADD 1               TO OLIMP-COUNT
                       MOVE OF-CNP         TO OQ-CNP(OLIMP-COUNT)
                       MOVE OF-AN          TO OQ-AN(OLIMP-COUNT)
                       MOVE OF-MATERIE     TO OQ-MATERIE(OLIMP-COUNT)
                       MOVE OF-FAZA        TO OQ-FAZA(OLIMP-COUNT)
                       MOVE OF-PREMIU      TO OQ-PREMIU(OLIMP-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE OLIMP-FILE
           .
       A3-LOAD-OLIMPIADEZ.
           EXIT.

      *> THE PROMOTIE: EVERY STUDENT WHOSE LAST REGISTER YEAR IS THE
      *> FINISHING YEAR. CUMULATIVE MEAN = MEAN OF THEIR YEARLY
      *> GENERAL AVERAGES, THEN RANKED BEST FIRST.
       C0-WRITE-REPORT SECTION.
       C0-WRITE-REPORTA.
           OPEN OUTPUT REPORT-FILE
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
           END-IF
           MOVE SPACE                      TO WS-LINE
           STRING "PROMOTIA " WS-FINISH-AN
                  " - CLASAMENT SI RAPORT DE COHORTA"
       C0-WRITE-REPORTZ.
           EXIT.

      *> THE PROMOTIE'S FINAL MEANS, MACHINE-READABLE, IN RANK ORDER
       C1-WRITE-FINAL-LIST SECTION.
       C1-WRITE-FINAL-LISTA.
           OPEN OUTPUT FINAL-FILE
           PERFORM VARYING WS-RANK-I FROM 1 BY 1
                   UNTIL WS-RANK-I > RANK-COUNT
               MOVE RANK-ENTRY(WS-RANK-I)  TO WS-STUD-IDX
               MOVE ST-CNP(WS-STUD-IDX)    TO FN-CNP
               MOVE WS-FINISH-AN           TO FN-AN-SCOLAR
               MOVE ST-LAST-CLASS(WS-STUD-IDX) TO FN-CLASS
               MOVE ST-CUM-MEAN(WS-STUD-IDX) TO FN-MEAN
               MOVE WS-FINAL-LINE          TO FINAL-FD
               WRITE FINAL-FD
           END-PERFORM
           CLOSE FINAL-FILE
           .
       C1-WRITE-FINAL-LISTZ.
           EXIT.

       D0-WRITE-ONE-CLASS SECTION.
       D0-WRITE-ONE-CLASSA.
           MOVE SPACE                      TO REPORT-FILE-FD
                   END-IF
                   MOVE WS-LINE            TO REPORT-FILE-FD
                   WRITE REPORT-FILE-FD
                   PERFORM D1-WRITE-DISTINCTIONS
               END-IF
           END-PERFORM
           .
       D0-WRITE-ONE-CLASSZ.
           EXIT.

      *> THE GRADUATE'S DISTINCTIONS, ONE LINE EACH, IN REGISTRY ORDER
       D1-WRITE-DISTINCTIONS SECTION.
       D1-WRITE-DISTINCTIONSA.
           PERFORM VARYING WS-OLIMP-IDX FROM 1 BY 1
                   UNTIL WS-OLIMP-IDX > OLIMP-COUNT
               IF OQ-CNP(WS-OLIMP-IDX) = ST-CNP(WS-STUD-IDX)
                   EVALUATE OQ-FAZA(WS-OLIMP-IDX)
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
                       WHEN OTHER
                           MOVE "MENTIUNE"     TO WS-OLIMP-PREMIU-TEXT
                   END-EVALUATE
                   MOVE SPACE              TO WS-LINE
                   STRING "        DISTINCTIE " OQ-AN(WS-OLIMP-IDX)
                          "  " OQ-MATERIE(WS-OLIMP-IDX)
                          "  " WS-OLIMP-FAZA-TEXT
                          "  " WS-OLIMP-PREMIU-TEXT
                          DELIMITED BY SIZE
                   INTO WS-LINE
                   MOVE WS-LINE            TO REPORT-FILE-FD
                   WRITE REPORT-FILE-FD
               END-IF
           END-PERFORM
           .
       D1-WRITE-DISTINCTIONSZ.
           EXIT.

      *> HOW THE PROMOTIE'S MEAN MOVED YEAR BY YEAR, PER FINISHING
      *> CLASS: EVERY YEAR ANY OF ITS STUDENTS HAS IN THE REGISTER
       E0-WRITE-COHORT-PAGE SECTION.
