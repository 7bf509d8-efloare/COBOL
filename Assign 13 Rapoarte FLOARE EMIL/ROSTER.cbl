      *          OF PULLING STUDENTI THROUGH THE JAR, SO THE MORNING
      *          REPORT RUN LEAVES THE LIVE DATABASE ALONE. WRITES
      *          ClassRoster.txt.
      *          RUNS PER STRUCTURA (SITE CODE PROMPTED, EACH CLASS'S
      *          SITE FROM Extract_CLASE.txt) OR, WITH A BLANK
      *          ANSWER, FOR BOTH SITES COMBINED WITH A TOTAL PER
      *          SITE AHEAD OF THE SCHOOL TOTAL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXTRACT-STATUS.

      *> CLASA -> STRUCTURA, THE SITE EACH CLASS BELONGS TO
           SELECT CLASE-EXTRACT ASSIGN TO 'Extract_CLASE.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLASE-EXT-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'ClassRoster.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

        FD EXTRACT-FILE.
       01 EXTRACT-FD                        PIC X(250).

        FD CLASE-EXTRACT.
       01 CLASE-EXTRACT-FD                  PIC X(60).

        FD REPORT-FILE.
       01 REPORT-FILE-FD                    PIC X(120).

       WORKING-STORAGE SECTION.

       01 WS-EXTRACT-STATUS                PIC X(02).
       01 WS-CLASE-EXT-STATUS              PIC X(02).

      *> THE SITE THE RUN IS FOR - BLANK MEANS BOTH SITES COMBINED
       01 WS-STRUCTURA                     PIC X(04) VALUE SPACE.

      *> CLASA -> STRUCTURA MAP FROM THE CLASS SNAPSHOT; A CLASS
      *> MISSING FROM IT BELONGS TO THE MAIN SCHOOL
       01 K-MAIN-SITE                      PIC X(04) VALUE "PJ".
       01 WS-CLASE-ROW.
           05 CL-CLASA                     PIC X(04).
           05 FILLER                       PIC X(02).
           05 CL-STRUCTURA                 PIC X(04).
       01 K-MAX-SITE-CLASS                 PIC 9(03) VALUE 200.
       01 SITE-TABLE.
           05 SITE-ENTRY OCCURS 200 TIMES.
               10 SI-CLASA                 PIC X(04).
               10 SI-STRUCTURA             PIC X(04).
       01 SITE-COUNT                       PIC 9(03) VALUE 0.
       01 WS-SITE-IDX                      PIC 9(03).
       01 WS-SITE-CLASA                    PIC X(04).
       01 WS-CLASS-SITE                    PIC X(04).
       01 WS-CUR-SITE                      PIC X(04) VALUE SPACE.

      *> PER-SITE TOTALS FOR A COMBINED RUN
       01 K-MAX-SITE-SUM                   PIC 9(02) VALUE 10.
       01 SITE-SUM-TABLE.
           05 SITE-SUM-ENTRY OCCURS 10 TIMES.
               10 SS-STRUCTURA             PIC X(04).
               10 SS-TOTAL                 PIC 9(05).
               10 SS-BOYS                  PIC 9(05).
               10 SS-GIRLS                 PIC 9(05).
       01 SITE-SUM-COUNT                   PIC 9(02) VALUE 0.
       01 WS-SUM-IDX                       PIC 9(02).

       01 CNP-INTERFACE.
           COPY CNP-INT.
       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".
       COPY TRAINENV-INT.

      *-----------------------
       PROCEDURE DIVISION.
       S0  SECTION.
       S0A.
           DISPLAY "BEGINNING CLASS ROSTER REPORT"
           DISPLAY "STRUCTURA (SITE CODE, BLANK = ALL SITES): "
               WITH NO ADVANCING
           ACCEPT WS-STRUCTURA

           OPEN INPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = "00"
           END-IF

           PERFORM A0
           PERFORM A1-LOAD-SITES
           PERFORM B0-SWEEP-STUDENTS
           CLOSE EXTRACT-FILE
           DISPLAY "STUDENTS LISTED: " WS-SCHOOL-TOTAL
       A0 SECTION.
       A0A.
           OPEN OUTPUT REPORT-FILE
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
           END-IF
           MOVE "CLASS ROSTER - SEX AND DATE OF BIRTH FROM THE CNP"
                                           TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE SPACE                      TO WS-LINE
           IF WS-STRUCTURA = SPACE
               MOVE "STRUCTURA: TOATE"     TO WS-LINE
           ELSE
               STRING "STRUCTURA: " WS-STRUCTURA
                      DELIMITED BY SIZE
               INTO WS-LINE
           END-IF
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           .
       A0Z.
           EXIT.

      *> THE CLASS SNAPSHOT; WITHOUT IT EVERY CLASS IS THE MAIN
      *> SCHOOL'S
       A1-LOAD-SITES SECTION.
       A1-LOAD-SITESA.
           OPEN INPUT CLASE-EXTRACT
           IF WS-CLASE-EXT-STATUS NOT = "00"
               DISPLAY "Extract_CLASE.txt NOT FOUND - EVERY CLASS "
                   "COUNTS AS " K-MAIN-SITE
               GO TO A1-LOAD-SITESZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-CLASE-ROW
               READ CLASE-EXTRACT INTO WS-CLASE-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-CLASE-ROW(1:8) = "EXTRACT "
                       CONTINUE
                   ELSE
                   IF CL-CLASA > SPACE
                   AND SITE-COUNT < K-MAX-SITE-CLASS
                       ADD 1               TO SITE-COUNT
                       MOVE CL-CLASA       TO SI-CLASA(SITE-COUNT)
                       MOVE CL-STRUCTURA   TO SI-STRUCTURA(SITE-COUNT)
                   END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CLASE-EXTRACT
           .
       A1-LOAD-SITESZ.
           EXIT.

      *> ONE PASS OVER THE EXTRACT (ALREADY IN CLASS ORDER), EACH
      *> CNP DECODED BY CNPMODULE, CLASS TOTALS PRINTED AT EVERY
      *> CLASS BOUNDARY. THE FRESHNESS HEADER LINE GOES TO THE
                   IF WS-STUD-ROW(1:8) = "EXTRACT "
                       DISPLAY "READING SNAPSHOT: " WS-STUD-ROW(1:50)
                   ELSE
                       MOVE SR-CLASA       TO WS-SITE-CLASA
                       PERFORM H0-FIND-SITE
                       IF SR-CNP > SPACE
                       AND (WS-STRUCTURA = SPACE
                            OR WS-CLASS-SITE = WS-STRUCTURA)
                           PERFORM C0-ONE-STUDENT
                       END-IF
                   END-IF
           IF NOT-FIRST-ROW
               PERFORM D0-WRITE-CLASS-TOTALS
           END-IF
           IF WS-STRUCTURA = SPACE
               MOVE SPACE                  TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
               PERFORM D1-WRITE-SITE-TOTAL THRU D1-WRITE-SITE-TOTALZ
                   VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > SITE-SUM-COUNT
           END-IF
           MOVE SPACE                      TO WS-LINE
           STRING "SCHOOL TOTAL: " WS-SCHOOL-TOTAL
                  "  BOYS: " WS-SCHOOL-BOYS
               END-IF
               SET NOT-FIRST-ROW           TO TRUE
               MOVE SR-CLASA               TO WS-CUR-CLASA
               MOVE WS-CLASS-SITE          TO WS-CUR-SITE
               MOVE 0                      TO WS-CLASS-TOTAL
               MOVE 0                      TO WS-CLASS-BOYS
               MOVE 0                      TO WS-CLASS-GIRLS
               MOVE SPACE                  TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
               MOVE SPACE                  TO WS-LINE
               STRING "CLASA " SR-CLASA "   STRUCTURA "
                      WS-CUR-SITE DELIMITED BY SIZE
               INTO WS-LINE
               MOVE WS-LINE                TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
           INTO WS-LINE
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD

      *> THE CLASS ALSO COUNTS TOWARDS ITS SITE'S TOTAL
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > SITE-SUM-COUNT
               IF SS-STRUCTURA(WS-SUM-IDX) = WS-CUR-SITE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SUM-IDX > SITE-SUM-COUNT
               IF SITE-SUM-COUNT >= K-MAX-SITE-SUM
                   GO TO D0-WRITE-CLASS-TOTALSZ
               END-IF
               ADD 1                       TO SITE-SUM-COUNT
               MOVE SITE-SUM-COUNT         TO WS-SUM-IDX
               MOVE WS-CUR-SITE            TO SS-STRUCTURA(WS-SUM-IDX)
               MOVE 0                      TO SS-TOTAL(WS-SUM-IDX)
               MOVE 0                      TO SS-BOYS(WS-SUM-IDX)
               MOVE 0                      TO SS-GIRLS(WS-SUM-IDX)
           END-IF
           ADD WS-CLASS-TOTAL              TO SS-TOTAL(WS-SUM-IDX)
           ADD WS-CLASS-BOYS               TO SS-BOYS(WS-SUM-IDX)
           ADD WS-CLASS-GIRLS              TO SS-GIRLS(WS-SUM-IDX)
           .
       D0-WRITE-CLASS-TOTALSZ.
           EXIT.

       D1-WRITE-SITE-TOTAL SECTION.
       D1-WRITE-SITE-TOTALA.
           MOVE SPACE                      TO WS-LINE
           STRING "STRUCTURA " SS-STRUCTURA(WS-SUM-IDX)
                  " TOTAL: " SS-TOTAL(WS-SUM-IDX)
                  "  BOYS: " SS-BOYS(WS-SUM-IDX)
                  "  GIRLS: " SS-GIRLS(WS-SUM-IDX)
                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           .
       D1-WRITE-SITE-TOTALZ.
           EXIT.

      *> THE SITE OF CLASS WS-SITE-CLASA INTO WS-CLASS-SITE
       H0-FIND-SITE SECTION.
       H0-FIND-SITEA.
           MOVE K-MAIN-SITE                TO WS-CLASS-SITE
           PERFORM VARYING WS-SITE-IDX FROM 1 BY 1
                   UNTIL WS-SITE-IDX > SITE-COUNT
               IF SI-CLASA(WS-SITE-IDX) = WS-SITE-CLASA
                   IF SI-STRUCTURA(WS-SITE-IDX) > SPACE
                       MOVE SI-STRUCTURA(WS-SITE-IDX)
                                           TO WS-CLASS-SITE
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
       H0-FIND-SITEZ.
           EXIT.
       END PROGRAM ROSTER.
