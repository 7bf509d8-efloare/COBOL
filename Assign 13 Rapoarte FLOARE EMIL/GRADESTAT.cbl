      *          INSTEAD OF SOMEONE DIGGING OUT OLD PRINTOUTS. A
      *          RERUN APPENDS AGAIN - THE COMPARISON TAKES THE
      *          NEWEST LINE PER KEY.
      *          THE PRIMARY CLASSES (0-4) ARE GRADED WITH CALIFICATIVE,
      *          SO THEIR SUBJECTS GET A PAGE OF THEIR OWN: HOW MANY
      *          FB / B / S / I PER CLASS/SUBJECT AND THE PASS RATE
      *          (EVERYTHING BUT I), PLUS A PRIMARY ROLLUP. THEY HAVE
      *          NO MEAN OR MEDIAN AND KEEP NO HISTORY LINE.
      *          A STRUCTURA (SITE CODE) AT THE PROMPT LIMITS THE RUN
      *          TO THAT SITE'S CLASSES (SITE FROM Extract_CLASE.txt)
      *          AND ITS ROLLUP IS KEPT IN THE HISTORY AS
      *          "SCOALA <SITE>"; A BLANK ONE COVERS BOTH SITES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CSV-STATUS.

      *> CLASA -> STRUCTURA, FOR A PER-SITE RUN
           SELECT CLASE-EXTRACT ASSIGN TO 'Extract_CLASE.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLASE-EXT-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'GradeStatistics.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

        FD RESULTS-CSV.
       01 RESULTS-CSV-FD                    PIC X(150).

        FD CLASE-EXTRACT.
       01 CLASE-EXTRACT-FD                  PIC X(60).

        FD REPORT-FILE.
       01 REPORT-FILE-FD                    PIC X(150).


       01 WS-CSV-STATUS                    PIC X(02).
       01 WS-HIST-STATUS                   PIC X(02).
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
       01 WS-SITE-CLASS                    PIC X(02).
       01 WS-CLASS-SITE                    PIC X(04).

      *> WHICH SCHOOL YEAR AND SEMESTER THIS SNAPSHOT BELONGS TO -
      *> BLANK YEAR MEANS NO HISTORY LINE IS KEPT FOR THE RUN
           88 GRP-FOUND                     VALUE "Y".
           88 GRP-NOT-FOUND                 VALUE "N".

      *> ONE GROUP PER PRIMARY CLASS/SUBJECT PAIR, COUNTING EACH
      *> CALIFICATIV IN FB/B/S/I ORDER
       01 K-MAX-CALIF-GROUP                PIC 9(03) VALUE 200.
       01 CALIF-GROUP-TABLE.
           05 CALIF-GROUP-ENTRY OCCURS 200 TIMES.
               10 CG-CLASS                 PIC X(02).
               10 CG-SUBJECT               PIC X(30).
               10 CG-CALIF OCCURS 4 TIMES  PIC 9(05).
       01 CALIF-GROUP-COUNT                PIC 9(03) VALUE 0.
       01 WS-CG-IDX                        PIC 9(03).
       01 CALIF-ROLLUP.
           05 CR-CALIF OCCURS 4 TIMES      PIC 9(05) VALUE 0.
       01 K-CALIF-CODES                    PIC X(08) VALUE "FBB S I ".
       01 K-CALIF-CODE-TABLE REDEFINES K-CALIF-CODES.
           05 K-CALIF-CODE OCCURS 4 TIMES  PIC X(02).
       01 WS-CALIF-IDX                     PIC 9(01).
       01 WS-CALIF-WORK.
           05 CW-CALIF OCCURS 4 TIMES      PIC 9(05).
       01 WS-CALIF-TOTAL                   PIC 9(05).
       01 WS-FB-DISP                       PIC ZZZZ9.
       01 WS-B-DISP                        PIC ZZZZ9.
       01 WS-S-DISP                        PIC ZZZZ9.
       01 WS-I-DISP                        PIC ZZZZ9.

      *> THE SCHOOL-WIDE POOL FOR THE ROLLUP PAGE
       01 K-MAX-ALL                        PIC 9(05) VALUE 20000.
       01 ALL-VALUES.
       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".
       COPY TRAINENV-INT.

      *-----------------------
       PROCEDURE DIVISION.
               DISPLAY "SEMESTER (1/2): " WITH NO ADVANCING
               ACCEPT WS-SEMESTER
           END-IF
           DISPLAY "STRUCTURA (SITE CODE, BLANK = ALL SITES): "
               WITH NO ADVANCING
           ACCEPT WS-STRUCTURA
           PERFORM A3-LOAD-SITES
           PERFORM A0-LOAD-CSV
           PERFORM B0-WRITE-REPORT
           MOVE 0 TO RETURN-CODE
               CV-CLASS CV-LAST CV-FIRST CV-SUBJECT
               CV-SCORE-TXT CV-STATUS CV-MAX
           END-UNSTRING
      *> A PER-SITE RUN LEAVES THE OTHER SITE'S CLASSES OUT
           IF WS-STRUCTURA > SPACE
               MOVE CV-CLASS               TO WS-SITE-CLASS
               PERFORM H1-FIND-SITE
               IF WS-CLASS-SITE NOT = WS-STRUCTURA
                   GO TO A1-FOLD-ROWZ
               END-IF
           END-IF
      *> GENERAL ROLLUP ROWS AND CONDUCT ROWS ARE NOT ACADEMIC
      *> SUBJECT AVERAGES - THEY STAY OUT OF THE DISTRIBUTION
           IF CV-SUBJECT = "GENERAL" OR CV-STATUS = "CONDUITA"
               GO TO A1-FOLD-ROWZ
           END-IF
      *> NO DECIMAL POINT - A PRIMARY-CLASS CALIFICATIV, NOT A NUMBER
           IF CV-SCORE-TXT(3:1) NOT = "."
               PERFORM A2-FOLD-CALIF-ROW
               GO TO A1-FOLD-ROWZ
           END-IF

           MOVE CV-SCORE-TXT               TO WS-SCORE-PARSE
           COMPUTE WS-SCORE-H =
       A1-FOLD-ROWZ.
           EXIT.

      *> THE CLASS SNAPSHOT; WITHOUT IT EVERY CLASS IS THE MAIN
      *> SCHOOL'S
       A3-LOAD-SITES SECTION.
       A3-LOAD-SITESA.
           OPEN INPUT CLASE-EXTRACT
           IF WS-CLASE-EXT-STATUS NOT = "00"
               DISPLAY "Extract_CLASE.txt NOT FOUND - EVERY CLASS "
                   "COUNTS AS " K-MAIN-SITE
               GO TO A3-LOAD-SITESZ
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
       A3-LOAD-SITESZ.
           EXIT.

      *> COUNT ONE CALIFICATIV UNDER ITS CLASS/SUBJECT AND THE ROLLUP
       A2-FOLD-CALIF-ROW SECTION.
       A2-FOLD-CALIF-ROWA.
           SET GRP-NOT-FOUND               TO TRUE
           PERFORM VARYING WS-CG-IDX FROM 1 BY 1
                   UNTIL WS-CG-IDX > CALIF-GROUP-COUNT
               IF CG-CLASS(WS-CG-IDX) = CV-CLASS
               AND CG-SUBJECT(WS-CG-IDX) = CV-SUBJECT
                   SET GRP-FOUND           TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF GRP-NOT-FOUND
               IF CALIF-GROUP-COUNT >= K-MAX-CALIF-GROUP
                   GO TO A2-FOLD-CALIF-ROWZ
               END-IF
               ADD 1                       TO CALIF-GROUP-COUNT
               MOVE CALIF-GROUP-COUNT      TO WS-CG-IDX
               MOVE CV-CLASS               TO CG-CLASS(WS-CG-IDX)
               MOVE CV-SUBJECT             TO CG-SUBJECT(WS-CG-IDX)
               PERFORM VARYING WS-CALIF-IDX FROM 1 BY 1
                       UNTIL WS-CALIF-IDX > 4
                   MOVE 0 TO CG-CALIF(WS-CG-IDX, WS-CALIF-IDX)
               END-PERFORM
           END-IF
           PERFORM VARYING WS-CALIF-IDX FROM 1 BY 1
                   UNTIL WS-CALIF-IDX > 4
               IF K-CALIF-CODE(WS-CALIF-IDX) = CV-SCORE-TXT(1:2)
                   ADD 1 TO CG-CALIF(WS-CG-IDX, WS-CALIF-IDX)
                   ADD 1 TO CR-CALIF(WS-CALIF-IDX)
               END-IF
           END-PERFORM
           .
       A2-FOLD-CALIF-ROWZ.
           EXIT.

       B0-WRITE-REPORT SECTION.
       B0-WRITE-REPORTA.
           OPEN OUTPUT REPORT-FILE
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
           END-IF
           MOVE "GRADE DISTRIBUTION PER CLASS AND SUBJECT"
                                           TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE "BANDS: <5 / 5-6.99 / 7-8.99 / 9-10"
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

           PERFORM C0-REPORT-ONE-GROUP THRU C0-REPORT-ONE-GROUPZ
               VARYING WS-GRP-IDX FROM 1 BY 1
           MOVE "SCHOOL-WIDE ROLLUP"       TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE "**"                       TO WS-CUR-CLASS
      *> ONE SITE'S ROLLUP MUST NOT PASS FOR THE WHOLE SCHOOL'S IN
      *> THE YEAR-OVER-YEAR HISTORY
           MOVE "SCOALA"                   TO WS-CUR-SUBJECT
           IF WS-STRUCTURA > SPACE
               MOVE WS-STRUCTURA           TO WS-CUR-SUBJECT(8:4)
           END-IF
           MOVE 0                          TO WS-WORK-COUNT
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > ALL-COUNT
           END-PERFORM
           PERFORM D0-COMPUTE-AND-WRITE-STATS

           IF CALIF-GROUP-COUNT > 0
               PERFORM E0-WRITE-CALIF-PAGE
           END-IF

           CLOSE REPORT-FILE
           .
       B0-WRITE-REPORTZ.
           MOVE SPACE                      TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE SPACE                      TO WS-LINE
           MOVE GR-CLASS(WS-GRP-IDX)       TO WS-SITE-CLASS
           PERFORM H1-FIND-SITE
           STRING "CLASA " GR-CLASS(WS-GRP-IDX) "  "
                  GR-SUBJECT(WS-GRP-IDX) "  STRUCTURA "
                  WS-CLASS-SITE DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
       D0-COMPUTE-AND-WRITE-STATSZ.
           EXIT.

      *> THE PRIMARY CLASSES' PAGE: CALIFICATIV COUNTS PER
      *> CLASS/SUBJECT, THEN THE PRIMARY ROLLUP
       E0-WRITE-CALIF-PAGE SECTION.
       E0-WRITE-CALIF-PAGEA.
           MOVE SPACE                      TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE "CALIFICATIVE PER CLASS AND SUBJECT (CLASSES 0-4)"
                                           TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE "COUNTS: FB / B / S / I"   TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD

           PERFORM E1-REPORT-ONE-CALIF-GROUP
               THRU E1-REPORT-ONE-CALIF-GROUPZ
               VARYING WS-CG-IDX FROM 1 BY 1
               UNTIL WS-CG-IDX > CALIF-GROUP-COUNT

           MOVE SPACE                      TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE "PRIMARY ROLLUP"           TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           PERFORM VARYING WS-CALIF-IDX FROM 1 BY 1
                   UNTIL WS-CALIF-IDX > 4
               MOVE CR-CALIF(WS-CALIF-IDX) TO CW-CALIF(WS-CALIF-IDX)
           END-PERFORM
           PERFORM E2-WRITE-CALIF-COUNTS
           .
       E0-WRITE-CALIF-PAGEZ.
           EXIT.

       E1-REPORT-ONE-CALIF-GROUP SECTION.
       E1-REPORT-ONE-CALIF-GROUPA.
           MOVE SPACE                      TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE SPACE                      TO WS-LINE
           MOVE CG-CLASS(WS-CG-IDX)        TO WS-SITE-CLASS
           PERFORM H1-FIND-SITE
           STRING "CLASA " CG-CLASS(WS-CG-IDX) "  "
                  CG-SUBJECT(WS-CG-IDX) "  STRUCTURA "
                  WS-CLASS-SITE DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           PERFORM VARYING WS-CALIF-IDX FROM 1 BY 1
                   UNTIL WS-CALIF-IDX > 4
               MOVE CG-CALIF(WS-CG-IDX, WS-CALIF-IDX)
                                           TO CW-CALIF(WS-CALIF-IDX)
           END-PERFORM
           PERFORM E2-WRITE-CALIF-COUNTS
           .
       E1-REPORT-ONE-CALIF-GROUPZ.
           EXIT.

      *> ONE COUNTS LINE FROM WHATEVER IS IN WS-CALIF-WORK - PASS
      *> MEANS ANY CALIFICATIV BUT I
       E2-WRITE-CALIF-COUNTS SECTION.
       E2-WRITE-CALIF-COUNTSA.
           COMPUTE WS-CALIF-TOTAL = CW-CALIF(1) + CW-CALIF(2)
                                  + CW-CALIF(3) + CW-CALIF(4)
           IF WS-CALIF-TOTAL = 0
               MOVE "  (NO CALIFICATIVE)"  TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
               GO TO E2-WRITE-CALIF-COUNTSZ
           END-IF
           COMPUTE WS-PASS-PCT =
               ((WS-CALIF-TOTAL - CW-CALIF(4)) * 100) / WS-CALIF-TOTAL
           MOVE CW-CALIF(1)                TO WS-FB-DISP
           MOVE CW-CALIF(2)                TO WS-B-DISP
           MOVE CW-CALIF(3)                TO WS-S-DISP
           MOVE CW-CALIF(4)                TO WS-I-DISP
           MOVE WS-PASS-PCT                TO WS-PCT-DISP
           MOVE SPACE                      TO WS-LINE
           STRING "  FB " WS-FB-DISP "  B " WS-B-DISP
                  "  S " WS-S-DISP "  I " WS-I-DISP
                  "  PASS " WS-PCT-DISP "%"
                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           .
       E2-WRITE-CALIF-COUNTSZ.
           EXIT.

      *> THE SNAPSHOT LINE GRADECOMP JOINS ACROSS YEARS
       H0-APPEND-HISTORY SECTION.
       H0-APPEND-HISTORYA.
           .
       H0-APPEND-HISTORYZ.
           EXIT.

      *> THE SITE OF CLASS WS-SITE-CLASS INTO WS-CLASS-SITE. THE
      *> AVERAGES CSV ONLY CARRIES A TWO-CHARACTER CLASS CODE, SO THE
      *> MATCH IS ON THE FIRST TWO CHARACTERS OF THE CLASE CLASS
       H1-FIND-SITE SECTION.
       H1-FIND-SITEA.
           MOVE K-MAIN-SITE                TO WS-CLASS-SITE
           PERFORM VARYING WS-SITE-IDX FROM 1 BY 1
                   UNTIL WS-SITE-IDX > SITE-COUNT
               IF SI-CLASA(WS-SITE-IDX)(1:2) = WS-SITE-CLASS
                   IF SI-STRUCTURA(WS-SITE-IDX) > SPACE
                       MOVE SI-STRUCTURA(WS-SITE-IDX)
                                           TO WS-CLASS-SITE
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
       H1-FIND-SITEZ.
           EXIT.
       END PROGRAM GRADESTAT.
