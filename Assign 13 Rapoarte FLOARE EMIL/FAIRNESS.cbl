      ******************************************************************
      * Author:
      * Date:
      * Purpose: GRADING-FAIRNESS REPORT PER PROFESSOR. READS THE
      *          NIGHTLY NOTE SNAPSHOT (TBLEXTRACT) AND PRINTS, PER
      *          GRADING PROFESSOR (NOTE.CNPPROF, AS STAMPED AT ENTRY
      *          - NOT GUESSED FROM PROFESORMATERIECLASA) PER SUBJECT
      *          PER CLASS, THE GRADE COUNT AND AVERAGE GIVEN NEXT TO
      *          THE SUBJECT'S SCHOOL-WIDE MEAN, FLAGGING PROFESSORS
      *          WHOSE AVERAGE DEVIATES FROM THAT MEAN BY MORE THAN A
      *          CONFIGURABLE MARGIN. GRADES LOADED BEFORE THE GRADER
      *          WAS RECORDED SIT ON A "GRADER NOT RECORDED" LINE AND
      *          ARE NEVER FLAGGED. THE WHOLE REPORT RUNS FROM THE
      *          EXTRACT FILES - IT USED TO PAY ONE ADAPTER PROBE PER
      *          ASSIGNMENT. WRITES GradingFairness.txt - THE
      *          DIRECTOR'S "WHO GRADES HARD?" IN ONE PAGE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> THE NIGHTLY SNAPSHOTS TBLEXTRACT FILES HERE
           SELECT STUD-EXTRACT ASSIGN TO 'Extract_STUDENTI.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STUD-EXT-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
        FD STUD-EXTRACT.
       01 STUD-EXTRACT-FD                   PIC X(250).

        FD NOTE-EXTRACT.
       01 NOTE-EXTRACT-FD                   PIC X(120).

        FD PROF-EXTRACT.
       01 PROF-EXTRACT-FD                   PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.

       01 WS-STUD-EXT-STATUS               PIC X(02).
       01 WS-NOTE-EXT-STATUS               PIC X(02).
       01 WS-PROF-EXT-STATUS               PIC X(02).

      *> FLAG A PROFESSOR WHOSE AVERAGE SITS FURTHER THAN THIS FROM
      *> THE SUBJECT'S SCHOOL-WIDE MEAN. LEFT BLANK IT COMES FROM THE
      *> BUSINESS-PARAMETER REGISTRY (FAIR-MARGIN) AS IN FORCE TODAY;
      *> THE 1.00 HERE IS ONLY USED WHEN THE REGISTRY HAS NONE
       01 K-DEFAULT-MARGIN                 PIC 9V9(02) VALUE 1.00.
       01 WS-MARGIN                        PIC 9V9(02) VALUE 0.
       COPY PARAM-INT.
       01 WS-PARAM-HEADER                  PIC X(150).

      *> ONE LINE PER GRADING PROFESSOR/SUBJECT/CLASS ACTUALLY SEEN
      *> ON THE GRADES - A BLANK GR-CNP HOLDS THE GRADES WHOSE GRADER
      *> WAS NEVER RECORDED
       01 K-MAX-GRADER                     PIC 9(04) VALUE 1000.
       01 GRADER-TABLE.
           05 GRADER-ENTRY OCCURS 1000 TIMES.
               10 GR-CNP                   PIC X(13).
               10 GR-MATERIE               PIC X(30).
               10 GR-CLASA                 PIC X(04).
               10 GR-CNT                   PIC 9(05).
               10 GR-SUM                   PIC 9(06).
               10 GR-AVG                   PIC 9(02)V9(02).
       01 GRADER-COUNT                     PIC 9(04) VALUE 0.
       01 WS-GRADER-IDX                    PIC 9(04).
       01 WS-GRADER-SW                     PIC X(01) VALUE "N".
           88 GRADER-FOUND                  VALUE "Y".
           88 GRADER-NOT-FOUND              VALUE "N".

      *> CNP -> CLASA MAP FROM THE STUDENT SNAPSHOT
       01 WS-STUD-ROW.
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
       01 WS-NOTA-NUM                      PIC 9(02).

      *> THE PROFESSORS' NAMES FROM THE PROFESORI SNAPSHOT
       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".
       COPY TRAINENV-INT.

      *-----------------------
       PROCEDURE DIVISION.
       S0  SECTION.
       S0A.
           DISPLAY "GRADING-FAIRNESS REPORT"
           MOVE "FAIR-MARGIN"              TO PRM-NAME
           MOVE SPACE                      TO PRM-AS-OF
           MOVE K-DEFAULT-MARGIN           TO PRM-DEFAULT
           CALL "PARAMGET" USING PARAM-INTERFACE
           DISPLAY "DEVIATION MARGIN (BLANK = " PRM-SHOWN "): "
               WITH NO ADVANCING
           ACCEPT WS-MARGIN
           IF WS-MARGIN = 0
               MOVE PRM-VALUE              TO WS-MARGIN
           ELSE
               MOVE WS-MARGIN              TO PRM-VALUE
               MOVE PRM-VALUE              TO PRM-SHOWN
               MOVE "ENTERED BY THE OPERATOR" TO PRM-SOURCE
           END-IF
           MOVE SPACE                      TO WS-PARAM-HEADER
           STRING "PARAMETERS: FAIR-MARGIN " PRM-SHOWN " - "
                  PRM-SOURCE
                  DELIMITED BY SIZE
           INTO WS-PARAM-HEADER
           DISPLAY WS-PARAM-HEADER

           PERFORM A0
           PERFORM B2-LOAD-STUDENT-CLASSES
           PERFORM B3-LOAD-PROF-NAMES
           PERFORM B4-SWEEP-GRADES
           IF GRADER-COUNT = 0
               DISPLAY "NO GRADES ON THE SNAPSHOT - NOTHING TO REPORT"
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM C0-COMPUTE-AVERAGES
           PERFORM D0-WRITE-REPORT
           DISPLAY "ASSIGNMENTS FLAGGED: " WS-COUNT-FLAGGED
       A0 SECTION.
       A0A.
           OPEN OUTPUT REPORT-FILE
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
           END-IF
           MOVE "GRADING FAIRNESS - PROFESSOR AVERAGES VS SUBJECT MEAN"
                                           TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE WS-PARAM-HEADER            TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           .
       A0Z.
           EXIT.

       B2-LOAD-STUDENT-CLASSES SECTION.
       B2-LOAD-STUDENT-CLASSESA.
           OPEN INPUT STUD-EXTRACT
           EXIT.

      *> ONE PASS OVER THE GRADE SNAPSHOT: EACH GRADE JOINS ITS
      *> STUDENT'S CLASS AND FOLDS INTO THE LINE OF THE PROFESSOR
      *> WHO GAVE IT AND INTO ITS SUBJECT'S SCHOOL-WIDE TOTALS
       B4-SWEEP-GRADES SECTION.
       B4-SWEEP-GRADESA.
           OPEN INPUT NOTE-EXTRACT
               GO TO B5-FOLD-IN-GRADEZ
           END-IF

           SET GRADER-NOT-FOUND            TO TRUE
           PERFORM VARYING WS-GRADER-IDX FROM 1 BY 1
                   UNTIL WS-GRADER-IDX > GRADER-COUNT
               IF GR-CNP(WS-GRADER-IDX) = NR-CNP-PROF
               AND GR-MATERIE(WS-GRADER-IDX) = NR-MATERIE
               AND GR-CLASA(WS-GRADER-IDX) = WS-GRADE-CLASA
                   SET GRADER-FOUND        TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF GRADER-NOT-FOUND
               IF GRADER-COUNT >= K-MAX-GRADER
                   GO TO B5-FOLD-IN-GRADEZ
               END-IF
               ADD 1                       TO GRADER-COUNT
               MOVE GRADER-COUNT           TO WS-GRADER-IDX
               MOVE NR-CNP-PROF            TO GR-CNP(WS-GRADER-IDX)
               MOVE NR-MATERIE             TO GR-MATERIE(WS-GRADER-IDX)
               MOVE WS-GRADE-CLASA         TO GR-CLASA(WS-GRADER-IDX)
               MOVE 0                      TO GR-CNT(WS-GRADER-IDX)
               MOVE 0                      TO GR-SUM(WS-GRADER-IDX)
           END-IF
           ADD 1                           TO GR-CNT(WS-GRADER-IDX)
           ADD WS-NOTA-NUM                 TO GR-SUM(WS-GRADER-IDX)
           PERFORM C1-ADD-TO-SUBJECT
           .
       B5-FOLD-IN-GRADEZ.
           EXIT.

       C0-COMPUTE-AVERAGES SECTION.
       C0-COMPUTE-AVERAGESA.
           PERFORM VARYING WS-GRADER-IDX FROM 1 BY 1
                   UNTIL WS-GRADER-IDX > GRADER-COUNT
               IF GR-CNT(WS-GRADER-IDX) > 0
                   COMPUTE GR-AVG(WS-GRADER-IDX) =
                       GR-SUM(WS-GRADER-IDX) / GR-CNT(WS-GRADER-IDX)
               ELSE
                   MOVE 0                  TO GR-AVG(WS-GRADER-IDX)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
       D0-WRITE-REPORT SECTION.
       D0-WRITE-REPORTA.
           PERFORM D1-WRITE-ONE-ROW THRU D1-WRITE-ONE-ROWZ
               VARYING WS-GRADER-IDX FROM 1 BY 1
               UNTIL WS-GRADER-IDX > GRADER-COUNT

           MOVE SPACE                      TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD

       D1-WRITE-ONE-ROW SECTION.
       D1-WRITE-ONE-ROWA.
           IF GR-CNT(WS-GRADER-IDX) = 0
               GO TO D1-WRITE-ONE-ROWZ
           END-IF

           MOVE 0                          TO WS-DEV
           PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                   UNTIL WS-SUBJ-IDX > SUBJ-COUNT
               IF SJ-MATERIE(WS-SUBJ-IDX) = GR-MATERIE(WS-GRADER-IDX)
                   COMPUTE WS-DEV = GR-AVG(WS-GRADER-IDX)
                       - SJ-MEAN(WS-SUBJ-IDX)
                   MOVE SJ-MEAN(WS-SUBJ-IDX) TO WS-MEAN-DISP
                   EXIT PERFORM
           END-PERFORM

           MOVE SPACE                      TO WS-FLAG
      *> NOBODY TO HOLD TO ACCOUNT FOR AN UNRECORDED GRADER
           IF GR-CNP(WS-GRADER-IDX) = SPACE
               MOVE 0                      TO WS-DEV
           END-IF
           IF WS-DEV > WS-MARGIN
               MOVE "*** LENIENT"          TO WS-FLAG
               ADD 1                       TO WS-COUNT-FLAGGED
           END-IF

           PERFORM E0-GET-PROF-NAME
           MOVE GR-AVG(WS-GRADER-IDX)      TO WS-AVG-DISP
           MOVE GR-CNT(WS-GRADER-IDX)      TO WS-CNT-DISP
           MOVE SPACE                      TO WS-LINE
           STRING WS-NAME-NUME " " WS-NAME-PRENUME
                  " " GR-MATERIE(WS-GRADER-IDX)
                  " " GR-CLASA(WS-GRADER-IDX)
                  " N " WS-CNT-DISP
                  " AVG " WS-AVG-DISP
                  " SUBJ MEAN " WS-MEAN-DISP
       E0-GET-PROF-NAMEA.
           MOVE SPACE                      TO WS-NAME-NUME
           MOVE SPACE                      TO WS-NAME-PRENUME
           IF GR-CNP(WS-GRADER-IDX) = SPACE
               MOVE "(GRADER NOT RECORDED)" TO WS-NAME-NUME
               GO TO E0-GET-PROF-NAMEZ
           END-IF
           PERFORM VARYING WS-PROF-IDX FROM 1 BY 1
                   UNTIL WS-PROF-IDX > PROF-COUNT
               IF PT-CNP(WS-PROF-IDX) = GR-CNP(WS-GRADER-IDX)
                   MOVE PT-NUME(WS-PROF-IDX)    TO WS-NAME-NUME
                   MOVE PT-PRENUME(WS-PROF-IDX) TO WS-NAME-PRENUME
                   EXIT PERFORM
