      *          HOW STEEP THE DECLINE IS, MARKING THE ONES THE
      *          AT-RISK REPORT ALREADY COVERS - SO THE DIRIGINTE CAN
      *          STEP IN A MONTH BEFORE THE GRADE ACTUALLY FAILS.
      *          WRITES EarlyWarning.txt. A SUBJECT ADAPTED BY A VALID
      *          CES PLAN (CesRegistry.txt, KEPT BY CESMAINT) IS
      *          FOLLOWED BY THE PLAN'S OWN REVIEWS, NOT WARNED ABOUT
      *          EVERY WEEK - IT IS ONLY COUNTED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROSTER-STATUS.

      *> THE CES REGISTRY CESMAINT MAINTAINS
      *> (CNP;MATERIE;CERTREF;FROM;TO;MINNOTE;EVAL), AND THE STUDENT
      *> SNAPSHOT TO TURN ITS CNPS INTO THE TREND FILE'S CLASS AND
      *> NAME. EITHER FILE MISSING MEANS NOTHING IS HELD BACK.
           SELECT CES-FILE ASSIGN TO 'CesRegistry.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CES-STATUS.

           SELECT STUD-EXTRACT ASSIGN TO 'Extract_STUDENTI.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STUD-EXT-STATUS.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
        FD DIRIGINTI-ROSTER.
       01 DIRIGINTI-ROSTER-FD               PIC X(80).

        FD CES-FILE.
       01 CES-FD                            PIC X(100).

        FD STUD-EXTRACT.
       01 STUD-EXTRACT-FD                   PIC X(250).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WS-TREND-STATUS                  PIC X(02).
       01 WS-RISK-STATUS                   PIC X(02).
       01 WS-ROSTER-STATUS                 PIC X(02).
       01 WS-CES-STATUS                    PIC X(02).
       01 WS-STUD-EXT-STATUS               PIC X(02).

      *> ONE DirigintiRoster.txt LINE, THE COLUMNS DIRLOAD WRITES
       01 WS-ROSTER-LINE.
       01 RISK-COUNT                       PIC 9(04) VALUE 0.
       01 WS-RISK-IDX                      PIC 9(04).

      *> THE CES ENTRIES VALID TODAY, RESOLVED TO THE NAME THE TREND
      *> FILE CARRIES. MATERIE "TOATE" COVERS EVERY SUBJECT.
       01 WS-CES-LINE                      PIC X(100).
       01 WS-CES-ROW.
           05 CR-CNP                       PIC X(13).
           05 CR-MATERIE                   PIC X(30).
           05 CR-CERTREF                   PIC X(20).
           05 CR-FROM                      PIC X(08).
           05 CR-TO                        PIC X(08).
       01 WS-STUD-ROW.
           05 SR-CNP                       PIC X(13).
           05 FILLER                       PIC X(02).
           05 SR-CLASA                     PIC X(04).
           05 FILLER                       PIC X(02).
           05 SR-NUME                      PIC X(30).
           05 FILLER                       PIC X(02).
           05 SR-PRENUME                   PIC X(30).
       01 K-MAX-CES                        PIC 9(03) VALUE 500.
       01 CES-TABLE.
           05 CES-ENTRY OCCURS 500 TIMES.
               10 CE-CNP                   PIC X(13).
               10 CE-NUME                  PIC X(30).
               10 CE-PRENUME               PIC X(29).
               10 CE-MATERIE               PIC X(30).
       01 CES-COUNT                        PIC 9(03) VALUE 0.
       01 WS-CES-IDX                       PIC 9(03).
       01 WS-RUN-DATE                      PIC 9(08) VALUE 0.
       01 WS-COUNT-CES-HELD                PIC 9(04) VALUE 0.
       01 WS-CES-SW                        PIC X(01).
           88 SUBJECT-CES                   VALUE "Y".
           88 SUBJECT-NOT-CES               VALUE "N".

       01 WS-DECLINE-DISP                  PIC Z9.99.
       01 WS-LINE                          PIC X(150).

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".
       COPY TRAINENV-INT.

      *-----------------------
       PROCEDURE DIVISION.
       S0A.
           DISPLAY "EARLY-WARNING REPORT - SLIPPING BEFORE FAILING"
           PERFORM A0-LOAD-AT-RISK
           PERFORM A1-LOAD-CES
           PERFORM A2-RESOLVE-CES-NAMES
           PERFORM B0-SCAN-TRENDS
           PERFORM C0-SORT-BY-DECLINE
           PERFORM D0-WRITE-REPORT
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
      *> THE HEADER LINES (THE THRESHOLD USED, A TRAINING-COPY
      *> STAMP) ARE NOT STUDENTS
                   IF RK-NUME > SPACE
                   AND WS-RISK-ROW(1:11) NOT = "PARAMETERS:"
                   AND WS-RISK-ROW(1:3) NOT = "***"
                   AND RISK-COUNT < K-MAX-RISK
                       ADD 1               TO RISK-COUNT
                       MOVE RK-NUME        TO RT-NUME(RISK-COUNT)
       A0-LOAD-AT-RISKZ.
           EXIT.

      *> THE CES LINES VALID TODAY
       A1-LOAD-CES SECTION.
       A1-LOAD-CESA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT CES-FILE
           IF WS-CES-STATUS NOT = "00"
               DISPLAY "NO CesRegistry.txt - NO CES SUBJECTS HELD "
                   "BACK (RUN CESMAINT)"
               GO TO A1-LOAD-CESZ
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
                   END-UNSTRING
                   IF CR-CNP > SPACE
                   AND (CR-FROM = SPACE OR CR-FROM <= WS-RUN-DATE)
                   AND (CR-TO = SPACE OR CR-TO >= WS-RUN-DATE)
                   AND CES-COUNT < K-MAX-CES
                       ADD 1               TO CES-COUNT
                       MOVE CR-CNP         TO CE-CNP(CES-COUNT)
                       MOVE CR-MATERIE     TO CE-MATERIE(CES-COUNT)
                       MOVE SPACE          TO CE-NUME(CES-COUNT)
                                              CE-PRENUME(CES-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CES-FILE
           .
       A1-LOAD-CESZ.
           EXIT.

      *> THE TREND FILE IS NAME-KEYED - GIVE EVERY CES ENTRY ITS
      *> STUDENT'S NAME FROM THE SNAPSHOT
       A2-RESOLVE-CES-NAMES SECTION.
       A2-RESOLVE-CES-NAMESA.
           IF CES-COUNT = 0
               GO TO A2-RESOLVE-CES-NAMESZ
           END-IF
           OPEN INPUT STUD-EXTRACT
           IF WS-STUD-EXT-STATUS NOT = "00"
               DISPLAY "Extract_STUDENTI.txt NOT FOUND - RUN "
                   "TBLEXTRACT FIRST; NO CES SUBJECTS HELD BACK"
               GO TO A2-RESOLVE-CES-NAMESZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-STUD-ROW
               READ STUD-EXTRACT INTO WS-STUD-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-STUD-ROW(1:8) NOT = "EXTRACT "
                   AND SR-CNP > SPACE
                       PERFORM VARYING WS-CES-IDX FROM 1 BY 1
                               UNTIL WS-CES-IDX > CES-COUNT
                           IF CE-CNP(WS-CES-IDX) = SR-CNP
                               MOVE SR-NUME TO CE-NUME(WS-CES-IDX)
                               MOVE SR-PRENUME TO
                                   CE-PRENUME(WS-CES-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
               END-READ
           END-PERFORM
           CLOSE STUD-EXTRACT
           .
       A2-RESOLVE-CES-NAMESZ.
           EXIT.

      *> WALK THE TREND FILE: A HEADER OPENS A SUBJECT BLOCK, GRADE
      *> LINES ACCUMULATE, AND THE VERDICT LINE CLOSES THE BLOCK
       B0-SCAN-TRENDS SECTION.
           IF WS-GRADE-COUNT < 2 OR WARN-COUNT >= K-MAX-WARN
               GO TO C1-RECORD-SLIPPINGZ
           END-IF
      *> A SUBJECT UNDER A CES PLAN IS REVIEWED BY THE PLAN ITSELF
           PERFORM C2-CHECK-CES
           IF SUBJECT-CES
               ADD 1                       TO WS-COUNT-CES-HELD
               GO TO C1-RECORD-SLIPPINGZ
           END-IF
           COMPUTE WS-HALF = WS-GRADE-COUNT / 2
           COMPUTE WS-SECOND-START = WS-GRADE-COUNT - WS-HALF + 1
           MOVE 0                          TO WS-FIRST-SUM
       C1-RECORD-SLIPPINGZ.
           EXIT.

      *> IS THE CURRENT BLOCK'S STUDENT/SUBJECT UNDER A CES PLAN?
      *> JOINED BY NAME LIKE THE AT-RISK MARKING ABOVE - THE
      *> HEADER'S FIRST NAME STARTS AT OFFSET 32
       C2-CHECK-CES SECTION.
       C2-CHECK-CESA.
           SET SUBJECT-NOT-CES             TO TRUE
           PERFORM VARYING WS-CES-IDX FROM 1 BY 1
                   UNTIL WS-CES-IDX > CES-COUNT
               IF CE-NUME(WS-CES-IDX) > SPACE
               AND CE-NUME(WS-CES-IDX) = WS-CUR-NAME(1:30)
               AND CE-PRENUME(WS-CES-IDX) = WS-CUR-NAME(32:29)
               AND (CE-MATERIE(WS-CES-IDX) = WS-CUR-SUBJECT
                   OR CE-MATERIE(WS-CES-IDX) = "TOATE")
                   SET SUBJECT-CES         TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
       C2-CHECK-CESZ.
           EXIT.

      *> STEEPEST DECLINE FIRST (SELECTION SORT, SMALL TABLE)
       C0-SORT-BY-DECLINE SECTION.
       C0-SORT-BY-DECLINEA.
       D0-WRITE-REPORT SECTION.
       D0-WRITE-REPORTA.
           OPEN OUTPUT REPORT-FILE
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
           END-IF
           MOVE "EARLY WARNING - SLIPPING SUBJECTS, STEEPEST FIRST"
                                           TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           INTO WS-LINE
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           IF WS-COUNT-CES-HELD > 0
               MOVE SPACE                  TO WS-LINE
               STRING "CES-ADAPTED SUBJECTS NOT WARNED (FOLLOWED BY "
                      "THE PIP): " WS-COUNT-CES-HELD
                      DELIMITED BY SIZE
               INTO WS-LINE
               MOVE WS-LINE                TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
           END-IF
           PERFORM E0-WRITE-DIRIGINTI
           CLOSE REPORT-FILE
           DISPLAY "SLIPPING SUBJECTS REPORTED: " WARN-COUNT
