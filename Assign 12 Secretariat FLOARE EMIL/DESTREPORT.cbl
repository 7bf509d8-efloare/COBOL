      ******************************************************************
      * Author:
      * Date:
      * Purpose: GRADUATE DESTINATION (INSERTIA ABSOLVENTILOR) REPORT
      *          FOR THE INSPECTORATE'S AUTUMN QUESTION. THE PROMOTIE
      *          IS THE ONE COHORT LAST RANKED (CohortFinal.txt, WITH
      *          EACH GRADUATE'S CUMULATIVE MEAN); EACH GRADUATE IS
      *          MATCHED TO Alumni.txt FOR THE NAME AND TO THE
      *          Destinatii.txt REGISTER DESTMAINT KEEPS. PRINTS THE
      *          COUNT PER FINISHING CLASS AND DESTINATION TYPE, EACH
      *          HIGH SCHOOL / VOCATIONAL SCHOOL WITH THE NUMBER OF
      *          OUR GRADUATES ADMITTED AND THEIR AVERAGE FINAL MEAN
      *          (BEST FIRST), AND THE GRADUATES STILL WITHOUT A
      *          DESTINATION FOR THE PHONE ROUND. GRADUATES REDACTED
      *          BY ANONYMIZE ARE LEFT OUT EVERYWHERE AND ONLY
      *          COUNTED. WRITES DestinatiiReport.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DESTREPORT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FINAL-FILE ASSIGN TO 'CohortFinal.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FINAL-STATUS.

           SELECT ALUMNI-FILE ASSIGN TO 'Alumni.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALUMNI-STATUS.

           SELECT DEST-FILE ASSIGN TO 'Destinatii.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEST-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'DestinatiiReport.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
        FD FINAL-FILE.
       01 FINAL-FD                          PIC X(32).

        FD ALUMNI-FILE.
       01 ALUMNI-FD                         PIC X(220).

        FD DEST-FILE.
       01 DEST-FD                           PIC X(130).

        FD REPORT-FILE.
       01 REPORT-FILE-FD                    PIC X(132).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WS-FINAL-STATUS                  PIC X(02).
       01 WS-ALUMNI-STATUS                 PIC X(02).
       01 WS-DEST-STATUS                   PIC X(02).

      *> ONE CohortFinal.txt LINE, THE COLUMNS COHORT WRITES
       01 WS-FINAL-LINE.
           05 FN-CNP                       PIC X(13).
           05 FILLER                       PIC X(01).
           05 FN-AN-SCOLAR                 PIC X(09).
           05 FILLER                       PIC X(01).
           05 FN-CLASS                     PIC X(02).
           05 FILLER                       PIC X(01).
           05 FN-MEAN                      PIC X(05).

      *> ONE Alumni.txt LINE, THE COLUMNS ROLLOVER WRITES
       01 WS-ALUMNI-LINE.
           05 AL-CNP                       PIC X(13).
           05 FILLER                       PIC X(02).
           05 AL-CLASA                     PIC X(04).
           05 FILLER                       PIC X(02).
           05 AL-NUME                      PIC X(30).
           05 FILLER                       PIC X(01).
           05 AL-PRENUME                   PIC X(30).

      *> ONE Destinatii.txt LINE, AS DESTMAINT WRITES IT
       01 WS-DEST-LINE                     PIC X(130).
       01 WS-DS-CNP                        PIC X(13).
       01 WS-DS-TIP                        PIC X(12).
       01 WS-DS-UNITATE                    PIC X(40).
       01 WS-DS-PROFIL                     PIC X(30).

      *> THE PROMOTIE. PR-IN-ALUMNI STAYS "N" FOR A GRADUATE WHOSE
      *> Alumni.txt LINE ANONYMIZE HAS REDACTED (OR THAT ROLLOVER
      *> HAS NOT FILED) - SUCH A GRADUATE IS NOT REPORTED
       01 K-MAX-PROM                       PIC 9(04) VALUE 1000.
       01 PROM-TABLE.
           05 PROM-ENTRY OCCURS 1000 TIMES.
               10 PR-CNP                   PIC X(13).
               10 PR-CLASS                 PIC X(02).
               10 PR-MEAN                  PIC 99V99.
               10 PR-NAME                  PIC X(50).
               10 PR-IN-ALUMNI             PIC X(01).
               10 PR-TIP-NO                PIC 9(01).
               10 PR-UNITATE               PIC X(40).
       01 PROM-COUNT                       PIC 9(04) VALUE 0.
       01 WS-PROM-IDX                      PIC 9(04).
       01 WS-FINISH-AN                     PIC X(09) VALUE SPACE.

      *> THE DESTINATION TYPES IN REPORT ORDER; THE FIFTH COLUMN IS
      *> THE GRADUATES NOBODY HAS REACHED YET
       01 TIP-NAME-DATA.
           05 FILLER PIC X(12) VALUE "LICEU".
           05 FILLER PIC X(12) VALUE "PROFESIONALA".
           05 FILLER PIC X(12) VALUE "STRAINATATE".
           05 FILLER PIC X(12) VALUE "NU CONTINUA".
           05 FILLER PIC X(12) VALUE "NECUNOSCUT".
       01 TIP-NAME-LIST REDEFINES TIP-NAME-DATA.
           05 TIP-NAME OCCURS 5 TIMES      PIC X(12).
       01 K-TIP-UNKNOWN                    PIC 9(01) VALUE 5.
       01 WS-TIP-IDX                       PIC 9(01).

      *> COUNTS PER FINISHING CLASS AND DESTINATION TYPE
       01 K-MAX-CLASS                      PIC 9(02) VALUE 20.
       01 CLASS-TABLE.
           05 CLASS-ENTRY OCCURS 20 TIMES.
               10 CL-CLASS                 PIC X(02).
               10 CL-TIP-COUNT OCCURS 5 TIMES PIC 9(04).
               10 CL-TOTAL                 PIC 9(04).
       01 CLASS-COUNT                      PIC 9(02) VALUE 0.
       01 WS-CLASS-IDX                     PIC 9(02).
       01 TOTAL-TABLE.
           05 TOTAL-TIP-COUNT OCCURS 5 TIMES PIC 9(04) VALUE 0.
       01 WS-GRAND-TOTAL                   PIC 9(04) VALUE 0.

      *> THE SCHOOLS OUR GRADUATES WERE ADMITTED TO
       01 K-MAX-SCHOOL                     PIC 9(03) VALUE 200.
       01 SCHOOL-TABLE.
           05 SCHOOL-ENTRY OCCURS 200 TIMES.
               10 SH-UNITATE               PIC X(40).
               10 SH-TIP                   PIC X(12).
               10 SH-COUNT                 PIC 9(04).
               10 SH-SUM                   PIC 9(06)V99.
               10 SH-MEAN                  PIC 99V99.
       01 SCHOOL-COUNT                     PIC 9(03) VALUE 0.
       01 WS-SCHOOL-IDX                    PIC 9(03).
       01 WS-SCHOOL-J                      PIC 9(03).
       01 WS-SCHOOL-BEST                   PIC 9(03).
       01 WS-SCHOOL-TEMP                   PIC X(68).

       01 WS-AVG-WHOLE                     PIC 9(02).
       01 WS-AVG-FRAC                      PIC 9(02).
       01 WS-EXCLUDED-PROM                 PIC 9(04) VALUE 0.
       01 WS-EXCLUDED-DEST                 PIC 9(04) VALUE 0.
       01 WS-UNLINKED-DEST                 PIC 9(04) VALUE 0.
       01 WS-COUNT-DISP                    PIC ZZZ9.
       01 WS-MEAN-DISP                     PIC Z9.99.
       01 WS-LINE                          PIC X(132).
       01 WS-COL                           PIC 9(03).

       01 WS-FOUND-SWITCH                  PIC X(01).
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
           DISPLAY "GRADUATE DESTINATION REPORT"
           PERFORM A0-LOAD-PROMOTIE
           IF PROM-COUNT = 0
               DISPLAY "NO CohortFinal.txt - RUN COHORT FOR THE "
                   "FINISHING YEAR FIRST"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "PROMOTIA " WS-FINISH-AN

           PERFORM A1-LOAD-ALUMNI
           PERFORM A2-LOAD-DESTINATIONS
           PERFORM B0-TALLY
           PERFORM C0-WRITE-REPORT

           DISPLAY "GRADUATES REPORTED: " WS-GRAND-TOTAL
           DISPLAY "WITHOUT DESTINATION: "
               TOTAL-TIP-COUNT(K-TIP-UNKNOWN)
           DISPLAY "LEFT OUT, REDACTED OR NOT IN Alumni.txt: "
               WS-EXCLUDED-PROM
           IF TOTAL-TIP-COUNT(K-TIP-UNKNOWN) > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           .
       S0Z.
           STOP RUN.

       A0-LOAD-PROMOTIE SECTION.
       A0-LOAD-PROMOTIEA.
           OPEN INPUT FINAL-FILE
           IF WS-FINAL-STATUS NOT = "00"
               GO TO A0-LOAD-PROMOTIEZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-FINAL-LINE
               READ FINAL-FILE INTO WS-FINAL-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF FN-CNP > SPACE
                       IF PROM-COUNT >= K-MAX-PROM
                           DISPLAY "TOO MANY GRADUATES, TRUNCATED AT "
                               K-MAX-PROM
                           SET INP1-EOF    TO TRUE
                       ELSE
                           PERFORM A3-ADD-GRADUATE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FINAL-FILE
           .
       A0-LOAD-PROMOTIEZ.
           EXIT.

       A3-ADD-GRADUATE SECTION.
       A3-ADD-GRADUATEA.
           ADD 1                           TO PROM-COUNT
           MOVE FN-AN-SCOLAR               TO WS-FINISH-AN
           MOVE FN-CNP                     TO PR-CNP(PROM-COUNT)
           MOVE FN-CLASS                   TO PR-CLASS(PROM-COUNT)
           MOVE SPACE                      TO PR-NAME(PROM-COUNT)
           MOVE "N"                        TO PR-IN-ALUMNI(PROM-COUNT)
           MOVE K-TIP-UNKNOWN              TO PR-TIP-NO(PROM-COUNT)
           MOVE SPACE                      TO PR-UNITATE(PROM-COUNT)
      *> THE MEAN TRAVELS AS "NN.NN" TEXT
           MOVE 0                          TO PR-MEAN(PROM-COUNT)
           IF FN-MEAN(1:2) NUMERIC AND FN-MEAN(3:1) = "."
           AND FN-MEAN(4:2) NUMERIC
               MOVE FN-MEAN(1:2)           TO WS-AVG-WHOLE
               MOVE FN-MEAN(4:2)           TO WS-AVG-FRAC
               COMPUTE PR-MEAN(PROM-COUNT) =
                   WS-AVG-WHOLE + WS-AVG-FRAC / 100
           END-IF
           .
       A3-ADD-GRADUATEZ.
           EXIT.

      *> A REDACTED Alumni.txt LINE CARRIES THE "ANON" PSEUDONYM,
      *> SO IT NEVER MATCHES A PROMOTIE CNP AND THE GRADUATE STAYS
      *> OUT OF THE REPORT
       A1-LOAD-ALUMNI SECTION.
       A1-LOAD-ALUMNIA.
           OPEN INPUT ALUMNI-FILE
           IF WS-ALUMNI-STATUS NOT = "00"
               DISPLAY "NO Alumni.txt - NO GRADUATE CAN BE REPORTED"
               GO TO A1-LOAD-ALUMNIZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-ALUMNI-LINE
               READ ALUMNI-FILE INTO WS-ALUMNI-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF AL-CNP > SPACE AND AL-CNP(1:4) NOT = "ANON"
                       PERFORM VARYING WS-PROM-IDX FROM 1 BY 1
                               UNTIL WS-PROM-IDX > PROM-COUNT
                           IF PR-CNP(WS-PROM-IDX) = AL-CNP
                               MOVE "Y"    TO
                                   PR-IN-ALUMNI(WS-PROM-IDX)
                               STRING AL-NUME DELIMITED BY "  "
                                      " " DELIMITED BY SIZE
                                      AL-PRENUME DELIMITED BY "  "
                               INTO PR-NAME(WS-PROM-IDX)
                               END-STRING
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ALUMNI-FILE
           .
       A1-LOAD-ALUMNIZ.
           EXIT.

       A2-LOAD-DESTINATIONS SECTION.
       A2-LOAD-DESTINATIONSA.
           OPEN INPUT DEST-FILE
           IF WS-DEST-STATUS NOT = "00"
               DISPLAY "NO Destinatii.txt - EVERY GRADUATE UNKNOWN"
               GO TO A2-LOAD-DESTINATIONSZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-DEST-LINE
               READ DEST-FILE INTO WS-DEST-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-DEST-LINE > SPACE
                       PERFORM A4-MATCH-DESTINATION
                   END-IF
               END-READ
           END-PERFORM
           CLOSE DEST-FILE
           .
       A2-LOAD-DESTINATIONSZ.
           EXIT.

       A4-MATCH-DESTINATION SECTION.
       A4-MATCH-DESTINATIONA.
           MOVE SPACE                      TO WS-DS-CNP
           MOVE SPACE                      TO WS-DS-TIP
           MOVE SPACE                      TO WS-DS-UNITATE
           MOVE SPACE                      TO WS-DS-PROFIL
           UNSTRING WS-DEST-LINE DELIMITED BY ";" INTO
               WS-DS-CNP
               WS-DS-TIP
               WS-DS-UNITATE
               WS-DS-PROFIL
           END-UNSTRING
           IF WS-DS-CNP(1:4) = "ANON"
               ADD 1                       TO WS-EXCLUDED-DEST
               GO TO A4-MATCH-DESTINATIONZ
           END-IF
           SET ENTRY-NOT-FOUND             TO TRUE
           PERFORM VARYING WS-PROM-IDX FROM 1 BY 1
                   UNTIL WS-PROM-IDX > PROM-COUNT
               IF PR-CNP(WS-PROM-IDX) = WS-DS-CNP
                   SET ENTRY-FOUND         TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
      *> A LINE FOR A GRADUATE OF ANOTHER PROMOTIE
           IF ENTRY-NOT-FOUND
               ADD 1                       TO WS-UNLINKED-DEST
               GO TO A4-MATCH-DESTINATIONZ
           END-IF
           MOVE K-TIP-UNKNOWN              TO PR-TIP-NO(WS-PROM-IDX)
           PERFORM VARYING WS-TIP-IDX FROM 1 BY 1
                   UNTIL WS-TIP-IDX >= K-TIP-UNKNOWN
               IF TIP-NAME(WS-TIP-IDX) = WS-DS-TIP
                   MOVE WS-TIP-IDX         TO PR-TIP-NO(WS-PROM-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE WS-DS-UNITATE              TO PR-UNITATE(WS-PROM-IDX)
           .
       A4-MATCH-DESTINATIONZ.
           EXIT.

      *> PER CLASS AND TYPE COUNTS, AND THE SCHOOL TABLE WITH THE
      *> SUM OF THE ADMITTED GRADUATES' FINAL MEANS
       B0-TALLY SECTION.
       B0-TALLYA.
           PERFORM VARYING WS-PROM-IDX FROM 1 BY 1
                   UNTIL WS-PROM-IDX > PROM-COUNT
               IF PR-IN-ALUMNI(WS-PROM-IDX) NOT = "Y"
                   ADD 1                   TO WS-EXCLUDED-PROM
               ELSE
                   PERFORM B1-COUNT-GRADUATE
               END-IF
           END-PERFORM

           PERFORM VARYING WS-SCHOOL-IDX FROM 1 BY 1
                   UNTIL WS-SCHOOL-IDX > SCHOOL-COUNT
               COMPUTE SH-MEAN(WS-SCHOOL-IDX) ROUNDED =
                   SH-SUM(WS-SCHOOL-IDX) / SH-COUNT(WS-SCHOOL-IDX)
           END-PERFORM

      *> BEST AVERAGE FIRST
           PERFORM VARYING WS-SCHOOL-IDX FROM 1 BY 1
                   UNTIL WS-SCHOOL-IDX >= SCHOOL-COUNT
               MOVE WS-SCHOOL-IDX          TO WS-SCHOOL-BEST
               COMPUTE WS-SCHOOL-J = WS-SCHOOL-IDX + 1
               PERFORM VARYING WS-SCHOOL-J FROM WS-SCHOOL-J BY 1
                       UNTIL WS-SCHOOL-J > SCHOOL-COUNT
                   IF SH-MEAN(WS-SCHOOL-J) > SH-MEAN(WS-SCHOOL-BEST)
                       MOVE WS-SCHOOL-J    TO WS-SCHOOL-BEST
                   END-IF
               END-PERFORM
               IF WS-SCHOOL-BEST NOT = WS-SCHOOL-IDX
                   MOVE SCHOOL-ENTRY(WS-SCHOOL-IDX) TO WS-SCHOOL-TEMP
                   MOVE SCHOOL-ENTRY(WS-SCHOOL-BEST) TO
                       SCHOOL-ENTRY(WS-SCHOOL-IDX)
                   MOVE WS-SCHOOL-TEMP     TO
                       SCHOOL-ENTRY(WS-SCHOOL-BEST)
               END-IF
           END-PERFORM
           .
       B0-TALLYZ.
           EXIT.

       B1-COUNT-GRADUATE SECTION.
       B1-COUNT-GRADUATEA.
           SET ENTRY-NOT-FOUND             TO TRUE
           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                   UNTIL WS-CLASS-IDX > CLASS-COUNT
               IF CL-CLASS(WS-CLASS-IDX) = PR-CLASS(WS-PROM-IDX)
                   SET ENTRY-FOUND         TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ENTRY-NOT-FOUND
               IF CLASS-COUNT >= K-MAX-CLASS
                   DISPLAY "TOO MANY CLASSES, GRADUATE NOT COUNTED: "
                       PR-CNP(WS-PROM-IDX)
                   GO TO B1-COUNT-GRADUATEZ
               END-IF
               ADD 1                       TO CLASS-COUNT
               MOVE CLASS-COUNT            TO WS-CLASS-IDX
               MOVE PR-CLASS(WS-PROM-IDX)  TO CL-CLASS(WS-CLASS-IDX)
               PERFORM VARYING WS-TIP-IDX FROM 1 BY 1
                       UNTIL WS-TIP-IDX > K-TIP-UNKNOWN
                   MOVE 0 TO CL-TIP-COUNT(WS-CLASS-IDX, WS-TIP-IDX)
               END-PERFORM
               MOVE 0                      TO CL-TOTAL(WS-CLASS-IDX)
           END-IF
           MOVE PR-TIP-NO(WS-PROM-IDX)     TO WS-TIP-IDX
           ADD 1 TO CL-TIP-COUNT(WS-CLASS-IDX, WS-TIP-IDX)
           ADD 1                           TO CL-TOTAL(WS-CLASS-IDX)
           ADD 1 TO TOTAL-TIP-COUNT(WS-TIP-IDX)
           ADD 1                           TO WS-GRAND-TOTAL

      *> ONLY THE TWO ADMISSION TYPES NAME A SCHOOL OF OURS TO RANK
           IF WS-TIP-IDX > 2 OR PR-UNITATE(WS-PROM-IDX) = SPACE
               GO TO B1-COUNT-GRADUATEZ
           END-IF
           SET ENTRY-NOT-FOUND             TO TRUE
           PERFORM VARYING WS-SCHOOL-IDX FROM 1 BY 1
                   UNTIL WS-SCHOOL-IDX > SCHOOL-COUNT
               IF SH-UNITATE(WS-SCHOOL-IDX) = PR-UNITATE(WS-PROM-IDX)
                   SET ENTRY-FOUND         TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ENTRY-NOT-FOUND
               IF SCHOOL-COUNT >= K-MAX-SCHOOL
                   GO TO B1-COUNT-GRADUATEZ
               END-IF
               ADD 1                       TO SCHOOL-COUNT
               MOVE SCHOOL-COUNT           TO WS-SCHOOL-IDX
               MOVE PR-UNITATE(WS-PROM-IDX) TO SH-UNITATE(WS-SCHOOL-IDX)
               MOVE TIP-NAME(WS-TIP-IDX)   TO SH-TIP(WS-SCHOOL-IDX)
               MOVE 0                      TO SH-COUNT(WS-SCHOOL-IDX)
               MOVE 0                      TO SH-SUM(WS-SCHOOL-IDX)
           END-IF
           ADD 1                           TO SH-COUNT(WS-SCHOOL-IDX)
           ADD PR-MEAN(WS-PROM-IDX)        TO SH-SUM(WS-SCHOOL-IDX)
           .
       B1-COUNT-GRADUATEZ.
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
           STRING "INSERTIA ABSOLVENTILOR - PROMOTIA " WS-FINISH-AN
                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD

           PERFORM D0-WRITE-CLASS-TABLE
           PERFORM E0-WRITE-SCHOOL-TABLE
           PERFORM F0-WRITE-UNKNOWN-LIST

           MOVE SPACE                      TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE WS-EXCLUDED-PROM           TO WS-COUNT-DISP
           MOVE SPACE                      TO WS-LINE
           STRING "ABSOLVENTI EXCLUSI (ANONIMIZATI SAU NEARHIVATI): "
                  WS-COUNT-DISP
                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE WS-EXCLUDED-DEST           TO WS-COUNT-DISP
           MOVE SPACE                      TO WS-LINE
           STRING "INREGISTRARI DE DESTINATIE ANONIMIZATE, EXCLUSE: "
                  WS-COUNT-DISP
                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           CLOSE REPORT-FILE
           .
       C0-WRITE-REPORTZ.
           EXIT.

      *> ONE ROW PER FINISHING CLASS, ONE COLUMN PER DESTINATION TYPE
       D0-WRITE-CLASS-TABLE SECTION.
       D0-WRITE-CLASS-TABLEA.
           MOVE SPACE                      TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE "DESTINATII PE CLASE"      TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE SPACE                      TO WS-LINE
           MOVE "CLASA"                    TO WS-LINE(3:5)
           MOVE 10                         TO WS-COL
           PERFORM VARYING WS-TIP-IDX FROM 1 BY 1
                   UNTIL WS-TIP-IDX > K-TIP-UNKNOWN
               MOVE TIP-NAME(WS-TIP-IDX)   TO WS-LINE(WS-COL:12)
               ADD 14                      TO WS-COL
           END-PERFORM
           MOVE "TOTAL"                    TO WS-LINE(WS-COL:5)
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD

           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                   UNTIL WS-CLASS-IDX > CLASS-COUNT
               MOVE SPACE                  TO WS-LINE
               MOVE CL-CLASS(WS-CLASS-IDX) TO WS-LINE(3:2)
               MOVE 10                     TO WS-COL
               PERFORM VARYING WS-TIP-IDX FROM 1 BY 1
                       UNTIL WS-TIP-IDX > K-TIP-UNKNOWN
                   MOVE CL-TIP-COUNT(WS-CLASS-IDX, WS-TIP-IDX)
                                           TO WS-COUNT-DISP
                   MOVE WS-COUNT-DISP      TO WS-LINE(WS-COL:4)
                   ADD 14                  TO WS-COL
               END-PERFORM
               MOVE CL-TOTAL(WS-CLASS-IDX) TO WS-COUNT-DISP
               MOVE WS-COUNT-DISP          TO WS-LINE(WS-COL:4)
               MOVE WS-LINE                TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
           END-PERFORM

           MOVE SPACE                      TO WS-LINE
           MOVE "TOTAL"                    TO WS-LINE(3:5)
           MOVE 10                         TO WS-COL
           PERFORM VARYING WS-TIP-IDX FROM 1 BY 1
                   UNTIL WS-TIP-IDX > K-TIP-UNKNOWN
               MOVE TOTAL-TIP-COUNT(WS-TIP-IDX) TO WS-COUNT-DISP
               MOVE WS-COUNT-DISP          TO WS-LINE(WS-COL:4)
               ADD 14                      TO WS-COL
           END-PERFORM
           MOVE WS-GRAND-TOTAL             TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP              TO WS-LINE(WS-COL:4)
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           .
       D0-WRITE-CLASS-TABLEZ.
           EXIT.

      *> EACH SCHOOL WITH HOW MANY OF OURS IT ADMITTED AND THE MEAN
      *> OF THEIR COHORT FINAL AVERAGES
       E0-WRITE-SCHOOL-TABLE SECTION.
       E0-WRITE-SCHOOL-TABLEA.
           MOVE SPACE                      TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE SPACE                      TO WS-LINE
           STRING "ADMITERI PE UNITATI (MEDIA FINALA A ABSOLVENTILOR "
                  "ADMISI, CEA MAI MARE PRIMA)"
                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           IF SCHOOL-COUNT = 0
               MOVE "  (NICIO ADMITERE INREGISTRATA)" TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
               GO TO E0-WRITE-SCHOOL-TABLEZ
           END-IF
           MOVE SPACE                      TO WS-LINE
           MOVE "UNITATE"                  TO WS-LINE(3:7)
           MOVE "TIP"                      TO WS-LINE(45:3)
           MOVE "ADMISI"                   TO WS-LINE(59:6)
           MOVE "MEDIA"                    TO WS-LINE(67:5)
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           PERFORM VARYING WS-SCHOOL-IDX FROM 1 BY 1
                   UNTIL WS-SCHOOL-IDX > SCHOOL-COUNT
               MOVE SPACE                  TO WS-LINE
               MOVE SH-UNITATE(WS-SCHOOL-IDX) TO WS-LINE(3:40)
               MOVE SH-TIP(WS-SCHOOL-IDX)  TO WS-LINE(45:12)
               MOVE SH-COUNT(WS-SCHOOL-IDX) TO WS-COUNT-DISP
               MOVE WS-COUNT-DISP          TO WS-LINE(61:4)
               MOVE SH-MEAN(WS-SCHOOL-IDX) TO WS-MEAN-DISP
               MOVE WS-MEAN-DISP           TO WS-LINE(67:5)
               MOVE WS-LINE                TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
           END-PERFORM
           .
       E0-WRITE-SCHOOL-TABLEZ.
           EXIT.

      *> WHO IS STILL TO BE PHONED
       F0-WRITE-UNKNOWN-LIST SECTION.
       F0-WRITE-UNKNOWN-LISTA.
           IF TOTAL-TIP-COUNT(K-TIP-UNKNOWN) = 0
               GO TO F0-WRITE-UNKNOWN-LISTZ
           END-IF
           MOVE SPACE                      TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE "ABSOLVENTI FARA DESTINATIE INREGISTRATA"
                                           TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           PERFORM VARYING WS-PROM-IDX FROM 1 BY 1
                   UNTIL WS-PROM-IDX > PROM-COUNT
               IF PR-IN-ALUMNI(WS-PROM-IDX) = "Y"
               AND PR-TIP-NO(WS-PROM-IDX) = K-TIP-UNKNOWN
                   MOVE SPACE              TO WS-LINE
                   STRING "  " PR-CLASS(WS-PROM-IDX) "  "
                          PR-CNP(WS-PROM-IDX) "  "
                          PR-NAME(WS-PROM-IDX)
                          DELIMITED BY SIZE
                   INTO WS-LINE
                   MOVE WS-LINE            TO REPORT-FILE-FD
                   WRITE REPORT-FILE-FD
               END-IF
           END-PERFORM
           .
       F0-WRITE-UNKNOWN-LISTZ.
           EXIT.
       END PROGRAM DESTREPORT.
