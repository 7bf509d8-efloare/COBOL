      *          THE LESSONS ACTUALLY HELD (ONE PER SLOT PER SCHOOL
      *          WEEK OF THE PERIOD), RANKING THE WORST SLOTS
      *          SCHOOL-WIDE. WRITES AbsenceRateReport.txt.
      *          RUNS PER STRUCTURA (SITE CODE PROMPTED, THE CLASS'S
      *          SITE TAKEN FROM Extract_CLASE.txt) OR, WITH A BLANK
      *          ANSWER, FOR BOTH SITES COMBINED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STUD-EXT-STATUS.

      *> CLASA -> STRUCTURA, FOR A PER-SITE RUN
           SELECT CLASE-EXTRACT ASSIGN TO 'Extract_CLASE.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLASE-EXT-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'AbsenceRateReport.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
        FD ORAR-EXTRACT.
       01 ORAR-EXTRACT-FD                   PIC X(90).

        FD ABS-EXTRACT.
       01 ABS-EXTRACT-FD                    PIC X(80).
        FD STUD-EXTRACT.
       01 STUD-EXTRACT-FD                   PIC X(250).

        FD CLASE-EXTRACT.
       01 CLASE-EXTRACT-FD                  PIC X(60).

        FD REPORT-FILE.
       01 REPORT-FILE-FD                    PIC X(130).

       01 WS-ORAR-EXT-STATUS               PIC X(02).
       01 WS-ABS-EXT-STATUS                PIC X(02).
       01 WS-STUD-EXT-STATUS               PIC X(02).
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

      *> HOW MANY SCHOOL WEEKS THE SNAPSHOT COVERS - EVERY ORAR SLOT
      *> IS HELD ONCE PER WEEK, SO THIS PRICES THE LESSONS HELD
       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".
       COPY TRAINENV-INT.

      *-----------------------
       PROCEDURE DIVISION.
           IF WS-WEEKS = 0
               MOVE K-DEFAULT-WEEKS        TO WS-WEEKS
           END-IF
           DISPLAY "STRUCTURA (SITE CODE, BLANK = ALL SITES): "
               WITH NO ADVANCING
           ACCEPT WS-STRUCTURA

           PERFORM A3-LOAD-SITES
           PERFORM A0-LOAD-ORAR
           IF SLOT-COUNT = 0
               DISPLAY "Extract_ORAR.txt EMPTY OR MISSING - RUN "
                   IF WS-ORAR-ROW(1:8) = "EXTRACT "
                       DISPLAY "READING SNAPSHOT: " WS-ORAR-ROW(1:42)
                   ELSE
                   MOVE OR-CLASA       TO WS-SITE-CLASA
                   PERFORM H0-FIND-SITE
                   IF OR-ZI >= "1" AND OR-ZI <= "5"
                   AND SLOT-COUNT < K-MAX-SLOT
                   AND (WS-STRUCTURA = SPACE
                        OR WS-CLASS-SITE = WS-STRUCTURA)
                       ADD 1               TO SLOT-COUNT
                       MOVE OR-ZI          TO SL-ZI(SLOT-COUNT)
                       MOVE OR-ORA         TO SL-ORA(SLOT-COUNT)
       A2-COUNT-CS-SLOTZ.
           EXIT.

      *> THE CLASS SNAPSHOT - ONLY NEEDED FOR A PER-SITE RUN
       A3-LOAD-SITES SECTION.
       A3-LOAD-SITESA.
           IF WS-STRUCTURA = SPACE
               GO TO A3-LOAD-SITESZ
           END-IF
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

       A1-LOAD-STUDENT-CLASSES SECTION.
       A1-LOAD-STUDENT-CLASSESA.
           OPEN INPUT STUD-EXTRACT
               ADD 1                       TO WS-COUNT-UNMATCHED
               GO TO B1-PLACE-ONE-ABSENCEZ
           END-IF
      *> THE OTHER SITE'S ABSENCES ARE NOT THIS RUN'S BUSINESS
           MOVE WS-ABS-CLASA               TO WS-SITE-CLASA
           PERFORM H0-FIND-SITE
           IF WS-STRUCTURA NOT = SPACE
           AND WS-CLASS-SITE NOT = WS-STRUCTURA
               GO TO B1-PLACE-ONE-ABSENCEZ
           END-IF
           PERFORM W0-DAY-OF-WEEK
           MOVE WS-Z-DOW                   TO WS-DOW-CH

       D0-WRITE-REPORT SECTION.
       D0-WRITE-REPORTA.
           OPEN OUTPUT REPORT-FILE
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
           END-IF
           MOVE SPACE                      TO WS-LINE
           STRING "ABSENCE RATES AGAINST LESSONS HELD ("
                  WS-WEEKS " SCHOOL WEEKS)"
           INTO WS-LINE
           MOVE WS-LINE                    TO REPORT-FILE-FD
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

           MOVE SPACE                      TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
       D0-WRITE-REPORTZ.
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

      *> ZELLER'S CONGRUENCE: 1 = MONDAY ... 7 = SUNDAY, THE SAME
      *> ARITHMETIC THE ABSENCE VALIDATION USES
       W0-DAY-OF-WEEK SECTION.
