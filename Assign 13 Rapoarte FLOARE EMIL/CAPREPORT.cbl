      *          NOT BY THE DIRIGINTE. CLASSES WITH A LIMIT BUT NO
      *          STUDENTS, AND CLASSES WITH STUDENTS BUT NO LIMIT,
      *          BOTH APPEAR. RC 4 WHEN ANY CLASS IS OVERFULL.
      *          EVERY LINE CARRIES THE CLASS'S STRUCTURA (SITE, FROM
      *          CLASE); A SITE CODE AT THE PROMPT LIMITS THE REPORT
      *          TO THAT SITE'S CLASSES, A BLANK ONE LISTS BOTH.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-DL-STATUS                     PIC X(02).
       01 WS-CAPACITY-STATUS               PIC X(02).

      *> THE SITE THE RUN IS FOR - BLANK MEANS BOTH SITES COMBINED
       01 WS-STRUCTURA                     PIC X(04) VALUE SPACE.

      *> CLASA -> STRUCTURA FROM "SELECT CLASA, STRUCTURA FROM CLASE";
      *> A CLASS MISSING FROM IT BELONGS TO THE MAIN SCHOOL
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

       01 JAR-CALL-SWITCH                  PIC X(01) VALUE "O".
           88 JAR-CALL-OK                   VALUE "O".
           88 JAR-CALL-FAILED               VALUE "F".
       01 INP2-SWITCH                      PIC X(1) VALUE "N".
           88 INP2-EOF                     VALUE "E".
           88 INP2-NEOF                    VALUE "N".
       COPY TRAINENV-INT.

      *-----------------------
       PROCEDURE DIVISION.
       S0  SECTION.
       S0A.
           DISPLAY "CLASS CAPACITY REPORT"
           DISPLAY "STRUCTURA (SITE CODE, BLANK = ALL SITES): "
               WITH NO ADVANCING
           ACCEPT WS-STRUCTURA
           SET LOCK-ACQUIRE                TO TRUE
           MOVE "CAPREPORT"                TO LOCK-OWNER
           CALL "SQLLOCK" USING SQLLOCK-INTERFACE

           PERFORM A0
           PERFORM B0-LOAD-LIMITS
           PERFORM B2-LOAD-SITES
           PERFORM C0-SWEEP-HEADCOUNTS
           PERFORM D0-WRITE-REPORT
           PERFORM Z0
       A0 SECTION.
       A0A.
           OPEN OUTPUT REPORT-FILE
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
           END-IF
           OPEN EXTEND DEAD-LETTER-FILE
           IF WS-DL-STATUS = "35"
               OPEN OUTPUT DEAD-LETTER-FILE
       B1-FOLD-LIMITZ.
           EXIT.

      *> EVERY CLASS'S SITE, PRELOADED BEFORE THE HEADCOUNT SWEEP
      *> REUSES THE SHARED RESULT FILE
       B2-LOAD-SITES SECTION.
       B2-LOAD-SITESA.
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT CLASA, STRUCTURA FROM CLASE ORDER BY CLASA"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           DISPLAY SQL-STATEMENT

           OPEN OUTPUT SQL-STATEMENT-FILE
           WRITE SQL-STATEMENT-FILE-FD FROM SQL-STATEMENT
           CLOSE SQL-STATEMENT-FILE

           PERFORM I-INVOKE-JAR
           IF JAR-CALL-FAILED
               DISPLAY "COULD NOT READ CLASE - EVERY CLASS COUNTS AS "
                   K-MAIN-SITE
               GO TO B2-LOAD-SITESZ
           END-IF

           OPEN INPUT SQL-RESULTS
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-CLASE-ROW
               READ SQL-RESULTS INTO WS-CLASE-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF CL-CLASA > SPACE
                   AND SITE-COUNT < K-MAX-SITE-CLASS
                       ADD 1               TO SITE-COUNT
                       MOVE CL-CLASA       TO SI-CLASA(SITE-COUNT)
                       MOVE CL-STRUCTURA   TO SI-STRUCTURA(SITE-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SQL-RESULTS
           .
       B2-LOAD-SITESZ.
           EXIT.

       C0-SWEEP-HEADCOUNTS SECTION.
       C0-SWEEP-HEADCOUNTSA.
           MOVE SPACE              TO SQL-STATEMENT
           MOVE "CLASS CAPACITY - HEADCOUNT AGAINST LIMIT"
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
           MOVE SPACE                      TO WS-LINE
           MOVE "CLASA  HEADCOUNT  LIMIT"  TO WS-LINE
           MOVE "STRUCTURA"                TO WS-LINE(41:9)
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           PERFORM D1-WRITE-ONE-CLASS THRU D1-WRITE-ONE-CLASSZ
               VARYING WS-CT-IDX FROM 1 BY 1

       D1-WRITE-ONE-CLASS SECTION.
       D1-WRITE-ONE-CLASSA.
           MOVE CT-CLASA(WS-CT-IDX)        TO WS-SITE-CLASA
           PERFORM H0-FIND-SITE
           IF WS-STRUCTURA NOT = SPACE
           AND WS-CLASS-SITE NOT = WS-STRUCTURA
               GO TO D1-WRITE-ONE-CLASSZ
           END-IF
           MOVE SPACE                      TO WS-LINE
           MOVE CT-CLASA(WS-CT-IDX)        TO WS-LINE(1:4)
           MOVE WS-CLASS-SITE              TO WS-LINE(41:4)
           MOVE CT-HEADCOUNT(WS-CT-IDX)    TO WS-HEAD-DISP
           MOVE WS-HEAD-DISP               TO WS-LINE(12:3)
           IF CT-HAS-LIMIT(WS-CT-IDX) = "Y"
       E0-FIND-OR-ADD-CLASSZ.
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

      *> INVOKE THE JAR, WITH A RETRY PASS WHILE THE FAILURE
      *> CLASSIFIES AS TRANSIENT
       I-INVOKE-JAR SECTION.
