      *          UPLOAD IS A FILE TRANSFER, NOT A WEEK OF RETYPING.
      *          STUDENTS THE EXPORT CANNOT CERTIFY (INVALID CNP, NO
      *          AVERAGE ON FILE) GO TO SiiirExceptions.txt INSTEAD.
      *          A PRIMARY-CLASS STUDENT (CLASSES 0-4) HAS NO AVERAGE:
      *          THE DETAIL RECORD CARRIES THE GENERAL RESULT ONLY AND
      *          IS FOLLOWED BY ONE "C" RECORD PER SUBJECT WITH ITS
      *          ANNUAL CALIFICATIV (FB/B/S/I).
      *          ONE SIIIR UPLOAD COVERS BOTH SITES OF THE LEGAL
      *          ENTITY: EVERY DETAIL RECORD CARRIES THE STUDENT'S
      *          STRUCTURA (THE CLASS'S SITE FROM CLASE, 'PJ' = THE
      *          MAIN SCHOOL) AND THE RUN ENDS WITH A COUNT PER SITE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-DL-STATUS                     PIC X(02).
       01 WS-CSV-STATUS                    PIC X(02).

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

      *> DETAIL RECORDS WRITTEN PER SITE, FOR THE CLOSING COUNTS
       01 K-MAX-SITE-SUM                   PIC 9(02) VALUE 10.
       01 SITE-SUM-TABLE.
           05 SITE-SUM-ENTRY OCCURS 10 TIMES.
               10 SS-STRUCTURA             PIC X(04).
               10 SS-DETAILS               PIC 9(06).
       01 SITE-SUM-COUNT                   PIC 9(02) VALUE 0.
       01 WS-SUM-IDX                       PIC 9(02).

       01 JAR-CALL-SWITCH                  PIC X(01) VALUE "O".
           88 JAR-CALL-OK                   VALUE "O".
           88 JAR-CALL-FAILED               VALUE "F".
      *> SHARED CLASSIFICATION OF SQLSta VALUES INTO RETRYABLE VS
      *> FATAL, PLUS HOW OFTEN AND HOW LONG TO RETRY A TRANSIENT ONE
       COPY SQLSTA-INT.
       COPY TRAINENV-INT.
       01 K-SQL-RETRIES                    PIC 9(02) VALUE 3.
       01 K-RETRY-WAIT-SECONDS             PIC 9(08) COMP-5 VALUE 5.
       01 WS-SQL-RETRY-COUNT               PIC 9(02) VALUE 0.
               10 GE-AVG                   PIC 9(02)V9(02).
               10 GE-STATUS                PIC X(09).
       01 GENERAL-COUNT                    PIC 9(05) VALUE 0.

      *> PRIMARY-CLASS SUBJECT ROWS - THE SCORE COLUMN CARRIES A
      *> CALIFICATIV INSTEAD OF A NN.NN AVERAGE
       01 K-MAX-CALIF                      PIC 9(05) VALUE 9000.
       01 CALIF-TABLE.
           05 CALIF-ENTRY OCCURS 9000 TIMES.
               10 CQ-CLASS                 PIC X(02).
               10 CQ-LAST                  PIC X(30).
               10 CQ-FIRST                 PIC X(30).
               10 CQ-SUBJECT               PIC X(30).
               10 CQ-CODE                  PIC X(02).
               10 CQ-STATUS                PIC X(09).
       01 CALIF-COUNT                      PIC 9(05) VALUE 0.
       01 WS-CALIF-IDX                     PIC 9(05).
       01 WS-GEN-IDX                       PIC 9(05).
       01 WS-FOUND-SW                      PIC X(01) VALUE "N".
           88 AVG-FOUND                     VALUE "Y".
           05 DET-SEX                      PIC X(01).
           05 DET-AVG                      PIC 9(02)V9(02).
           05 DET-STATUS                   PIC X(09).
           05 DET-STRUCTURA                PIC X(04).
           05 FILLER                       PIC X(01) VALUE SPACE.
      *> ONE PER SUBJECT OF A PRIMARY-CLASS STUDENT, RIGHT AFTER THE
      *> STUDENT'S "D" RECORD
       01 SIIIR-CALIF.
           05 CAL-TYPE                     PIC X(01) VALUE "C".
           05 CAL-CNP                      PIC X(13).
           05 CAL-SUBJECT                  PIC X(30).
           05 CAL-CODE                     PIC X(02).
           05 CAL-STATUS                   PIC X(09).
           05 FILLER                       PIC X(50) VALUE SPACE.
       01 SIIIR-TRAILER.
           05 TRL-TYPE                     PIC X(01) VALUE "T".
           05 TRL-DETAIL-COUNT             PIC 9(06).
           05 TRL-EXCEPTION-COUNT          PIC 9(06).
           05 TRL-CALIF-COUNT              PIC 9(06).
           05 FILLER                       PIC X(86) VALUE SPACE.

       01 WS-EXPORT-DATE                   PIC 9(08).
       01 WS-DETAIL-COUNT                  PIC 9(06) VALUE 0.
       01 WS-EXCEPTION-COUNT               PIC 9(06) VALUE 0.
       01 WS-CALIF-REC-COUNT               PIC 9(06) VALUE 0.
       01 WS-EXC-LINE                      PIC X(120) VALUE SPACE.

       01 INP-SWITCH                       PIC X(1) VALUE "N".
       S0  SECTION.
       S0A.
           DISPLAY "BEGINNING SIIIR EXPORT"
      *> FICTITIOUS TRAINING DATA MUST NEVER LEAVE THE SCHOOL
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               DISPLAY "TRAINING COPY (OF " TRN-SNAP-ID ") - THE "
                   "SIIIR EXPORT IS NOT PRODUCED HERE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           SET LOCK-ACQUIRE                TO TRUE
           MOVE "SIIREXPORT"               TO LOCK-OWNER
           CALL "SQLLOCK" USING SQLLOCK-INTERFACE

           PERFORM A0
           PERFORM B0-LOAD-GENERAL-AVGS
           PERFORM B3-LOAD-SITES
           PERFORM C0-SWEEP-STUDENTS
           PERFORM Z0
           MOVE 0 TO RETURN-CODE
               CV-SCORE-TXT CV-STATUS CV-MAX
           END-UNSTRING
           IF CV-SUBJECT NOT = "GENERAL"
               IF CV-SCORE-TXT > SPACE
               AND CV-SCORE-TXT(3:1) NOT = "."
                   PERFORM B2-FOLD-CALIF-ROW
               END-IF
               GO TO B1-FOLD-CSV-ROWZ
           END-IF
           IF GENERAL-COUNT >= K-MAX-GENERAL
           MOVE CV-FIRST                   TO GE-FIRST(GENERAL-COUNT)
           MOVE CV-STATUS                  TO GE-STATUS(GENERAL-COUNT)
           MOVE CV-SCORE-TXT               TO WS-SCORE-PARSE
      *> A PRIMARY-CLASS GENERAL RESULT COMES WITH NO AVERAGE
           IF WS-SCORE-INT IS NUMERIC AND WS-SCORE-DEC IS NUMERIC
               COMPUTE GE-AVG(GENERAL-COUNT) =
                   WS-SCORE-INT + WS-SCORE-DEC / 100
           ELSE
               MOVE 0                      TO GE-AVG(GENERAL-COUNT)
           END-IF
           .
       B1-FOLD-CSV-ROWZ.
           EXIT.

       B2-FOLD-CALIF-ROW SECTION.
       B2-FOLD-CALIF-ROWA.
           IF CALIF-COUNT >= K-MAX-CALIF
               GO TO B2-FOLD-CALIF-ROWZ
           END-IF
           ADD 1                           TO CALIF-COUNT
           MOVE CV-CLASS                   TO CQ-CLASS(CALIF-COUNT)
           MOVE CV-LAST                    TO CQ-LAST(CALIF-COUNT)
           MOVE CV-FIRST                   TO CQ-FIRST(CALIF-COUNT)
           MOVE CV-SUBJECT                 TO CQ-SUBJECT(CALIF-COUNT)
           MOVE CV-SCORE-TXT(1:2)          TO CQ-CODE(CALIF-COUNT)
           MOVE CV-STATUS                  TO CQ-STATUS(CALIF-COUNT)
           .
       B2-FOLD-CALIF-ROWZ.
           EXIT.

      *> EVERY CLASS'S SITE, PRELOADED BEFORE THE STUDENT SWEEP
      *> REUSES THE SHARED RESULT FILE
       B3-LOAD-SITES SECTION.
       B3-LOAD-SITESA.
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
               DISPLAY "COULD NOT READ CLASE - EVERY STUDENT IS "
                   "TAGGED " K-MAIN-SITE
               GO TO B3-LOAD-SITESZ
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
       B3-LOAD-SITESZ.
           EXIT.

       C0-SWEEP-STUDENTS SECTION.
       C0-SWEEP-STUDENTSA.
           MOVE SPACE              TO SQL-STATEMENT

           MOVE WS-DETAIL-COUNT            TO TRL-DETAIL-COUNT
           MOVE WS-EXCEPTION-COUNT         TO TRL-EXCEPTION-COUNT
           MOVE WS-CALIF-REC-COUNT         TO TRL-CALIF-COUNT
           MOVE SIIIR-TRAILER              TO EXPORT-FILE-FD
           WRITE EXPORT-FILE-FD
           .
           MOVE CNP-SEX                    TO DET-SEX
           MOVE GE-AVG(WS-GEN-IDX)         TO DET-AVG
           MOVE GE-STATUS(WS-GEN-IDX)      TO DET-STATUS
           MOVE SR-CLASA                   TO WS-SITE-CLASA
           PERFORM H0-FIND-SITE
           MOVE WS-CLASS-SITE              TO DET-STRUCTURA
           MOVE SIIIR-DETAIL               TO EXPORT-FILE-FD
           WRITE EXPORT-FILE-FD
           ADD 1                           TO WS-DETAIL-COUNT
           PERFORM H1-COUNT-SITE

      *> THE STUDENT'S CALIFICATIVE, IF THE CLASS IS A PRIMARY ONE
           PERFORM VARYING WS-CALIF-IDX FROM 1 BY 1
                   UNTIL WS-CALIF-IDX > CALIF-COUNT
               IF CQ-CLASS(WS-CALIF-IDX) = SR-CLASA(1:2)
               AND CQ-LAST(WS-CALIF-IDX) = SR-NUME
               AND CQ-FIRST(WS-CALIF-IDX) = SR-PRENUME
                   MOVE SPACE              TO SIIIR-CALIF
                   MOVE "C"                TO CAL-TYPE
                   MOVE SR-CNP             TO CAL-CNP
                   MOVE CQ-SUBJECT(WS-CALIF-IDX) TO CAL-SUBJECT
                   MOVE CQ-CODE(WS-CALIF-IDX)    TO CAL-CODE
                   MOVE CQ-STATUS(WS-CALIF-IDX)  TO CAL-STATUS
                   MOVE SIIIR-CALIF        TO EXPORT-FILE-FD
                   WRITE EXPORT-FILE-FD
                   ADD 1                   TO WS-CALIF-REC-COUNT
               END-IF
           END-PERFORM
           .
       D0-ONE-STUDENTZ.
           EXIT.
       F0-FIND-GENERAL-AVGZ.
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

      *> ONE MORE DETAIL RECORD FOR SITE WS-CLASS-SITE
       H1-COUNT-SITE SECTION.
       H1-COUNT-SITEA.
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > SITE-SUM-COUNT
               IF SS-STRUCTURA(WS-SUM-IDX) = WS-CLASS-SITE
                   ADD 1                   TO SS-DETAILS(WS-SUM-IDX)
                   GO TO H1-COUNT-SITEZ
               END-IF
           END-PERFORM
           IF SITE-SUM-COUNT < K-MAX-SITE-SUM
               ADD 1                       TO SITE-SUM-COUNT
               MOVE WS-CLASS-SITE          TO
                   SS-STRUCTURA(SITE-SUM-COUNT)
               MOVE 1                      TO SS-DETAILS(SITE-SUM-COUNT)
           END-IF
           .
       H1-COUNT-SITEZ.
           EXIT.

      *> INVOKE THE JAR, WITH A RETRY PASS WHILE THE FAILURE
      *> CLASSIFIES AS TRANSIENT
       I-INVOKE-JAR SECTION.
       Z0A.
           DISPLAY "DETAIL RECORDS: " WS-DETAIL-COUNT
               "  EXCEPTIONS: " WS-EXCEPTION-COUNT
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > SITE-SUM-COUNT
               DISPLAY "  STRUCTURA " SS-STRUCTURA(WS-SUM-IDX)
                   ": " SS-DETAILS(WS-SUM-IDX)
           END-PERFORM
           CLOSE EXPORT-FILE
           CLOSE EXCEPTION-FILE
           CLOSE DEAD-LETTER-FILE
