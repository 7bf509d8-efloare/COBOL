      ******************************************************************
      * Author:
      * Date:
      * Purpose: NEW SCHOOL-YEAR DATABASE PREPARATION, RUN BY THE
      *          YEAROPEN DRIVER. NEXT YEAR'S CLASSES ARE THE NEW
      *          CLASSES OF PromotionMap.txt (ALUM = THE CLASS LEAVES)
      *          PLUS THE CLASSES CLASSPLAN PROPOSES IN
      *          ProposedAssignments.txt, AS VACANTE COUNTS THEM. EACH
      *          GETS ITS CLASE ROW IF IT HAS NONE, AND A PROMOTED
      *          CLASS WITH NO TEACHING ASSIGNMENTS YET INHERITS THE
      *          PROFESORMATERIECLASA ROWS OF THE CLASS IT CAME FROM
      *          (THE CLASSREORG CLONE). ASSIGNMENTS STILL HELD BY A
      *          PROFESSOR NO LONGER IN PROFESORI (PROFDEPART REMOVES
      *          DEPARTURES THERE) ARE LISTED, NOT GUESSED AT - THEY
      *          GO BACK THROUGH PROFDEPART TO A NAMED SUCCESSOR.
      *          WRITES YearPrepReport.txt: ONE "CLASS xxxx" LINE PER
      *          NEW CLASS, ONE "DEPARTED" LINE PER ORPHANED
      *          ASSIGNMENT, AND THE "CLASSES MISSING:" AND
      *          "DEPARTED ASSIGNMENTS:" MARKER LINES THE DRIVER'S
      *          GATES READ. SAFE TO RERUN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. YEARPREP.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SQL-STATEMENT-FILE ASSIGN TO 'StatementSQLInput.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SQL-RESULTS ASSIGN TO 'SQLResults/SelectResult.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SQL-STATUS-FILE ASSIGN TO 'SQLResults/SQLSta.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> THE PROMOTION MAP ROLLOVER APPLIES: OLD CLASS, NEW CLASS
           SELECT MAP-FILE ASSIGN TO 'PromotionMap.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAP-STATUS.

      *> CLASSPLAN'S PROPOSED NEW CLASSES ("CLASA xx  TOTAL ..." LINES)
           SELECT PROPOSAL-FILE ASSIGN TO 'ProposedAssignments.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROP-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'YearPrepReport.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> STATEMENTS WHOSE JAR INVOCATION FAILED ARE APPENDED HERE
      *> INSTEAD OF BEING SILENTLY DROPPED
           SELECT DEAD-LETTER-FILE ASSIGN TO 'SQLDeadLetters.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DL-STATUS.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
        FD SQL-STATEMENT-FILE.
       01 SQL-STATEMENT-FILE-FD             PIC X(300).

        FD SQL-RESULTS.
       01 SQL-RESULTS-FD                    PIC X(2500).

        FD SQL-STATUS-FILE.
       01 SQL-STATUS-FD                     PIC X(10).

        FD MAP-FILE.
       01 MAP-FD                            PIC X(20).

        FD PROPOSAL-FILE.
       01 PROPOSAL-FD                       PIC X(132).

        FD REPORT-FILE.
       01 REPORT-FD                         PIC X(132).

        FD DEAD-LETTER-FILE.
       01 DEAD-LETTER-FD                    PIC X(321).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 FIELDS-FOR-SQL.
       05 K-INVOKE-JAR                     PIC X(27) VALUE
               "java -jar JSqlAdapter.jar ".

       05 SQL-STATEMENT                    PIC X(300).

       01 WS-MAP-STATUS                    PIC X(02).
       01 WS-PROP-STATUS                   PIC X(02).
       01 WS-DL-STATUS                     PIC X(02).

       01 JAR-CALL-SWITCH                  PIC X(01) VALUE "O".
           88 JAR-CALL-OK                   VALUE "O".
           88 JAR-CALL-FAILED               VALUE "F".
       01 WS-JAR-RC                        PIC S9(04) VALUE 0.
       01 SQL-STATUS-VALUE                 PIC X(4).

      *> RUN-TOKEN LOCK AROUND THE SHARED ADAPTER HANDSHAKE FILES
       COPY SQLLOCK-INT.

      *> SHARED CLASSIFICATION OF SQLSta VALUES INTO RETRYABLE VS
      *> FATAL, PLUS HOW OFTEN AND HOW LONG TO RETRY A TRANSIENT ONE
       COPY SQLSTA-INT.
       01 K-SQL-RETRIES                    PIC 9(02) VALUE 3.
       01 K-RETRY-WAIT-SECONDS             PIC 9(08) COMP-5 VALUE 5.
       01 WS-SQL-RETRY-COUNT               PIC 9(02) VALUE 0.

      *> ONE LINE PER DEAD-LETTERED STATEMENT: WHEN, WHICH PROGRAM,
      *> AND THE STATEMENT TEXT ITSELF
       01 DEAD-LETTER-LINE.
           05 DL-DATE                      PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 DL-TIME                      PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 DL-PROGRAM                   PIC X(12) VALUE "YEARPREP".
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 DL-STATEMENT                 PIC X(290).

      *> THE PROMOTION MAP LINE, THE LAYOUT ROLLOVER READS
       01 WS-MAP-LINE.
           05 ML-OLD                       PIC X(04).
           05 FILLER                       PIC X(01).
           05 ML-NEW                       PIC X(04).

      *> NEXT YEAR'S CLASSES, WHERE EACH CAME FROM AND WHAT WAS DONE
       01 K-MAX-CLASS                      PIC 9(03) VALUE 100.
       01 CLASS-TABLE.
           05 CLASS-ENTRY OCCURS 100 TIMES.
               10 CT-CLASA                 PIC X(04).
               10 CT-FROM                  PIC X(04).
               10 CT-ORIGIN                PIC X(09).
               10 CT-CLASE-SW              PIC X(01).
                   88 CT-CLASE-ON-FILE      VALUE "F".
                   88 CT-CLASE-ADDED        VALUE "A".
                   88 CT-CLASE-MISSING      VALUE "M".
               10 CT-PLAN-SW               PIC X(01).
                   88 CT-PLAN-ON-FILE       VALUE "F".
                   88 CT-PLAN-CLONED        VALUE "C".
                   88 CT-PLAN-NONE          VALUE "N".
       01 CLASS-COUNT                      PIC 9(03) VALUE 0.
       01 WS-CLS-IDX                       PIC 9(03).
       01 WS-NEW-CLASA                     PIC X(04).
       01 WS-NEW-FROM                      PIC X(04).
       01 WS-NEW-ORIGIN                    PIC X(09).
       01 WS-LINE                          PIC X(132).

       01 H-COUNT-ROW                      PIC 9(05).

      *> ONE ROW OF "SELECT CNP, CLASA, MATERIE FROM
      *> PROFESORMATERIECLASA ..." AS THE JAR WRITES IT BACK
       01 WS-PMC-ROW.
           05 PMR-CNP                      PIC X(13).
           05 FILLER                       PIC X(02).
           05 PMR-CLASA                    PIC X(04).
           05 FILLER                       PIC X(02).
           05 PMR-MATERIE                  PIC X(30).

       01 WS-COUNT-MISSING                 PIC 9(05) VALUE 0.
       01 WS-COUNT-DEPARTED                PIC 9(05) VALUE 0.
       01 WS-COUNT-ADDED                   PIC 9(05) VALUE 0.
       01 WS-COUNT-CLONED                  PIC 9(05) VALUE 0.

       01 WS-RPT-DATE                      PIC 9(08).
       01 WS-RPT-LINE                      PIC X(132).

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".
       COPY TRAINENV-INT.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       S0  SECTION.
       S0A.
           DISPLAY "NEW SCHOOL-YEAR DATABASE PREPARATION"
           ACCEPT WS-RPT-DATE FROM DATE YYYYMMDD

           PERFORM A2-LOAD-NEXT-CLASSES
           IF CLASS-COUNT = 0
               DISPLAY "NO CLASSES FOR NEXT YEAR - PromotionMap.txt "
                   "AND ProposedAssignments.txt BOTH MISSING OR EMPTY"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           SET LOCK-ACQUIRE                TO TRUE
           MOVE "YEARPREP"                 TO LOCK-OWNER
           CALL "SQLLOCK" USING SQLLOCK-INTERFACE
           IF LOCK-BUSY
               DISPLAY LOCK-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM A0
           OPEN OUTPUT REPORT-FILE
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO REPORT-FD
               WRITE REPORT-FD
           END-IF
           MOVE SPACE                      TO WS-RPT-LINE
           STRING "NEW SCHOOL-YEAR PREPARATION " WS-RPT-DATE
                  DELIMITED BY SIZE
           INTO WS-RPT-LINE
           MOVE WS-RPT-LINE                TO REPORT-FD
           WRITE REPORT-FD

           PERFORM C0-PREPARE-ONE-CLASS
               VARYING WS-CLS-IDX FROM 1 BY 1
               UNTIL WS-CLS-IDX > CLASS-COUNT
           PERFORM D0-LIST-DEPARTED

           MOVE SPACE                      TO WS-RPT-LINE
           STRING "CLASSES MISSING: " WS-COUNT-MISSING
                  DELIMITED BY SIZE
           INTO WS-RPT-LINE
           MOVE WS-RPT-LINE                TO REPORT-FD
           WRITE REPORT-FD
           MOVE SPACE                      TO WS-RPT-LINE
           STRING "DEPARTED ASSIGNMENTS: " WS-COUNT-DEPARTED
                  DELIMITED BY SIZE
           INTO WS-RPT-LINE
           MOVE WS-RPT-LINE                TO REPORT-FD
           WRITE REPORT-FD
           CLOSE REPORT-FILE

           PERFORM Z0
           DISPLAY "CLASSES NEXT YEAR: " CLASS-COUNT
               "  CLASE ROWS ADDED: " WS-COUNT-ADDED
               "  PLANS CLONED: " WS-COUNT-CLONED
           DISPLAY "CLASSES STILL MISSING: " WS-COUNT-MISSING
               "  DEPARTED ASSIGNMENTS: " WS-COUNT-DEPARTED
           DISPLAY "REPORT IN YearPrepReport.txt"
           IF WS-COUNT-MISSING > 0 OR WS-COUNT-DEPARTED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           .
       S0Z.
           STOP RUN.

       A0 SECTION.
       A0A.
           OPEN EXTEND DEAD-LETTER-FILE
           IF WS-DL-STATUS = "35"
               OPEN OUTPUT DEAD-LETTER-FILE
           END-IF
           .
       A0Z.
           EXIT.

      *> NEXT YEAR'S CLASSES: EVERY NEW CLASS OF THE PROMOTION MAP
      *> (ALUM LEAVES THE SCHOOL), THEN CLASSPLAN'S PROPOSED CLASSES
       A2-LOAD-NEXT-CLASSES SECTION.
       A2-LOAD-NEXT-CLASSESA.
           OPEN INPUT MAP-FILE
           IF WS-MAP-STATUS NOT = "00"
               DISPLAY "NO PromotionMap.txt - ONLY CLASSPLAN'S "
                   "CLASSES ARE PREPARED"
           ELSE
               SET INP1-NEOF               TO TRUE
               PERFORM UNTIL INP1-EOF
                   MOVE SPACE              TO WS-MAP-LINE
                   READ MAP-FILE INTO WS-MAP-LINE
                   AT END
                       SET INP1-EOF        TO TRUE
                   NOT AT END
                       IF ML-NEW > SPACE AND ML-NEW NOT = "ALUM"
                           MOVE ML-NEW     TO WS-NEW-CLASA
                           MOVE ML-OLD     TO WS-NEW-FROM
                           MOVE "PROMOVATA" TO WS-NEW-ORIGIN
                           PERFORM A3-ADD-CLASS
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE MAP-FILE
           END-IF

           OPEN INPUT PROPOSAL-FILE
           IF WS-PROP-STATUS NOT = "00"
               DISPLAY "NO ProposedAssignments.txt - NO NEW CLASSES "
                   "FROM CLASSPLAN"
               GO TO A2-LOAD-NEXT-CLASSESZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-LINE
               READ PROPOSAL-FILE INTO WS-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-LINE(1:6) = "CLASA "
                       MOVE WS-LINE(7:4)   TO WS-NEW-CLASA
                       MOVE SPACE          TO WS-NEW-FROM
                       MOVE "NOUA"         TO WS-NEW-ORIGIN
                       PERFORM A3-ADD-CLASS
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PROPOSAL-FILE
           .
       A2-LOAD-NEXT-CLASSESZ.
           EXIT.

      *> A CLASS ONCE - THE FIRST SOURCE THAT NAMES IT WINS
       A3-ADD-CLASS SECTION.
       A3-ADD-CLASSA.
           PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
                   UNTIL WS-CLS-IDX > CLASS-COUNT
               IF CT-CLASA(WS-CLS-IDX) = WS-NEW-CLASA
                   GO TO A3-ADD-CLASSZ
               END-IF
           END-PERFORM
           IF CLASS-COUNT >= K-MAX-CLASS
               DISPLAY "CLASS TABLE FULL - " WS-NEW-CLASA
                   " NOT PREPARED"
               GO TO A3-ADD-CLASSZ
           END-IF
           ADD 1                           TO CLASS-COUNT
           MOVE WS-NEW-CLASA               TO CT-CLASA(CLASS-COUNT)
           MOVE WS-NEW-FROM                TO CT-FROM(CLASS-COUNT)
           MOVE WS-NEW-ORIGIN              TO CT-ORIGIN(CLASS-COUNT)
           SET CT-CLASE-MISSING(CLASS-COUNT) TO TRUE
           SET CT-PLAN-NONE(CLASS-COUNT)   TO TRUE
           .
       A3-ADD-CLASSZ.
           EXIT.

      *> ENSURE THE CLASE ROW, THEN THE TEACHING ASSIGNMENTS - A
      *> CLASS THAT ALREADY HAS ANY IS LEFT ALONE SO A RERUN DOES NOT
      *> DOUBLE THEM
       C0-PREPARE-ONE-CLASS SECTION.
       C0-PREPARE-ONE-CLASSA.
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT COUNT(*) FROM CLASE WHERE CLASA = '"
                   CT-CLASA(WS-CLS-IDX) "'"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM R-RUN-COUNT
           IF H-COUNT-ROW > 0
               SET CT-CLASE-ON-FILE(WS-CLS-IDX) TO TRUE
               GO TO C0-PREPARE-ONE-CLASSP
           END-IF

      *> A CLASS CARRIED FORWARD STAYS AT ITS PREDECESSOR'S SITE
      *> (STRUCTURA); A NEW ONE, OR ONE WHOSE PREDECESSOR HAS NO
      *> CLASE ROW, TAKES THE COLUMN DEFAULT
           IF CT-FROM(WS-CLS-IDX) > SPACE
               MOVE SPACE              TO SQL-STATEMENT
               STRING "INSERT INTO CLASE (CLASA, STRUCTURA) SELECT '"
                       CT-CLASA(WS-CLS-IDX)
                       "', STRUCTURA FROM CLASE WHERE CLASA = '"
                       CT-FROM(WS-CLS-IDX) "'"
                       DELIMITED BY SIZE
               INTO SQL-STATEMENT
               PERFORM G0-SUBMIT-STATEMENT
               MOVE SPACE              TO SQL-STATEMENT
               STRING "SELECT COUNT(*) FROM CLASE WHERE CLASA = '"
                       CT-CLASA(WS-CLS-IDX) "'"
                       DELIMITED BY SIZE
               INTO SQL-STATEMENT
               PERFORM R-RUN-COUNT
           END-IF
           IF H-COUNT-ROW > 0
               SET CT-CLASE-ADDED(WS-CLS-IDX) TO TRUE
               ADD 1                   TO WS-COUNT-ADDED
           ELSE
               MOVE SPACE              TO SQL-STATEMENT
               STRING "INSERT INTO CLASE (CLASA) VALUES ('"
                       CT-CLASA(WS-CLS-IDX) "')"
                       DELIMITED BY SIZE
               INTO SQL-STATEMENT
               PERFORM G0-SUBMIT-STATEMENT
               IF JAR-CALL-OK
                   SET CT-CLASE-ADDED(WS-CLS-IDX) TO TRUE
                   ADD 1               TO WS-COUNT-ADDED
               ELSE
                   ADD 1               TO WS-COUNT-MISSING
               END-IF
           END-IF
           .
       C0-PREPARE-ONE-CLASSP.
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT COUNT(*) FROM PROFESORMATERIECLASA "
                   "WHERE CLASA = '" CT-CLASA(WS-CLS-IDX) "'"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM R-RUN-COUNT
           IF H-COUNT-ROW > 0
               SET CT-PLAN-ON-FILE(WS-CLS-IDX) TO TRUE
           ELSE
               IF CT-FROM(WS-CLS-IDX) > SPACE
                   MOVE SPACE          TO SQL-STATEMENT
                   STRING "INSERT INTO PROFESORMATERIECLASA(CNP, "
                           "MATERIE, CLASA, GRUPA) SELECT CNP, "
                           "MATERIE, '" CT-CLASA(WS-CLS-IDX)
                           "', GRUPA FROM PROFESORMATERIECLASA "
                           "WHERE CLASA = '"
                           CT-FROM(WS-CLS-IDX) "'"
                           DELIMITED BY SIZE
                   INTO SQL-STATEMENT
                   PERFORM G0-SUBMIT-STATEMENT
                   IF JAR-CALL-OK
                       SET CT-PLAN-CLONED(WS-CLS-IDX) TO TRUE
                       ADD 1           TO WS-COUNT-CLONED
                   END-IF
               END-IF
           END-IF

           MOVE SPACE                      TO WS-RPT-LINE
           STRING "CLASS " CT-CLASA(WS-CLS-IDX) "  "
                  CT-ORIGIN(WS-CLS-IDX) DELIMITED BY SIZE
           INTO WS-RPT-LINE
           EVALUATE TRUE
               WHEN CT-CLASE-ON-FILE(WS-CLS-IDX)
                   MOVE "CLASE ON FILE"    TO WS-RPT-LINE(24:13)
               WHEN CT-CLASE-ADDED(WS-CLS-IDX)
                   MOVE "CLASE ADDED"      TO WS-RPT-LINE(24:11)
               WHEN OTHER
                   MOVE "CLASE MISSING"    TO WS-RPT-LINE(24:13)
           END-EVALUATE
           EVALUATE TRUE
               WHEN CT-PLAN-ON-FILE(WS-CLS-IDX)
                   MOVE "PLAN ON FILE"     TO WS-RPT-LINE(40:12)
               WHEN CT-PLAN-CLONED(WS-CLS-IDX)
                   STRING "PLAN CARRIED FROM " CT-FROM(WS-CLS-IDX)
                          DELIMITED BY SIZE
                   INTO WS-RPT-LINE(40:22)
               WHEN OTHER
                   MOVE "NO TEACHING PLAN - SEE VACANTE"
                                           TO WS-RPT-LINE(40:30)
           END-EVALUATE
           MOVE WS-RPT-LINE                TO REPORT-FD
           WRITE REPORT-FD
           .
       C0-PREPARE-ONE-CLASSZ.
           EXIT.

      *> EVERY ASSIGNMENT WHOSE PROFESSOR IS GONE FROM PROFESORI
       D0-LIST-DEPARTED SECTION.
       D0-LIST-DEPARTEDA.
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT CNP, CLASA, MATERIE FROM "
                   "PROFESORMATERIECLASA WHERE CNP NOT IN "
                   "(SELECT CNP FROM PROFESORI)"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM G0-SUBMIT-STATEMENT
           IF JAR-CALL-FAILED
               MOVE "DEPARTED ASSIGNMENTS NOT CHECKED - SQL FAILED"
                                           TO REPORT-FD
               WRITE REPORT-FD
               ADD 1                       TO WS-COUNT-DEPARTED
               GO TO D0-LIST-DEPARTEDZ
           END-IF
           OPEN INPUT SQL-RESULTS
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-PMC-ROW
               READ SQL-RESULTS INTO WS-PMC-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF PMR-CNP > SPACE
                       ADD 1               TO WS-COUNT-DEPARTED
                       MOVE SPACE          TO WS-RPT-LINE
                       STRING "DEPARTED " PMR-CNP "  " PMR-CLASA
                              "  " PMR-MATERIE
                              "  - REASSIGN THROUGH PROFDEPART"
                              DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                       MOVE WS-RPT-LINE    TO REPORT-FD
                       WRITE REPORT-FD
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SQL-RESULTS
           .
       D0-LIST-DEPARTEDZ.
           EXIT.

       R-RUN-COUNT SECTION.
       R-RUN-COUNTA.
           PERFORM G0-SUBMIT-STATEMENT
           IF JAR-CALL-OK
               OPEN INPUT SQL-RESULTS
               READ SQL-RESULTS INTO H-COUNT-ROW
                   AT END
                       MOVE 0 TO H-COUNT-ROW
               END-READ
               CLOSE SQL-RESULTS
           ELSE
               MOVE 0 TO H-COUNT-ROW
           END-IF
           .
       R-RUN-COUNTZ.
           EXIT.

      *> WRITE THE STATEMENT AND RUN IT THROUGH THE ADAPTER
       G0-SUBMIT-STATEMENT SECTION.
       G0-SUBMIT-STATEMENTA.
           DISPLAY SQL-STATEMENT(1:80)
           OPEN OUTPUT SQL-STATEMENT-FILE
           WRITE SQL-STATEMENT-FILE-FD FROM SQL-STATEMENT
           CLOSE SQL-STATEMENT-FILE
           PERFORM I-INVOKE-JAR
           .
       G0-SUBMIT-STATEMENTZ.
           EXIT.

      *> INVOKE THE JAR, WITH A RETRY PASS WHILE THE FAILURE
      *> CLASSIFIES AS TRANSIENT
       I-INVOKE-JAR SECTION.
       I-INVOKE-JARA.
           PERFORM I-INVOKE-JAR-ONCE
           MOVE 0                   TO WS-SQL-RETRY-COUNT
           PERFORM UNTIL NOT STA-RETRYABLE
                   OR WS-SQL-RETRY-COUNT >= K-SQL-RETRIES
               ADD 1                TO WS-SQL-RETRY-COUNT
               DISPLAY "TRANSIENT SQL FAILURE (" SQL-STATUS-VALUE
                   "), RETRY " WS-SQL-RETRY-COUNT " OF " K-SQL-RETRIES
               CALL "C$SLEEP" USING K-RETRY-WAIT-SECONDS
               PERFORM I-INVOKE-JAR-ONCE
           END-PERFORM
           IF JAR-CALL-FAILED
               PERFORM J-WRITE-DEADLETTER
           END-IF
           .
       I-INVOKE-JARZ.
           EXIT.

       I-INVOKE-JAR-ONCE SECTION.
       I-INVOKE-JAR-ONCEA.
           SET JAR-CALL-OK          TO TRUE
           SET STA-OK               TO TRUE
           MOVE "0   "              TO SQL-STATUS-VALUE
           CALL "SYSTEM" USING K-INVOKE-JAR
           MOVE RETURN-CODE TO WS-JAR-RC
           IF WS-JAR-RC NOT = 0
               SET JAR-CALL-FAILED  TO TRUE
      *> THE JAR DID NOT RUN AT ALL - TREAT IT LIKE A
      *> CONNECTION-CLASS FAILURE AND LET THE RETRY LOOP HAVE IT
               SET STA-RETRYABLE    TO TRUE
               DISPLAY "JAR INVOCATION FAILED, RETURN CODE: " WS-JAR-RC
           ELSE
               OPEN INPUT SQL-STATUS-FILE
               READ SQL-STATUS-FILE INTO SQL-STATUS-VALUE
               CLOSE SQL-STATUS-FILE
               MOVE SQL-STATUS-VALUE TO STA-VALUE
               CALL "SQLSTACLS" USING SQLSTA-INTERFACE
               IF NOT STA-OK
                   SET JAR-CALL-FAILED TO TRUE
                   DISPLAY "SQL SAY: " SQL-STATUS-VALUE
               END-IF
           END-IF
           .
       I-INVOKE-JAR-ONCEZ.
           EXIT.

      *> APPEND THE STATEMENT THAT COULD NOT BE RUN TO THE DEAD-LETTER
      *> FILE SO IT CAN BE REPLAYED LATER INSTEAD OF BEING LOST
       J-WRITE-DEADLETTER SECTION.
       J-WRITE-DEADLETTERA.
           MOVE SPACE TO DEAD-LETTER-LINE
           ACCEPT DL-DATE FROM DATE YYYYMMDD
           ACCEPT DL-TIME FROM TIME
           MOVE SQL-STATEMENT TO DL-STATEMENT
           MOVE DEAD-LETTER-LINE TO DEAD-LETTER-FD
           WRITE DEAD-LETTER-FD
           .
       J-WRITE-DEADLETTERZ.
           EXIT.

       Z0 SECTION.
       Z0A.
           CLOSE DEAD-LETTER-FILE

           SET LOCK-RELEASE                TO TRUE
           CALL "SQLLOCK" USING SQLLOCK-INTERFACE
           .
       Z0Z.
           EXIT.
       END PROGRAM YEARPREP.
