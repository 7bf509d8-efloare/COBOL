      ******************************************************************
      * Author:
      * Date:
      * Purpose: OLYMPIAD AND COMPETITION RESULTS REGISTRY
      *          MAINTENANCE. THE STUDENTS' RESULTS AT THE SUBJECT
      *          OLYMPIADS AND THE SCHOOL COMPETITIONS USED TO LIVE
      *          ONLY IN THE DIPLOMA FOLDER. THIS KEEPS Olimpiade.txt
      *          (CNP;ANSCOLAR;TIP;MATERIE;FAZA;PREMIU;CONCURS;
      *          PROFCNP;CLASA;NUME;PRENUME;DIPLOMA), ONE LINE PER
      *          RESULT: TIP O OLIMPIADA OR C CONCURS, FAZA L LOCALA,
      *          J JUDETEANA, R REGIONALA, N NATIONALA OR
      *          I INTERNATIONALA, PREMIU 1/2/3, M MENTIUNE, S PREMIU
      *          SPECIAL OR P PARTICIPARE, AND THE COORDINATING
      *          PROFESSOR. ADDS VALIDATE THE STUDENT'S CNP THROUGH
      *          CNPMODULE AND AGAINST STUDENTI (THEIR CLASS AND NAME
      *          GO ON THE LINE, SO THE RESULT SURVIVES GRADUATION)
      *          AND THE PROFESSOR'S AGAINST PROFESORI; EVERY CHANGE
      *          IS AUDITED (OlimpMaintAudit.txt) WITH THE OPERATOR.
      *          BURSA, CATCLASA AND STUDENTS_GEN_AVG READ THE
      *          REGISTRY IN THEIR OWN STEP DIRECTORIES - EVERY CHANGE
      *          IS DISTRIBUTED THERE AUTOMATICALLY, THE SAME WAY THE
      *          CES REGISTRY TRAVELS. TRANSCRIPT, COHORT AND
      *          OLIMPREPORT READ IT HERE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. OLIMPMAINT.
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

           SELECT OLIMP-FILE ASSIGN TO 'Olimpiade.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OLIMP-STATUS.

           SELECT AUDIT-FILE ASSIGN TO 'OlimpMaintAudit.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

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

        FD OLIMP-FILE.
       01 OLIMP-FD                          PIC X(220).

        FD AUDIT-FILE.
       01 AUDIT-FD                          PIC X(182).

        FD DEAD-LETTER-FILE.
       01 DEAD-LETTER-FD                    PIC X(321).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 FIELDS-FOR-SQL.
       05 K-INVOKE-JAR                     PIC X(27) VALUE
               "java -jar JSqlAdapter.jar ".

       05 SQL-STATEMENT                    PIC X(300).

       01 WS-OLIMP-STATUS                  PIC X(02).
       01 WS-AUDIT-STATUS                  PIC X(02).
       01 WS-DL-STATUS                     PIC X(02).

       01 JAR-CALL-SWITCH                  PIC X(01) VALUE "O".
           88 JAR-CALL-OK                   VALUE "O".
           88 JAR-CALL-FAILED               VALUE "F".
       01 WS-JAR-RC                        PIC S9(04) VALUE 0.
       01 SQL-STATUS-VALUE                 PIC X(4).

       01 CNP-INTERFACE.
           COPY CNP-INT.

      *> RUN-TOKEN LOCK AROUND THE SHARED ADAPTER HANDSHAKE FILES
       COPY SQLLOCK-INT.
      *> OPERATOR SIGN-ON - WHO IS AT THE KEYBOARD GOES INTO EVERY
      *> AUDIT LINE, AND AN OPERATOR WITHOUT THIS PROGRAM ON THEIR
      *> Operators.txt LIST IS REFUSED
       COPY OPSIGN-INT.

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
           05 DL-PROGRAM                   PIC X(12) VALUE "OLIMPMAINT".
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 DL-STATEMENT                 PIC X(290).

       01 WS-CHOICE                        PIC X(01).
           88 CHOICE-LIST                   VALUE "L" "l".
           88 CHOICE-ADD                    VALUE "A" "a".
           88 CHOICE-DELETE                 VALUE "D" "d".
           88 CHOICE-QUIT                   VALUE "Q" "q".

      *> THE WHOLE REGISTRY IN MEMORY, REWRITTEN AFTER EVERY CHANGE.
      *> A RESULT IS ONE STUDENT, ONE SCHOOL YEAR, ONE OLYMPIAD OR
      *> COMPETITION IN ONE SUBJECT, AT ONE PHASE
       01 K-MAX-OLIMP                      PIC 9(04) VALUE 2000.
       01 OLIMP-TABLE.
           05 OLIMP-ENTRY OCCURS 2000 TIMES.
               10 OL-CNP                   PIC X(13).
               10 OL-AN-SCOLAR             PIC X(09).
               10 OL-TIP                   PIC X(01).
               10 OL-MATERIE               PIC X(30).
               10 OL-FAZA                  PIC X(01).
               10 OL-PREMIU                PIC X(01).
               10 OL-CONCURS               PIC X(40).
               10 OL-PROF-CNP              PIC X(13).
               10 OL-CLASA                 PIC X(04).
               10 OL-NUME                  PIC X(30).
               10 OL-PRENUME               PIC X(30).
               10 OL-DIPLOMA               PIC X(20).
       01 OLIMP-COUNT                      PIC 9(04) VALUE 0.
       01 WS-OLIMP-IDX                     PIC 9(04).
       01 WS-OLIMP-LINE                    PIC X(220).
       01 WS-DIST-COMMAND                  PIC X(200).

      *> THE ENTRY BEING KEYED
       01 WS-NEW-CNP                       PIC X(13).
       01 WS-NEW-AN-SCOLAR                 PIC X(09).
       01 WS-NEW-YEAR-1                    PIC 9(04).
       01 WS-NEW-YEAR-2                    PIC 9(04).
       01 WS-NEW-TIP                       PIC X(01).
           88 TIP-OLIMPIADA                 VALUE "O".
           88 TIP-CONCURS                   VALUE "C".
       01 WS-NEW-MATERIE                   PIC X(30).
       01 WS-NEW-FAZA                      PIC X(01).
           88 FAZA-VALID                    VALUE "L" "J" "R" "N" "I".
       01 WS-NEW-PREMIU                    PIC X(01).
           88 PREMIU-VALID                  VALUE "1" "2" "3"
                                                  "M" "S" "P".
       01 WS-NEW-CONCURS                   PIC X(40).
       01 WS-NEW-PROF-CNP                  PIC X(13).
       01 WS-NEW-CLASA                     PIC X(04).
       01 WS-NEW-NUME                      PIC X(30).
       01 WS-NEW-PRENUME                   PIC X(30).
       01 WS-NEW-DIPLOMA                   PIC X(20).

      *> ONE ROW OF "SELECT CLASA, NUME, PRENUME FROM STUDENTI"
       01 WS-STUD-ROW.
           05 SR-CLASA                     PIC X(04).
           05 FILLER                       PIC X(02).
           05 SR-NUME                      PIC X(30).
           05 FILLER                       PIC X(02).
           05 SR-PRENUME                   PIC X(30).

       01 H-COUNT-ROW                      PIC 9(05).
       01 WS-LISTED-COUNT                  PIC 9(04).
       01 WS-DELETED-SW                    PIC X(01).
           88 ENTRY-DELETED                 VALUE "Y".
           88 ENTRY-NOT-DELETED             VALUE "N".

      *> EVERY AUDIT LINE CARRIES THE FINGERPRINT OF THE ONE BEFORE IT
       COPY AUDCHAIN-INT.
       01 AUDIT-LINE.
           05 AUD-DATE                     PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 AUD-TIME                     PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 AUD-ACTION                   PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 AUD-DETAIL                   PIC X(120).
           05 FILLER                       PIC X(04) VALUE " BY ".
           05 AUD-OPERATOR                 PIC X(08).

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       S0  SECTION.
       S0A.
           DISPLAY "OLYMPIAD AND COMPETITION RESULTS REGISTRY"
           MOVE "OLIMPMAINT"            TO OPS-PROGRAM
           CALL "OPSIGNON" USING OPSIGN-INTERFACE
           IF OPS-DENIED
               DISPLAY OPS-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           SET LOCK-ACQUIRE                TO TRUE
           MOVE "OLIMPMAINT"               TO LOCK-OWNER
           CALL "SQLLOCK" USING SQLLOCK-INTERFACE
           IF LOCK-BUSY
               DISPLAY LOCK-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM A0
           PERFORM L1-LOAD-REGISTRY

           PERFORM UNTIL CHOICE-QUIT
               DISPLAY "L LIST, A ADD, D DELETE, Q QUIT: "
                   WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE TRUE
                   WHEN CHOICE-LIST
                       PERFORM L0-LIST-RESULTS
                   WHEN CHOICE-ADD
                       PERFORM A1-ADD-RESULT
                   WHEN CHOICE-DELETE
                       PERFORM D0-DELETE-RESULT
                   WHEN CHOICE-QUIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "UNKNOWN CHOICE"
               END-EVALUATE
           END-PERFORM

           PERFORM Z0
           MOVE 0 TO RETURN-CODE
           .
       S0Z.
           STOP RUN.

       A0 SECTION.
       A0A.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           OPEN EXTEND DEAD-LETTER-FILE
           IF WS-DL-STATUS = "35"
               OPEN OUTPUT DEAD-LETTER-FILE
           END-IF
           .
       A0Z.
           EXIT.

       L1-LOAD-REGISTRY SECTION.
       L1-LOAD-REGISTRYA.
           OPEN INPUT OLIMP-FILE
           IF WS-OLIMP-STATUS NOT = "00"
               DISPLAY "NO Olimpiade.txt YET - STARTING EMPTY"
               GO TO L1-LOAD-REGISTRYZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-OLIMP-LINE
               READ OLIMP-FILE INTO WS-OLIMP-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-OLIMP-LINE > SPACE
                   AND OLIMP-COUNT < K-MAX-OLIMP
                       ADD 1               TO OLIMP-COUNT
                       UNSTRING WS-OLIMP-LINE DELIMITED BY ";" INTO
                           OL-CNP(OLIMP-COUNT)
                           OL-AN-SCOLAR(OLIMP-COUNT)
                           OL-TIP(OLIMP-COUNT)
                           OL-MATERIE(OLIMP-COUNT)
                           OL-FAZA(OLIMP-COUNT)
                           OL-PREMIU(OLIMP-COUNT)
                           OL-CONCURS(OLIMP-COUNT)
                           OL-PROF-CNP(OLIMP-COUNT)
                           OL-CLASA(OLIMP-COUNT)
                           OL-NUME(OLIMP-COUNT)
                           OL-PRENUME(OLIMP-COUNT)
                           OL-DIPLOMA(OLIMP-COUNT)
                       END-UNSTRING
                   END-IF
               END-READ
           END-PERFORM
           CLOSE OLIMP-FILE
           DISPLAY "RESULTS ON FILE: " OLIMP-COUNT
           .
       L1-LOAD-REGISTRYZ.
           EXIT.

       L0-LIST-RESULTS SECTION.
       L0-LIST-RESULTSA.
           DISPLAY "STUDENT CNP (BLANK = ALL): " WITH NO ADVANCING
           ACCEPT WS-NEW-CNP
           MOVE 0                          TO WS-LISTED-COUNT
           PERFORM VARYING WS-OLIMP-IDX FROM 1 BY 1
                   UNTIL WS-OLIMP-IDX > OLIMP-COUNT
               IF WS-NEW-CNP = SPACE
               OR OL-CNP(WS-OLIMP-IDX) = WS-NEW-CNP
                   DISPLAY "  " OL-CNP(WS-OLIMP-IDX) " "
                       OL-AN-SCOLAR(WS-OLIMP-IDX) " "
                       OL-TIP(WS-OLIMP-IDX) " "
                       OL-MATERIE(WS-OLIMP-IDX) " FAZA "
                       OL-FAZA(WS-OLIMP-IDX) " PREMIU "
                       OL-PREMIU(WS-OLIMP-IDX) " "
                       OL-CONCURS(WS-OLIMP-IDX) " PROF "
                       OL-PROF-CNP(WS-OLIMP-IDX)
                   ADD 1                   TO WS-LISTED-COUNT
               END-IF
           END-PERFORM
           IF WS-LISTED-COUNT = 0
               DISPLAY "  (NOTHING ON THE REGISTRY)"
           END-IF
           .
       L0-LIST-RESULTSZ.
           EXIT.

       A1-ADD-RESULT SECTION.
       A1-ADD-RESULTA.
           IF OLIMP-COUNT >= K-MAX-OLIMP
               DISPLAY "REGISTRY FULL"
               GO TO A1-ADD-RESULTZ
           END-IF
           DISPLAY "STUDENT CNP: " WITH NO ADVANCING
           ACCEPT WS-NEW-CNP
           MOVE WS-NEW-CNP                 TO CNP-VAL
           CALL "CNPMODULE" USING CNP-INTERFACE
           IF CNP-QUIT NOT = 0
               DISPLAY "CNP REJECTED: " CNP-ERR-MSG
               GO TO A1-ADD-RESULTZ
           END-IF

      *> THE CNP MUST NAME A STUDENT ON FILE - THEIR CLASS AND NAME
      *> GO ON THE LINE, SO THE GRADUATION LIST AND THE ANNUAL
      *> REPORT STILL HAVE THEM AFTER THE STUDENT HAS LEFT
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT CLASA, NUME, PRENUME FROM STUDENTI "
                   "WHERE CNP = '" WS-NEW-CNP "'"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM G0-SUBMIT-STATEMENT
           IF JAR-CALL-FAILED
               DISPLAY "COULD NOT CHECK STUDENTI - NOT ADDED"
               GO TO A1-ADD-RESULTZ
           END-IF
           MOVE SPACE                      TO WS-STUD-ROW
           OPEN INPUT SQL-RESULTS
           READ SQL-RESULTS INTO WS-STUD-ROW
               AT END CONTINUE
           END-READ
           CLOSE SQL-RESULTS
           IF SR-CLASA = SPACE
               DISPLAY "CNP NOT IN STUDENTI - NOT ADDED"
               GO TO A1-ADD-RESULTZ
           END-IF
           MOVE SR-CLASA                   TO WS-NEW-CLASA
           MOVE SR-NUME                    TO WS-NEW-NUME
           MOVE SR-PRENUME                 TO WS-NEW-PRENUME

           DISPLAY "SCHOOL YEAR (E.G. 2025/2026): " WITH NO ADVANCING
           ACCEPT WS-NEW-AN-SCOLAR
           IF WS-NEW-AN-SCOLAR(1:4) NOT NUMERIC
           OR WS-NEW-AN-SCOLAR(5:1) NOT = "/"
           OR WS-NEW-AN-SCOLAR(6:4) NOT NUMERIC
               DISPLAY "SCHOOL YEAR MUST LOOK LIKE 2025/2026 - NOT "
                   "ADDED"
               GO TO A1-ADD-RESULTZ
           END-IF
           MOVE WS-NEW-AN-SCOLAR(1:4)      TO WS-NEW-YEAR-1
           MOVE WS-NEW-AN-SCOLAR(6:4)      TO WS-NEW-YEAR-2
           IF WS-NEW-YEAR-2 NOT = WS-NEW-YEAR-1 + 1
               DISPLAY "SCHOOL YEAR MUST SPAN TWO CONSECUTIVE "
                   "YEARS - NOT ADDED"
               GO TO A1-ADD-RESULTZ
           END-IF

           DISPLAY "O OLIMPIADA, C CONCURS: " WITH NO ADVANCING
           ACCEPT WS-NEW-TIP
           IF WS-NEW-TIP = "o"
               MOVE "O"                    TO WS-NEW-TIP
           END-IF
           IF WS-NEW-TIP = "c"
               MOVE "C"                    TO WS-NEW-TIP
           END-IF
           IF NOT TIP-OLIMPIADA AND NOT TIP-CONCURS
               DISPLAY "TYPE MUST BE O OR C - NOT ADDED"
               GO TO A1-ADD-RESULTZ
           END-IF

           DISPLAY "SUBJECT (MATERIE): " WITH NO ADVANCING
           ACCEPT WS-NEW-MATERIE
           IF WS-NEW-MATERIE = SPACE
               DISPLAY "NOTHING ADDED"
               GO TO A1-ADD-RESULTZ
           END-IF

           DISPLAY "PHASE - L LOCALA, J JUDETEANA, R REGIONALA, "
               "N NATIONALA, I INTERNATIONALA: " WITH NO ADVANCING
           ACCEPT WS-NEW-FAZA
           INSPECT WS-NEW-FAZA CONVERTING "ljrni" TO "LJRNI"
           IF NOT FAZA-VALID
               DISPLAY "PHASE MUST BE L, J, R, N OR I - NOT ADDED"
               GO TO A1-ADD-RESULTZ
           END-IF

      *> ONE RESULT PER STUDENT, YEAR, TYPE, SUBJECT AND PHASE - THE
      *> SAME OLYMPIAD CANNOT BE WON TWICE AT THE SAME PHASE
           PERFORM VARYING WS-OLIMP-IDX FROM 1 BY 1
                   UNTIL WS-OLIMP-IDX > OLIMP-COUNT
               IF OL-CNP(WS-OLIMP-IDX) = WS-NEW-CNP
               AND OL-AN-SCOLAR(WS-OLIMP-IDX) = WS-NEW-AN-SCOLAR
               AND OL-TIP(WS-OLIMP-IDX) = WS-NEW-TIP
               AND OL-MATERIE(WS-OLIMP-IDX) = WS-NEW-MATERIE
               AND OL-FAZA(WS-OLIMP-IDX) = WS-NEW-FAZA
                   DISPLAY "ALREADY ON THE REGISTRY"
                   GO TO A1-ADD-RESULTZ
               END-IF
           END-PERFORM

           DISPLAY "PRIZE - 1, 2, 3, M MENTIUNE, S PREMIU SPECIAL, "
               "P PARTICIPARE: " WITH NO ADVANCING
           ACCEPT WS-NEW-PREMIU
           INSPECT WS-NEW-PREMIU CONVERTING "msp" TO "MSP"
           IF NOT PREMIU-VALID
               DISPLAY "PRIZE MUST BE 1, 2, 3, M, S OR P - NOT ADDED"
               GO TO A1-ADD-RESULTZ
           END-IF

           DISPLAY "OLYMPIAD / COMPETITION NAME: " WITH NO ADVANCING
           ACCEPT WS-NEW-CONCURS
           IF WS-NEW-CONCURS = SPACE
               DISPLAY "NO NAME - NOT ADDED"
               GO TO A1-ADD-RESULTZ
           END-IF
           DISPLAY "DIPLOMA REFERENCE (BLANK = NONE YET): "
               WITH NO ADVANCING
           ACCEPT WS-NEW-DIPLOMA

      *> THE COORDINATING PROFESSOR MUST BE ON PROFESORI - THE
      *> ANNUAL REPORT CREDITS THE RESULT TO THEM
           DISPLAY "COORDINATING PROFESSOR CNP: " WITH NO ADVANCING
           ACCEPT WS-NEW-PROF-CNP
           MOVE WS-NEW-PROF-CNP            TO CNP-VAL
           CALL "CNPMODULE" USING CNP-INTERFACE
           IF CNP-QUIT NOT = 0
               DISPLAY "PROFESSOR CNP REJECTED: " CNP-ERR-MSG
               GO TO A1-ADD-RESULTZ
           END-IF
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT COUNT(*) FROM PROFESORI WHERE CNP = '"
                   WS-NEW-PROF-CNP "'"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM G0-SUBMIT-STATEMENT
           IF JAR-CALL-FAILED
               DISPLAY "COULD NOT CHECK PROFESORI - NOT ADDED"
               GO TO A1-ADD-RESULTZ
           END-IF
           MOVE 0                          TO H-COUNT-ROW
           OPEN INPUT SQL-RESULTS
           READ SQL-RESULTS INTO H-COUNT-ROW
               AT END CONTINUE
           END-READ
           CLOSE SQL-RESULTS
           IF H-COUNT-ROW = 0
               DISPLAY "PROFESSOR CNP NOT IN PROFESORI - NOT ADDED"
               GO TO A1-ADD-RESULTZ
           END-IF

           ADD 1                           TO OLIMP-COUNT
           MOVE WS-NEW-CNP                 TO OL-CNP(OLIMP-COUNT)
           MOVE WS-NEW-AN-SCOLAR           TO OL-AN-SCOLAR(OLIMP-COUNT)
           MOVE WS-NEW-TIP                 TO OL-TIP(OLIMP-COUNT)
           MOVE WS-NEW-MATERIE             TO OL-MATERIE(OLIMP-COUNT)
           MOVE WS-NEW-FAZA                TO OL-FAZA(OLIMP-COUNT)
           MOVE WS-NEW-PREMIU              TO OL-PREMIU(OLIMP-COUNT)
           MOVE WS-NEW-CONCURS             TO OL-CONCURS(OLIMP-COUNT)
           MOVE WS-NEW-PROF-CNP            TO OL-PROF-CNP(OLIMP-COUNT)
           MOVE WS-NEW-CLASA               TO OL-CLASA(OLIMP-COUNT)
           MOVE WS-NEW-NUME                TO OL-NUME(OLIMP-COUNT)
           MOVE WS-NEW-PRENUME             TO OL-PRENUME(OLIMP-COUNT)
           MOVE WS-NEW-DIPLOMA             TO OL-DIPLOMA(OLIMP-COUNT)
           PERFORM W0-REWRITE-REGISTRY

           MOVE "ADDED"                    TO AUD-ACTION
           PERFORM X0-WRITE-AUDIT
           DISPLAY "RESULT ADDED"
           .
       A1-ADD-RESULTZ.
           EXIT.

       D0-DELETE-RESULT SECTION.
       D0-DELETE-RESULTA.
           DISPLAY "STUDENT CNP: " WITH NO ADVANCING
           ACCEPT WS-NEW-CNP
           DISPLAY "SCHOOL YEAR (E.G. 2025/2026): " WITH NO ADVANCING
           ACCEPT WS-NEW-AN-SCOLAR
           DISPLAY "O OLIMPIADA, C CONCURS: " WITH NO ADVANCING
           ACCEPT WS-NEW-TIP
           INSPECT WS-NEW-TIP CONVERTING "oc" TO "OC"
           DISPLAY "SUBJECT (MATERIE): " WITH NO ADVANCING
           ACCEPT WS-NEW-MATERIE
           DISPLAY "PHASE (L, J, R, N, I): " WITH NO ADVANCING
           ACCEPT WS-NEW-FAZA
           INSPECT WS-NEW-FAZA CONVERTING "ljrni" TO "LJRNI"
           SET ENTRY-NOT-DELETED           TO TRUE
           PERFORM VARYING WS-OLIMP-IDX FROM 1 BY 1
                   UNTIL WS-OLIMP-IDX > OLIMP-COUNT
               IF OL-CNP(WS-OLIMP-IDX) = WS-NEW-CNP
               AND OL-AN-SCOLAR(WS-OLIMP-IDX) = WS-NEW-AN-SCOLAR
               AND OL-TIP(WS-OLIMP-IDX) = WS-NEW-TIP
               AND OL-MATERIE(WS-OLIMP-IDX) = WS-NEW-MATERIE
               AND OL-FAZA(WS-OLIMP-IDX) = WS-NEW-FAZA
      *> THE AUDIT LINE RECORDS WHAT WAS REMOVED
                   MOVE OL-PREMIU(WS-OLIMP-IDX)   TO WS-NEW-PREMIU
                   MOVE OL-CONCURS(WS-OLIMP-IDX)  TO WS-NEW-CONCURS
                   MOVE OL-PROF-CNP(WS-OLIMP-IDX) TO WS-NEW-PROF-CNP
      *> CLOSE THE GAP: THE LAST ENTRY TAKES THE DELETED SLOT
                   MOVE OLIMP-ENTRY(OLIMP-COUNT) TO
                       OLIMP-ENTRY(WS-OLIMP-IDX)
                   SUBTRACT 1              FROM OLIMP-COUNT
                   SET ENTRY-DELETED       TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ENTRY-NOT-DELETED
               DISPLAY "NOT ON THE REGISTRY"
               GO TO D0-DELETE-RESULTZ
           END-IF
           PERFORM W0-REWRITE-REGISTRY
           MOVE "DELETED"                  TO AUD-ACTION
           PERFORM X0-WRITE-AUDIT
           DISPLAY "RESULT DELETED"
           .
       D0-DELETE-RESULTZ.
           EXIT.

       W0-REWRITE-REGISTRY SECTION.
       W0-REWRITE-REGISTRYA.
           OPEN OUTPUT OLIMP-FILE
           PERFORM VARYING WS-OLIMP-IDX FROM 1 BY 1
                   UNTIL WS-OLIMP-IDX > OLIMP-COUNT
               MOVE SPACE                  TO WS-OLIMP-LINE
               STRING OL-CNP(WS-OLIMP-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      OL-AN-SCOLAR(WS-OLIMP-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      OL-TIP(WS-OLIMP-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      OL-MATERIE(WS-OLIMP-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      OL-FAZA(WS-OLIMP-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      OL-PREMIU(WS-OLIMP-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      OL-CONCURS(WS-OLIMP-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      OL-PROF-CNP(WS-OLIMP-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      OL-CLASA(WS-OLIMP-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      OL-NUME(WS-OLIMP-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      OL-PRENUME(WS-OLIMP-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      OL-DIPLOMA(WS-OLIMP-IDX) DELIMITED BY "  "
               INTO WS-OLIMP-LINE
               END-STRING
               MOVE WS-OLIMP-LINE          TO OLIMP-FD
               WRITE OLIMP-FD
           END-PERFORM
           CLOSE OLIMP-FILE

      *> THE CONSUMERS READ THE REGISTRY IN THEIR OWN STEP
      *> DIRECTORIES AND PHASE IN ON FILE-ABSENT - THE FILE TRAVELS
      *> THERE ITSELF AFTER EVERY CHANGE, LIKE CesRegistry.txt
           MOVE SPACE                      TO WS-DIST-COMMAND
           STRING "cp 'Olimpiade.txt' "
                  "'../Assign 13 Rapoarte FLOARE EMIL/' && "
                  "cp 'Olimpiade.txt' '../16-03 Assign/'"
                  DELIMITED BY SIZE
           INTO WS-DIST-COMMAND
           CALL "SYSTEM" USING WS-DIST-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "COULD NOT DISTRIBUTE Olimpiade.txt TO THE "
                   "CONSUMER DIRECTORIES - COPY IT BY HAND"
           END-IF
           .
       W0-REWRITE-REGISTRYZ.
           EXIT.

       X0-WRITE-AUDIT SECTION.
       X0-WRITE-AUDITA.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME
           MOVE SPACE                      TO AUD-DETAIL
           STRING WS-NEW-CNP " " WS-NEW-AN-SCOLAR " " WS-NEW-TIP
                  " " WS-NEW-MATERIE(1:20) " FAZA " WS-NEW-FAZA
                  " PREMIU " WS-NEW-PREMIU " " WS-NEW-CONCURS(1:25)
                  " PROF " WS-NEW-PROF-CNP
                  DELIMITED BY SIZE
           INTO AUD-DETAIL
           MOVE OPS-ID                     TO AUD-OPERATOR
           MOVE 'OlimpMaintAudit.txt'      TO ACH-FILE
           SET ACH-FIXED                   TO TRUE
           MOVE LENGTH OF AUDIT-LINE       TO ACH-LENGTH
           MOVE AUDIT-LINE                 TO ACH-LINE
           CALL "AUDCHAIN" USING AUDCHAIN-INTERFACE
           MOVE ACH-LINE                   TO AUDIT-FD
           WRITE AUDIT-FD
           .
       X0-WRITE-AUDITZ.
           EXIT.

      *> WRITE THE STATEMENT AND RUN IT THROUGH THE ADAPTER
       G0-SUBMIT-STATEMENT SECTION.
       G0-SUBMIT-STATEMENTA.
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
           CLOSE AUDIT-FILE
           CLOSE DEAD-LETTER-FILE
           SET LOCK-RELEASE                TO TRUE
           CALL "SQLLOCK" USING SQLLOCK-INTERFACE
           .
       Z0Z.
           EXIT.
       END PROGRAM OLIMPMAINT.
