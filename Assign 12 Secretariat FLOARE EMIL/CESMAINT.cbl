      ******************************************************************
      * Author:
      * Date:
      * Purpose: SPECIAL EDUCATIONAL NEEDS (CES) REGISTRY MAINTENANCE.
      *          A STUDENT WITH A CES CERTIFICATE FOLLOWS AN INDIVIDUAL
      *          PLAN (PIP) - ADAPTED SUBJECTS, A DIFFERENT MINIMUM
      *          NUMBER OF GRADES, SOMETIMES EVALUATION BY DESCRIPTORS
      *          INSTEAD OF NUMBERS. THIS KEEPS CesRegistry.txt
      *          (CNP;MATERIE;CERTREF;FROM;TO;MINNOTE;EVAL), ONE LINE
      *          PER ADAPTED SUBJECT (MATERIE "TOATE" COVERS EVERY
      *          SUBJECT) WITH THE CERTIFICATE, ITS VALIDITY PERIOD,
      *          THE ADAPTED MINIMUM GRADE COUNT (BLANK = THE USUAL
      *          ONE) AND THE EVALUATION RULE (N NUMERIC GRADES, D
      *          DESCRIPTORS ONLY). ADDS VALIDATE THE CNP THROUGH
      *          CNPMODULE AND AGAINST STUDENTI, EVERY CHANGE IS
      *          AUDITED (CesMaintAudit.txt) WITH THE OPERATOR.
      *          CATCOVER, EARLYWARN, BURSA, CESREPORT,
      *          STUDENTS_GEN_AVG AND ANGRYPARENTS READ THE REGISTRY IN
      *          THEIR OWN STEP DIRECTORIES - EVERY CHANGE IS
      *          DISTRIBUTED THERE AUTOMATICALLY, THE SAME WAY THE
      *          EXEMPTION REGISTRY TRAVELS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CESMAINT.
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

           SELECT CES-FILE ASSIGN TO 'CesRegistry.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CES-STATUS.

           SELECT AUDIT-FILE ASSIGN TO 'CesMaintAudit.txt'
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

        FD CES-FILE.
       01 CES-FD                            PIC X(100).

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

       01 WS-CES-STATUS                    PIC X(02).
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
           05 DL-PROGRAM                   PIC X(12) VALUE "CESMAINT".
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 DL-STATEMENT                 PIC X(290).

       01 WS-CHOICE                        PIC X(01).
           88 CHOICE-LIST                   VALUE "L" "l".
           88 CHOICE-ADD                    VALUE "A" "a".
           88 CHOICE-DELETE                 VALUE "D" "d".
           88 CHOICE-QUIT                   VALUE "Q" "q".

      *> THE WHOLE REGISTRY IN MEMORY, REWRITTEN AFTER EVERY CHANGE
      *> ONE ENTRY PER ADAPTED SUBJECT; MATERIE "TOATE" COVERS THE
      *> WHOLE CURRICULUM. CE-MIN-NOTE BLANK KEEPS THE USUAL MINIMUM
       01 K-MAX-CES                        PIC 9(03) VALUE 500.
       01 CES-TABLE.
           05 CES-ENTRY OCCURS 500 TIMES.
               10 CE-CNP                   PIC X(13).
               10 CE-MATERIE               PIC X(30).
               10 CE-CERTREF               PIC X(20).
               10 CE-FROM                  PIC X(08).
               10 CE-TO                    PIC X(08).
               10 CE-MIN-NOTE              PIC X(02).
               10 CE-EVAL                  PIC X(01).
       01 CES-COUNT                        PIC 9(03) VALUE 0.
       01 WS-CES-IDX                       PIC 9(03).
       01 WS-CES-LINE                      PIC X(100).
       01 WS-DIST-COMMAND                  PIC X(200).

      *> THE ENTRY BEING KEYED
       01 WS-NEW-CNP                       PIC X(13).
       01 WS-NEW-MATERIE                   PIC X(30).
       01 WS-NEW-CERTREF                   PIC X(20).
       01 WS-NEW-FROM                      PIC X(08).
       01 WS-NEW-TO                        PIC X(08).
       01 WS-NEW-MIN-NOTE                  PIC X(02).
       01 WS-NEW-EVAL                      PIC X(01).
           88 EVAL-NUMERIC                  VALUE "N".
           88 EVAL-DESCRIPTORS              VALUE "D".

       01 H-COUNT-ROW                      PIC 9(05).
       01 WS-LISTED-COUNT                  PIC 9(03).
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
           DISPLAY "SPECIAL EDUCATIONAL NEEDS (CES) REGISTRY"
           MOVE "CESMAINT"              TO OPS-PROGRAM
           CALL "OPSIGNON" USING OPSIGN-INTERFACE
           IF OPS-DENIED
               DISPLAY OPS-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           SET LOCK-ACQUIRE                TO TRUE
           MOVE "CESMAINT"                 TO LOCK-OWNER
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
                       PERFORM L0-LIST-CES
                   WHEN CHOICE-ADD
                       PERFORM A1-ADD-CES
                   WHEN CHOICE-DELETE
                       PERFORM D0-DELETE-CES
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
           OPEN INPUT CES-FILE
           IF WS-CES-STATUS NOT = "00"
               DISPLAY "NO CesRegistry.txt YET - STARTING EMPTY"
               GO TO L1-LOAD-REGISTRYZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-CES-LINE
               READ CES-FILE INTO WS-CES-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-CES-LINE > SPACE
                   AND CES-COUNT < K-MAX-CES
                       ADD 1               TO CES-COUNT
                       UNSTRING WS-CES-LINE DELIMITED BY ";" INTO
                           CE-CNP(CES-COUNT)
                           CE-MATERIE(CES-COUNT)
                           CE-CERTREF(CES-COUNT)
                           CE-FROM(CES-COUNT)
                           CE-TO(CES-COUNT)
                           CE-MIN-NOTE(CES-COUNT)
                           CE-EVAL(CES-COUNT)
                       END-UNSTRING
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CES-FILE
           DISPLAY "CES ENTRIES ON FILE: " CES-COUNT
           .
       L1-LOAD-REGISTRYZ.
           EXIT.

       L0-LIST-CES SECTION.
       L0-LIST-CESA.
           DISPLAY "STUDENT CNP (BLANK = ALL): " WITH NO ADVANCING
           ACCEPT WS-NEW-CNP
           MOVE 0                          TO WS-LISTED-COUNT
           PERFORM VARYING WS-CES-IDX FROM 1 BY 1
                   UNTIL WS-CES-IDX > CES-COUNT
               IF WS-NEW-CNP = SPACE
               OR CE-CNP(WS-CES-IDX) = WS-NEW-CNP
                   DISPLAY "  " CE-CNP(WS-CES-IDX) " "
                       CE-MATERIE(WS-CES-IDX) " CERT "
                       CE-CERTREF(WS-CES-IDX) " "
                       CE-FROM(WS-CES-IDX) " - "
                       CE-TO(WS-CES-IDX) " MIN "
                       CE-MIN-NOTE(WS-CES-IDX) " EVAL "
                       CE-EVAL(WS-CES-IDX)
                   ADD 1                   TO WS-LISTED-COUNT
               END-IF
           END-PERFORM
           IF WS-LISTED-COUNT = 0
               DISPLAY "  (NOTHING ON THE REGISTRY)"
           END-IF
           .
       L0-LIST-CESZ.
           EXIT.

       A1-ADD-CES SECTION.
       A1-ADD-CESA.
           IF CES-COUNT >= K-MAX-CES
               DISPLAY "REGISTRY FULL"
               GO TO A1-ADD-CESZ
           END-IF
           DISPLAY "STUDENT CNP: " WITH NO ADVANCING
           ACCEPT WS-NEW-CNP
           MOVE WS-NEW-CNP                 TO CNP-VAL
           CALL "CNPMODULE" USING CNP-INTERFACE
           IF CNP-QUIT NOT = 0
               DISPLAY "CNP REJECTED: " CNP-ERR-MSG
               GO TO A1-ADD-CESZ
           END-IF

      *> THE CNP MUST NAME A STUDENT ON FILE
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT COUNT(*) FROM STUDENTI WHERE CNP = '"
                   WS-NEW-CNP "'"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM G0-SUBMIT-STATEMENT
           IF JAR-CALL-FAILED
               DISPLAY "COULD NOT CHECK STUDENTI - NOT ADDED"
               GO TO A1-ADD-CESZ
           END-IF
           MOVE 0                          TO H-COUNT-ROW
           OPEN INPUT SQL-RESULTS
           READ SQL-RESULTS INTO H-COUNT-ROW
               AT END CONTINUE
           END-READ
           CLOSE SQL-RESULTS
           IF H-COUNT-ROW = 0
               DISPLAY "CNP NOT IN STUDENTI - NOT ADDED"
               GO TO A1-ADD-CESZ
           END-IF

           DISPLAY "ADAPTED SUBJECT (MATERIE, TOATE = ALL): "
               WITH NO ADVANCING
           ACCEPT WS-NEW-MATERIE
           IF WS-NEW-MATERIE = SPACE
               DISPLAY "NOTHING ADDED"
               GO TO A1-ADD-CESZ
           END-IF
           PERFORM VARYING WS-CES-IDX FROM 1 BY 1
                   UNTIL WS-CES-IDX > CES-COUNT
               IF CE-CNP(WS-CES-IDX) = WS-NEW-CNP
               AND CE-MATERIE(WS-CES-IDX) = WS-NEW-MATERIE
                   DISPLAY "ALREADY ON THE REGISTRY"
                   GO TO A1-ADD-CESZ
               END-IF
           END-PERFORM
           DISPLAY "CES CERTIFICATE REFERENCE: " WITH NO ADVANCING
           ACCEPT WS-NEW-CERTREF
           DISPLAY "VALID FROM (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-NEW-FROM
           DISPLAY "VALID TO (YYYYMMDD, BLANK = OPEN-ENDED): "
               WITH NO ADVANCING
           ACCEPT WS-NEW-TO
           IF WS-NEW-CERTREF = SPACE
               DISPLAY "NO CERTIFICATE REFERENCE - NOT ADDED"
               GO TO A1-ADD-CESZ
           END-IF
           IF WS-NEW-FROM NOT NUMERIC
               DISPLAY "FROM DATE NOT NUMERIC - NOT ADDED"
               GO TO A1-ADD-CESZ
           END-IF
           IF WS-NEW-TO NOT = SPACE AND WS-NEW-TO NOT NUMERIC
               DISPLAY "TO DATE NOT NUMERIC - NOT ADDED"
               GO TO A1-ADD-CESZ
           END-IF

      *> THE PIP DECIDES HOW THE SUBJECT IS ASSESSED: NUMERIC GRADES
      *> (WITH AN ADAPTED MINIMUM COUNT) OR DESCRIPTORS ONLY
           DISPLAY "EVALUATION (N NUMERIC GRADES, D DESCRIPTORS): "
               WITH NO ADVANCING
           ACCEPT WS-NEW-EVAL
           IF WS-NEW-EVAL = "n"
               MOVE "N"                    TO WS-NEW-EVAL
           END-IF
           IF WS-NEW-EVAL = "d"
               MOVE "D"                    TO WS-NEW-EVAL
           END-IF
           IF NOT EVAL-NUMERIC AND NOT EVAL-DESCRIPTORS
               DISPLAY "EVALUATION MUST BE N OR D - NOT ADDED"
               GO TO A1-ADD-CESZ
           END-IF
           MOVE SPACE                      TO WS-NEW-MIN-NOTE
           IF EVAL-NUMERIC
               DISPLAY "ADAPTED MINIMUM GRADES (2 DIGITS, BLANK = "
                   "USUAL): " WITH NO ADVANCING
               ACCEPT WS-NEW-MIN-NOTE
               IF WS-NEW-MIN-NOTE NOT = SPACE
               AND WS-NEW-MIN-NOTE NOT NUMERIC
                   DISPLAY "MINIMUM NOT NUMERIC - NOT ADDED"
                   GO TO A1-ADD-CESZ
               END-IF
           END-IF

           ADD 1                           TO CES-COUNT
           MOVE WS-NEW-CNP                 TO CE-CNP(CES-COUNT)
           MOVE WS-NEW-MATERIE             TO CE-MATERIE(CES-COUNT)
           MOVE WS-NEW-CERTREF             TO CE-CERTREF(CES-COUNT)
           MOVE WS-NEW-FROM                TO CE-FROM(CES-COUNT)
           MOVE WS-NEW-TO                  TO CE-TO(CES-COUNT)
           MOVE WS-NEW-MIN-NOTE            TO CE-MIN-NOTE(CES-COUNT)
           MOVE WS-NEW-EVAL                TO CE-EVAL(CES-COUNT)
           PERFORM W0-REWRITE-REGISTRY

           MOVE "ADDED"                    TO AUD-ACTION
           PERFORM X0-WRITE-AUDIT
           DISPLAY "CES ENTRY ADDED"
           .
       A1-ADD-CESZ.
           EXIT.

       D0-DELETE-CES SECTION.
       D0-DELETE-CESA.
           DISPLAY "STUDENT CNP: " WITH NO ADVANCING
           ACCEPT WS-NEW-CNP
           DISPLAY "ADAPTED SUBJECT (MATERIE): " WITH NO ADVANCING
           ACCEPT WS-NEW-MATERIE
           SET ENTRY-NOT-DELETED           TO TRUE
           PERFORM VARYING WS-CES-IDX FROM 1 BY 1
                   UNTIL WS-CES-IDX > CES-COUNT
               IF CE-CNP(WS-CES-IDX) = WS-NEW-CNP
               AND CE-MATERIE(WS-CES-IDX) = WS-NEW-MATERIE
      *> THE AUDIT LINE RECORDS WHAT WAS REMOVED
                   MOVE CE-CERTREF(WS-CES-IDX) TO WS-NEW-CERTREF
                   MOVE CE-FROM(WS-CES-IDX)    TO WS-NEW-FROM
                   MOVE CE-TO(WS-CES-IDX)      TO WS-NEW-TO
                   MOVE CE-MIN-NOTE(WS-CES-IDX) TO WS-NEW-MIN-NOTE
                   MOVE CE-EVAL(WS-CES-IDX)    TO WS-NEW-EVAL
      *> CLOSE THE GAP: THE LAST ENTRY TAKES THE DELETED SLOT
                   MOVE CES-ENTRY(CES-COUNT) TO
                       CES-ENTRY(WS-CES-IDX)
                   SUBTRACT 1              FROM CES-COUNT
                   SET ENTRY-DELETED       TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ENTRY-NOT-DELETED
               DISPLAY "NOT ON THE REGISTRY"
               GO TO D0-DELETE-CESZ
           END-IF
           PERFORM W0-REWRITE-REGISTRY
           MOVE "DELETED"                  TO AUD-ACTION
           PERFORM X0-WRITE-AUDIT
           DISPLAY "CES ENTRY DELETED"
           .
       D0-DELETE-CESZ.
           EXIT.

       W0-REWRITE-REGISTRY SECTION.
       W0-REWRITE-REGISTRYA.
           OPEN OUTPUT CES-FILE
           PERFORM VARYING WS-CES-IDX FROM 1 BY 1
                   UNTIL WS-CES-IDX > CES-COUNT
               MOVE SPACE                  TO WS-CES-LINE
               STRING CE-CNP(WS-CES-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      CE-MATERIE(WS-CES-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      CE-CERTREF(WS-CES-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      CE-FROM(WS-CES-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      CE-TO(WS-CES-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      CE-MIN-NOTE(WS-CES-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      CE-EVAL(WS-CES-IDX) DELIMITED BY SIZE
               INTO WS-CES-LINE
               END-STRING
               MOVE WS-CES-LINE            TO CES-FD
               WRITE CES-FD
           END-PERFORM
           CLOSE CES-FILE

      *> THE CONSUMERS READ THE REGISTRY IN THEIR OWN STEP
      *> DIRECTORIES AND PHASE IN ON FILE-ABSENT - THE FILE TRAVELS
      *> THERE ITSELF AFTER EVERY CHANGE, LIKE Exemptions.txt
           MOVE SPACE                      TO WS-DIST-COMMAND
           STRING "cp 'CesRegistry.txt' "
                  "'../Assign 13 Rapoarte FLOARE EMIL/' && "
                  "cp 'CesRegistry.txt' '../16-03 Assign/' && "
                  "cp 'CesRegistry.txt' "
                  "'../Assign 08 Angry Parrents FLOARE EMIL/'"
                  DELIMITED BY SIZE
           INTO WS-DIST-COMMAND
           CALL "SYSTEM" USING WS-DIST-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "COULD NOT DISTRIBUTE CesRegistry.txt TO THE "
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
           STRING WS-NEW-CNP " " WS-NEW-MATERIE
                  " CERT " WS-NEW-CERTREF
                  " " WS-NEW-FROM " - " WS-NEW-TO
                  " MIN " WS-NEW-MIN-NOTE " EVAL " WS-NEW-EVAL
                  DELIMITED BY SIZE
           INTO AUD-DETAIL
           MOVE OPS-ID                     TO AUD-OPERATOR
           MOVE 'CesMaintAudit.txt'        TO ACH-FILE
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
       END PROGRAM CESMAINT.
