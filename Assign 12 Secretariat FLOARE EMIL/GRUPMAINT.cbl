      ******************************************************************
      * Author:
      * Date:
      * Purpose: STUDENT-TO-GROUP (GRUPA) REGISTRY MAINTENANCE. NOT
      *          EVERY STUDENT OF A CLASA TAKES EVERY SUBJECT TAUGHT
      *          TO IT: THE SECOND FOREIGN LANGUAGE IS SPLIT INTO
      *          GROUPS (GERMANA / FRANCEZA), RELIGION HAS OPT-OUTS
      *          AND DENOMINATIONS, AND THE OPTIONAL CDS SUBJECTS ARE
      *          TAKEN BY WHOEVER CHOSE THEM. A PROFESORMATERIECLASA
      *          OR ORAR ROW WITH A GRUPA TARGETS ONLY THE MEMBERS OF
      *          THAT GROUP OF THE CLASA; THIS KEEPS THE MEMBERSHIP
      *          IN SubjectGroups.txt (CNP;CLASA;GRUPA), ONE LINE PER
      *          STUDENT AND GROUP. ADDS VALIDATE THE CNP THROUGH
      *          CNPMODULE AND AGAINST STUDENTI (THE CLASA IS TAKEN
      *          FROM THERE), AND THE GROUP MUST BE ONE A
      *          PROFESORMATERIECLASA ROW TARGETS IN THAT CLASA.
      *          EVERY CHANGE IS AUDITED (GrupeMaintAudit.txt) WITH
      *          THE OPERATOR. CATCOVER, STUDENTS_GEN_AVG, GRADECON,
      *          ABSREGISTER AND ORARLOAD READ THE REGISTRY IN THEIR
      *          OWN STEP DIRECTORIES - EVERY CHANGE IS DISTRIBUTED
      *          THERE AUTOMATICALLY, THE SAME WAY Exemptions.txt
      *          TRAVELS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. GRUPMAINT.
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

           SELECT GRUPE-FILE ASSIGN TO 'SubjectGroups.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GRUPE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO 'GrupeMaintAudit.txt'
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

        FD GRUPE-FILE.
       01 GRUPE-FD                          PIC X(40).

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

       01 WS-GRUPE-STATUS                  PIC X(02).
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
           05 DL-PROGRAM                   PIC X(12) VALUE "GRUPMAINT".
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 DL-STATEMENT                 PIC X(290).

       01 WS-CHOICE                        PIC X(01).
           88 CHOICE-LIST                   VALUE "L" "l".
           88 CHOICE-ADD                    VALUE "A" "a".
           88 CHOICE-DELETE                 VALUE "D" "d".
           88 CHOICE-QUIT                   VALUE "Q" "q".

      *> THE WHOLE REGISTRY IN MEMORY, REWRITTEN AFTER EVERY CHANGE
       01 K-MAX-GRP                        PIC 9(04) VALUE 3000.
       01 GRP-TABLE.
           05 GRP-ENTRY OCCURS 3000 TIMES.
               10 GR-CNP                   PIC X(13).
               10 GR-CLASA                 PIC X(04).
               10 GR-GRUPA                 PIC X(10).
       01 GRP-COUNT                        PIC 9(04) VALUE 0.
       01 WS-GRP-IDX                       PIC 9(04).
       01 WS-GRP-LINE                      PIC X(40).
       01 WS-DIST-COMMAND                  PIC X(300).

      *> THE ENTRY BEING KEYED
       01 WS-NEW-CNP                       PIC X(13).
       01 WS-NEW-CLASA                     PIC X(04).
       01 WS-NEW-GRUPA                     PIC X(10).

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
           DISPLAY "STUDENT-TO-GROUP (GRUPA) REGISTRY"
           MOVE "GRUPMAINT"             TO OPS-PROGRAM
           CALL "OPSIGNON" USING OPSIGN-INTERFACE
           IF OPS-DENIED
               DISPLAY OPS-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           SET LOCK-ACQUIRE                TO TRUE
           MOVE "GRUPMAINT"                TO LOCK-OWNER
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
                       PERFORM L0-LIST-MEMBERS
                   WHEN CHOICE-ADD
                       PERFORM A1-ADD-MEMBER
                   WHEN CHOICE-DELETE
                       PERFORM D0-DELETE-MEMBER
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
           OPEN INPUT GRUPE-FILE
           IF WS-GRUPE-STATUS NOT = "00"
               DISPLAY "NO SubjectGroups.txt YET - STARTING EMPTY"
               GO TO L1-LOAD-REGISTRYZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-GRP-LINE
               READ GRUPE-FILE INTO WS-GRP-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-GRP-LINE > SPACE
                   AND GRP-COUNT < K-MAX-GRP
                       ADD 1               TO GRP-COUNT
                       UNSTRING WS-GRP-LINE DELIMITED BY ";" INTO
                           GR-CNP(GRP-COUNT)
                           GR-CLASA(GRP-COUNT)
                           GR-GRUPA(GRP-COUNT)
                       END-UNSTRING
                   END-IF
               END-READ
           END-PERFORM
           CLOSE GRUPE-FILE
           DISPLAY "GROUP MEMBERSHIPS ON FILE: " GRP-COUNT
           .
       L1-LOAD-REGISTRYZ.
           EXIT.

      *> A GROUP ROSTER (CLASA + GRUPA), A WHOLE CLASS'S GROUPS, OR
      *> THE WHOLE REGISTRY
       L0-LIST-MEMBERS SECTION.
       L0-LIST-MEMBERSA.
           DISPLAY "CLASA (BLANK = ALL): " WITH NO ADVANCING
           ACCEPT WS-NEW-CLASA
           MOVE SPACE                      TO WS-NEW-GRUPA
           IF WS-NEW-CLASA > SPACE
               DISPLAY "GRUPA (BLANK = ALL): " WITH NO ADVANCING
               ACCEPT WS-NEW-GRUPA
           END-IF
           MOVE 0                          TO WS-LISTED-COUNT
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > GRP-COUNT
               IF (WS-NEW-CLASA = SPACE
                   OR GR-CLASA(WS-GRP-IDX) = WS-NEW-CLASA)
               AND (WS-NEW-GRUPA = SPACE
                   OR GR-GRUPA(WS-GRP-IDX) = WS-NEW-GRUPA)
                   DISPLAY "  " GR-CLASA(WS-GRP-IDX) " "
                       GR-GRUPA(WS-GRP-IDX) " "
                       GR-CNP(WS-GRP-IDX)
                   ADD 1                   TO WS-LISTED-COUNT
               END-IF
           END-PERFORM
           IF WS-LISTED-COUNT = 0
               DISPLAY "  (NOTHING ON THE REGISTRY)"
           END-IF
           .
       L0-LIST-MEMBERSZ.
           EXIT.

       A1-ADD-MEMBER SECTION.
       A1-ADD-MEMBERA.
           IF GRP-COUNT >= K-MAX-GRP
               DISPLAY "REGISTRY FULL"
               GO TO A1-ADD-MEMBERZ
           END-IF
           DISPLAY "STUDENT CNP: " WITH NO ADVANCING
           ACCEPT WS-NEW-CNP
           MOVE WS-NEW-CNP                 TO CNP-VAL
           CALL "CNPMODULE" USING CNP-INTERFACE
           IF CNP-QUIT NOT = 0
               DISPLAY "CNP REJECTED: " CNP-ERR-MSG
               GO TO A1-ADD-MEMBERZ
           END-IF

      *> THE CNP MUST NAME A STUDENT ON FILE - THE GROUP BELONGS TO
      *> THE CLASA THE STUDENT IS IN
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT CLASA FROM STUDENTI WHERE CNP = '"
                   WS-NEW-CNP "'"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM G0-SUBMIT-STATEMENT
           IF JAR-CALL-FAILED
               DISPLAY "COULD NOT CHECK STUDENTI - NOT ADDED"
               GO TO A1-ADD-MEMBERZ
           END-IF
           MOVE SPACE                      TO WS-NEW-CLASA
           OPEN INPUT SQL-RESULTS
           READ SQL-RESULTS INTO WS-NEW-CLASA
               AT END CONTINUE
           END-READ
           CLOSE SQL-RESULTS
           IF WS-NEW-CLASA = SPACE
               DISPLAY "CNP NOT IN STUDENTI - NOT ADDED"
               GO TO A1-ADD-MEMBERZ
           END-IF
           DISPLAY "CLASA: " WS-NEW-CLASA

           DISPLAY "GRUPA: " WITH NO ADVANCING
           ACCEPT WS-NEW-GRUPA
           IF WS-NEW-GRUPA = SPACE
               DISPLAY "NOTHING ADDED"
               GO TO A1-ADD-MEMBERZ
           END-IF
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > GRP-COUNT
               IF GR-CNP(WS-GRP-IDX) = WS-NEW-CNP
               AND GR-CLASA(WS-GRP-IDX) = WS-NEW-CLASA
               AND GR-GRUPA(WS-GRP-IDX) = WS-NEW-GRUPA
                   DISPLAY "ALREADY ON THE REGISTRY"
                   GO TO A1-ADD-MEMBERZ
               END-IF
           END-PERFORM

      *> ONLY A GROUP SOME SUBJECT OF THE CLASA IS ACTUALLY TAUGHT
      *> TO - A TYPO WOULD OTHERWISE DROP THE STUDENT FROM THE
      *> SUBJECT WITHOUT ANYBODY NOTICING
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT COUNT(*) FROM PROFESORMATERIECLASA WHERE "
                   "CLASA = '" WS-NEW-CLASA "' AND GRUPA = '"
                   WS-NEW-GRUPA "'"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM G0-SUBMIT-STATEMENT
           IF JAR-CALL-FAILED
               DISPLAY "COULD NOT CHECK PROFESORMATERIECLASA - NOT "
                   "ADDED"
               GO TO A1-ADD-MEMBERZ
           END-IF
           MOVE 0                          TO H-COUNT-ROW
           OPEN INPUT SQL-RESULTS
           READ SQL-RESULTS INTO H-COUNT-ROW
               AT END CONTINUE
           END-READ
           CLOSE SQL-RESULTS
           IF H-COUNT-ROW = 0
               DISPLAY "NO SUBJECT OF " WS-NEW-CLASA " IS TAUGHT TO "
                   "GROUP " WS-NEW-GRUPA " - NOT ADDED"
               GO TO A1-ADD-MEMBERZ
           END-IF

           ADD 1                           TO GRP-COUNT
           MOVE WS-NEW-CNP                 TO GR-CNP(GRP-COUNT)
           MOVE WS-NEW-CLASA               TO GR-CLASA(GRP-COUNT)
           MOVE WS-NEW-GRUPA               TO GR-GRUPA(GRP-COUNT)
           PERFORM W0-REWRITE-REGISTRY

           MOVE "ADDED"                    TO AUD-ACTION
           PERFORM X0-WRITE-AUDIT
           DISPLAY "MEMBERSHIP ADDED"
           .
       A1-ADD-MEMBERZ.
           EXIT.

       D0-DELETE-MEMBER SECTION.
       D0-DELETE-MEMBERA.
           DISPLAY "STUDENT CNP: " WITH NO ADVANCING
           ACCEPT WS-NEW-CNP
           DISPLAY "CLASA: " WITH NO ADVANCING
           ACCEPT WS-NEW-CLASA
           DISPLAY "GRUPA: " WITH NO ADVANCING
           ACCEPT WS-NEW-GRUPA
           SET ENTRY-NOT-DELETED           TO TRUE
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > GRP-COUNT
               IF GR-CNP(WS-GRP-IDX) = WS-NEW-CNP
               AND GR-CLASA(WS-GRP-IDX) = WS-NEW-CLASA
               AND GR-GRUPA(WS-GRP-IDX) = WS-NEW-GRUPA
      *> CLOSE THE GAP: THE LAST ENTRY TAKES THE DELETED SLOT
                   MOVE GRP-ENTRY(GRP-COUNT) TO
                       GRP-ENTRY(WS-GRP-IDX)
                   SUBTRACT 1              FROM GRP-COUNT
                   SET ENTRY-DELETED       TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ENTRY-NOT-DELETED
               DISPLAY "NOT ON THE REGISTRY"
               GO TO D0-DELETE-MEMBERZ
           END-IF
           PERFORM W0-REWRITE-REGISTRY
           MOVE "DELETED"                  TO AUD-ACTION
           PERFORM X0-WRITE-AUDIT
           DISPLAY "MEMBERSHIP DELETED"
           .
       D0-DELETE-MEMBERZ.
           EXIT.

       W0-REWRITE-REGISTRY SECTION.
       W0-REWRITE-REGISTRYA.
           OPEN OUTPUT GRUPE-FILE
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > GRP-COUNT
               MOVE SPACE                  TO WS-GRP-LINE
               STRING GR-CNP(WS-GRP-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      GR-CLASA(WS-GRP-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      GR-GRUPA(WS-GRP-IDX) DELIMITED BY "  "
               INTO WS-GRP-LINE
               END-STRING
               MOVE WS-GRP-LINE            TO GRUPE-FD
               WRITE GRUPE-FD
           END-PERFORM
           CLOSE GRUPE-FILE

      *> THE CONSUMERS READ THE REGISTRY IN THEIR OWN STEP
      *> DIRECTORIES AND PHASE IN ON FILE-ABSENT - THE FILE TRAVELS
      *> THERE ITSELF AFTER EVERY CHANGE, THE SAME WAY SCUTMAINT
      *> DISTRIBUTES Exemptions.txt
           MOVE SPACE                      TO WS-DIST-COMMAND
           STRING "cp 'SubjectGroups.txt' "
                  "'../Assign 07 FLOARE EMIL/' && "
                  "cp 'SubjectGroups.txt' "
                  "'../Assign 11 Absente FLOARE EMIL/' && "
                  "cp 'SubjectGroups.txt' "
                  "'../Assign 13 Rapoarte FLOARE EMIL/' && "
                  "cp 'SubjectGroups.txt' "
                  "'../Assign 14 Orar FLOARE EMIL/' && "
                  "cp 'SubjectGroups.txt' '../16-03 Assign/'"
                  DELIMITED BY SIZE
           INTO WS-DIST-COMMAND
           CALL "SYSTEM" USING WS-DIST-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "COULD NOT DISTRIBUTE SubjectGroups.txt TO "
                   "THE CONSUMER DIRECTORIES - COPY IT BY HAND"
           END-IF
           .
       W0-REWRITE-REGISTRYZ.
           EXIT.

       X0-WRITE-AUDIT SECTION.
       X0-WRITE-AUDITA.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME
           MOVE SPACE                      TO AUD-DETAIL
           STRING WS-NEW-CNP " " WS-NEW-CLASA
                  " GRUPA " WS-NEW-GRUPA
                  DELIMITED BY SIZE
           INTO AUD-DETAIL
           MOVE OPS-ID                     TO AUD-OPERATOR
           MOVE 'GrupeMaintAudit.txt'      TO ACH-FILE
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
       END PROGRAM GRUPMAINT.
