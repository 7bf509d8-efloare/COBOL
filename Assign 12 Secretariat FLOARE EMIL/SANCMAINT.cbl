      ******************************************************************
      * Author:
      * Date:
      * Purpose: DISCIPLINARY SANCTIONS REGISTRY MAINTENANCE. THE
      *          SANCTIONS A CLASS COUNCIL DECIDES (OBSERVATIE,
      *          AVERTISMENT, MUSTRARE SCRISA, MUTARE DISCIPLINARA)
      *          LOWER THE CONDUCT GRADE BY LAW, YET THEY LIVED ONLY
      *          IN THE COUNCIL MINUTES AND WERE APPLIED TO PURTARE
      *          BY HAND. THIS KEEPS Sanctiuni.txt
      *          (CNP;CLASA;DATA;TIP;DECIZIE;OPERATOR;STARE;
      *          DATARIDICARE;DECIZIERIDICARE), ONE LINE PER
      *          SANCTION: ADDS VALIDATE THE CNP THROUGH CNPMODULE
      *          AND AGAINST STUDENTI (WHICH ALSO GIVES THE CLASS),
      *          A WITHDRAWAL (RIDICAREA SANCTIUNII) KEEPS THE LINE
      *          BUT MARKS IT RIDICATA SO THE DEDUCTION IS RESTORED,
      *          AND EVERY CHANGE IS AUDITED (SanctiuniMaintAudit.txt)
      *          WITH THE OPERATOR. CONDPROP AND MEETPACK READ THE
      *          REGISTRY IN THEIR OWN STEP DIRECTORIES - EVERY
      *          CHANGE IS DISTRIBUTED THERE AUTOMATICALLY, THE SAME
      *          WAY THE EXEMPTIONS REGISTRY TRAVELS; TRANSCRIPT
      *          READS IT HERE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SANCMAINT.
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

           SELECT SANCT-FILE ASSIGN TO 'Sanctiuni.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SANCT-STATUS.

           SELECT AUDIT-FILE ASSIGN TO 'SanctiuniMaintAudit.txt'
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

        FD SANCT-FILE.
       01 SANCT-FD                          PIC X(130).

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

       01 WS-SANCT-STATUS                  PIC X(02).
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
      *> AUDIT LINE AND ON THE SANCTION ITSELF AS ITS ISSUER, AND AN
      *> OPERATOR WITHOUT THIS PROGRAM ON THEIR Operators.txt LIST
      *> IS REFUSED
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
           05 DL-PROGRAM                   PIC X(12) VALUE "SANCMAINT".
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 DL-STATEMENT                 PIC X(290).

       01 WS-CHOICE                        PIC X(01).
           88 CHOICE-LIST                   VALUE "L" "l".
           88 CHOICE-ADD                    VALUE "A" "a".
           88 CHOICE-WITHDRAW               VALUE "W" "w".
           88 CHOICE-QUIT                   VALUE "Q" "q".

      *> THE FOUR SANCTIONS THAT LOWER THE CONDUCT GRADE, AS THEY
      *> ARE WRITTEN ON THE REGISTRY
       01 WS-TIP-CHOICE                    PIC X(01).
           88 TIP-OBSERVATIE                VALUE "1".
           88 TIP-AVERTISMENT               VALUE "2".
           88 TIP-MUSTRARE                  VALUE "3".
           88 TIP-MUTARE                    VALUE "4".

      *> THE WHOLE REGISTRY IN MEMORY, REWRITTEN AFTER EVERY CHANGE
       01 K-MAX-SANCT                      PIC 9(04) VALUE 2000.
       01 SANCT-TABLE.
           05 SANCT-ENTRY OCCURS 2000 TIMES.
               10 SN-CNP                   PIC X(13).
               10 SN-CLASA                 PIC X(04).
               10 SN-DATA                  PIC X(08).
               10 SN-TIP                   PIC X(20).
               10 SN-DECIZIE               PIC X(15).
               10 SN-OPERATOR              PIC X(08).
               10 SN-STARE                 PIC X(08).
                   88 SN-ACTIVA             VALUE "ACTIVA".
                   88 SN-RIDICATA           VALUE "RIDICATA".
               10 SN-DATA-RID              PIC X(08).
               10 SN-DECIZIE-RID           PIC X(15).
       01 SANCT-COUNT                      PIC 9(04) VALUE 0.
       01 WS-SANCT-IDX                     PIC 9(04).
       01 WS-SANCT-LINE                    PIC X(130).
       01 WS-DIST-COMMAND                  PIC X(200).

      *> THE ENTRY BEING KEYED
       01 WS-NEW-CNP                       PIC X(13).
       01 WS-NEW-CLASA                     PIC X(04).
       01 WS-NEW-DATA                      PIC X(08).
       01 WS-NEW-TIP                       PIC X(20).
       01 WS-NEW-DECIZIE                   PIC X(15).

       01 WS-STUD-ROW.
           05 SR-CLASA                     PIC X(04).
           05 FILLER                       PIC X(96).

       01 WS-LISTED-COUNT                  PIC 9(04).
       01 WS-FOUND-SW                      PIC X(01).
           88 ENTRY-FOUND                   VALUE "Y".
           88 ENTRY-NOT-FOUND               VALUE "N".

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
           DISPLAY "DISCIPLINARY SANCTIONS REGISTRY"
           MOVE "SANCMAINT"             TO OPS-PROGRAM
           CALL "OPSIGNON" USING OPSIGN-INTERFACE
           IF OPS-DENIED
               DISPLAY OPS-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           SET LOCK-ACQUIRE                TO TRUE
           MOVE "SANCMAINT"                TO LOCK-OWNER
           CALL "SQLLOCK" USING SQLLOCK-INTERFACE
           IF LOCK-BUSY
               DISPLAY LOCK-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM A0
           PERFORM L1-LOAD-REGISTRY

           PERFORM UNTIL CHOICE-QUIT
               DISPLAY "L LIST, A ADD, W WITHDRAW (RIDICARE), Q QUIT: "
                   WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE TRUE
                   WHEN CHOICE-LIST
                       PERFORM L0-LIST-SANCTIONS
                   WHEN CHOICE-ADD
                       PERFORM A1-ADD-SANCTION
                   WHEN CHOICE-WITHDRAW
                       PERFORM D0-WITHDRAW-SANCTION
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
           OPEN INPUT SANCT-FILE
           IF WS-SANCT-STATUS NOT = "00"
               DISPLAY "NO Sanctiuni.txt YET - STARTING EMPTY"
               GO TO L1-LOAD-REGISTRYZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-SANCT-LINE
               READ SANCT-FILE INTO WS-SANCT-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-SANCT-LINE > SPACE
                   AND SANCT-COUNT < K-MAX-SANCT
                       ADD 1               TO SANCT-COUNT
                       MOVE SPACE          TO SANCT-ENTRY(SANCT-COUNT)
                       UNSTRING WS-SANCT-LINE DELIMITED BY ";" INTO
                           SN-CNP(SANCT-COUNT)
                           SN-CLASA(SANCT-COUNT)
                           SN-DATA(SANCT-COUNT)
                           SN-TIP(SANCT-COUNT)
                           SN-DECIZIE(SANCT-COUNT)
                           SN-OPERATOR(SANCT-COUNT)
                           SN-STARE(SANCT-COUNT)
                           SN-DATA-RID(SANCT-COUNT)
                           SN-DECIZIE-RID(SANCT-COUNT)
                       END-UNSTRING
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SANCT-FILE
           DISPLAY "SANCTIONS ON FILE: " SANCT-COUNT
           .
       L1-LOAD-REGISTRYZ.
           EXIT.

       L0-LIST-SANCTIONS SECTION.
       L0-LIST-SANCTIONSA.
           DISPLAY "STUDENT CNP (BLANK = ALL): " WITH NO ADVANCING
           ACCEPT WS-NEW-CNP
           MOVE 0                          TO WS-LISTED-COUNT
           PERFORM VARYING WS-SANCT-IDX FROM 1 BY 1
                   UNTIL WS-SANCT-IDX > SANCT-COUNT
               IF WS-NEW-CNP = SPACE
               OR SN-CNP(WS-SANCT-IDX) = WS-NEW-CNP
                   DISPLAY "  " SN-CNP(WS-SANCT-IDX) " "
                       SN-CLASA(WS-SANCT-IDX) " "
                       SN-DATA(WS-SANCT-IDX) " "
                       SN-TIP(WS-SANCT-IDX) " DEC "
                       SN-DECIZIE(WS-SANCT-IDX) " "
                       SN-STARE(WS-SANCT-IDX) " "
                       SN-DATA-RID(WS-SANCT-IDX)
                   ADD 1                   TO WS-LISTED-COUNT
               END-IF
           END-PERFORM
           IF WS-LISTED-COUNT = 0
               DISPLAY "  (NOTHING ON THE REGISTRY)"
           END-IF
           .
       L0-LIST-SANCTIONSZ.
           EXIT.

       A1-ADD-SANCTION SECTION.
       A1-ADD-SANCTIONA.
           IF SANCT-COUNT >= K-MAX-SANCT
               DISPLAY "REGISTRY FULL"
               GO TO A1-ADD-SANCTIONZ
           END-IF
           DISPLAY "STUDENT CNP: " WITH NO ADVANCING
           ACCEPT WS-NEW-CNP
           MOVE WS-NEW-CNP                 TO CNP-VAL
           CALL "CNPMODULE" USING CNP-INTERFACE
           IF CNP-QUIT NOT = 0
               DISPLAY "CNP REJECTED: " CNP-ERR-MSG
               GO TO A1-ADD-SANCTIONZ
           END-IF

      *> THE CNP MUST NAME A STUDENT ON FILE - THEIR CLASS GOES ON
      *> THE LINE SO THE COUNCIL PACK CAN FIND IT
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT CLASA FROM STUDENTI WHERE CNP = '"
                   WS-NEW-CNP "'"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM G0-SUBMIT-STATEMENT
           IF JAR-CALL-FAILED
               DISPLAY "COULD NOT CHECK STUDENTI - NOT ADDED"
               GO TO A1-ADD-SANCTIONZ
           END-IF
           MOVE SPACE                      TO WS-STUD-ROW
           OPEN INPUT SQL-RESULTS
           READ SQL-RESULTS INTO WS-STUD-ROW
               AT END CONTINUE
           END-READ
           CLOSE SQL-RESULTS
           IF SR-CLASA = SPACE
               DISPLAY "CNP NOT IN STUDENTI - NOT ADDED"
               GO TO A1-ADD-SANCTIONZ
           END-IF
           MOVE SR-CLASA                   TO WS-NEW-CLASA

           DISPLAY "SANCTION - 1 OBSERVATIE, 2 AVERTISMENT, "
               "3 MUSTRARE SCRISA, 4 MUTARE DISCIPLINARA: "
               WITH NO ADVANCING
           ACCEPT WS-TIP-CHOICE
           EVALUATE TRUE
               WHEN TIP-OBSERVATIE
                   MOVE "OBSERVATIE"       TO WS-NEW-TIP
               WHEN TIP-AVERTISMENT
                   MOVE "AVERTISMENT"      TO WS-NEW-TIP
               WHEN TIP-MUSTRARE
                   MOVE "MUSTRARE SCRISA"  TO WS-NEW-TIP
               WHEN TIP-MUTARE
                   MOVE "MUTARE DISCIPLINARA" TO WS-NEW-TIP
               WHEN OTHER
                   DISPLAY "UNKNOWN SANCTION - NOT ADDED"
                   GO TO A1-ADD-SANCTIONZ
           END-EVALUATE

           DISPLAY "COUNCIL DECISION DATE (YYYYMMDD): "
               WITH NO ADVANCING
           ACCEPT WS-NEW-DATA
           IF WS-NEW-DATA NOT NUMERIC
               DISPLAY "DATE NOT NUMERIC - NOT ADDED"
               GO TO A1-ADD-SANCTIONZ
           END-IF
           DISPLAY "COUNCIL DECISION NUMBER: " WITH NO ADVANCING
           ACCEPT WS-NEW-DECIZIE
           IF WS-NEW-DECIZIE = SPACE
               DISPLAY "NO DECISION NUMBER - NOT ADDED"
               GO TO A1-ADD-SANCTIONZ
           END-IF
      *> ONE DECISION SANCTIONS A STUDENT ONCE
           PERFORM VARYING WS-SANCT-IDX FROM 1 BY 1
                   UNTIL WS-SANCT-IDX > SANCT-COUNT
               IF SN-CNP(WS-SANCT-IDX) = WS-NEW-CNP
               AND SN-DECIZIE(WS-SANCT-IDX) = WS-NEW-DECIZIE
                   DISPLAY "DECISION ALREADY ON THE REGISTRY"
                   GO TO A1-ADD-SANCTIONZ
               END-IF
           END-PERFORM

           ADD 1                           TO SANCT-COUNT
           MOVE SPACE                      TO SANCT-ENTRY(SANCT-COUNT)
           MOVE WS-NEW-CNP                 TO SN-CNP(SANCT-COUNT)
           MOVE WS-NEW-CLASA               TO SN-CLASA(SANCT-COUNT)
           MOVE WS-NEW-DATA                TO SN-DATA(SANCT-COUNT)
           MOVE WS-NEW-TIP                 TO SN-TIP(SANCT-COUNT)
           MOVE WS-NEW-DECIZIE             TO SN-DECIZIE(SANCT-COUNT)
           MOVE OPS-ID                     TO SN-OPERATOR(SANCT-COUNT)
           MOVE "ACTIVA"                   TO SN-STARE(SANCT-COUNT)
           PERFORM W0-REWRITE-REGISTRY

           MOVE "ADDED"                    TO AUD-ACTION
           PERFORM X0-WRITE-AUDIT
           DISPLAY "SANCTION ADDED"
           .
       A1-ADD-SANCTIONZ.
           EXIT.

      *> RIDICAREA SANCTIUNII: THE LINE STAYS FOR THE RECORD, MARKED
      *> RIDICATA WITH THE DATE AND DECISION THAT LIFTED IT - CONDPROP
      *> STOPS DEDUCTING FOR IT FROM THE NEXT PROPOSAL RUN ON
       D0-WITHDRAW-SANCTION SECTION.
       D0-WITHDRAW-SANCTIONA.
           DISPLAY "STUDENT CNP: " WITH NO ADVANCING
           ACCEPT WS-NEW-CNP
           DISPLAY "DECISION NUMBER OF THE SANCTION: "
               WITH NO ADVANCING
           ACCEPT WS-NEW-DECIZIE
           SET ENTRY-NOT-FOUND             TO TRUE
           PERFORM VARYING WS-SANCT-IDX FROM 1 BY 1
                   UNTIL WS-SANCT-IDX > SANCT-COUNT
               IF SN-CNP(WS-SANCT-IDX) = WS-NEW-CNP
               AND SN-DECIZIE(WS-SANCT-IDX) = WS-NEW-DECIZIE
                   SET ENTRY-FOUND         TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ENTRY-NOT-FOUND
               DISPLAY "NOT ON THE REGISTRY"
               GO TO D0-WITHDRAW-SANCTIONZ
           END-IF
           IF SN-RIDICATA(WS-SANCT-IDX)
               DISPLAY "ALREADY WITHDRAWN ON " SN-DATA-RID(WS-SANCT-IDX)
               GO TO D0-WITHDRAW-SANCTIONZ
           END-IF

           DISPLAY "WITHDRAWAL DATE (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-NEW-DATA
           IF WS-NEW-DATA NOT NUMERIC
               DISPLAY "DATE NOT NUMERIC - NOT WITHDRAWN"
               GO TO D0-WITHDRAW-SANCTIONZ
           END-IF
           DISPLAY "WITHDRAWAL DECISION NUMBER: " WITH NO ADVANCING
           ACCEPT WS-NEW-DECIZIE
           IF WS-NEW-DECIZIE = SPACE
               DISPLAY "NO DECISION NUMBER - NOT WITHDRAWN"
               GO TO D0-WITHDRAW-SANCTIONZ
           END-IF

           MOVE "RIDICATA"                 TO SN-STARE(WS-SANCT-IDX)
           MOVE WS-NEW-DATA                TO SN-DATA-RID(WS-SANCT-IDX)
           MOVE WS-NEW-DECIZIE          TO SN-DECIZIE-RID(WS-SANCT-IDX)
           MOVE SN-CLASA(WS-SANCT-IDX)     TO WS-NEW-CLASA
           MOVE SN-TIP(WS-SANCT-IDX)       TO WS-NEW-TIP
           PERFORM W0-REWRITE-REGISTRY
           MOVE "WITHDRAWN"                TO AUD-ACTION
           PERFORM X0-WRITE-AUDIT
           DISPLAY "SANCTION WITHDRAWN - CONDUCT DEDUCTION RESTORED"
           .
       D0-WITHDRAW-SANCTIONZ.
           EXIT.

       W0-REWRITE-REGISTRY SECTION.
       W0-REWRITE-REGISTRYA.
           OPEN OUTPUT SANCT-FILE
           PERFORM VARYING WS-SANCT-IDX FROM 1 BY 1
                   UNTIL WS-SANCT-IDX > SANCT-COUNT
               MOVE SPACE                  TO WS-SANCT-LINE
               STRING SN-CNP(WS-SANCT-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      SN-CLASA(WS-SANCT-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      SN-DATA(WS-SANCT-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      SN-TIP(WS-SANCT-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      SN-DECIZIE(WS-SANCT-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      SN-OPERATOR(WS-SANCT-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      SN-STARE(WS-SANCT-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      SN-DATA-RID(WS-SANCT-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      SN-DECIZIE-RID(WS-SANCT-IDX) DELIMITED BY "  "
               INTO WS-SANCT-LINE
               END-STRING
               MOVE WS-SANCT-LINE          TO SANCT-FD
               WRITE SANCT-FD
           END-PERFORM
           CLOSE SANCT-FILE

      *> CONDPROP AND MEETPACK READ THE REGISTRY IN THEIR OWN STEP
      *> DIRECTORIES AND PHASE IN ON FILE-ABSENT - THE FILE TRAVELS
      *> THERE ITSELF AFTER EVERY CHANGE, AS Exemptions.txt DOES
           MOVE SPACE                      TO WS-DIST-COMMAND
           STRING "cp 'Sanctiuni.txt' "
                  "'../Assign 11 Absente FLOARE EMIL/' && "
                  "cp 'Sanctiuni.txt' "
                  "'../Assign 13 Rapoarte FLOARE EMIL/'"
                  DELIMITED BY SIZE
           INTO WS-DIST-COMMAND
           CALL "SYSTEM" USING WS-DIST-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "COULD NOT DISTRIBUTE Sanctiuni.txt TO THE "
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
           STRING WS-NEW-CNP " " WS-NEW-CLASA " " WS-NEW-TIP
                  " DEC " WS-NEW-DECIZIE " " WS-NEW-DATA
                  DELIMITED BY SIZE
           INTO AUD-DETAIL
           MOVE OPS-ID                     TO AUD-OPERATOR
           MOVE 'SanctiuniMaintAudit.txt'  TO ACH-FILE
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
       END PROGRAM SANCMAINT.
