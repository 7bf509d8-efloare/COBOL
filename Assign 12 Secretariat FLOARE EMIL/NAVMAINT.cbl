      ******************************************************************
      * Author:
      * Date:
      * Purpose: COMMUTER (NAVETIST) REGISTER MAINTENANCE. A STUDENT
      *          WHO TRAVELS IN FROM ANOTHER LOCALITY HAS THE MONTHLY
      *          BUS PASS REIMBURSED FOR THE DAYS ACTUALLY ATTENDED
      *          (DECTRANS SETTLES THE MONTH). THIS KEEPS Navetisti.txt
      *          (CNP;LOCALITATE;RUTA;COST;FROM;TO), ONE LINE PER
      *          COMMUTER: THE LOCALITY AND ROUTE TRAVELLED, THE
      *          MONTHLY PASS COST IN BANI (008750 = 87.50 LEI) AND THE
      *          ELIGIBILITY PERIOD (TO BLANK = STILL COMMUTING). ADDS
      *          VALIDATE THE CNP THROUGH CNPMODULE AND AGAINST
      *          STUDENTI; EVERY CHANGE IS AUDITED (NavetistiAudit.txt)
      *          WITH THE OPERATOR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. NAVMAINT.
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

           SELECT NAVETA-FILE ASSIGN TO 'Navetisti.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NAVETA-STATUS.

           SELECT AUDIT-FILE ASSIGN TO 'NavetistiAudit.txt'
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

        FD NAVETA-FILE.
       01 NAVETA-FD                         PIC X(100).

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

       01 WS-NAVETA-STATUS                 PIC X(02).
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
           05 DL-PROGRAM                   PIC X(12) VALUE "NAVMAINT".
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 DL-STATEMENT                 PIC X(290).

       01 WS-CHOICE                        PIC X(01).
           88 CHOICE-LIST                   VALUE "L" "l".
           88 CHOICE-ADD                    VALUE "A" "a".
           88 CHOICE-COST                   VALUE "C" "c".
           88 CHOICE-END                    VALUE "E" "e".
           88 CHOICE-DELETE                 VALUE "D" "d".
           88 CHOICE-QUIT                   VALUE "Q" "q".

      *> THE WHOLE REGISTER IN MEMORY, REWRITTEN AFTER EVERY CHANGE
       01 K-MAX-NAV                        PIC 9(03) VALUE 500.
       01 NAV-TABLE.
           05 NAV-ENTRY OCCURS 500 TIMES.
               10 NV-CNP                   PIC X(13).
               10 NV-LOCALITATE            PIC X(20).
               10 NV-RUTA                  PIC X(30).
               10 NV-COST                  PIC 9(06).
               10 NV-FROM                  PIC X(08).
               10 NV-TO                    PIC X(08).
       01 NAV-COUNT                        PIC 9(03) VALUE 0.
       01 WS-NAV-IDX                       PIC 9(03).
       01 WS-FOUND-IDX                     PIC 9(03).
       01 WS-NAV-LINE                      PIC X(100).
       01 WS-COST-FIELD                    PIC X(06).

      *> THE ENTRY BEING KEYED
       01 WS-NEW-CNP                       PIC X(13).
       01 WS-NEW-LOCALITATE                PIC X(20).
       01 WS-NEW-RUTA                      PIC X(30).
       01 WS-NEW-COST                      PIC 9(06).
       01 WS-NEW-FROM                      PIC X(08).
       01 WS-NEW-TO                        PIC X(08).

      *> THE PASS COST AS TYPED (87.50, 87,5 OR 87) SPLIT INTO LEI
      *> AND BANI
       01 WS-COST-TYPED                    PIC X(10).
       01 WS-COST-LEI-TXT                  PIC X(10).
       01 WS-COST-BANI-TXT                 PIC X(10).
       01 WS-COST-LEI-LEN                  PIC 9(02).
       01 WS-COST-BANI-LEN                 PIC 9(02).
       01 WS-COST-LEI                      PIC 9(04).
       01 WS-COST-BANI                     PIC 9(02).
       01 WS-COST-SW                       PIC X(01).
           88 COST-VALID                    VALUE "Y".
           88 COST-INVALID                  VALUE "N".
       01 WS-COST-SHOWN                    PIC ZZZ9.99.

       01 H-COUNT-ROW                      PIC 9(05).
       01 WS-LISTED-COUNT                  PIC 9(03).

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
           DISPLAY "COMMUTER (NAVETIST) REGISTER"
           MOVE "NAVMAINT"                 TO OPS-PROGRAM
           CALL "OPSIGNON" USING OPSIGN-INTERFACE
           IF OPS-DENIED
               DISPLAY OPS-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           SET LOCK-ACQUIRE                TO TRUE
           MOVE "NAVMAINT"                 TO LOCK-OWNER
           CALL "SQLLOCK" USING SQLLOCK-INTERFACE
           IF LOCK-BUSY
               DISPLAY LOCK-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM A0
           PERFORM L1-LOAD-REGISTER

           PERFORM UNTIL CHOICE-QUIT
               DISPLAY "L LIST, A ADD, C CHANGE COST, E END, "
                   "D DELETE, Q QUIT: " WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE TRUE
                   WHEN CHOICE-LIST
                       PERFORM L0-LIST-COMMUTERS
                   WHEN CHOICE-ADD
                       PERFORM A1-ADD-COMMUTER
                   WHEN CHOICE-COST
                       PERFORM C0-CHANGE-COST
                   WHEN CHOICE-END
                       PERFORM E0-END-COMMUTING
                   WHEN CHOICE-DELETE
                       PERFORM D0-DELETE-COMMUTER
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

       L1-LOAD-REGISTER SECTION.
       L1-LOAD-REGISTERA.
           OPEN INPUT NAVETA-FILE
           IF WS-NAVETA-STATUS NOT = "00"
               DISPLAY "NO Navetisti.txt YET - STARTING EMPTY"
               GO TO L1-LOAD-REGISTERZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-NAV-LINE
               READ NAVETA-FILE INTO WS-NAV-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-NAV-LINE > SPACE
                   AND NAV-COUNT < K-MAX-NAV
                       ADD 1               TO NAV-COUNT
                       MOVE SPACE          TO WS-COST-FIELD
                       UNSTRING WS-NAV-LINE DELIMITED BY ";" INTO
                           NV-CNP(NAV-COUNT)
                           NV-LOCALITATE(NAV-COUNT)
                           NV-RUTA(NAV-COUNT)
                           WS-COST-FIELD
                           NV-FROM(NAV-COUNT)
                           NV-TO(NAV-COUNT)
                       END-UNSTRING
                       IF WS-COST-FIELD NUMERIC
                           MOVE WS-COST-FIELD TO NV-COST(NAV-COUNT)
                       ELSE
                           MOVE 0          TO NV-COST(NAV-COUNT)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE NAVETA-FILE
           DISPLAY "COMMUTERS ON FILE: " NAV-COUNT
           .
       L1-LOAD-REGISTERZ.
           EXIT.

       L0-LIST-COMMUTERS SECTION.
       L0-LIST-COMMUTERSA.
           DISPLAY "STUDENT CNP (BLANK = ALL): " WITH NO ADVANCING
           MOVE SPACE                      TO WS-NEW-CNP
           ACCEPT WS-NEW-CNP
           MOVE 0                          TO WS-LISTED-COUNT
           PERFORM VARYING WS-NAV-IDX FROM 1 BY 1
                   UNTIL WS-NAV-IDX > NAV-COUNT
               IF WS-NEW-CNP = SPACE
               OR NV-CNP(WS-NAV-IDX) = WS-NEW-CNP
                   COMPUTE WS-COST-SHOWN = NV-COST(WS-NAV-IDX) / 100
                   DISPLAY "  " NV-CNP(WS-NAV-IDX) " "
                       NV-LOCALITATE(WS-NAV-IDX) " "
                       WS-COST-SHOWN " LEI "
                       NV-FROM(WS-NAV-IDX) " - "
                       NV-TO(WS-NAV-IDX)
                   DISPLAY "      RUTA " NV-RUTA(WS-NAV-IDX)
                   ADD 1                   TO WS-LISTED-COUNT
               END-IF
           END-PERFORM
           IF WS-LISTED-COUNT = 0
               DISPLAY "  (NOTHING ON THE REGISTER)"
           END-IF
           .
       L0-LIST-COMMUTERSZ.
           EXIT.

       A1-ADD-COMMUTER SECTION.
       A1-ADD-COMMUTERA.
           IF NAV-COUNT >= K-MAX-NAV
               DISPLAY "REGISTER FULL"
               GO TO A1-ADD-COMMUTERZ
           END-IF
           DISPLAY "STUDENT CNP: " WITH NO ADVANCING
           MOVE SPACE                      TO WS-NEW-CNP
           ACCEPT WS-NEW-CNP
           MOVE WS-NEW-CNP                 TO CNP-VAL
           CALL "CNPMODULE" USING CNP-INTERFACE
           IF CNP-QUIT NOT = 0
               DISPLAY "CNP REJECTED: " CNP-ERR-MSG
               GO TO A1-ADD-COMMUTERZ
           END-IF
           PERFORM F0-FIND-COMMUTER
           IF WS-FOUND-IDX > 0
               DISPLAY "ALREADY ON THE REGISTER - USE C OR E"
               GO TO A1-ADD-COMMUTERZ
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
               GO TO A1-ADD-COMMUTERZ
           END-IF
           MOVE 0                          TO H-COUNT-ROW
           OPEN INPUT SQL-RESULTS
           READ SQL-RESULTS INTO H-COUNT-ROW
               AT END CONTINUE
           END-READ
           CLOSE SQL-RESULTS
           IF H-COUNT-ROW = 0
               DISPLAY "CNP NOT IN STUDENTI - NOT ADDED"
               GO TO A1-ADD-COMMUTERZ
           END-IF

           DISPLAY "LOCALITY COMMUTED FROM: " WITH NO ADVANCING
           MOVE SPACE                      TO WS-NEW-LOCALITATE
           ACCEPT WS-NEW-LOCALITATE
           IF WS-NEW-LOCALITATE = SPACE
               DISPLAY "NOTHING ADDED"
               GO TO A1-ADD-COMMUTERZ
           END-IF
           INSPECT WS-NEW-LOCALITATE REPLACING ALL ";" BY ","
           DISPLAY "ROUTE / CARRIER: " WITH NO ADVANCING
           MOVE SPACE                      TO WS-NEW-RUTA
           ACCEPT WS-NEW-RUTA
           INSPECT WS-NEW-RUTA REPLACING ALL ";" BY ","
           PERFORM K0-ACCEPT-COST
           IF COST-INVALID
               GO TO A1-ADD-COMMUTERZ
           END-IF
           DISPLAY "ELIGIBLE FROM (YYYYMMDD): " WITH NO ADVANCING
           MOVE SPACE                      TO WS-NEW-FROM
           ACCEPT WS-NEW-FROM
           IF WS-NEW-FROM NOT NUMERIC
               DISPLAY "FROM DATE NOT NUMERIC - NOT ADDED"
               GO TO A1-ADD-COMMUTERZ
           END-IF
           DISPLAY "ELIGIBLE TO (YYYYMMDD, BLANK = OPEN-ENDED): "
               WITH NO ADVANCING
           MOVE SPACE                      TO WS-NEW-TO
           ACCEPT WS-NEW-TO
           IF WS-NEW-TO NOT = SPACE
               IF WS-NEW-TO NOT NUMERIC
               OR WS-NEW-TO < WS-NEW-FROM
                   DISPLAY "TO DATE NOT VALID - NOT ADDED"
                   GO TO A1-ADD-COMMUTERZ
               END-IF
           END-IF

           ADD 1                           TO NAV-COUNT
           MOVE WS-NEW-CNP                 TO NV-CNP(NAV-COUNT)
           MOVE WS-NEW-LOCALITATE          TO NV-LOCALITATE(NAV-COUNT)
           MOVE WS-NEW-RUTA                TO NV-RUTA(NAV-COUNT)
           MOVE WS-NEW-COST                TO NV-COST(NAV-COUNT)
           MOVE WS-NEW-FROM                TO NV-FROM(NAV-COUNT)
           MOVE WS-NEW-TO                  TO NV-TO(NAV-COUNT)
           MOVE NAV-COUNT                  TO WS-FOUND-IDX
           PERFORM W0-REWRITE-REGISTER

           MOVE "ADDED"                    TO AUD-ACTION
           PERFORM X0-WRITE-AUDIT
           DISPLAY "COMMUTER ADDED"
           .
       A1-ADD-COMMUTERZ.
           EXIT.

      *> A NEW PASS PRICE FROM THE CARRIER - THE MONTHS ALREADY
      *> SETTLED KEEP THE AMOUNT THEIR FILE WAS WRITTEN WITH
       C0-CHANGE-COST SECTION.
       C0-CHANGE-COSTA.
           DISPLAY "STUDENT CNP: " WITH NO ADVANCING
           MOVE SPACE                      TO WS-NEW-CNP
           ACCEPT WS-NEW-CNP
           PERFORM F0-FIND-COMMUTER
           IF WS-FOUND-IDX = 0
               DISPLAY "NOT ON THE REGISTER"
               GO TO C0-CHANGE-COSTZ
           END-IF
           COMPUTE WS-COST-SHOWN = NV-COST(WS-FOUND-IDX) / 100
           DISPLAY "CURRENT COST: " WS-COST-SHOWN " LEI"
           PERFORM K0-ACCEPT-COST
           IF COST-INVALID
               GO TO C0-CHANGE-COSTZ
           END-IF
           MOVE WS-NEW-COST                TO NV-COST(WS-FOUND-IDX)
           PERFORM W0-REWRITE-REGISTER
           MOVE "COST"                     TO AUD-ACTION
           PERFORM X0-WRITE-AUDIT
           DISPLAY "COST CHANGED"
           .
       C0-CHANGE-COSTZ.
           EXIT.

      *> THE FAMILY MOVED OR THE STUDENT STOPPED COMMUTING: THE LAST
      *> ELIGIBLE DAY CLOSES THE PERIOD, THE HISTORY STAYS ON FILE
       E0-END-COMMUTING SECTION.
       E0-END-COMMUTINGA.
           DISPLAY "STUDENT CNP: " WITH NO ADVANCING
           MOVE SPACE                      TO WS-NEW-CNP
           ACCEPT WS-NEW-CNP
           PERFORM F0-FIND-COMMUTER
           IF WS-FOUND-IDX = 0
               DISPLAY "NOT ON THE REGISTER"
               GO TO E0-END-COMMUTINGZ
           END-IF
           DISPLAY "LAST ELIGIBLE DAY (YYYYMMDD): " WITH NO ADVANCING
           MOVE SPACE                      TO WS-NEW-TO
           ACCEPT WS-NEW-TO
           IF WS-NEW-TO NOT NUMERIC
           OR WS-NEW-TO < NV-FROM(WS-FOUND-IDX)
               DISPLAY "DATE NOT VALID - NOTHING CHANGED"
               GO TO E0-END-COMMUTINGZ
           END-IF
           MOVE WS-NEW-TO                  TO NV-TO(WS-FOUND-IDX)
           PERFORM W0-REWRITE-REGISTER
           MOVE "ENDED"                    TO AUD-ACTION
           PERFORM X0-WRITE-AUDIT
           DISPLAY "ELIGIBILITY ENDED"
           .
       E0-END-COMMUTINGZ.
           EXIT.

       D0-DELETE-COMMUTER SECTION.
       D0-DELETE-COMMUTERA.
           DISPLAY "STUDENT CNP: " WITH NO ADVANCING
           MOVE SPACE                      TO WS-NEW-CNP
           ACCEPT WS-NEW-CNP
           PERFORM F0-FIND-COMMUTER
           IF WS-FOUND-IDX = 0
               DISPLAY "NOT ON THE REGISTER"
               GO TO D0-DELETE-COMMUTERZ
           END-IF
      *> THE AUDIT LINE NEEDS THE ENTRY BEFORE IT GOES
           MOVE "DELETED"                  TO AUD-ACTION
           PERFORM X0-WRITE-AUDIT
      *> CLOSE THE GAP: THE LAST ENTRY TAKES THE DELETED SLOT
           MOVE NAV-ENTRY(NAV-COUNT)       TO NAV-ENTRY(WS-FOUND-IDX)
           SUBTRACT 1                      FROM NAV-COUNT
           PERFORM W0-REWRITE-REGISTER
           DISPLAY "COMMUTER DELETED"
           .
       D0-DELETE-COMMUTERZ.
           EXIT.

      *> WS-FOUND-IDX = THE LINE OF WS-NEW-CNP, 0 WHEN NOT ON FILE
       F0-FIND-COMMUTER SECTION.
       F0-FIND-COMMUTERA.
           MOVE 0                          TO WS-FOUND-IDX
           PERFORM VARYING WS-NAV-IDX FROM 1 BY 1
                   UNTIL WS-NAV-IDX > NAV-COUNT
               IF NV-CNP(WS-NAV-IDX) = WS-NEW-CNP
                   MOVE WS-NAV-IDX         TO WS-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
       F0-FIND-COMMUTERZ.
           EXIT.

      *> LEI AND BANI AS TYPED, KEPT AS BANI
       K0-ACCEPT-COST SECTION.
       K0-ACCEPT-COSTA.
           SET COST-INVALID                TO TRUE
           DISPLAY "MONTHLY PASS COST IN LEI (E.G. 87.50): "
               WITH NO ADVANCING
           MOVE SPACE                      TO WS-COST-TYPED
           ACCEPT WS-COST-TYPED
           MOVE SPACE                      TO WS-COST-LEI-TXT
           MOVE SPACE                      TO WS-COST-BANI-TXT
           MOVE 0                          TO WS-COST-LEI-LEN
           MOVE 0                          TO WS-COST-BANI-LEN
           UNSTRING WS-COST-TYPED DELIMITED BY "." OR "," OR SPACE
               INTO WS-COST-LEI-TXT  COUNT IN WS-COST-LEI-LEN
                    WS-COST-BANI-TXT COUNT IN WS-COST-BANI-LEN
           END-UNSTRING
           IF WS-COST-LEI-LEN = 0 OR WS-COST-LEI-LEN > 4
           OR WS-COST-BANI-LEN > 2
               DISPLAY "COST NOT VALID - NOTHING CHANGED"
               GO TO K0-ACCEPT-COSTZ
           END-IF
           IF WS-COST-LEI-TXT(1:WS-COST-LEI-LEN) NOT NUMERIC
               DISPLAY "COST NOT VALID - NOTHING CHANGED"
               GO TO K0-ACCEPT-COSTZ
           END-IF
           MOVE WS-COST-LEI-TXT(1:WS-COST-LEI-LEN) TO WS-COST-LEI
           MOVE 0                          TO WS-COST-BANI
           IF WS-COST-BANI-LEN > 0
      *> ",5" IS FIFTY BANI, NOT FIVE
               IF WS-COST-BANI-LEN = 1
                   MOVE "0"                TO WS-COST-BANI-TXT(2:1)
               END-IF
               IF WS-COST-BANI-TXT(1:2) NOT NUMERIC
                   DISPLAY "COST NOT VALID - NOTHING CHANGED"
                   GO TO K0-ACCEPT-COSTZ
               END-IF
               MOVE WS-COST-BANI-TXT(1:2)  TO WS-COST-BANI
           END-IF
           COMPUTE WS-NEW-COST = WS-COST-LEI * 100 + WS-COST-BANI
           IF WS-NEW-COST = 0
               DISPLAY "A ZERO COST PAYS NOTHING - NOTHING CHANGED"
               GO TO K0-ACCEPT-COSTZ
           END-IF
           SET COST-VALID                  TO TRUE
           .
       K0-ACCEPT-COSTZ.
           EXIT.

       W0-REWRITE-REGISTER SECTION.
       W0-REWRITE-REGISTERA.
           OPEN OUTPUT NAVETA-FILE
           PERFORM VARYING WS-NAV-IDX FROM 1 BY 1
                   UNTIL WS-NAV-IDX > NAV-COUNT
               MOVE SPACE                  TO WS-NAV-LINE
               STRING NV-CNP(WS-NAV-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      NV-LOCALITATE(WS-NAV-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      NV-RUTA(WS-NAV-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      NV-COST(WS-NAV-IDX) DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      NV-FROM(WS-NAV-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      NV-TO(WS-NAV-IDX) DELIMITED BY "  "
               INTO WS-NAV-LINE
               END-STRING
               MOVE WS-NAV-LINE            TO NAVETA-FD
               WRITE NAVETA-FD
           END-PERFORM
           CLOSE NAVETA-FILE
           .
       W0-REWRITE-REGISTERZ.
           EXIT.

      *> THE ENTRY AS IT STANDS AFTER (OR, FOR A DELETE, BEFORE) THE
      *> CHANGE
       X0-WRITE-AUDIT SECTION.
       X0-WRITE-AUDITA.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME
           MOVE SPACE                      TO AUD-DETAIL
           STRING NV-CNP(WS-FOUND-IDX) " " DELIMITED BY SIZE
                  NV-LOCALITATE(WS-FOUND-IDX) DELIMITED BY "  "
                  " / " DELIMITED BY SIZE
                  NV-RUTA(WS-FOUND-IDX) DELIMITED BY "  "
                  " COST " NV-COST(WS-FOUND-IDX) " BANI "
                  NV-FROM(WS-FOUND-IDX) " - " NV-TO(WS-FOUND-IDX)
                  DELIMITED BY SIZE
           INTO AUD-DETAIL
           MOVE OPS-ID                     TO AUD-OPERATOR
           MOVE 'NavetistiAudit.txt'       TO ACH-FILE
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
       END PROGRAM NAVMAINT.
