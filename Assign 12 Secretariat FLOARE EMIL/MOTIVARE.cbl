      ******************************************************************
      * Author:
      * Date:
      * Purpose: ABSENCE EXCUSE (MOTIVARE) INTAKE. PARENTS BRING A
      *          MEDICAL NOTE OR AN APPROVED LEAVE REQUEST COVERING A
      *          DATE RANGE, YET NOTHING EVER TURNED AN ABSENTE ROW
      *          FROM N TO M AFTER THE LOAD - ONLY A HAND UPDATE
      *          THROUGH THE JAR, WHICH LEFT ABSSUMMARY, ABSALERT AND
      *          CONDPROP COUNTING WRONG. THIS KEEPS Motivari.txt
      *          (ONE ';'-SEPARATED ENTRY PER DOCUMENT: ID, STATE,
      *          CNP, DOCUMENT TYPE, REFERENCE, FROM, TO, DATE
      *          RECEIVED, DIRECTOR OVERRIDE, ABSENCES CONVERTED):
      *            R - REGISTER A DOCUMENT (CNP THROUGH CNPMODULE AND
      *                AGAINST STUDENTI; THE DATE RECEIVED CHECKED
      *                AGAINST THE LEGAL DEADLINE AFTER THE LAST
      *                COVERED DAY) AND CONVERT EVERY N ROW OF THE
      *                STUDENT INSIDE THE RANGE TO M;
      *            A - APPLY A REGISTERED DOCUMENT AGAIN (AFTER A
      *                FAILED OR PARTLY BLOCKED CONVERSION);
      *            L - LIST.
      *          A DOCUMENT RECEIVED PAST THE DEADLINE IS REFUSED
      *          UNLESS THE DIRECTOR OVERRIDES IT: THE REQUEST IS
      *          STAGED THROUGH FOUREYES, APPROVED IN APPROVER BY A
      *          SECOND OPERATOR, AND THE APPROVER IS RECORDED ON THE
      *          DOCUMENT. A ROW DATED IN A CLOSED PERIOD GOES
      *          THROUGH PERIODLOCK LIKE ANY OTHER ABSENCE WRITE.
      *          EVERY CONVERTED ABSENCE GETS A BEFORE/AFTER LINE IN
      *          MotivariAudit.txt WITH THE OPERATOR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MOTIVARE.
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

           SELECT DOC-FILE ASSIGN TO 'Motivari.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DOC-STATUS.

           SELECT AUDIT-FILE ASSIGN TO 'MotivariAudit.txt'
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

        FD DOC-FILE.
       01 DOC-FD                            PIC X(150).

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

       01 WS-DOC-STATUS                    PIC X(02).
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
      *> CLOSED-PERIOD CHECK - EACH CONVERTED ROW IS AN ABSENCE
      *> WRITE DATED THE DAY OF THE ABSENCE
       COPY PERIOD-INT.
      *> THE DIRECTOR'S OVERRIDE OF A LATE DOCUMENT IS A STAGED
      *> REQUEST A SECOND OPERATOR APPROVES IN APPROVER
       COPY FOUREYES-INT.

      *> SHARED CLASSIFICATION OF SQLSta VALUES INTO RETRYABLE VS
      *> FATAL, PLUS HOW OFTEN AND HOW LONG TO RETRY A TRANSIENT ONE
       COPY SQLSTA-INT.
       01 K-SQL-RETRIES                    PIC 9(02) VALUE 3.
       01 K-RETRY-WAIT-SECONDS             PIC 9(08) COMP-5 VALUE 5.
       01 WS-SQL-RETRY-COUNT               PIC 9(02) VALUE 0.

      *> SHARED QUOTE-ESCAPING FOR THE TEXT FIELDS QUOTED INTO SQL
       COPY SQLESC-INT.
       01 WS-MATERIE-ESC                   PIC X(60).
       01 WS-MATERIE-ESC-LEN               PIC 9(03).

      *> ONE LINE PER DEAD-LETTERED STATEMENT: WHEN, WHICH PROGRAM,
      *> AND THE STATEMENT TEXT ITSELF
       01 DEAD-LETTER-LINE.
           05 DL-DATE                      PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 DL-TIME                      PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 DL-PROGRAM                   PIC X(12) VALUE "MOTIVARE".
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 DL-STATEMENT                 PIC X(290).

       01 WS-CHOICE                        PIC X(01).
           88 CHOICE-LIST                   VALUE "L" "l".
           88 CHOICE-REGISTER               VALUE "R" "r".
           88 CHOICE-APPLY                  VALUE "A" "a".
           88 CHOICE-QUIT                   VALUE "Q" "q".

       01 WS-TIP-CHOICE                    PIC X(01).
           88 TIP-MEDICAL                   VALUE "1".
           88 TIP-CERERE                    VALUE "2".
           88 TIP-ALT                       VALUE "3".

      *> THE LEGAL DEADLINE: THE DOCUMENT IS HANDED IN WITHIN THIS
      *> MANY DAYS OF THE LAST DAY IT COVERS
       01 K-DOC-WINDOW-DAYS                PIC 9(02) VALUE 7.

      *> THE WHOLE DOCUMENT REGISTER IN MEMORY, REWRITTEN AFTER EVERY
      *> CHANGE. STATES: INREGISTRAT (CONVERSION NOT COMPLETE) ->
      *> APLICAT.
       01 K-MAX-DOC                        PIC 9(04) VALUE 2000.
       01 DOC-TABLE.
           05 DOC-ENTRY OCCURS 2000 TIMES.
               10 DC-ID                    PIC 9(05).
               10 DC-STATE                 PIC X(11).
               10 DC-CNP                   PIC X(13).
               10 DC-TIP                   PIC X(20).
               10 DC-REF                   PIC X(20).
               10 DC-FROM                  PIC X(08).
               10 DC-TO                    PIC X(08).
               10 DC-RECEIVED              PIC X(08).
               10 DC-OVERRIDE              PIC X(08).
               10 DC-CONVERTED             PIC 9(04).
       01 DOC-COUNT                        PIC 9(04) VALUE 0.
       01 WS-DC-IDX                        PIC 9(04).
       01 WS-DOC-LINE                      PIC X(150).
       01 WS-NEXT-ID                       PIC 9(05) VALUE 0.

      *> THE DOCUMENT BEING WORKED
       01 WS-WORK-ID                       PIC 9(05).
       01 WS-WORK-IDX                      PIC 9(04).
       01 WS-NEW-CNP                       PIC X(13).
       01 WS-NEW-TIP                       PIC X(20).
       01 WS-NEW-REF                       PIC X(20).
       01 WS-NEW-FROM                      PIC X(08).
       01 WS-NEW-TO                        PIC X(08).
       01 WS-NEW-RECEIVED                  PIC X(08).
       01 WS-NEW-OVERRIDE                  PIC X(08).

       01 H-COUNT-ROW                      PIC 9(05).

      *> THE STUDENT'S UNMOTIVATED ROWS INSIDE THE COVERED RANGE
       01 K-MAX-ABS                        PIC 9(03) VALUE 500.
       01 ABS-TABLE.
           05 ABS-ENTRY OCCURS 500 TIMES.
               10 AT-MATERIE               PIC X(30).
               10 AT-DATA                  PIC X(08).
               10 AT-ORA                   PIC X(01).
       01 ABS-COUNT                        PIC 9(03) VALUE 0.
       01 WS-ABS-IDX                       PIC 9(03).

      *> ONE ROW OF "SELECT MATERIE, DATAABS, ORA FROM ABSENTE"
       01 WS-ABS-ROW.
           05 AR-MATERIE                   PIC X(30).
           05 FILLER                       PIC X(02).
           05 AR-DATA                      PIC X(08).
           05 FILLER                       PIC X(02).
           05 AR-ORA                       PIC X(01).

       01 WS-COUNT-DONE                    PIC 9(04).
       01 WS-COUNT-BLOCKED                 PIC 9(04).
       01 WS-COUNT-FAILED                  PIC 9(04).

      *> DAY-SERIAL ARITHMETIC FOR THE FILING DEADLINE
       01 WS-SERIAL-DATE                   PIC 9(08).
       01 WS-SERIAL-GROUP REDEFINES WS-SERIAL-DATE.
           05 WS-SER-YYYY                  PIC 9(04).
           05 WS-SER-MM                    PIC 9(02).
           05 WS-SER-DD                    PIC 9(02).
       01 WS-SERIAL-OUT                    PIC 9(08).
       01 WS-SERIAL-TO                     PIC 9(08).
       01 WS-SERIAL-RECEIVED               PIC 9(08).
       01 WS-DAYS-BETWEEN                  PIC S9(05).
       01 WS-DAYS-DISP                     PIC ZZZZ9.
       01 K-MONTH-DAYS-DATA.
           05 FILLER PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01 K-MONTH-DAYS REDEFINES K-MONTH-DAYS-DATA.
           05 K-MDAYS OCCURS 12 TIMES      PIC 9(03).

       01 WS-LISTED-COUNT                  PIC 9(04).

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
           DISPLAY "ABSENCE EXCUSE DOCUMENTS (MOTIVARI)"
           MOVE "MOTIVARE"              TO OPS-PROGRAM
           CALL "OPSIGNON" USING OPSIGN-INTERFACE
           IF OPS-DENIED
               DISPLAY OPS-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           SET LOCK-ACQUIRE                TO TRUE
           MOVE "MOTIVARE"                 TO LOCK-OWNER
           CALL "SQLLOCK" USING SQLLOCK-INTERFACE
           IF LOCK-BUSY
               DISPLAY LOCK-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM A0
           PERFORM L1-LOAD-REGISTER

           PERFORM UNTIL CHOICE-QUIT
               DISPLAY "L LIST, R REGISTER DOCUMENT, A APPLY AGAIN, "
                   "Q QUIT: " WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE TRUE
                   WHEN CHOICE-LIST
                       PERFORM L0-LIST-DOCUMENTS
                   WHEN CHOICE-REGISTER
                       PERFORM R0-REGISTER-DOCUMENT
                   WHEN CHOICE-APPLY
                       PERFORM Y0-FIND-DOCUMENT
                       IF WS-WORK-IDX > 0
                           PERFORM C0-CONVERT-ABSENCES
                       END-IF
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
           OPEN INPUT DOC-FILE
           IF WS-DOC-STATUS NOT = "00"
               DISPLAY "NO Motivari.txt YET - STARTING EMPTY"
               GO TO L1-LOAD-REGISTERZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-DOC-LINE
               READ DOC-FILE INTO WS-DOC-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-DOC-LINE > SPACE
                   AND DOC-COUNT < K-MAX-DOC
                       ADD 1               TO DOC-COUNT
                       MOVE SPACE          TO DOC-ENTRY(DOC-COUNT)
                       UNSTRING WS-DOC-LINE DELIMITED BY ";" INTO
                           DC-ID(DOC-COUNT)
                           DC-STATE(DOC-COUNT)
                           DC-CNP(DOC-COUNT)
                           DC-TIP(DOC-COUNT)
                           DC-REF(DOC-COUNT)
                           DC-FROM(DOC-COUNT)
                           DC-TO(DOC-COUNT)
                           DC-RECEIVED(DOC-COUNT)
                           DC-OVERRIDE(DOC-COUNT)
                           DC-CONVERTED(DOC-COUNT)
                       END-UNSTRING
                       IF DC-CONVERTED(DOC-COUNT) NOT NUMERIC
                           MOVE 0 TO DC-CONVERTED(DOC-COUNT)
                       END-IF
                       IF DC-ID(DOC-COUNT) > WS-NEXT-ID
                           MOVE DC-ID(DOC-COUNT) TO WS-NEXT-ID
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE DOC-FILE
           DISPLAY "DOCUMENTS ON FILE: " DOC-COUNT
           .
       L1-LOAD-REGISTERZ.
           EXIT.

       L0-LIST-DOCUMENTS SECTION.
       L0-LIST-DOCUMENTSA.
           DISPLAY "STUDENT CNP (BLANK = ALL): " WITH NO ADVANCING
           ACCEPT WS-NEW-CNP
           MOVE 0                          TO WS-LISTED-COUNT
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                   UNTIL WS-DC-IDX > DOC-COUNT
               IF WS-NEW-CNP = SPACE
               OR DC-CNP(WS-DC-IDX) = WS-NEW-CNP
                   DISPLAY "  " DC-ID(WS-DC-IDX) " "
                       DC-STATE(WS-DC-IDX) " "
                       DC-CNP(WS-DC-IDX) " "
                       DC-TIP(WS-DC-IDX) " "
                       DC-REF(WS-DC-IDX) " "
                       DC-FROM(WS-DC-IDX) "-" DC-TO(WS-DC-IDX)
                       " RECEIVED " DC-RECEIVED(WS-DC-IDX)
                       " CONVERTED " DC-CONVERTED(WS-DC-IDX)
                   IF DC-OVERRIDE(WS-DC-IDX) > SPACE
                       DISPLAY "      LATE - OVERRIDE APPROVED BY "
                           DC-OVERRIDE(WS-DC-IDX)
                   END-IF
                   ADD 1                   TO WS-LISTED-COUNT
               END-IF
           END-PERFORM
           IF WS-LISTED-COUNT = 0
               DISPLAY "  (NO DOCUMENTS ON FILE)"
           END-IF
           .
       L0-LIST-DOCUMENTSZ.
           EXIT.

      *> REGISTER: A KNOWN STUDENT, A SANE RANGE, AND A DATE RECEIVED
      *> WITHIN THE LEGAL DEADLINE - OR A DIRECTOR OVERRIDE APPROVED
      *> FOR THIS VERY DOCUMENT - THEN THE CONVERSION RUNS AT ONCE
       R0-REGISTER-DOCUMENT SECTION.
       R0-REGISTER-DOCUMENTA.
           IF DOC-COUNT >= K-MAX-DOC
               DISPLAY "REGISTER FULL"
               GO TO R0-REGISTER-DOCUMENTZ
           END-IF
           DISPLAY "STUDENT CNP: " WITH NO ADVANCING
           ACCEPT WS-NEW-CNP
           MOVE WS-NEW-CNP                 TO CNP-VAL
           CALL "CNPMODULE" USING CNP-INTERFACE
           IF CNP-QUIT NOT = 0
               DISPLAY "CNP REJECTED: " CNP-ERR-MSG
               GO TO R0-REGISTER-DOCUMENTZ
           END-IF
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT COUNT(*) FROM STUDENTI WHERE CNP = '"
                   WS-NEW-CNP "'"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM G0-SUBMIT-STATEMENT
           MOVE 0                          TO H-COUNT-ROW
           IF JAR-CALL-OK
               OPEN INPUT SQL-RESULTS
               READ SQL-RESULTS INTO H-COUNT-ROW
                   AT END CONTINUE
               END-READ
               CLOSE SQL-RESULTS
           END-IF
           IF H-COUNT-ROW = 0
               DISPLAY "CNP NOT IN STUDENTI - NOT REGISTERED"
               GO TO R0-REGISTER-DOCUMENTZ
           END-IF

           DISPLAY "DOCUMENT - 1 ADEVERINTA MEDICALA, "
               "2 CERERE APROBATA, 3 ALT DOCUMENT: "
               WITH NO ADVANCING
           ACCEPT WS-TIP-CHOICE
           EVALUATE TRUE
               WHEN TIP-MEDICAL
                   MOVE "ADEVERINTA MEDICALA" TO WS-NEW-TIP
               WHEN TIP-CERERE
                   MOVE "CERERE APROBATA"  TO WS-NEW-TIP
               WHEN TIP-ALT
                   MOVE "ALT DOCUMENT"     TO WS-NEW-TIP
               WHEN OTHER
                   DISPLAY "UNKNOWN DOCUMENT TYPE - NOT REGISTERED"
                   GO TO R0-REGISTER-DOCUMENTZ
           END-EVALUATE
           DISPLAY "DOCUMENT REFERENCE (NUMBER): " WITH NO ADVANCING
           ACCEPT WS-NEW-REF
           DISPLAY "COVERS FROM (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-NEW-FROM
           DISPLAY "COVERS TO (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-NEW-TO
           DISPLAY "DATE RECEIVED (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-NEW-RECEIVED

           IF WS-NEW-REF = SPACE
               DISPLAY "NO REFERENCE - NOT REGISTERED"
               GO TO R0-REGISTER-DOCUMENTZ
           END-IF
           IF WS-NEW-FROM NOT NUMERIC OR WS-NEW-TO NOT NUMERIC
           OR WS-NEW-RECEIVED NOT NUMERIC
               DISPLAY "DATES NOT NUMERIC - NOT REGISTERED"
               GO TO R0-REGISTER-DOCUMENTZ
           END-IF
           IF WS-NEW-FROM > WS-NEW-TO
               DISPLAY "RANGE ENDS BEFORE IT STARTS - NOT REGISTERED"
               GO TO R0-REGISTER-DOCUMENTZ
           END-IF
      *> ONE REFERENCE EXCUSES A STUDENT ONCE
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                   UNTIL WS-DC-IDX > DOC-COUNT
               IF DC-CNP(WS-DC-IDX) = WS-NEW-CNP
               AND DC-REF(WS-DC-IDX) = WS-NEW-REF
                   DISPLAY "DOCUMENT ALREADY REGISTERED AS "
                       DC-ID(WS-DC-IDX) " - USE A TO APPLY IT AGAIN"
                   GO TO R0-REGISTER-DOCUMENTZ
               END-IF
           END-PERFORM

      *> THE LEGAL DEADLINE
           MOVE SPACE                      TO WS-NEW-OVERRIDE
           MOVE WS-NEW-TO                  TO WS-SERIAL-DATE
           PERFORM Y1-TO-SERIAL
           MOVE WS-SERIAL-OUT              TO WS-SERIAL-TO
           MOVE WS-NEW-RECEIVED            TO WS-SERIAL-DATE
           PERFORM Y1-TO-SERIAL
           MOVE WS-SERIAL-OUT              TO WS-SERIAL-RECEIVED
           COMPUTE WS-DAYS-BETWEEN =
               WS-SERIAL-RECEIVED - WS-SERIAL-TO
           IF WS-DAYS-BETWEEN > K-DOC-WINDOW-DAYS
               MOVE WS-DAYS-BETWEEN        TO WS-DAYS-DISP
               DISPLAY "RECEIVED " WS-DAYS-DISP " DAYS AFTER THE "
                   "LAST COVERED DAY - PAST THE LEGAL DEADLINE OF "
                   K-DOC-WINDOW-DAYS " DAYS"
               PERFORM R1-DIRECTOR-OVERRIDE
               IF WS-NEW-OVERRIDE = SPACE
                   GO TO R0-REGISTER-DOCUMENTZ
               END-IF
           END-IF

           ADD 1                           TO WS-NEXT-ID
           ADD 1                           TO DOC-COUNT
           MOVE DOC-COUNT                  TO WS-WORK-IDX
           MOVE SPACE                      TO DOC-ENTRY(WS-WORK-IDX)
           MOVE WS-NEXT-ID                 TO DC-ID(WS-WORK-IDX)
           MOVE "INREGISTRAT"              TO DC-STATE(WS-WORK-IDX)
           MOVE WS-NEW-CNP                 TO DC-CNP(WS-WORK-IDX)
           MOVE WS-NEW-TIP                 TO DC-TIP(WS-WORK-IDX)
           MOVE WS-NEW-REF                 TO DC-REF(WS-WORK-IDX)
           MOVE WS-NEW-FROM                TO DC-FROM(WS-WORK-IDX)
           MOVE WS-NEW-TO                  TO DC-TO(WS-WORK-IDX)
           MOVE WS-NEW-RECEIVED            TO DC-RECEIVED(WS-WORK-IDX)
           MOVE WS-NEW-OVERRIDE            TO DC-OVERRIDE(WS-WORK-IDX)
           MOVE 0                          TO DC-CONVERTED(WS-WORK-IDX)
           PERFORM W0-REWRITE-REGISTER
           MOVE "REGISTERED"               TO AUD-ACTION
           PERFORM X0-WRITE-DOC-AUDIT
           DISPLAY "DOCUMENT " WS-NEXT-ID " REGISTERED"

           PERFORM C0-CONVERT-ABSENCES
           .
       R0-REGISTER-DOCUMENTZ.
           EXIT.

      *> A LATE DOCUMENT GOES THROUGH ONLY ON THE DIRECTOR'S SAY-SO:
      *> THE FIRST ATTEMPT STAGES THE REQUEST, THE DIRECTOR APPROVES
      *> IT IN APPROVER, AND THE NEXT REGISTRATION OF THE SAME
      *> DOCUMENT CONSUMES THE APPROVAL AND CARRIES THE APPROVER
       R1-DIRECTOR-OVERRIDE SECTION.
       R1-DIRECTOR-OVERRIDEA.
           MOVE SPACE                      TO WS-NEW-OVERRIDE
           MOVE "MOTIVARE"                 TO FE-PROGRAM
           MOVE SPACE                      TO FE-KEY
           STRING WS-NEW-CNP " " WS-NEW-REF DELIMITED BY SIZE
           INTO FE-KEY
           MOVE SPACE                      TO FE-DETAIL
           STRING "LATE EXCUSE DOCUMENT " WS-NEW-FROM "-" WS-NEW-TO
                  " RECEIVED " WS-NEW-RECEIVED
                  DELIMITED BY SIZE
           INTO FE-DETAIL
           MOVE OPS-ID                     TO FE-OPERATOR
           CALL "FOUREYES" USING FOUREYES-INTERFACE
           EVALUATE TRUE
               WHEN FE-APPROVED
                   MOVE FE-APPROVER        TO WS-NEW-OVERRIDE
                   DISPLAY "DIRECTOR OVERRIDE APPROVED BY "
                       FE-APPROVER
               WHEN FE-STAGED
                   DISPLAY "REFUSED - OVERRIDE REQUEST STAGED FOR THE "
                       "DIRECTOR (RUN APPROVER), THEN REGISTER THE "
                       "DOCUMENT AGAIN"
                   MOVE "REFUSED"          TO AUD-ACTION
                   PERFORM X1-WRITE-REFUSAL-AUDIT
               WHEN OTHER
                   DISPLAY "REFUSED - " FE-MSG
                   MOVE "REFUSED"          TO AUD-ACTION
                   PERFORM X1-WRITE-REFUSAL-AUDIT
           END-EVALUATE
           .
       R1-DIRECTOR-OVERRIDEZ.
           EXIT.

      *> EVERY N ROW OF THE STUDENT INSIDE THE COVERED RANGE BECOMES
      *> M. THE UPDATE STILL REQUIRES MOTIVAT = 'N', SO A ROW ANOTHER
      *> DOCUMENT ALREADY EXCUSED IS NOT TOUCHED OR COUNTED TWICE.
       C0-CONVERT-ABSENCES SECTION.
       C0-CONVERT-ABSENCESA.
           MOVE 0                          TO WS-COUNT-DONE
           MOVE 0                          TO WS-COUNT-BLOCKED
           MOVE 0                          TO WS-COUNT-FAILED
           MOVE 0                          TO ABS-COUNT
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT MATERIE, DATAABS, ORA FROM ABSENTE WHERE "
                   "CNP = '" DC-CNP(WS-WORK-IDX)
                   "' AND MOTIVAT = 'N' AND DATAABS >= '"
                   DC-FROM(WS-WORK-IDX) "' AND DATAABS <= '"
                   DC-TO(WS-WORK-IDX) "' ORDER BY DATAABS, ORA"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM G0-SUBMIT-STATEMENT
           IF JAR-CALL-FAILED
               DISPLAY "COULD NOT READ ABSENTE - NOTHING CONVERTED, "
                   "APPLY THE DOCUMENT AGAIN LATER"
               GO TO C0-CONVERT-ABSENCESZ
           END-IF
           OPEN INPUT SQL-RESULTS
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-ABS-ROW
               READ SQL-RESULTS INTO WS-ABS-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF AR-MATERIE > SPACE
                       IF ABS-COUNT >= K-MAX-ABS
                           DISPLAY "MORE THAN " K-MAX-ABS " ROWS - "
                               "APPLY THE DOCUMENT AGAIN FOR THE REST"
                           ADD 1           TO WS-COUNT-FAILED
                           SET INP1-EOF    TO TRUE
                       ELSE
                           ADD 1           TO ABS-COUNT
                           MOVE AR-MATERIE TO AT-MATERIE(ABS-COUNT)
                           MOVE AR-DATA    TO AT-DATA(ABS-COUNT)
                           MOVE AR-ORA     TO AT-ORA(ABS-COUNT)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SQL-RESULTS

           PERFORM C1-CONVERT-ONE THRU C1-CONVERT-ONEZ
               VARYING WS-ABS-IDX FROM 1 BY 1
               UNTIL WS-ABS-IDX > ABS-COUNT

           ADD WS-COUNT-DONE               TO DC-CONVERTED(WS-WORK-IDX)
           IF WS-COUNT-BLOCKED = 0 AND WS-COUNT-FAILED = 0
               MOVE "APLICAT"              TO DC-STATE(WS-WORK-IDX)
           END-IF
           PERFORM W0-REWRITE-REGISTER
           DISPLAY "ABSENCES MOTIVATED: " WS-COUNT-DONE
               "  BLOCKED (CLOSED PERIOD): " WS-COUNT-BLOCKED
               "  FAILED: " WS-COUNT-FAILED
           IF WS-COUNT-BLOCKED > 0 OR WS-COUNT-FAILED > 0
               DISPLAY "DOCUMENT " DC-ID(WS-WORK-IDX)
                   " STAYS INREGISTRAT - APPLY IT AGAIN ONCE CLEARED"
           END-IF
           .
       C0-CONVERT-ABSENCESZ.
           EXIT.

       C1-CONVERT-ONE SECTION.
       C1-CONVERT-ONEA.
           MOVE AT-DATA(WS-ABS-IDX)        TO PL-WRITE-DATE
           MOVE DC-CNP(WS-WORK-IDX)        TO PL-CNP
           CALL "PERIODLOCK" USING PERIODLOCK-INTERFACE
           IF PL-CLOSED
               DISPLAY "  " AT-DATA(WS-ABS-IDX) " "
                   AT-MATERIE(WS-ABS-IDX) " - PERIOD " PL-LABEL
                   " CLOSED, LEFT N"
               ADD 1                       TO WS-COUNT-BLOCKED
               GO TO C1-CONVERT-ONEZ
           END-IF

           MOVE AT-MATERIE(WS-ABS-IDX)     TO ESC-IN
           MOVE 30                         TO ESC-IN-LEN
           CALL "SQLESCAPE" USING SQLESC-INTERFACE
           MOVE ESC-OUT                    TO WS-MATERIE-ESC
           MOVE ESC-OUT-LEN                TO WS-MATERIE-ESC-LEN

           MOVE SPACE              TO SQL-STATEMENT
      *> A LEGACY ONE-PER-DAY ROW CARRIES NO HOUR - ITS SUBJECT AND
      *> DATE ARE THE WHOLE KEY
           IF AT-ORA(WS-ABS-IDX) > SPACE
               STRING "UPDATE ABSENTE SET MOTIVAT = 'M' WHERE CNP = '"
                       DC-CNP(WS-WORK-IDX) "' AND MATERIE = '"
                       WS-MATERIE-ESC(1:WS-MATERIE-ESC-LEN)
                       "' AND DATAABS = '" AT-DATA(WS-ABS-IDX)
                       "' AND ORA = '" AT-ORA(WS-ABS-IDX)
                       "' AND MOTIVAT = 'N'"
                       DELIMITED BY SIZE
               INTO SQL-STATEMENT
           ELSE
               STRING "UPDATE ABSENTE SET MOTIVAT = 'M' WHERE CNP = '"
                       DC-CNP(WS-WORK-IDX) "' AND MATERIE = '"
                       WS-MATERIE-ESC(1:WS-MATERIE-ESC-LEN)
                       "' AND DATAABS = '" AT-DATA(WS-ABS-IDX)
                       "' AND MOTIVAT = 'N'"
                       DELIMITED BY SIZE
               INTO SQL-STATEMENT
           END-IF
           PERFORM G0-SUBMIT-STATEMENT
           IF JAR-CALL-FAILED
               ADD 1                       TO WS-COUNT-FAILED
               GO TO C1-CONVERT-ONEZ
           END-IF
           ADD 1                           TO WS-COUNT-DONE

      *> THE BEFORE/AFTER LINE FOR THIS ABSENCE
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME
           MOVE "MOTIVATED"                TO AUD-ACTION
           MOVE SPACE                      TO AUD-DETAIL
           STRING "DOC " DC-ID(WS-WORK-IDX) " "
                  DC-CNP(WS-WORK-IDX) " "
                  AT-MATERIE(WS-ABS-IDX) " "
                  AT-DATA(WS-ABS-IDX) " ORA " AT-ORA(WS-ABS-IDX)
                  " MOTIVAT N -> M"
                  DELIMITED BY SIZE
           INTO AUD-DETAIL
           MOVE OPS-ID                     TO AUD-OPERATOR
           MOVE 'MotivariAudit.txt'        TO ACH-FILE
           SET ACH-FIXED                   TO TRUE
           MOVE LENGTH OF AUDIT-LINE       TO ACH-LENGTH
           MOVE AUDIT-LINE                 TO ACH-LINE
           CALL "AUDCHAIN" USING AUDCHAIN-INTERFACE
           MOVE ACH-LINE                   TO AUDIT-FD
           WRITE AUDIT-FD
           .
       C1-CONVERT-ONEZ.
           EXIT.

       Y0-FIND-DOCUMENT SECTION.
       Y0-FIND-DOCUMENTA.
           DISPLAY "DOCUMENT NUMBER: " WITH NO ADVANCING
           ACCEPT WS-WORK-ID
           MOVE 0                          TO WS-WORK-IDX
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                   UNTIL WS-DC-IDX > DOC-COUNT
               IF DC-ID(WS-DC-IDX) = WS-WORK-ID
                   MOVE WS-DC-IDX          TO WS-WORK-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-WORK-IDX = 0
               DISPLAY "NO DOCUMENT " WS-WORK-ID " ON FILE"
           END-IF
           .
       Y0-FIND-DOCUMENTZ.
           EXIT.

      *> DAYS SINCE A FIXED EPOCH, CLOSE ENOUGH FOR A SEVEN-DAY
      *> DEADLINE (LEAP DAYS INSIDE THE WINDOW DO NOT MOVE IT)
       Y1-TO-SERIAL SECTION.
       Y1-TO-SERIALA.
           COMPUTE WS-SERIAL-OUT =
               WS-SER-YYYY * 365 + WS-SER-YYYY / 4
               + K-MDAYS(WS-SER-MM) + WS-SER-DD
           .
       Y1-TO-SERIALZ.
           EXIT.

       W0-REWRITE-REGISTER SECTION.
       W0-REWRITE-REGISTERA.
           OPEN OUTPUT DOC-FILE
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                   UNTIL WS-DC-IDX > DOC-COUNT
               MOVE SPACE                  TO WS-DOC-LINE
               STRING DC-ID(WS-DC-IDX) ";"
                      DC-STATE(WS-DC-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      DC-CNP(WS-DC-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      DC-TIP(WS-DC-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      DC-REF(WS-DC-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      DC-FROM(WS-DC-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      DC-TO(WS-DC-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      DC-RECEIVED(WS-DC-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      DC-OVERRIDE(WS-DC-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      DC-CONVERTED(WS-DC-IDX) DELIMITED BY SIZE
               INTO WS-DOC-LINE
               END-STRING
               MOVE WS-DOC-LINE            TO DOC-FD
               WRITE DOC-FD
           END-PERFORM
           CLOSE DOC-FILE
           .
       W0-REWRITE-REGISTERZ.
           EXIT.

       X0-WRITE-DOC-AUDIT SECTION.
       X0-WRITE-DOC-AUDITA.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME
           MOVE SPACE                      TO AUD-DETAIL
           STRING "DOC " DC-ID(WS-WORK-IDX) " "
                  DC-CNP(WS-WORK-IDX) " " DC-TIP(WS-WORK-IDX)
                  " " DC-REF(WS-WORK-IDX) " "
                  DC-FROM(WS-WORK-IDX) "-" DC-TO(WS-WORK-IDX)
                  " OVR " DC-OVERRIDE(WS-WORK-IDX)
                  DELIMITED BY SIZE
           INTO AUD-DETAIL
           MOVE OPS-ID                     TO AUD-OPERATOR
           MOVE 'MotivariAudit.txt'        TO ACH-FILE
           SET ACH-FIXED                   TO TRUE
           MOVE LENGTH OF AUDIT-LINE       TO ACH-LENGTH
           MOVE AUDIT-LINE                 TO ACH-LINE
           CALL "AUDCHAIN" USING AUDCHAIN-INTERFACE
           MOVE ACH-LINE                   TO AUDIT-FD
           WRITE AUDIT-FD
           .
       X0-WRITE-DOC-AUDITZ.
           EXIT.

      *> A LATE DOCUMENT TURNED AWAY IS ON THE RECORD TOO
       X1-WRITE-REFUSAL-AUDIT SECTION.
       X1-WRITE-REFUSAL-AUDITA.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME
           MOVE SPACE                      TO AUD-DETAIL
           STRING WS-NEW-CNP " " WS-NEW-TIP " " WS-NEW-REF " "
                  WS-NEW-FROM "-" WS-NEW-TO " RECEIVED "
                  WS-NEW-RECEIVED " LATE"
                  DELIMITED BY SIZE
           INTO AUD-DETAIL
           MOVE OPS-ID                     TO AUD-OPERATOR
           MOVE 'MotivariAudit.txt'        TO ACH-FILE
           SET ACH-FIXED                   TO TRUE
           MOVE LENGTH OF AUDIT-LINE       TO ACH-LENGTH
           MOVE AUDIT-LINE                 TO ACH-LINE
           CALL "AUDCHAIN" USING AUDCHAIN-INTERFACE
           MOVE ACH-LINE                   TO AUDIT-FD
           WRITE AUDIT-FD
           .
       X1-WRITE-REFUSAL-AUDITZ.
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
       END PROGRAM MOTIVARE.
