      ******************************************************************
      * Author:
      * Date:
      * Purpose: DATA-SUBJECT ACCESS REQUESTS. A PARENT MAY ASK FOR
      *          EVERYTHING THE SCHOOL HOLDS ABOUT THEIR CHILD AND THE
      *          ANSWER IS DUE WITHIN 30 DAYS. THIS KEEPS THE REQUEST
      *          REGISTER DsarRegister.txt
      *          (ID;STATE;CNP;RECEIVED;DEADLINE;REQUESTER;FULFILLED;
      *          ROWS) AND, FOR A REGISTERED REQUEST, GATHERS EVERY
      *          RECORD CARRYING THE STUDENT'S CNP - OR ANY CNP THE
      *          STUDENT HAD BEFORE A CNPCHANGE - INTO ONE SECTIONED
      *          PACKAGE, DsarExport_<ID>.txt, WHOSE COVER PAGE LISTS
      *          EVERY SOURCE WITH ITS ROW COUNT:
      *            STUDENTI, NOTE, ABSENTE       (LIVE DATABASE)
      *            NOTE ARCHIVE                  (ARCQUERY)
      *            THE SECRETARIAT FILES         (SOURCE-LIST BELOW)
      *            NotifiedGrades.txt, Letters/  (ANGRY PARENTS STEP)
      *            BursaApproved.txt             (REPORTS STEP)
      *          THE CNP IS VALIDATED THROUGH CNPMODULE AT
      *          REGISTRATION. A PACKAGE WITH A SOURCE THE DATABASE
      *          COULD NOT ANSWER FOR IS WRITTEN BUT THE REQUEST STAYS
      *          OPEN. REGISTRATION AND FULFILMENT (WITH ON TIME OR
      *          LATE AGAINST THE DEADLINE) ARE AUDITED IN
      *          DsarAudit.txt WITH THE OPERATOR - THE PROOF THE
      *          DEADLINE WAS MET. EVERY PACKAGE WRITTEN IS ALSO
      *          LOGGED AGAINST THE OPERATOR IN AccessLog.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DSAREXP.
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

           SELECT REGISTER-FILE ASSIGN TO 'DsarRegister.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-STATUS.

           SELECT AUDIT-FILE ASSIGN TO 'DsarAudit.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

      *> EVERY CNP CHANGE THAT WENT THROUGH - THE OLD CNPS STILL KEY
      *> THE ARCHIVES AND THE OPERATIONAL FILES
           SELECT CNPCHG-AUDIT ASSIGN TO 'CnpChangeAudit.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CC-STATUS.

      *> EACH SOURCE FILE IS STAGED HERE BEFORE IT IS READ (ASSIGN
      *> NAMES ARE FIXED UNDER THIS DIALECT, SAME WORKAROUND AS
      *> ANONYMIZE)
           SELECT DSAR-WORK ASSIGN TO 'DsarWork.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.

      *> THE SECTIONS, GATHERED BEFORE THE COVER CAN BE COUNTED
           SELECT BODY-FILE ASSIGN TO 'DsarBodyWork.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> THE COVER; THE BODY IS APPENDED AND THE WHOLE FILED UNDER
      *> ITS REQUEST-NUMBERED NAME
           SELECT PACKAGE-FILE ASSIGN TO 'DsarPackageWork.txt'
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

        FD REGISTER-FILE.
       01 REGISTER-FD                       PIC X(130).

        FD AUDIT-FILE.
       01 AUDIT-FD                          PIC X(173).

        FD CNPCHG-AUDIT.
       01 CNPCHG-AUDIT-FD                   PIC X(132).

        FD DSAR-WORK.
       01 DSAR-WORK-FD                      PIC X(600).

        FD BODY-FILE.
       01 BODY-FD                           PIC X(600).

        FD PACKAGE-FILE.
       01 PACKAGE-FD                        PIC X(132).

        FD DEAD-LETTER-FILE.
       01 DEAD-LETTER-FD                    PIC X(321).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 FIELDS-FOR-SQL.
       05 K-INVOKE-JAR                     PIC X(27) VALUE
               "java -jar JSqlAdapter.jar ".

       05 SQL-STATEMENT                    PIC X(300).

       01 WS-REGISTER-STATUS               PIC X(02).
       01 WS-AUDIT-STATUS                  PIC X(02).
       01 WS-CC-STATUS                     PIC X(02).
       01 WS-WORK-STATUS                   PIC X(02).
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
      *> ARCHIVE QUERY SERVICE - THE CLOSED YEARS NOTEARCH MOVED OUT
      *> OF NOTE COME BACK THROUGH HERE
       COPY ARCQ-INT.
      *> READ-ACCESS LOG - EVERY PACKAGE WRITTEN, UNDER THE OPERATOR
       COPY ACCLOG-INT.

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
           05 DL-PROGRAM                   PIC X(12) VALUE "DSAREXP".
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 DL-STATEMENT                 PIC X(290).

       01 WS-CHOICE                        PIC X(01).
           88 CHOICE-LIST                   VALUE "L" "l".
           88 CHOICE-REGISTER               VALUE "R" "r".
           88 CHOICE-EXPORT                 VALUE "E" "e".
           88 CHOICE-QUIT                   VALUE "Q" "q".

      *> THE LEGAL ANSWER WINDOW, CALENDAR DAYS FROM RECEIPT
       01 K-DSAR-WINDOW-DAYS               PIC 9(02) VALUE 30.

      *> THE WHOLE REGISTER IN MEMORY, REWRITTEN AFTER EVERY
      *> CHANGE. STATES: OPEN -> FULFILLED.
       01 K-MAX-REQUEST                    PIC 9(03) VALUE 300.
       01 REQUEST-TABLE.
           05 REQUEST-ENTRY OCCURS 300 TIMES.
               10 DR-ID                    PIC 9(04).
               10 DR-STATE                 PIC X(09).
               10 DR-CNP                   PIC X(13).
               10 DR-RECEIVED              PIC X(08).
               10 DR-DEADLINE              PIC X(08).
               10 DR-REQUESTER             PIC X(40).
               10 DR-FULFILLED             PIC X(08).
               10 DR-ROWS                  PIC 9(06).
       01 REQUEST-COUNT                    PIC 9(03) VALUE 0.
       01 WS-DR-IDX                        PIC 9(03).
       01 WS-DR-LINE                       PIC X(130).
       01 WS-NEXT-ID                       PIC 9(04) VALUE 0.

      *> THE REQUEST BEING WORKED
       01 WS-WORK-ID                       PIC 9(04).
       01 WS-WORK-IDX                      PIC 9(03).
       01 WS-NEW-CNP                       PIC X(13).
       01 WS-NEW-RECEIVED                  PIC X(08).
       01 WS-NEW-REQUESTER                 PIC X(40).
       01 WS-TODAY                         PIC 9(08).
       01 WS-RUN-TIME                      PIC 9(08).
       01 WS-TIMING                        PIC X(07).

      *> CALENDAR ARITHMETIC FOR THE DEADLINE: THE RECEIPT DATE
      *> MOVED FORWARD ONE DAY AT A TIME
       01 WS-CAL-DATE                      PIC 9(08).
       01 WS-CAL-GROUP REDEFINES WS-CAL-DATE.
           05 WS-CAL-YYYY                  PIC 9(04).
           05 WS-CAL-MM                    PIC 9(02).
           05 WS-CAL-DD                    PIC 9(02).
       01 WS-CAL-DAYS                      PIC 9(03).
       01 WS-CAL-MONTH-END                 PIC 9(02).
       01 WS-CAL-QUOT                      PIC 9(04).
       01 WS-CAL-REM                       PIC 9(02).
       01 K-MONTH-LEN-DATA.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 K-MONTH-LEN REDEFINES K-MONTH-LEN-DATA.
           05 K-MLEN OCCURS 12 TIMES       PIC 9(02).

      *> EVERY CNP THE STUDENT HAS HAD: THE CURRENT ONE FIRST, THEN
      *> THOSE CnpChangeAudit.txt LINKS TO IT EITHER WAY
       01 WS-CC-LINE.
           05 CL-DATE                      PIC X(08).
           05 FILLER                       PIC X(01).
           05 CL-TIME                      PIC X(08).
           05 FILLER                       PIC X(01).
           05 CL-ACTION                    PIC X(12).
           05 FILLER                       PIC X(01).
           05 CL-OLD                       PIC X(13).
           05 FILLER                       PIC X(04).
           05 CL-NEW                       PIC X(13).
           05 FILLER                       PIC X(01).
           05 CL-OUTCOME                   PIC X(10).
       01 K-MAX-CC                         PIC 9(03) VALUE 300.
       01 CC-TABLE.
           05 CC-ENTRY OCCURS 300 TIMES.
               10 CC-OLD                   PIC X(13).
               10 CC-NEW                   PIC X(13).
       01 CC-COUNT                         PIC 9(03) VALUE 0.
       01 WS-CC-IDX                        PIC 9(03).
       01 K-MAX-ALIAS                      PIC 9(02) VALUE 10.
       01 ALIAS-TABLE.
           05 AL-CNP OCCURS 10 TIMES       PIC X(13).
       01 ALIAS-COUNT                      PIC 9(02) VALUE 0.
       01 WS-AL-IDX                        PIC 9(02).
       01 WS-ADD-CNP                       PIC X(13).
       01 WS-ALIAS-ADDED                   PIC X(01).
           88 ALIAS-ADDED                   VALUE "Y".
       01 WS-IN-LIST                       PIC X(170).
       01 WS-IN-PTR                        PIC 9(03).

      *> THE FILE SOURCES, EACH WITH ITS PATH FROM THIS DIRECTORY.
      *> A LINE BELONGS IN THE PACKAGE WHEN IT CARRIES ONE OF THE
      *> STUDENT'S CNPS ANYWHERE - THE LAYOUTS DIFFER, THE KEY DOES
      *> NOT. A SOURCE NOT ON DISK COUNTS AS HOLDING NOTHING.
       01 SOURCE-LIST-DATA.
           05 FILLER PIC X(32) VALUE "REGISTRUL MATRICOL".
           05 FILLER PIC X(70) VALUE "RegistruMatricol.txt".
           05 FILLER PIC X(32) VALUE "ELEVI ARHIVATI (RETRASI)".
           05 FILLER PIC X(70) VALUE "ArchivedStudents.txt".
           05 FILLER PIC X(32) VALUE "NOTE ARHIVATE (RETRASI)".
           05 FILLER PIC X(70) VALUE "ArchivedNotes.txt".
           05 FILLER PIC X(32) VALUE "ABSENTE ARHIVATE (RETRASI)".
           05 FILLER PIC X(70) VALUE "ArchivedAbsences.txt".
           05 FILLER PIC X(32) VALUE "ABSOLVENTI".
           05 FILLER PIC X(70) VALUE "Alumni.txt".
           05 FILLER PIC X(32) VALUE "SCUTIRI MEDICALE".
           05 FILLER PIC X(70) VALUE "Exemptions.txt".
           05 FILLER PIC X(32) VALUE "DOSARUL PERSONAL".
           05 FILLER PIC X(70) VALUE "DossierStatus.txt".
           05 FILLER PIC X(32) VALUE "MANUALE IMPRUMUTATE".
           05 FILLER PIC X(70) VALUE "ManualeLoans.txt".
           05 FILLER PIC X(32) VALUE "ADEVERINTE ELIBERATE".
           05 FILLER PIC X(70) VALUE "AdeverintaRegister.txt".
           05 FILLER PIC X(32) VALUE "GRUPE LA MATERII".
           05 FILLER PIC X(70) VALUE "SubjectGroups.txt".
           05 FILLER PIC X(32) VALUE "CONTESTATII".
           05 FILLER PIC X(70) VALUE "Appeals.txt".
           05 FILLER PIC X(32) VALUE "MOTIVARI DE ABSENTE".
           05 FILLER PIC X(70) VALUE "Motivari.txt".
           05 FILLER PIC X(32) VALUE "SANCTIUNI DISCIPLINARE".
           05 FILLER PIC X(70) VALUE "Sanctiuni.txt".
           05 FILLER PIC X(32) VALUE "EXAMENE DE DIFERENTA".
           05 FILLER PIC X(70) VALUE "ExameneDiferenta.txt".
           05 FILLER PIC X(32) VALUE "FAMILIE (GOSPODARIE)".
           05 FILLER PIC X(70) VALUE "Households.txt".
           05 FILLER PIC X(32) VALUE "NOTE NOTIFICATE PARINTILOR".
           05 FILLER PIC X(70) VALUE
               "../Assign 08 Angry Parrents FLOARE EMIL/NotifiedGrades.t
      -        "xt".
           05 FILLER PIC X(32) VALUE "BURSE APROBATE".
           05 FILLER PIC X(70) VALUE
               "../Assign 13 Rapoarte FLOARE EMIL/BursaApproved.txt".
       01 SOURCE-LIST REDEFINES SOURCE-LIST-DATA.
           05 SOURCE-ENTRY OCCURS 17 TIMES INDEXED BY SRC-IDX.
               10 SL-LABEL                 PIC X(32).
               10 SL-PATH                  PIC X(70).
       01 K-SOURCE-COUNT                   PIC 9(02) VALUE 17.

      *> WHAT THE COVER PAGE LISTS: EVERY SECTION IN PACKAGE ORDER
      *> WITH ITS ROW COUNT
       01 COVER-TABLE.
           05 COVER-ENTRY OCCURS 30 TIMES.
               10 CV-LABEL                 PIC X(32).
               10 CV-SOURCE                PIC X(56).
               10 CV-ROWS                  PIC 9(06).
               10 CV-NOTE                  PIC X(20).
       01 COVER-COUNT                      PIC 9(02) VALUE 0.
       01 WS-CV-IDX                        PIC 9(02).
       01 WS-SECTION-ROWS                  PIC 9(06).
       01 WS-TOTAL-ROWS                    PIC 9(06).
       01 WS-ROWS-DISP                     PIC ZZZZZ9.
       01 WS-DB-FAILED                     PIC X(01).
           88 DB-SOURCE-FAILED              VALUE "Y".

       01 WS-TABLE-NAME                    PIC X(08).
       01 WS-SRC-LINE                      PIC X(600).
       01 WS-HITS                          PIC 9(03).
       01 WS-LINE                          PIC X(132).
       01 WS-ARQ-IDX                       PIC 9(03).
       01 WS-SHELL-COMMAND                 PIC X(300).
       01 WS-PACKAGE-NAME                  PIC X(30).
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
           DISPLAY "DATA-SUBJECT ACCESS REQUESTS"
           MOVE "DSAREXP"                  TO OPS-PROGRAM
           CALL "OPSIGNON" USING OPSIGN-INTERFACE
           IF OPS-DENIED
               DISPLAY OPS-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           SET LOCK-ACQUIRE                TO TRUE
           MOVE "DSAREXP"                  TO LOCK-OWNER
           CALL "SQLLOCK" USING SQLLOCK-INTERFACE
           IF LOCK-BUSY
               DISPLAY LOCK-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM A0
           PERFORM L1-LOAD-REGISTER

           PERFORM UNTIL CHOICE-QUIT
               DISPLAY "L LIST, R REGISTER, E EXPORT, Q QUIT: "
                   WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE TRUE
                   WHEN CHOICE-LIST
                       PERFORM L0-LIST-REQUESTS
                   WHEN CHOICE-REGISTER
                       PERFORM R0-REGISTER-REQUEST
                   WHEN CHOICE-EXPORT
                       PERFORM E0-EXPORT-REQUEST
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
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "NO DsarRegister.txt YET - STARTING EMPTY"
               GO TO L1-LOAD-REGISTERZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-DR-LINE
               READ REGISTER-FILE INTO WS-DR-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-DR-LINE > SPACE
                   AND REQUEST-COUNT < K-MAX-REQUEST
                       ADD 1               TO REQUEST-COUNT
                       UNSTRING WS-DR-LINE DELIMITED BY ";" INTO
                           DR-ID(REQUEST-COUNT)
                           DR-STATE(REQUEST-COUNT)
                           DR-CNP(REQUEST-COUNT)
                           DR-RECEIVED(REQUEST-COUNT)
                           DR-DEADLINE(REQUEST-COUNT)
                           DR-REQUESTER(REQUEST-COUNT)
                           DR-FULFILLED(REQUEST-COUNT)
                           DR-ROWS(REQUEST-COUNT)
                       END-UNSTRING
                       IF DR-ID(REQUEST-COUNT) > WS-NEXT-ID
                           MOVE DR-ID(REQUEST-COUNT) TO WS-NEXT-ID
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTER-FILE
           DISPLAY "REQUESTS ON FILE: " REQUEST-COUNT
           .
       L1-LOAD-REGISTERZ.
           EXIT.

      *> AN OPEN REQUEST PAST ITS DEADLINE IS FLAGGED "!"
       L0-LIST-REQUESTS SECTION.
       L0-LIST-REQUESTSA.
           MOVE 0                          TO WS-LISTED-COUNT
           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                   UNTIL WS-DR-IDX > REQUEST-COUNT
               MOVE SPACE                  TO WS-LINE
               STRING "  " DR-ID(WS-DR-IDX) " "
                      DR-STATE(WS-DR-IDX) " "
                      DR-CNP(WS-DR-IDX)
                      " PRIMITA " DR-RECEIVED(WS-DR-IDX)
                      " TERMEN " DR-DEADLINE(WS-DR-IDX)
                      DELIMITED BY SIZE
               INTO WS-LINE
               IF DR-STATE(WS-DR-IDX) = "FULFILLED"
                   MOVE " REZOLVATA "      TO WS-LINE(65:11)
                   MOVE DR-FULFILLED(WS-DR-IDX) TO WS-LINE(76:8)
               ELSE
                   IF DR-DEADLINE(WS-DR-IDX) < WS-TODAY
                       MOVE " ! TERMEN DEPASIT" TO WS-LINE(65:17)
                   END-IF
               END-IF
               DISPLAY WS-LINE(1:90)
               DISPLAY "       SOLICITANT: " DR-REQUESTER(WS-DR-IDX)
               ADD 1                       TO WS-LISTED-COUNT
           END-PERFORM
           IF WS-LISTED-COUNT = 0
               DISPLAY "  (NO REQUESTS ON FILE)"
           END-IF
           .
       L0-LIST-REQUESTSZ.
           EXIT.

      *> REGISTER: A VALID CNP, THE DAY THE REQUEST CAME IN (NOT IN
      *> THE FUTURE) AND WHO ASKED. THE DEADLINE IS FIXED HERE.
       R0-REGISTER-REQUEST SECTION.
       R0-REGISTER-REQUESTA.
           IF REQUEST-COUNT >= K-MAX-REQUEST
               DISPLAY "REGISTER FULL"
               GO TO R0-REGISTER-REQUESTZ
           END-IF
           DISPLAY "STUDENT CNP: " WITH NO ADVANCING
           MOVE SPACE                      TO WS-NEW-CNP
           ACCEPT WS-NEW-CNP
           MOVE WS-NEW-CNP                 TO CNP-VAL
           CALL "CNPMODULE" USING CNP-INTERFACE
           IF CNP-QUIT NOT = 0
               DISPLAY "CNP REJECTED: " CNP-ERR-MSG
               GO TO R0-REGISTER-REQUESTZ
           END-IF
           DISPLAY "DATE RECEIVED (YYYYMMDD, BLANK = TODAY): "
               WITH NO ADVANCING
           MOVE SPACE                      TO WS-NEW-RECEIVED
           ACCEPT WS-NEW-RECEIVED
           IF WS-NEW-RECEIVED = SPACE
               MOVE WS-TODAY               TO WS-NEW-RECEIVED
           END-IF
           IF WS-NEW-RECEIVED NOT NUMERIC
               DISPLAY "DATE NOT NUMERIC - NOT REGISTERED"
               GO TO R0-REGISTER-REQUESTZ
           END-IF
           MOVE WS-NEW-RECEIVED            TO WS-CAL-DATE
           IF WS-CAL-MM < 1 OR WS-CAL-MM > 12
           OR WS-CAL-DD < 1 OR WS-CAL-DD > 31
           OR WS-CAL-DATE > WS-TODAY
               DISPLAY "DATE " WS-NEW-RECEIVED
                   " IS NOT A VALID PAST DATE - NOT REGISTERED"
               GO TO R0-REGISTER-REQUESTZ
           END-IF
           DISPLAY "REQUESTED BY (NAME, RELATION): "
               WITH NO ADVANCING
           MOVE SPACE                      TO WS-NEW-REQUESTER
           ACCEPT WS-NEW-REQUESTER
           IF WS-NEW-REQUESTER = SPACE
               DISPLAY "REQUESTER REQUIRED - NOT REGISTERED"
               GO TO R0-REGISTER-REQUESTZ
           END-IF
      *> THE REGISTER IS ';'-SEPARATED
           INSPECT WS-NEW-REQUESTER REPLACING ALL ";" BY ","

           MOVE K-DSAR-WINDOW-DAYS         TO WS-CAL-DAYS
           PERFORM Y2-ADD-DAYS

           ADD 1                           TO WS-NEXT-ID
           ADD 1                           TO REQUEST-COUNT
           MOVE REQUEST-COUNT              TO WS-WORK-IDX
           MOVE WS-NEXT-ID                 TO DR-ID(WS-WORK-IDX)
           MOVE "OPEN"                     TO DR-STATE(WS-WORK-IDX)
           MOVE WS-NEW-CNP                 TO DR-CNP(WS-WORK-IDX)
           MOVE WS-NEW-RECEIVED            TO DR-RECEIVED(WS-WORK-IDX)
           MOVE WS-CAL-DATE                TO DR-DEADLINE(WS-WORK-IDX)
           MOVE WS-NEW-REQUESTER           TO
               DR-REQUESTER(WS-WORK-IDX)
           MOVE SPACE                      TO
               DR-FULFILLED(WS-WORK-IDX)
           MOVE 0                          TO DR-ROWS(WS-WORK-IDX)
           PERFORM W0-REWRITE-REGISTER

           MOVE "REGISTERED"               TO AUD-ACTION
           MOVE SPACE                      TO AUD-DETAIL
           STRING "DSAR " DR-ID(WS-WORK-IDX) " "
                  DR-CNP(WS-WORK-IDX)
                  " RECEIVED " DR-RECEIVED(WS-WORK-IDX)
                  " DUE " DR-DEADLINE(WS-WORK-IDX) " FROM "
                  DR-REQUESTER(WS-WORK-IDX)
                  DELIMITED BY SIZE
           INTO AUD-DETAIL
           PERFORM X0-WRITE-AUDIT
           DISPLAY "REQUEST " DR-ID(WS-WORK-IDX)
               " REGISTERED - ANSWER DUE BY " DR-DEADLINE(WS-WORK-IDX)
           .
       R0-REGISTER-REQUESTZ.
           EXIT.

      *> EXPORT: GATHER EVERY SOURCE, WRITE THE PACKAGE, AND - WHEN
      *> EVERY SOURCE ANSWERED - MARK THE REQUEST FULFILLED TODAY
       E0-EXPORT-REQUEST SECTION.
       E0-EXPORT-REQUESTA.
           PERFORM Y0-FIND-REQUEST
           IF WS-WORK-IDX = 0
               GO TO E0-EXPORT-REQUESTZ
           END-IF
           IF DR-STATE(WS-WORK-IDX) = "FULFILLED"
               DISPLAY "REQUEST " DR-ID(WS-WORK-IDX)
                   " WAS FULFILLED ON " DR-FULFILLED(WS-WORK-IDX)
                   " - PACKAGE DsarExport_" DR-ID(WS-WORK-IDX) ".txt"
               GO TO E0-EXPORT-REQUESTZ
           END-IF

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE "N"                        TO WS-DB-FAILED
           MOVE 0                          TO COVER-COUNT
           MOVE 0                          TO WS-TOTAL-ROWS
           PERFORM B0-BUILD-ALIASES

           OPEN OUTPUT BODY-FILE
           MOVE "STUDENTI"                 TO WS-TABLE-NAME
           MOVE "DATE PERSONALE (STUDENTI)" TO WS-LINE
           PERFORM D0-DB-SECTION
           MOVE "NOTE"                     TO WS-TABLE-NAME
           MOVE "NOTE IN CATALOG (NOTE)"   TO WS-LINE
           PERFORM D0-DB-SECTION
           MOVE "ABSENTE"                  TO WS-TABLE-NAME
           MOVE "ABSENTE (ABSENTE)"        TO WS-LINE
           PERFORM D0-DB-SECTION
           PERFORM D2-ARCHIVE-SECTION
           PERFORM F0-FILE-SECTION THRU F0-FILE-SECTIONZ
               VARYING SRC-IDX FROM 1 BY 1
               UNTIL SRC-IDX > K-SOURCE-COUNT
           PERFORM G1-LETTERS-SECTION
           CLOSE BODY-FILE

           PERFORM H0-WRITE-PACKAGE
           MOVE "DSAREXP"                  TO ACL-PROGRAM
           MOVE OPS-ID                     TO ACL-OPERATOR
           MOVE DR-CNP(WS-WORK-IDX)        TO ACL-CNP
           MOVE SPACE                      TO ACL-SHOWN
           STRING "DSAR EXPORT " WS-PACKAGE-NAME
                  DELIMITED BY SIZE
           INTO ACL-SHOWN
           CALL "ACCLOG" USING ACCLOG-INTERFACE

           IF DB-SOURCE-FAILED
               DISPLAY "THE DATABASE DID NOT ANSWER FOR EVERY TABLE - "
                   "PACKAGE WRITTEN INCOMPLETE, REQUEST LEFT OPEN"
               GO TO E0-EXPORT-REQUESTZ
           END-IF

           MOVE "FULFILLED"                TO DR-STATE(WS-WORK-IDX)
           MOVE WS-TODAY                   TO DR-FULFILLED(WS-WORK-IDX)
           MOVE WS-TOTAL-ROWS              TO DR-ROWS(WS-WORK-IDX)
           PERFORM W0-REWRITE-REGISTER
           IF DR-FULFILLED(WS-WORK-IDX) > DR-DEADLINE(WS-WORK-IDX)
               MOVE "LATE"                 TO WS-TIMING
           ELSE
               MOVE "ON TIME"              TO WS-TIMING
           END-IF
           MOVE "FULFILLED"                TO AUD-ACTION
           MOVE SPACE                      TO AUD-DETAIL
           STRING "DSAR " DR-ID(WS-WORK-IDX) " "
                  DR-CNP(WS-WORK-IDX)
                  " ANSWERED " DR-FULFILLED(WS-WORK-IDX)
                  " DUE " DR-DEADLINE(WS-WORK-IDX) " " WS-TIMING
                  " ROWS " DR-ROWS(WS-WORK-IDX) " "
                  WS-PACKAGE-NAME
                  DELIMITED BY SIZE
           INTO AUD-DETAIL
           PERFORM X0-WRITE-AUDIT
           DISPLAY "REQUEST " DR-ID(WS-WORK-IDX) " FULFILLED "
               WS-TIMING " - " WS-PACKAGE-NAME
           .
       E0-EXPORT-REQUESTZ.
           EXIT.

      *> THE ASKED CNP, THEN EVERY CNP A CHANGE LINKS TO ONE ALREADY
      *> IN THE LIST, UNTIL A PASS ADDS NOTHING
       B0-BUILD-ALIASES SECTION.
       B0-BUILD-ALIASESA.
           MOVE 0                          TO ALIAS-COUNT
           MOVE DR-CNP(WS-WORK-IDX)        TO WS-ADD-CNP
           PERFORM B2-ADD-ALIAS
           MOVE 0                          TO CC-COUNT
           OPEN INPUT CNPCHG-AUDIT
           IF WS-CC-STATUS NOT = "00"
               GO TO B0-BUILD-ALIASESZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-CC-LINE
               READ CNPCHG-AUDIT INTO WS-CC-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF CL-OUTCOME(1:4) = "DONE"
                   AND CC-COUNT < K-MAX-CC
                       ADD 1               TO CC-COUNT
                       MOVE CL-OLD         TO CC-OLD(CC-COUNT)
                       MOVE CL-NEW         TO CC-NEW(CC-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CNPCHG-AUDIT

           MOVE "Y"                        TO WS-ALIAS-ADDED
           PERFORM UNTIL NOT ALIAS-ADDED
               MOVE "N"                    TO WS-ALIAS-ADDED
               PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                       UNTIL WS-CC-IDX > CC-COUNT
                   PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                           UNTIL WS-AL-IDX > ALIAS-COUNT
                       IF AL-CNP(WS-AL-IDX) = CC-OLD(WS-CC-IDX)
                           MOVE CC-NEW(WS-CC-IDX) TO WS-ADD-CNP
                           PERFORM B2-ADD-ALIAS
                       END-IF
                       IF AL-CNP(WS-AL-IDX) = CC-NEW(WS-CC-IDX)
                           MOVE CC-OLD(WS-CC-IDX) TO WS-ADD-CNP
                           PERFORM B2-ADD-ALIAS
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM
           IF ALIAS-COUNT > 1
               DISPLAY "THE STUDENT HAS HAD " ALIAS-COUNT
                   " CNPS - ALL ARE GATHERED"
           END-IF
           .
       B0-BUILD-ALIASESZ.
           EXIT.

       B2-ADD-ALIAS SECTION.
       B2-ADD-ALIASA.
           IF WS-ADD-CNP = SPACE
               GO TO B2-ADD-ALIASZ
           END-IF
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                   UNTIL WS-AL-IDX > ALIAS-COUNT
               IF AL-CNP(WS-AL-IDX) = WS-ADD-CNP
                   GO TO B2-ADD-ALIASZ
               END-IF
           END-PERFORM
           IF ALIAS-COUNT < K-MAX-ALIAS
               ADD 1                       TO ALIAS-COUNT
               MOVE WS-ADD-CNP             TO AL-CNP(ALIAS-COUNT)
               MOVE "Y"                    TO WS-ALIAS-ADDED
           END-IF
           .
       B2-ADD-ALIASZ.
           EXIT.

      *> ONE LIVE TABLE: EVERY ROW UNDER ANY OF THE STUDENT'S CNPS,
      *> AS THE ADAPTER RETURNS IT. WS-LINE HOLDS THE SECTION TITLE.
       D0-DB-SECTION SECTION.
       D0-DB-SECTIONA.
           PERFORM P0-OPEN-SECTION
           MOVE WS-TABLE-NAME              TO CV-SOURCE(COVER-COUNT)
           MOVE SPACE                      TO WS-IN-LIST
           MOVE 1                          TO WS-IN-PTR
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                   UNTIL WS-AL-IDX > ALIAS-COUNT
               IF WS-AL-IDX > 1
                   STRING "," DELIMITED BY SIZE
                   INTO WS-IN-LIST WITH POINTER WS-IN-PTR
               END-IF
               STRING "'" AL-CNP(WS-AL-IDX) "'" DELIMITED BY SIZE
               INTO WS-IN-LIST WITH POINTER WS-IN-PTR
           END-PERFORM
           MOVE SPACE                      TO SQL-STATEMENT
           STRING "SELECT * FROM " DELIMITED BY SIZE
                  WS-TABLE-NAME DELIMITED BY " "
                  " WHERE CNP IN (" DELIMITED BY SIZE
                  WS-IN-LIST DELIMITED BY "  "
                  ")" DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM G0-SUBMIT-STATEMENT
           IF JAR-CALL-FAILED
               MOVE "Y"                    TO WS-DB-FAILED
               MOVE "NECITIT - EROARE BD"  TO CV-NOTE(COVER-COUNT)
               MOVE "   (BAZA DE DATE NU A RASPUNS - SECTIUNE "
                                           TO BODY-FD
               MOVE "INCOMPLETA)"          TO BODY-FD(42:11)
               WRITE BODY-FD
               GO TO D0-DB-SECTIONZ
           END-IF
           OPEN INPUT SQL-RESULTS
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-SRC-LINE
               READ SQL-RESULTS INTO WS-SRC-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-SRC-LINE > SPACE
                       PERFORM P1-WRITE-ROW
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SQL-RESULTS
           PERFORM P2-CLOSE-SECTION
           .
       D0-DB-SECTIONZ.
           EXIT.

      *> THE CLOSED YEARS, UNDER EVERY CNP THE STUDENT HAS HAD
       D2-ARCHIVE-SECTION SECTION.
       D2-ARCHIVE-SECTIONA.
           MOVE "NOTE DIN ANII INCHEIATI (ARHIVA)" TO WS-LINE
           PERFORM P0-OPEN-SECTION
           MOVE "NoteArchive_<AN>.txt"     TO CV-SOURCE(COVER-COUNT)
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                   UNTIL WS-AL-IDX > ALIAS-COUNT
               MOVE AL-CNP(WS-AL-IDX)      TO ARQ-CNP
               MOVE SPACE                  TO ARQ-YEAR
               MOVE "DSAREXP"              TO ARQ-PROGRAM
               MOVE OPS-ID                 TO ARQ-OPERATOR
               CALL "ARCQUERY" USING ARCQ-INTERFACE
               IF ARQ-OK
                   PERFORM VARYING WS-ARQ-IDX FROM 1 BY 1
                           UNTIL WS-ARQ-IDX > ARQ-COUNT
                       MOVE SPACE          TO WS-SRC-LINE
                       STRING ARQ-CNP " " ARQ-AN(WS-ARQ-IDX) " "
                              ARQ-MATERIE(WS-ARQ-IDX) " "
                              ARQ-NOTA(WS-ARQ-IDX) " "
                              ARQ-DATA(WS-ARQ-IDX) " "
                              ARQ-TIP(WS-ARQ-IDX)
                              DELIMITED BY SIZE
                       INTO WS-SRC-LINE
                       PERFORM P1-WRITE-ROW
                   END-PERFORM
               END-IF
           END-PERFORM
           PERFORM P2-CLOSE-SECTION
           .
       D2-ARCHIVE-SECTIONZ.
           EXIT.

      *> ONE FILE SOURCE: STAGED, THEN EVERY LINE CARRYING ONE OF THE
      *> STUDENT'S CNPS
       F0-FILE-SECTION SECTION.
       F0-FILE-SECTIONA.
           MOVE SL-LABEL(SRC-IDX)          TO WS-LINE
           PERFORM P0-OPEN-SECTION
           MOVE SL-PATH(SRC-IDX)           TO CV-SOURCE(COVER-COUNT)
           MOVE SPACE                      TO WS-SHELL-COMMAND
           STRING "cp '" DELIMITED BY SIZE
                  SL-PATH(SRC-IDX) DELIMITED BY "  "
                  "' 'DsarWork.txt' 2>/dev/null" DELIMITED BY SIZE
           INTO WS-SHELL-COMMAND
           CALL "SYSTEM" USING WS-SHELL-COMMAND
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               MOVE "FISIER ABSENT"        TO CV-NOTE(COVER-COUNT)
               PERFORM P2-CLOSE-SECTION
               GO TO F0-FILE-SECTIONZ
           END-IF
           OPEN INPUT DSAR-WORK
           IF WS-WORK-STATUS NOT = "00"
               MOVE "FISIER ABSENT"        TO CV-NOTE(COVER-COUNT)
               PERFORM P2-CLOSE-SECTION
               GO TO F0-FILE-SECTIONZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-SRC-LINE
               READ DSAR-WORK INTO WS-SRC-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   MOVE 0                  TO WS-HITS
                   PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                           UNTIL WS-AL-IDX > ALIAS-COUNT
                       INSPECT WS-SRC-LINE TALLYING WS-HITS
                           FOR ALL AL-CNP(WS-AL-IDX)
                   END-PERFORM
                   IF WS-HITS > 0
                       PERFORM P1-WRITE-ROW
                   END-IF
               END-READ
           END-PERFORM
           CLOSE DSAR-WORK
           PERFORM P2-CLOSE-SECTION
           .
       F0-FILE-SECTIONZ.
           EXIT.

      *> THE FILED LETTER PAGES: EVERY PAGE WHOSE NAME CARRIES ONE OF
      *> THE CNPS (LTR_/DIG_/RET_<CNP>_...), EACH UNDER ITS FILE NAME
       G1-LETTERS-SECTION SECTION.
       G1-LETTERS-SECTIONA.
           MOVE "SCRISORI CATRE PARINTI" TO WS-LINE
           PERFORM P0-OPEN-SECTION
           MOVE "../Assign 08 Angry Parrents FLOARE EMIL/Letters/"
                                           TO CV-SOURCE(COVER-COUNT)
           MOVE SPACE                      TO WS-SHELL-COMMAND
           STRING ": > 'DsarWork.txt'" DELIMITED BY SIZE
           INTO WS-SHELL-COMMAND
           CALL "SYSTEM" USING WS-SHELL-COMMAND
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                   UNTIL WS-AL-IDX > ALIAS-COUNT
               MOVE SPACE                  TO WS-SHELL-COMMAND
               STRING "for f in '../Assign 08 Angry Parrents FLOARE "
                      "EMIL/Letters/'*" DELIMITED BY SIZE
                      AL-CNP(WS-AL-IDX) DELIMITED BY " "
                      '*; do [ -f "$f" ] && { echo "-- ${f##*/}"; '
                      'cat "$f"; }; done >> DsarWork.txt 2>/dev/null'
                      DELIMITED BY SIZE
               INTO WS-SHELL-COMMAND
               CALL "SYSTEM" USING WS-SHELL-COMMAND
           END-PERFORM
           MOVE 0 TO RETURN-CODE
           OPEN INPUT DSAR-WORK
           IF WS-WORK-STATUS NOT = "00"
               PERFORM P2-CLOSE-SECTION
               GO TO G1-LETTERS-SECTIONZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-SRC-LINE
               READ DSAR-WORK INTO WS-SRC-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   PERFORM P1-WRITE-ROW
               END-READ
           END-PERFORM
           CLOSE DSAR-WORK
           PERFORM P2-CLOSE-SECTION
           .
       G1-LETTERS-SECTIONZ.
           EXIT.

      *> A NEW SECTION: ITS COVER ENTRY AND ITS HEADING IN THE BODY.
      *> WS-LINE HOLDS THE TITLE.
       P0-OPEN-SECTION SECTION.
       P0-OPEN-SECTIONA.
           ADD 1                           TO COVER-COUNT
           MOVE WS-LINE                    TO CV-LABEL(COVER-COUNT)
           MOVE SPACE                      TO CV-SOURCE(COVER-COUNT)
           MOVE SPACE                      TO CV-NOTE(COVER-COUNT)
           MOVE 0                          TO CV-ROWS(COVER-COUNT)
           MOVE 0                          TO WS-SECTION-ROWS
           MOVE SPACE                      TO BODY-FD
           WRITE BODY-FD
           MOVE SPACE                      TO BODY-FD
           STRING "=== " COVER-COUNT ". " WS-LINE
                  DELIMITED BY SIZE
           INTO BODY-FD
           WRITE BODY-FD
           .
       P0-OPEN-SECTIONZ.
           EXIT.

       P1-WRITE-ROW SECTION.
       P1-WRITE-ROWA.
           MOVE WS-SRC-LINE                TO BODY-FD
           WRITE BODY-FD
           ADD 1                           TO WS-SECTION-ROWS
           .
       P1-WRITE-ROWZ.
           EXIT.

       P2-CLOSE-SECTION SECTION.
       P2-CLOSE-SECTIONA.
           MOVE WS-SECTION-ROWS            TO CV-ROWS(COVER-COUNT)
           ADD WS-SECTION-ROWS             TO WS-TOTAL-ROWS
           IF WS-SECTION-ROWS = 0
               MOVE "   (NICIO INREGISTRARE)" TO BODY-FD
               WRITE BODY-FD
           END-IF
           .
       P2-CLOSE-SECTIONZ.
           EXIT.

      *> THE COVER PAGE, THEN THE GATHERED SECTIONS, FILED AS
      *> DsarExport_<ID>.txt
       H0-WRITE-PACKAGE SECTION.
       H0-WRITE-PACKAGEA.
           OPEN OUTPUT PACKAGE-FILE
           MOVE SPACE                      TO WS-LINE
           STRING "RASPUNS LA CEREREA DE ACCES LA DATE NR. "
                  DR-ID(WS-WORK-IDX)
                  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM H1-COVER-LINE
           MOVE ALL "="                    TO WS-LINE(1:60)
           PERFORM H1-COVER-LINE
           MOVE SPACE                      TO WS-LINE
           STRING "ELEV (CNP):        " DR-CNP(WS-WORK-IDX)
                  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM H1-COVER-LINE
           IF ALIAS-COUNT > 1
               PERFORM VARYING WS-AL-IDX FROM 2 BY 1
                       UNTIL WS-AL-IDX > ALIAS-COUNT
                   MOVE SPACE              TO WS-LINE
                   STRING "CNP ANTERIOR:      " AL-CNP(WS-AL-IDX)
                          DELIMITED BY SIZE
                   INTO WS-LINE
                   PERFORM H1-COVER-LINE
               END-PERFORM
           END-IF
           MOVE SPACE                      TO WS-LINE
           STRING "SOLICITANT:        " DR-REQUESTER(WS-WORK-IDX)
                  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM H1-COVER-LINE
           MOVE SPACE                      TO WS-LINE
           STRING "PRIMITA LA:        " DR-RECEIVED(WS-WORK-IDX)
                  "   TERMEN: " DR-DEADLINE(WS-WORK-IDX)
                  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM H1-COVER-LINE
           MOVE SPACE                      TO WS-LINE
           STRING "GENERAT LA:        " WS-TODAY " " WS-RUN-TIME(1:6)
                  "   OPERATOR: " OPS-ID
                  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM H1-COVER-LINE
           MOVE SPACE                      TO WS-LINE
           PERFORM H1-COVER-LINE
           MOVE "SURSE CONSULTATE                  RANDURI  SURSA"
                                           TO WS-LINE
           PERFORM H1-COVER-LINE
           PERFORM VARYING WS-CV-IDX FROM 1 BY 1
                   UNTIL WS-CV-IDX > COVER-COUNT
               MOVE CV-ROWS(WS-CV-IDX)     TO WS-ROWS-DISP
               MOVE SPACE                  TO WS-LINE
               STRING WS-CV-IDX ". " CV-LABEL(WS-CV-IDX)
                      WS-ROWS-DISP "  " CV-SOURCE(WS-CV-IDX)
                      " " CV-NOTE(WS-CV-IDX)
                      DELIMITED BY SIZE
               INTO WS-LINE
               PERFORM H1-COVER-LINE
           END-PERFORM
           MOVE WS-TOTAL-ROWS              TO WS-ROWS-DISP
           MOVE SPACE                      TO WS-LINE
           STRING "TOTAL                             " WS-ROWS-DISP
                  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM H1-COVER-LINE
           IF DB-SOURCE-FAILED
               MOVE "ATENTIE: PACHET INCOMPLET - O TABELA NU A PUTUT "
                                           TO WS-LINE
               MOVE "FI CITITA" TO WS-LINE(49:9)
               PERFORM H1-COVER-LINE
           END-IF
           CLOSE PACKAGE-FILE

           MOVE SPACE                      TO WS-PACKAGE-NAME
           STRING "DsarExport_" DR-ID(WS-WORK-IDX) ".txt"
                  DELIMITED BY SIZE
           INTO WS-PACKAGE-NAME
           MOVE SPACE                      TO WS-SHELL-COMMAND
           STRING "cat 'DsarBodyWork.txt' >> 'DsarPackageWork.txt' "
                  "&& cp 'DsarPackageWork.txt' '" DELIMITED BY SIZE
                  WS-PACKAGE-NAME DELIMITED BY " "
                  "'" DELIMITED BY SIZE
           INTO WS-SHELL-COMMAND
           CALL "SYSTEM" USING WS-SHELL-COMMAND
           DISPLAY "PACKAGE FILED AS " WS-PACKAGE-NAME
               " - " WS-TOTAL-ROWS " ROWS FROM " COVER-COUNT
               " SOURCES"
           .
       H0-WRITE-PACKAGEZ.
           EXIT.

       H1-COVER-LINE SECTION.
       H1-COVER-LINEA.
           MOVE WS-LINE                    TO PACKAGE-FD
           WRITE PACKAGE-FD
           MOVE SPACE                      TO WS-LINE
           .
       H1-COVER-LINEZ.
           EXIT.

       Y0-FIND-REQUEST SECTION.
       Y0-FIND-REQUESTA.
           DISPLAY "REQUEST NUMBER: " WITH NO ADVANCING
           ACCEPT WS-WORK-ID
           MOVE 0                          TO WS-WORK-IDX
           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                   UNTIL WS-DR-IDX > REQUEST-COUNT
               IF DR-ID(WS-DR-IDX) = WS-WORK-ID
                   MOVE WS-DR-IDX          TO WS-WORK-IDX
               END-IF
           END-PERFORM
           IF WS-WORK-IDX = 0
               DISPLAY "NO SUCH REQUEST"
           END-IF
           .
       Y0-FIND-REQUESTZ.
           EXIT.

      *> WS-CAL-DATE MOVED FORWARD WS-CAL-DAYS CALENDAR DAYS
       Y2-ADD-DAYS SECTION.
       Y2-ADD-DAYSA.
           PERFORM WS-CAL-DAYS TIMES
               MOVE K-MLEN(WS-CAL-MM)      TO WS-CAL-MONTH-END
               IF WS-CAL-MM = 2
                   DIVIDE WS-CAL-YYYY BY 4 GIVING WS-CAL-QUOT
                       REMAINDER WS-CAL-REM
                   IF WS-CAL-REM = 0
                       MOVE 29             TO WS-CAL-MONTH-END
                   END-IF
               END-IF
               IF WS-CAL-DD < WS-CAL-MONTH-END
                   ADD 1                   TO WS-CAL-DD
               ELSE
                   MOVE 1                  TO WS-CAL-DD
                   IF WS-CAL-MM < 12
                       ADD 1               TO WS-CAL-MM
                   ELSE
                       MOVE 1              TO WS-CAL-MM
                       ADD 1               TO WS-CAL-YYYY
                   END-IF
               END-IF
           END-PERFORM
           .
       Y2-ADD-DAYSZ.
           EXIT.

       W0-REWRITE-REGISTER SECTION.
       W0-REWRITE-REGISTERA.
           OPEN OUTPUT REGISTER-FILE
           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                   UNTIL WS-DR-IDX > REQUEST-COUNT
               MOVE SPACE                  TO WS-DR-LINE
               STRING DR-ID(WS-DR-IDX) ";"
                      DR-STATE(WS-DR-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      DR-CNP(WS-DR-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      DR-RECEIVED(WS-DR-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      DR-DEADLINE(WS-DR-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      DR-REQUESTER(WS-DR-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      DR-FULFILLED(WS-DR-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      DR-ROWS(WS-DR-IDX) DELIMITED BY SIZE
               INTO WS-DR-LINE
               END-STRING
               MOVE WS-DR-LINE             TO REGISTER-FD
               WRITE REGISTER-FD
           END-PERFORM
           CLOSE REGISTER-FILE
           .
       W0-REWRITE-REGISTERZ.
           EXIT.

       X0-WRITE-AUDIT SECTION.
       X0-WRITE-AUDITA.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME
           MOVE OPS-ID                     TO AUD-OPERATOR
           MOVE 'DsarAudit.txt'            TO ACH-FILE
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
           MOVE "DSAREXP" TO DL-PROGRAM
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
       END PROGRAM DSAREXP.
