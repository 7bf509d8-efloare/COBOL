      ******************************************************************
      * Author:
      * Date:
      * Purpose: THREE-WAY STUDENT ROSTER RECONCILIATION. ENROLL,
      *          TRANSFERIN, READMIT, WITHDRAW, CNPCHANGE, CONTACTS,
      *          CLASSREORG AND ROLLOVER EACH TRY TO KEEP
      *          SampleOutputA5.txt IN STEP WITH STUDENTI, AND
      *          STUMASTER REBUILDS StudentMaster.dat FROM THE TABLE -
      *          BUT NOTHING EVER PROVED THE THREE AGREE. THIS READS
      *          ALL THREE BY CNP AND REPORTS TO RosterReconReport.txt
      *          A ONE-PAGE VERDICT, THEN EVERY FINDING: A CNP MISSING
      *          FROM ANY ONE OF THEM, A DUPLICATED A5 LINE, AND
      *          FIELD-LEVEL DIFFERENCES IN NUME, PRENUME AND CLASA
      *          (ALL THREE) AND IN THE PARENT CONTACTS (STUDENTI
      *          AGAINST A5 - THE MASTER CARRIES NO CONTACTS).
      *          STUDENTI IS THE RECORD: ON REQUEST (G) THE RUN ALSO
      *          WRITES THE CORRECTIVE A5 LINES TO
      *          RosterCorrections.txt (ADD, FIX, DROP). NOTHING IS
      *          REWRITTEN UNTIL AN APPLY RUN (A) HAS PASSED THE
      *          FOUREYES GATE; IT THEN RECHECKS EACH LINE AGAINST
      *          STUDENTI (A LINE THE TABLE HAS SINCE MOVED AWAY FROM
      *          IS LEFT AS STALE), REWRITES SampleOutputA5.txt,
      *          REBUILDS THE MASTER THROUGH STUMASTER WHEN IT WAS
      *          OUT OF STEP, AND AUDITS EVERY LINE IN
      *          RosterFixAudit.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ROSTRECON.
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

      *> THE ASSIGN 06 LOADER'S INPUT - KEPT IN STEP WITH THE TABLE
           SELECT A5-FILE ASSIGN TO 'SampleOutputA5.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-A5-STATUS.

           SELECT A5-WORK ASSIGN TO 'SampleOutputA5Work.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> THE SEARCH MODULE'S INDEXED MASTER, COPIED HERE FOR THE RUN
      *> (ASSIGN NAMES ARE FIXED UNDER THIS DIALECT) SO THE LOOKUPS
      *> OVER THERE NEVER SEE IT HELD OPEN
           SELECT MASTER-FILE ASSIGN TO 'RosterMaster/StudentMaster.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RM-CNP
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'RosterReconReport.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> THE CORRECTIVE A5 LINES AND THEIR STATE, REWRITTEN WHOLE
           SELECT CORR-FILE ASSIGN TO 'RosterCorrections.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CORR-STATUS.

           SELECT AUDIT-FILE ASSIGN TO 'RosterFixAudit.txt'
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

        FD A5-FILE.
       01 A5-FD                             PIC X(200).

        FD A5-WORK.
       01 A5-WORK-FD                        PIC X(200).

      *> THE RECORD STUMASTER WRITES
        FD MASTER-FILE.
       01 MASTER-REC.
           05 RM-CNP                        PIC X(13).
           05 RM-NUME                       PIC X(30).
           05 RM-PRENUME                    PIC X(30).
           05 RM-CLASA                      PIC X(04).

        FD REPORT-FILE.
       01 REPORT-FD                         PIC X(150).

        FD CORR-FILE.
       01 CORR-FD                           PIC X(220).

        FD AUDIT-FILE.
       01 AUDIT-FD                          PIC X(211).

        FD DEAD-LETTER-FILE.
       01 DEAD-LETTER-FD                    PIC X(321).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 FIELDS-FOR-SQL.
       05 K-INVOKE-JAR                     PIC X(27) VALUE
               "java -jar JSqlAdapter.jar ".

       05 SQL-STATEMENT                    PIC X(300).

       01 WS-A5-STATUS                     PIC X(02).
       01 WS-MASTER-STATUS                 PIC X(02).
       01 WS-CORR-STATUS                   PIC X(02).
       01 WS-AUDIT-STATUS                  PIC X(02).
       01 WS-DL-STATUS                     PIC X(02).

       01 JAR-CALL-SWITCH                  PIC X(01) VALUE "O".
           88 JAR-CALL-OK                   VALUE "O".
           88 JAR-CALL-FAILED               VALUE "F".
       01 WS-JAR-RC                        PIC S9(04) VALUE 0.
       01 SQL-STATUS-VALUE                 PIC X(4).

      *> RUN-TOKEN LOCK AROUND THE SHARED ADAPTER HANDSHAKE FILES
       COPY SQLLOCK-INT.
      *> OPERATOR SIGN-ON - WHO IS AT THE KEYBOARD GOES INTO EVERY
      *> AUDIT LINE, AND AN OPERATOR WITHOUT THIS PROGRAM ON THEIR
      *> Operators.txt LIST IS REFUSED
       COPY OPSIGN-INT.
      *> FOUR-EYES STAGING - THE CORRECTIONS ADD AND DROP STUDENTS IN
      *> THE LOADER'S FLAT FILE, SO A SECOND OPERATOR'S APPROVAL MUST
      *> BE ON FILE (PendingActions.txt / APPROVER) FIRST
       COPY FOUREYES-INT.

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
           05 DL-PROGRAM                   PIC X(12) VALUE "ROSTRECON".
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 DL-STATEMENT                 PIC X(290).

       01 WS-MODE                          PIC X(01).
           88 MODE-COMPARE                  VALUE "C" "c".
           88 MODE-GENERATE                 VALUE "G" "g".
           88 MODE-APPLY                    VALUE "A" "a".

      *> ONE ROW OF THE STUDENTI SWEEP, IN THE SELECT'S COLUMN ORDER
       01 WS-DB-ROW.
           05 DR-CNP                       PIC X(13).
           05 FILLER                       PIC X(02).
           05 DR-CLASA                     PIC X(04).
           05 FILLER                       PIC X(02).
           05 DR-NUME                      PIC X(30).
           05 FILLER                       PIC X(02).
           05 DR-PRENUME                   PIC X(30).
           05 FILLER                       PIC X(02).
           05 DR-PARENT-NAME               PIC X(30).
           05 FILLER                       PIC X(02).
           05 DR-PARENT-PHONE              PIC X(15).
           05 FILLER                       PIC X(02).
           05 DR-PARENT-ADDR               PIC X(50).

      *> THE A5 LINE IN THE LOADER'S LAYOUT (CLASA, NUME, PRENUME,
      *> THE CNP AT 67:13, THEN THE CONTACT COLUMNS) - THE SAME
      *> COLUMNS ENROLL WRITES
       01 WS-A5-LINE.
           05 A5-CLASA                     PIC X(04).
           05 A5-NUME                      PIC X(30).
           05 A5-PRENUME                   PIC X(30).
           05 FILLER                       PIC X(02).
           05 A5-CNP                       PIC X(13).
           05 FILLER                       PIC X(01).
           05 A5-PARENT-NAME               PIC X(30).
           05 A5-PARENT-PHONE              PIC X(15).
           05 A5-PARENT-ADDR               PIC X(50).
           05 FILLER                       PIC X(25).

      *> EVERY CNP FOUND, WITH WHAT EACH SOURCE HOLDS FOR IT:
      *> 1 STUDENTI, 2 SampleOutputA5.txt, 3 StudentMaster.dat
       01 K-MAX-ROSTER                     PIC 9(04) VALUE 3000.
       01 ROSTER-TABLE.
           05 ROSTER-ENTRY OCCURS 3000 TIMES.
               10 RT-CNP                   PIC X(13).
               10 RT-A5-LINES              PIC 9(02).
      *> "Y" WHERE THE FINDING APPLIES - ALL BLANK = IN STEP
               10 RT-FLAGS.
                   15 RT-MISSING           PIC X(01) OCCURS 3 TIMES.
                   15 RT-DIFF-NUME         PIC X(01).
                   15 RT-DIFF-PRENUME      PIC X(01).
                   15 RT-DIFF-CLASA        PIC X(01).
                   15 RT-DIFF-PARENT       PIC X(01).
                   15 RT-DIFF-PHONE        PIC X(01).
                   15 RT-DIFF-ADDR         PIC X(01).
                   15 RT-DUPLICATE         PIC X(01).
               10 RT-SOURCE OCCURS 3 TIMES.
                   15 RT-HAS               PIC X(01).
                   15 RT-CLASA             PIC X(04).
                   15 RT-NUME              PIC X(30).
                   15 RT-PRENUME           PIC X(30).
                   15 RT-PARENT-NAME       PIC X(30).
                   15 RT-PARENT-PHONE      PIC X(15).
                   15 RT-PARENT-ADDR       PIC X(50).
       01 ROSTER-COUNT                     PIC 9(04) VALUE 0.
       01 WS-RT-IDX                        PIC 9(04).
       01 WS-RT-J                          PIC 9(04).
       01 WS-SRC-IDX                       PIC 9(01).
       01 WS-FIRST-SRC                     PIC 9(01).
       01 WS-ADD-SRC                       PIC 9(01).
       01 WS-TRUNC-SW                      PIC X(01) VALUE "N".
           88 ROSTER-TRUNCATED              VALUE "Y".
       01 K-SOURCE-LETTERS                 PIC X(03) VALUE "S5M".
       01 K-SOURCE-NAMES-DATA.
           05 FILLER                       PIC X(08) VALUE "STUDENTI".
           05 FILLER                       PIC X(08) VALUE "A5".
           05 FILLER                       PIC X(08) VALUE "MASTER".
       01 K-SOURCE-NAMES REDEFINES K-SOURCE-NAMES-DATA.
           05 K-SOURCE-NAME                PIC X(08) OCCURS 3 TIMES.

      *> WHAT COULD BE READ
       01 WS-A5-SW                         PIC X(01) VALUE "Y".
           88 A5-ON-FILE                    VALUE "Y".
           88 A5-NOT-ON-FILE                VALUE "N".
       01 WS-MASTER-SW                     PIC X(01) VALUE "Y".
           88 MASTER-READ                   VALUE "Y".
           88 MASTER-UNREADABLE             VALUE "N".
      *> WHICH SIDE A REPAIR IS NEEDED ON
       01 WS-A5-STEP-SW                    PIC X(01) VALUE "Y".
           88 A5-IN-STEP                    VALUE "Y".
           88 A5-OUT-OF-STEP                VALUE "N".
       01 WS-MASTER-STEP-SW                PIC X(01) VALUE "Y".
           88 MASTER-IN-STEP                VALUE "Y".
           88 MASTER-OUT-OF-STEP            VALUE "N".

       01 WS-RUN-COUNTERS.
           05 WS-COUNT-ROWS                PIC 9(05) OCCURS 3 TIMES.
           05 WS-COUNT-MISSING             PIC 9(05) OCCURS 3 TIMES.
           05 WS-COUNT-NUME                PIC 9(05).
           05 WS-COUNT-PRENUME             PIC 9(05).
           05 WS-COUNT-CLASA               PIC 9(05).
           05 WS-COUNT-PARENT              PIC 9(05).
           05 WS-COUNT-PHONE               PIC 9(05).
           05 WS-COUNT-ADDR                PIC 9(05).
           05 WS-COUNT-DUPLICATE           PIC 9(05).
           05 WS-COUNT-IN-STEP             PIC 9(05).
           05 WS-COUNT-FINDINGS            PIC 9(05).

      *> ONE DIFFERENCE LINE: THE FIELD AND WHAT EACH SOURCE HOLDS
       01 WS-DIFF-LABEL                    PIC X(14).
       01 WS-DIFF-VALUES.
           05 WS-DIFF-VALUE                PIC X(50) OCCURS 3 TIMES.
      *> CONTACTS ARE ONLY COMPARED BETWEEN STUDENTI AND A5
       01 WS-DIFF-LAST-SRC                 PIC 9(01).
       01 WS-PTR                           PIC 9(03).

      *> THE CORRECTIVE A5 LINES. STATE ? = GENERATED, NOT YET
      *> APPLIED; V = STILL MATCHES STUDENTI AT APPLY TIME; A = APPLIED;
      *> S = STALE (STUDENTI MOVED ON SINCE THE RUN THAT WROTE IT).
      *> THE FIRST LINE STAMPS THE RUN (SCAN;DATE;TIME;OPERATOR;
      *> MASTER-REBUILD-NEEDED).
       01 K-MAX-CORR                       PIC 9(04) VALUE 3000.
       01 CORR-TABLE.
           05 CORR-ENTRY OCCURS 3000 TIMES.
               10 CX-STATE                 PIC X(01).
                   88 CX-PENDING            VALUE "?".
                   88 CX-VALID              VALUE "V".
                   88 CX-APPLIED            VALUE "A".
                   88 CX-STALE              VALUE "S".
               10 CX-ACTION                PIC X(04).
                   88 CX-ADD                VALUE "ADD ".
                   88 CX-FIX                VALUE "FIX ".
                   88 CX-DROP               VALUE "DROP".
               10 CX-CNP                   PIC X(13).
               10 CX-REASON                PIC X(20).
               10 CX-LINE                  PIC X(175).
               10 CX-WRITTEN               PIC X(01).
       01 CORR-COUNT                       PIC 9(04) VALUE 0.
       01 WS-CX-IDX                        PIC 9(04).
       01 WS-CX-FOUND                      PIC 9(04).
       01 WS-CORR-REC.
           05 CR-STATE                     PIC X(01).
           05 FILLER                       PIC X(01) VALUE ";".
           05 CR-ACTION                    PIC X(04).
           05 FILLER                       PIC X(01) VALUE ";".
           05 CR-CNP                       PIC X(13).
           05 FILLER                       PIC X(01) VALUE ";".
           05 CR-REASON                    PIC X(20).
           05 FILLER                       PIC X(01) VALUE ";".
           05 CR-LINE                      PIC X(175).
       01 WS-CORR-STAMP.
           05 CS-TAG                       PIC X(04).
           05 FILLER                       PIC X(01) VALUE ";".
           05 CS-DATE                      PIC X(08).
           05 FILLER                       PIC X(01) VALUE ";".
           05 CS-TIME                      PIC X(08).
           05 FILLER                       PIC X(01) VALUE ";".
           05 CS-OPERATOR                  PIC X(08).
           05 FILLER                       PIC X(01) VALUE ";".
           05 CS-MASTER                    PIC X(01).
       01 WS-CORR-READ                     PIC X(220).

       01 WS-COUNT-PENDING                 PIC 9(04).
       01 WS-COUNT-ADD                     PIC 9(04).
       01 WS-COUNT-FIX                     PIC 9(04).
       01 WS-COUNT-DROP                    PIC 9(04).
       01 WS-COUNT-STALE                   PIC 9(04).
       01 WS-COUNT-WRITTEN                 PIC 9(05).
       01 WS-COUNT-REMOVED                 PIC 9(05).
       01 WS-COUNT-APPENDED                PIC 9(05).

       01 WS-ANSWER                        PIC X(01).
      *> THE APPLY RUN'S OUTCOME, KEPT CLEAR OF THE CLOSING CALLS
       01 WS-APPLY-RC                      PIC 9(02) VALUE 0.
       01 WS-RUN-DATE                      PIC 9(08).
       01 WS-RUN-TIME                      PIC 9(08).
       01 WS-LINE                          PIC X(150).
       01 WS-EDIT-COUNT                    PIC ZZZZ9.

       01 WS-SHELL-COMMAND                 PIC X(200).
       01 K-SEARCH-DIR                     PIC X(44) VALUE
           "../Search-Module-with-copybook/Search-Module".
       01 WS-A5-MOVE                       PIC X(60) VALUE
           "mv 'SampleOutputA5Work.txt' 'SampleOutputA5.txt'".
      *> THE INDEXED MASTER IS REBUILT FROM STUDENTI IN ITS OWN
      *> DIRECTORY, AS THE NIGHTLY CHAIN DOES IT
       01 WS-MASTER-REBUILD.
           05 FILLER                       PIC X(49) VALUE
               "cd '../Search-Module-with-copybook/Search-Module'".
           05 FILLER                       PIC X(15) VALUE
               " && ./STUMASTER".

      *> EVERY AUDIT LINE CARRIES THE FINGERPRINT OF THE ONE BEFORE IT
       COPY AUDCHAIN-INT.
       01 AUDIT-LINE.
           05 AUD-DATE                     PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 AUD-TIME                     PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 AUD-ACTION                   PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 AUD-CNP                      PIC X(13).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 AUD-DETAIL                   PIC X(130).
           05 FILLER                       PIC X(04) VALUE " BY ".
           05 AUD-OPERATOR                 PIC X(08).
           05 FILLER                       PIC X(06) VALUE " APPR ".
           05 AUD-APPROVER                 PIC X(08).

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".
       COPY TRAINENV-INT.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       S0  SECTION.
       S0A.
           DISPLAY "THREE-WAY ROSTER RECONCILIATION"
           DISPLAY "C COMPARE ONLY, G COMPARE AND GENERATE THE "
               "CORRECTIVE A5 LINES, A APPLY THE CORRECTIONS ON FILE: "
               WITH NO ADVANCING
           MOVE SPACE                      TO WS-MODE
           ACCEPT WS-MODE
           IF NOT MODE-COMPARE AND NOT MODE-GENERATE
           AND NOT MODE-APPLY
               DISPLAY "UNKNOWN CHOICE '" WS-MODE "' - NOTHING DONE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "ROSTRECON"                TO OPS-PROGRAM
           CALL "OPSIGNON" USING OPSIGN-INTERFACE
           IF OPS-DENIED
               DISPLAY OPS-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           SET LOCK-ACQUIRE                TO TRUE
           MOVE "ROSTRECON"                TO LOCK-OWNER
           CALL "SQLLOCK" USING SQLLOCK-INTERFACE
           IF LOCK-BUSY
               DISPLAY LOCK-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM A0
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           IF MODE-APPLY
               PERFORM E0-APPLY
               PERFORM Z0
               MOVE WS-APPLY-RC TO RETURN-CODE
               STOP RUN
           END-IF

      *> A NEW SET OF CORRECTIONS REPLACES THE ONE ON FILE
           IF MODE-GENERATE
               PERFORM L1-LOAD-CORRECTIONS
               PERFORM K0-COUNT-CORRECTIONS
               IF WS-COUNT-PENDING > 0
                   DISPLAY WS-COUNT-PENDING " CORRECTIONS ON FILE ARE "
                       "NOT APPLIED YET - A NEW SET DISCARDS THEM. "
                       "CONTINUE? (Y/N): " WITH NO ADVANCING
                   MOVE SPACE              TO WS-ANSWER
                   ACCEPT WS-ANSWER
                   IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
                       DISPLAY "THE CORRECTIONS ON FILE ARE KEPT - "
                           "COMPARING ONLY"
                       MOVE "C"            TO WS-MODE
                   END-IF
               END-IF
           END-IF

           MOVE 0                          TO ROSTER-COUNT
           INITIALIZE WS-RUN-COUNTERS
           PERFORM B1-READ-STUDENTI
           IF JAR-CALL-FAILED
               DISPLAY "COULD NOT READ STUDENTI - NOTHING COMPARED"
               PERFORM Z0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM B2-READ-A5
           PERFORM B3-READ-MASTER
           PERFORM B4-DROP-MASTER-COPY
           IF ROSTER-TRUNCATED
               DISPLAY "MORE THAN " K-MAX-ROSTER " STUDENTS - THE REST "
                   "WERE NOT COMPARED"
           END-IF

           PERFORM C0-CHECK-ONE
               VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > ROSTER-COUNT

           IF MODE-GENERATE
               PERFORM F0-BUILD-CORRECTIONS
               PERFORM W0-REWRITE-CORRECTIONS
           END-IF

           PERFORM R0-WRITE-REPORT
           DISPLAY "STUDENTS: " ROSTER-COUNT
               "  IN STEP: " WS-COUNT-IN-STEP
               "  WITH FINDINGS: " WS-COUNT-FINDINGS
           IF MODE-GENERATE
               DISPLAY "CORRECTIVE A5 LINES WRITTEN: " CORR-COUNT
                   " (RosterCorrections.txt)"
           END-IF
           DISPLAY "REPORT WRITTEN TO RosterReconReport.txt"
           PERFORM Z0
           IF WS-COUNT-FINDINGS > 0 OR MASTER-UNREADABLE
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
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

      *> ---------------------------------------------------------------
      *> THE THREE SOURCES
      *> ---------------------------------------------------------------
       B1-READ-STUDENTI SECTION.
       B1-READ-STUDENTIA.
           MOVE 1                          TO WS-ADD-SRC
           MOVE SPACE                      TO SQL-STATEMENT
           STRING "SELECT CNP, CLASA, NUME, PRENUME, PARENT_NAME, "
                  "PARENT_PHONE, PARENT_ADDRESS FROM STUDENTI "
                  "ORDER BY CNP" DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM G0-SUBMIT-STATEMENT
           IF JAR-CALL-FAILED
               GO TO B1-READ-STUDENTIZ
           END-IF
           OPEN INPUT SQL-RESULTS
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-DB-ROW
               READ SQL-RESULTS INTO WS-DB-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF DR-CNP > SPACE
                       ADD 1               TO WS-COUNT-ROWS(1)
                       MOVE SPACE          TO WS-A5-LINE
                       MOVE DR-CNP         TO A5-CNP
                       MOVE DR-CLASA       TO A5-CLASA
                       MOVE DR-NUME        TO A5-NUME
                       MOVE DR-PRENUME     TO A5-PRENUME
                       MOVE DR-PARENT-NAME TO A5-PARENT-NAME
                       MOVE DR-PARENT-PHONE
                                           TO A5-PARENT-PHONE
                       MOVE DR-PARENT-ADDR TO A5-PARENT-ADDR
                       PERFORM B9-FILE-ROW
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SQL-RESULTS
           .
       B1-READ-STUDENTIZ.
           EXIT.

       B2-READ-A5 SECTION.
       B2-READ-A5A.
           MOVE 2                          TO WS-ADD-SRC
           SET A5-ON-FILE                  TO TRUE
           OPEN INPUT A5-FILE
           IF WS-A5-STATUS NOT = "00"
               SET A5-NOT-ON-FILE          TO TRUE
               GO TO B2-READ-A5Z
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-A5-LINE
               READ A5-FILE INTO WS-A5-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF A5-CNP > SPACE
                       ADD 1               TO WS-COUNT-ROWS(2)
                       PERFORM B9-FILE-ROW
                   END-IF
               END-READ
           END-PERFORM
           CLOSE A5-FILE
           .
       B2-READ-A5Z.
           EXIT.

      *> THE MASTER IS COPIED OUT OF THE SEARCH MODULE FIRST (WITH ITS
      *> INDEX, WHEREVER THE FILE HANDLER KEEPS IT). NO MASTER, OR
      *> ONE THAT WILL NOT OPEN, IS REPORTED - IT IS NOT COUNTED AS
      *> EVERY STUDENT MISSING.
       B3-READ-MASTER SECTION.
       B3-READ-MASTERA.
           MOVE 3                          TO WS-ADD-SRC
           SET MASTER-READ                 TO TRUE
           MOVE SPACE                      TO WS-SHELL-COMMAND
           STRING "rm -rf 'RosterMaster' && mkdir 'RosterMaster' && "
                  "cp '" DELIMITED BY SIZE
                  K-SEARCH-DIR DELIMITED BY SPACE
                  "/StudentMaster.dat'* 'RosterMaster/'"
                  DELIMITED BY SIZE
           INTO WS-SHELL-COMMAND
           CALL "SYSTEM" USING WS-SHELL-COMMAND
           IF RETURN-CODE NOT = 0
               SET MASTER-UNREADABLE       TO TRUE
               MOVE 0 TO RETURN-CODE
               GO TO B3-READ-MASTERZ
           END-IF
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               SET MASTER-UNREADABLE       TO TRUE
               GO TO B3-READ-MASTERZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               READ MASTER-FILE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   ADD 1                   TO WS-COUNT-ROWS(3)
                   MOVE SPACE              TO WS-A5-LINE
                   MOVE RM-CNP             TO A5-CNP
                   MOVE RM-CLASA           TO A5-CLASA
                   MOVE RM-NUME            TO A5-NUME
                   MOVE RM-PRENUME         TO A5-PRENUME
                   PERFORM B9-FILE-ROW
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE
           .
       B3-READ-MASTERZ.
           EXIT.

      *> THE RUN'S COPY OF THE MASTER IS NOT KEPT
       B4-DROP-MASTER-COPY SECTION.
       B4-DROP-MASTER-COPYA.
           MOVE "rm -rf 'RosterMaster'"    TO WS-SHELL-COMMAND
           CALL "SYSTEM" USING WS-SHELL-COMMAND
           MOVE 0 TO RETURN-CODE
           .
       B4-DROP-MASTER-COPYZ.
           EXIT.

      *> FILE THE ROW HELD IN WS-A5-LINE UNDER ITS CNP FOR SOURCE
      *> WS-ADD-SRC, ADDING THE CNP WHEN THIS IS THE FIRST SOURCE
      *> THAT HOLDS IT. A SECOND A5 LINE FOR A CNP IS ONLY COUNTED.
       B9-FILE-ROW SECTION.
       B9-FILE-ROWA.
           MOVE 0                          TO WS-RT-J
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > ROSTER-COUNT OR WS-RT-J > 0
               IF RT-CNP(WS-RT-IDX) = A5-CNP
                   MOVE WS-RT-IDX          TO WS-RT-J
               END-IF
           END-PERFORM
           IF WS-RT-J = 0
               IF ROSTER-COUNT >= K-MAX-ROSTER
                   SET ROSTER-TRUNCATED    TO TRUE
                   GO TO B9-FILE-ROWZ
               END-IF
               ADD 1                       TO ROSTER-COUNT
               MOVE ROSTER-COUNT           TO WS-RT-J
               MOVE SPACE                  TO ROSTER-ENTRY(WS-RT-J)
               MOVE 0                      TO RT-A5-LINES(WS-RT-J)
               MOVE A5-CNP                 TO RT-CNP(WS-RT-J)
           END-IF
           IF WS-ADD-SRC = 2
               ADD 1                       TO RT-A5-LINES(WS-RT-J)
           END-IF
           IF RT-HAS(WS-RT-J, WS-ADD-SRC) = "Y"
               GO TO B9-FILE-ROWZ
           END-IF
           MOVE "Y"                 TO RT-HAS(WS-RT-J, WS-ADD-SRC)
           MOVE A5-CLASA            TO RT-CLASA(WS-RT-J, WS-ADD-SRC)
           MOVE A5-NUME             TO RT-NUME(WS-RT-J, WS-ADD-SRC)
           MOVE A5-PRENUME          TO RT-PRENUME(WS-RT-J, WS-ADD-SRC)
           MOVE A5-PARENT-NAME
                             TO RT-PARENT-NAME(WS-RT-J, WS-ADD-SRC)
           MOVE A5-PARENT-PHONE
                             TO RT-PARENT-PHONE(WS-RT-J, WS-ADD-SRC)
           MOVE A5-PARENT-ADDR
                             TO RT-PARENT-ADDR(WS-RT-J, WS-ADD-SRC)
           .
       B9-FILE-ROWZ.
           EXIT.

      *> ---------------------------------------------------------------
      *> THE COMPARISON
      *> ---------------------------------------------------------------
      *> ONE CNP: WHICH SOURCES LACK IT, AND WHICH FIELDS THE SOURCES
      *> THAT HOLD IT DISAGREE ON. NAMES AND CLASS ARE COMPARED ACROSS
      *> ALL THREE, CONTACTS BETWEEN STUDENTI AND A5.
       C0-CHECK-ONE SECTION.
       C0-CHECK-ONEA.
           MOVE SPACE                      TO RT-FLAGS(WS-RT-IDX)
           MOVE 0                          TO WS-FIRST-SRC
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > 3
               IF RT-HAS(WS-RT-IDX, WS-SRC-IDX) = "Y"
                   IF WS-FIRST-SRC = 0
                       MOVE WS-SRC-IDX     TO WS-FIRST-SRC
                   ELSE
                       PERFORM C1-COMPARE-NAMES
                   END-IF
               ELSE
                   IF WS-SRC-IDX < 3 OR MASTER-READ
                       MOVE "Y"    TO RT-MISSING(WS-RT-IDX, WS-SRC-IDX)
                       ADD 1       TO WS-COUNT-MISSING(WS-SRC-IDX)
                   END-IF
               END-IF
           END-PERFORM

           IF RT-HAS(WS-RT-IDX, 1) = "Y"
           AND RT-HAS(WS-RT-IDX, 2) = "Y"
               IF RT-PARENT-NAME(WS-RT-IDX, 1)
                      NOT = RT-PARENT-NAME(WS-RT-IDX, 2)
                   MOVE "Y"                TO RT-DIFF-PARENT(WS-RT-IDX)
               END-IF
               IF RT-PARENT-PHONE(WS-RT-IDX, 1)
                      NOT = RT-PARENT-PHONE(WS-RT-IDX, 2)
                   MOVE "Y"                TO RT-DIFF-PHONE(WS-RT-IDX)
               END-IF
               IF RT-PARENT-ADDR(WS-RT-IDX, 1)
                      NOT = RT-PARENT-ADDR(WS-RT-IDX, 2)
                   MOVE "Y"                TO RT-DIFF-ADDR(WS-RT-IDX)
               END-IF
           END-IF
           IF RT-A5-LINES(WS-RT-IDX) > 1
               MOVE "Y"                    TO RT-DUPLICATE(WS-RT-IDX)
           END-IF

      *> WHICH FILE NEEDS THE REPAIR: A5 IS MENDED LINE BY LINE,
      *> THE MASTER IS SIMPLY REBUILT FROM STUDENTI
           IF RT-HAS(WS-RT-IDX, 1) NOT = RT-HAS(WS-RT-IDX, 2)
           OR RT-DUPLICATE(WS-RT-IDX) = "Y"
               SET A5-OUT-OF-STEP          TO TRUE
           END-IF
           IF RT-HAS(WS-RT-IDX, 1) = "Y"
           AND RT-HAS(WS-RT-IDX, 2) = "Y"
               IF RT-CLASA(WS-RT-IDX, 1) NOT = RT-CLASA(WS-RT-IDX, 2)
               OR RT-NUME(WS-RT-IDX, 1) NOT = RT-NUME(WS-RT-IDX, 2)
               OR RT-PRENUME(WS-RT-IDX, 1)
                      NOT = RT-PRENUME(WS-RT-IDX, 2)
               OR RT-DIFF-PARENT(WS-RT-IDX) = "Y"
               OR RT-DIFF-PHONE(WS-RT-IDX) = "Y"
               OR RT-DIFF-ADDR(WS-RT-IDX) = "Y"
                   SET A5-OUT-OF-STEP      TO TRUE
               END-IF
           END-IF
           IF MASTER-READ
               IF RT-HAS(WS-RT-IDX, 1) NOT = RT-HAS(WS-RT-IDX, 3)
                   SET MASTER-OUT-OF-STEP  TO TRUE
               END-IF
               IF RT-HAS(WS-RT-IDX, 1) = "Y"
               AND RT-HAS(WS-RT-IDX, 3) = "Y"
                   IF RT-CLASA(WS-RT-IDX, 1)
                          NOT = RT-CLASA(WS-RT-IDX, 3)
                   OR RT-NUME(WS-RT-IDX, 1) NOT = RT-NUME(WS-RT-IDX, 3)
                   OR RT-PRENUME(WS-RT-IDX, 1)
                          NOT = RT-PRENUME(WS-RT-IDX, 3)
                       SET MASTER-OUT-OF-STEP TO TRUE
                   END-IF
               END-IF
           END-IF

           IF RT-FLAGS(WS-RT-IDX) = SPACE
               ADD 1                       TO WS-COUNT-IN-STEP
           ELSE
               ADD 1                       TO WS-COUNT-FINDINGS
           END-IF
           IF RT-DIFF-NUME(WS-RT-IDX) = "Y"
               ADD 1                       TO WS-COUNT-NUME
           END-IF
           IF RT-DIFF-PRENUME(WS-RT-IDX) = "Y"
               ADD 1                       TO WS-COUNT-PRENUME
           END-IF
           IF RT-DIFF-CLASA(WS-RT-IDX) = "Y"
               ADD 1                       TO WS-COUNT-CLASA
           END-IF
           IF RT-DIFF-PARENT(WS-RT-IDX) = "Y"
               ADD 1                       TO WS-COUNT-PARENT
           END-IF
           IF RT-DIFF-PHONE(WS-RT-IDX) = "Y"
               ADD 1                       TO WS-COUNT-PHONE
           END-IF
           IF RT-DIFF-ADDR(WS-RT-IDX) = "Y"
               ADD 1                       TO WS-COUNT-ADDR
           END-IF
           IF RT-DUPLICATE(WS-RT-IDX) = "Y"
               ADD 1                       TO WS-COUNT-DUPLICATE
           END-IF
           .
       C0-CHECK-ONEZ.
           EXIT.

      *> SOURCE WS-SRC-IDX AGAINST THE FIRST SOURCE THAT HOLDS THE CNP
       C1-COMPARE-NAMES SECTION.
       C1-COMPARE-NAMESA.
           IF RT-NUME(WS-RT-IDX, WS-SRC-IDX)
                  NOT = RT-NUME(WS-RT-IDX, WS-FIRST-SRC)
               MOVE "Y"                    TO RT-DIFF-NUME(WS-RT-IDX)
           END-IF
           IF RT-PRENUME(WS-RT-IDX, WS-SRC-IDX)
                  NOT = RT-PRENUME(WS-RT-IDX, WS-FIRST-SRC)
               MOVE "Y"                    TO RT-DIFF-PRENUME(WS-RT-IDX)
           END-IF
           IF RT-CLASA(WS-RT-IDX, WS-SRC-IDX)
                  NOT = RT-CLASA(WS-RT-IDX, WS-FIRST-SRC)
               MOVE "Y"                    TO RT-DIFF-CLASA(WS-RT-IDX)
           END-IF
           .
       C1-COMPARE-NAMESZ.
           EXIT.

      *> ---------------------------------------------------------------
      *> THE CORRECTIVE LINES
      *> ---------------------------------------------------------------
      *> STUDENTI IS THE RECORD: A CNP ONLY THE TABLE HOLDS GETS ITS A5
      *> LINE ADDED, ONE THE A5 FILE HOLDS DIFFERENTLY (OR TWICE) GETS
      *> IT REPLACED, AND ONE THE TABLE NO LONGER HOLDS LOSES IT - THE
      *> WITHDRAWN STUDENT STILL IN THE FLAT FILE. A CNP THAT IS ONLY
      *> IN THE MASTER NEEDS NO LINE: THE REBUILD DROPS IT.
       F0-BUILD-CORRECTIONS SECTION.
       F0-BUILD-CORRECTIONSA.
           MOVE 0                          TO CORR-COUNT
           MOVE "SCAN"                     TO CS-TAG
           MOVE WS-RUN-DATE                TO CS-DATE
           MOVE WS-RUN-TIME                TO CS-TIME
           MOVE OPS-ID                     TO CS-OPERATOR
           IF MASTER-OUT-OF-STEP OR MASTER-UNREADABLE
               MOVE "Y"                    TO CS-MASTER
           ELSE
               MOVE "N"                    TO CS-MASTER
           END-IF
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > ROSTER-COUNT
                      OR CORR-COUNT >= K-MAX-CORR
               PERFORM F1-ONE-CNP
           END-PERFORM
           .
       F0-BUILD-CORRECTIONSZ.
           EXIT.

       F1-ONE-CNP SECTION.
       F1-ONE-CNPA.
           IF RT-HAS(WS-RT-IDX, 1) NOT = "Y"
               IF RT-HAS(WS-RT-IDX, 2) = "Y"
                   MOVE 2                  TO WS-SRC-IDX
                   PERFORM F2-BUILD-LINE
                   ADD 1                   TO CORR-COUNT
                   MOVE "DROP"             TO CX-ACTION(CORR-COUNT)
                   MOVE "NOT IN STUDENTI"  TO CX-REASON(CORR-COUNT)
                   PERFORM F3-FILE-CORRECTION
               END-IF
               GO TO F1-ONE-CNPZ
           END-IF

           MOVE 1                          TO WS-SRC-IDX
           PERFORM F2-BUILD-LINE
           IF RT-HAS(WS-RT-IDX, 2) NOT = "Y"
               ADD 1                       TO CORR-COUNT
               MOVE "ADD "                 TO CX-ACTION(CORR-COUNT)
               MOVE "NOT IN A5"            TO CX-REASON(CORR-COUNT)
               PERFORM F3-FILE-CORRECTION
               GO TO F1-ONE-CNPZ
           END-IF
           IF RT-CLASA(WS-RT-IDX, 1) NOT = RT-CLASA(WS-RT-IDX, 2)
           OR RT-NUME(WS-RT-IDX, 1) NOT = RT-NUME(WS-RT-IDX, 2)
           OR RT-PRENUME(WS-RT-IDX, 1) NOT = RT-PRENUME(WS-RT-IDX, 2)
           OR RT-DIFF-PARENT(WS-RT-IDX) = "Y"
           OR RT-DIFF-PHONE(WS-RT-IDX) = "Y"
           OR RT-DIFF-ADDR(WS-RT-IDX) = "Y"
               ADD 1                       TO CORR-COUNT
               MOVE "FIX "                 TO CX-ACTION(CORR-COUNT)
               MOVE "DIFFERS FROM TABLE"   TO CX-REASON(CORR-COUNT)
               PERFORM F3-FILE-CORRECTION
               GO TO F1-ONE-CNPZ
           END-IF
           IF RT-DUPLICATE(WS-RT-IDX) = "Y"
               ADD 1                       TO CORR-COUNT
               MOVE "FIX "                 TO CX-ACTION(CORR-COUNT)
               MOVE "DUPLICATE A5 LINES"   TO CX-REASON(CORR-COUNT)
               PERFORM F3-FILE-CORRECTION
           END-IF
           .
       F1-ONE-CNPZ.
           EXIT.

      *> THE A5 LINE FOR THE CNP AS SOURCE WS-SRC-IDX HOLDS IT
       F2-BUILD-LINE SECTION.
       F2-BUILD-LINEA.
           MOVE SPACE                      TO WS-A5-LINE
           MOVE RT-CLASA(WS-RT-IDX, WS-SRC-IDX)       TO A5-CLASA
           MOVE RT-NUME(WS-RT-IDX, WS-SRC-IDX)        TO A5-NUME
           MOVE RT-PRENUME(WS-RT-IDX, WS-SRC-IDX)     TO A5-PRENUME
           MOVE RT-CNP(WS-RT-IDX)                     TO A5-CNP
           MOVE RT-PARENT-NAME(WS-RT-IDX, WS-SRC-IDX)
                                           TO A5-PARENT-NAME
           MOVE RT-PARENT-PHONE(WS-RT-IDX, WS-SRC-IDX)
                                           TO A5-PARENT-PHONE
           MOVE RT-PARENT-ADDR(WS-RT-IDX, WS-SRC-IDX)
                                           TO A5-PARENT-ADDR
           .
       F2-BUILD-LINEZ.
           EXIT.

       F3-FILE-CORRECTION SECTION.
       F3-FILE-CORRECTIONA.
           MOVE "?"                        TO CX-STATE(CORR-COUNT)
           MOVE RT-CNP(WS-RT-IDX)          TO CX-CNP(CORR-COUNT)
           MOVE WS-A5-LINE(1:175)          TO CX-LINE(CORR-COUNT)
           MOVE SPACE                      TO CX-WRITTEN(CORR-COUNT)
           .
       F3-FILE-CORRECTIONZ.
           EXIT.

      *> ---------------------------------------------------------------
      *> APPLY
      *> ---------------------------------------------------------------
       E0-APPLY SECTION.
       E0-APPLYA.
           PERFORM L1-LOAD-CORRECTIONS
           PERFORM K0-COUNT-CORRECTIONS
           IF WS-COUNT-PENDING = 0
               DISPLAY "NO CORRECTIONS WAITING TO BE APPLIED - RUN "
                   "ROSTRECON WITH G FIRST"
               MOVE 8 TO WS-APPLY-RC
               GO TO E0-APPLYZ
           END-IF
           DISPLAY "CORRECTIONS FROM THE RUN OF " CS-DATE " " CS-TIME
               ": " WS-COUNT-ADD " ADD, " WS-COUNT-FIX " FIX, "
               WS-COUNT-DROP " DROP"

      *> THE WHOLE SET IS ONE REQUEST: THE RUN IT CAME FROM AND HOW
      *> MANY LINES IT CARRIES
           MOVE "ROSTRECON"                TO FE-PROGRAM
           MOVE SPACE                      TO FE-KEY
           STRING "ROSTERFIX " CS-DATE " " CS-TIME " "
                  WS-COUNT-PENDING DELIMITED BY SIZE
           INTO FE-KEY
           MOVE SPACE                      TO FE-DETAIL
           STRING "A5 REWRITE (RosterCorrections.txt): " WS-COUNT-ADD
                  " ADD, " WS-COUNT-FIX " FIX, " WS-COUNT-DROP " DROP"
                  DELIMITED BY SIZE
           INTO FE-DETAIL
           MOVE OPS-ID                     TO FE-OPERATOR
           CALL "FOUREYES" USING FOUREYES-INTERFACE
           IF FE-STAGED
               DISPLAY "CORRECTIONS STAGED FOR APPROVAL - A SECOND "
                   "OPERATOR MUST APPROVE THEM (RUN APPROVER), THEN "
                   "APPLY AGAIN"
               MOVE 0 TO WS-APPLY-RC
               GO TO E0-APPLYZ
           END-IF
           IF FE-BLOCKED
               DISPLAY FE-MSG
               MOVE 8 TO WS-APPLY-RC
               GO TO E0-APPLYZ
           END-IF

      *> THE TABLE AS IT STANDS NOW - A LINE WRITTEN FROM AN OLDER
      *> STATE OF STUDENTI IS NOT APPLIED
           MOVE 0                          TO ROSTER-COUNT
           INITIALIZE WS-RUN-COUNTERS
           PERFORM B1-READ-STUDENTI
           IF JAR-CALL-FAILED
               DISPLAY "COULD NOT READ STUDENTI - NOTHING APPLIED"
               MOVE 8 TO WS-APPLY-RC
               GO TO E0-APPLYZ
           END-IF
           MOVE 0                          TO WS-COUNT-STALE
           PERFORM E1-RECHECK-ONE
               VARYING WS-CX-IDX FROM 1 BY 1
               UNTIL WS-CX-IDX > CORR-COUNT

           PERFORM E2-REWRITE-A5
           PERFORM VARYING WS-CX-IDX FROM 1 BY 1
                   UNTIL WS-CX-IDX > CORR-COUNT
               IF CX-VALID(WS-CX-IDX)
                   MOVE "A"                TO CX-STATE(WS-CX-IDX)
                   PERFORM E3-AUDIT-ONE
               ELSE
                   IF CX-STALE(WS-CX-IDX)
                       PERFORM E3-AUDIT-ONE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM W0-REWRITE-CORRECTIONS

           IF CS-MASTER = "Y"
               CALL "SYSTEM" USING WS-MASTER-REBUILD
               IF RETURN-CODE NOT = 0
                   DISPLAY "StudentMaster.dat WAS NOT REBUILT - RUN "
                       "STUMASTER BEFORE THE NEXT LOOKUP"
               ELSE
                   DISPLAY "StudentMaster.dat REBUILT"
               END-IF
           END-IF
           DISPLAY "A5 LINES REPLACED: " WS-COUNT-WRITTEN
               "  ADDED: " WS-COUNT-APPENDED
               "  REMOVED: " WS-COUNT-REMOVED
           IF WS-COUNT-STALE > 0
               DISPLAY WS-COUNT-STALE " CORRECTIONS NO LONGER MATCH "
                   "STUDENTI AND WERE LEFT OUT - RUN ROSTRECON WITH G "
                   "AGAIN FOR A FRESH SET"
           END-IF
           MOVE 0 TO WS-APPLY-RC
           .
       E0-APPLYZ.
           EXIT.

      *> AN ADD OR FIX STILL STANDS WHEN STUDENTI WOULD GIVE THE SAME
      *> LINE TODAY; A DROP WHEN THE CNP IS STILL NOT IN THE TABLE
       E1-RECHECK-ONE SECTION.
       E1-RECHECK-ONEA.
           IF NOT CX-PENDING(WS-CX-IDX)
               GO TO E1-RECHECK-ONEZ
           END-IF
           MOVE 0                          TO WS-RT-J
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > ROSTER-COUNT OR WS-RT-J > 0
               IF RT-CNP(WS-RT-IDX) = CX-CNP(WS-CX-IDX)
                   MOVE WS-RT-IDX          TO WS-RT-J
               END-IF
           END-PERFORM
           MOVE "S"                        TO CX-STATE(WS-CX-IDX)
           IF CX-DROP(WS-CX-IDX)
               IF WS-RT-J = 0
                   MOVE "V"                TO CX-STATE(WS-CX-IDX)
               END-IF
           ELSE
               IF WS-RT-J > 0
                   MOVE WS-RT-J            TO WS-RT-IDX
                   MOVE 1                  TO WS-SRC-IDX
                   PERFORM F2-BUILD-LINE
                   IF WS-A5-LINE(1:175) = CX-LINE(WS-CX-IDX)
                       MOVE "V"            TO CX-STATE(WS-CX-IDX)
                   END-IF
               END-IF
           END-IF
           IF CX-STALE(WS-CX-IDX)
               ADD 1                       TO WS-COUNT-STALE
           END-IF
           .
       E1-RECHECK-ONEZ.
           EXIT.

      *> THE FIRST A5 LINE OF A CORRECTED CNP IS REPLACED, ANY LATER
      *> ONE REMOVED; A DROPPED CNP LOSES ALL ITS LINES; WHAT IS LEFT
      *> TO ADD GOES AT THE END. EVERY OTHER LINE IS COPIED AS IT IS.
       E2-REWRITE-A5 SECTION.
       E2-REWRITE-A5A.
           MOVE 0                          TO WS-COUNT-WRITTEN
           MOVE 0                          TO WS-COUNT-REMOVED
           MOVE 0                          TO WS-COUNT-APPENDED
           OPEN OUTPUT A5-WORK
           OPEN INPUT A5-FILE
           IF WS-A5-STATUS = "00"
               SET INP1-NEOF               TO TRUE
           ELSE
               SET INP1-EOF                TO TRUE
           END-IF
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-A5-LINE
               READ A5-FILE INTO WS-A5-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   PERFORM E4-ONE-A5-LINE
               END-READ
           END-PERFORM
           IF WS-A5-STATUS NOT = "35"
           AND WS-A5-STATUS NOT = "05"
               CLOSE A5-FILE
           END-IF
           PERFORM VARYING WS-CX-IDX FROM 1 BY 1
                   UNTIL WS-CX-IDX > CORR-COUNT
               IF CX-VALID(WS-CX-IDX)
               AND NOT CX-DROP(WS-CX-IDX)
               AND CX-WRITTEN(WS-CX-IDX) NOT = "Y"
                   MOVE SPACE              TO A5-WORK-FD
                   MOVE CX-LINE(WS-CX-IDX) TO A5-WORK-FD
                   WRITE A5-WORK-FD
                   MOVE "Y"                TO CX-WRITTEN(WS-CX-IDX)
                   ADD 1                   TO WS-COUNT-APPENDED
               END-IF
           END-PERFORM
           CLOSE A5-WORK
           CALL "SYSTEM" USING WS-A5-MOVE
           .
       E2-REWRITE-A5Z.
           EXIT.

       E4-ONE-A5-LINE SECTION.
       E4-ONE-A5-LINEA.
           MOVE 0                          TO WS-CX-FOUND
           PERFORM VARYING WS-CX-IDX FROM 1 BY 1
                   UNTIL WS-CX-IDX > CORR-COUNT OR WS-CX-FOUND > 0
               IF CX-VALID(WS-CX-IDX)
               AND CX-CNP(WS-CX-IDX) = A5-CNP
                   MOVE WS-CX-IDX          TO WS-CX-FOUND
               END-IF
           END-PERFORM
           IF WS-CX-FOUND = 0 OR A5-CNP = SPACE
               MOVE WS-A5-LINE             TO A5-WORK-FD
               WRITE A5-WORK-FD
               GO TO E4-ONE-A5-LINEZ
           END-IF
           IF CX-DROP(WS-CX-FOUND)
           OR CX-WRITTEN(WS-CX-FOUND) = "Y"
               ADD 1                       TO WS-COUNT-REMOVED
               GO TO E4-ONE-A5-LINEZ
           END-IF
           MOVE SPACE                      TO A5-WORK-FD
           MOVE CX-LINE(WS-CX-FOUND)       TO A5-WORK-FD
           WRITE A5-WORK-FD
           MOVE "Y"                        TO CX-WRITTEN(WS-CX-FOUND)
           ADD 1                           TO WS-COUNT-WRITTEN
           .
       E4-ONE-A5-LINEZ.
           EXIT.

       E3-AUDIT-ONE SECTION.
       E3-AUDIT-ONEA.
           MOVE SPACE                      TO AUD-ACTION
           IF CX-STALE(WS-CX-IDX)
               MOVE "A5-STALE"             TO AUD-ACTION
           ELSE
               STRING "A5-" CX-ACTION(WS-CX-IDX) DELIMITED BY SIZE
               INTO AUD-ACTION
           END-IF
           MOVE CX-CNP(WS-CX-IDX)          TO AUD-CNP
           MOVE CX-LINE(WS-CX-IDX)         TO WS-A5-LINE
           MOVE SPACE                      TO AUD-DETAIL
           STRING "RUN " CS-DATE " " CS-TIME " " DELIMITED BY SIZE
                  CX-REASON(WS-CX-IDX) DELIMITED BY "  "
                  ": " DELIMITED BY SIZE
                  A5-CLASA DELIMITED BY " "
                  " " DELIMITED BY SIZE
                  A5-NUME DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  A5-PRENUME DELIMITED BY "  "
                  " / " DELIMITED BY SIZE
                  A5-PARENT-NAME DELIMITED BY "  "
                  " / " DELIMITED BY SIZE
                  A5-PARENT-PHONE DELIMITED BY " "
           INTO AUD-DETAIL
           PERFORM X0-WRITE-AUDIT
           .
       E3-AUDIT-ONEZ.
           EXIT.

      *> ---------------------------------------------------------------
      *> THE REPORT
      *> ---------------------------------------------------------------
      *> PAGE ONE IS THE VERDICT; THE FINDINGS FOLLOW, ONE BLOCK PER
      *> CNP
       R0-WRITE-REPORT SECTION.
       R0-WRITE-REPORTA.
           OPEN OUTPUT REPORT-FILE
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO REPORT-FD
               WRITE REPORT-FD
           END-IF
           MOVE SPACE                      TO REPORT-FD
           STRING "ROSTER RECONCILIATION - STUDENTI / "
                  "SampleOutputA5.txt / StudentMaster.dat"
                  DELIMITED BY SIZE
           INTO REPORT-FD
           WRITE REPORT-FD
           MOVE SPACE                      TO REPORT-FD
           STRING "RUN " WS-RUN-DATE " " WS-RUN-TIME " BY " OPS-ID
                  DELIMITED BY SIZE
           INTO REPORT-FD
           WRITE REPORT-FD
           MOVE SPACE                      TO REPORT-FD
           WRITE REPORT-FD

           MOVE SPACE                      TO WS-LINE
           STRING "ROWS READ               STUDENTI "
                  WS-COUNT-ROWS(1) "   A5 " WS-COUNT-ROWS(2)
                  "   MASTER " WS-COUNT-ROWS(3) DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM R9-WRITE-LINE
           MOVE SPACE                      TO WS-LINE
           STRING "STUDENTS (BY CNP)       " ROSTER-COUNT
                  "   IN STEP " WS-COUNT-IN-STEP
                  "   WITH FINDINGS " WS-COUNT-FINDINGS
                  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM R9-WRITE-LINE
           IF A5-NOT-ON-FILE
               MOVE SPACE                  TO WS-LINE
               STRING "SampleOutputA5.txt IS NOT ON FILE - EVERY "
                      "STUDENT COUNTS AS MISSING FROM A5"
                      DELIMITED BY SIZE
               INTO WS-LINE
               PERFORM R9-WRITE-LINE
           END-IF
           IF MASTER-UNREADABLE
               MOVE SPACE                  TO WS-LINE
               STRING "StudentMaster.dat COULD NOT BE READ - THE "
                      "MASTER WAS NOT COMPARED" DELIMITED BY SIZE
               INTO WS-LINE
               PERFORM R9-WRITE-LINE
           END-IF
           IF ROSTER-TRUNCATED
               MOVE SPACE                  TO WS-LINE
               STRING "MORE THAN " K-MAX-ROSTER " STUDENTS - THE REST "
                      "WERE NOT COMPARED" DELIMITED BY SIZE
               INTO WS-LINE
               PERFORM R9-WRITE-LINE
           END-IF
           MOVE SPACE                      TO WS-LINE
           PERFORM R9-WRITE-LINE

           MOVE SPACE                      TO WS-LINE
           STRING "MISSING FROM STUDENTI   " WS-COUNT-MISSING(1)
                  "   (IN A FILE BUT NOT IN THE TABLE)"
                  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM R9-WRITE-LINE
           MOVE SPACE                      TO WS-LINE
           STRING "MISSING FROM A5         " WS-COUNT-MISSING(2)
                  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM R9-WRITE-LINE
           MOVE SPACE                      TO WS-LINE
           STRING "MISSING FROM MASTER     " WS-COUNT-MISSING(3)
                  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM R9-WRITE-LINE
           MOVE SPACE                      TO WS-LINE
           STRING "DUPLICATED IN A5        " WS-COUNT-DUPLICATE
                  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM R9-WRITE-LINE
           MOVE SPACE                      TO WS-LINE
           STRING "NUME DIFFERS            " WS-COUNT-NUME
                  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM R9-WRITE-LINE
           MOVE SPACE                      TO WS-LINE
           STRING "PRENUME DIFFERS         " WS-COUNT-PRENUME
                  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM R9-WRITE-LINE
           MOVE SPACE                      TO WS-LINE
           STRING "CLASA DIFFERS           " WS-COUNT-CLASA
                  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM R9-WRITE-LINE
           MOVE SPACE                      TO WS-LINE
           STRING "PARENT NAME DIFFERS     " WS-COUNT-PARENT
                  "   (STUDENTI AGAINST A5)" DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM R9-WRITE-LINE
           MOVE SPACE                      TO WS-LINE
           STRING "PARENT PHONE DIFFERS    " WS-COUNT-PHONE
                  "   (STUDENTI AGAINST A5)" DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM R9-WRITE-LINE
           MOVE SPACE                      TO WS-LINE
           STRING "PARENT ADDRESS DIFFERS  " WS-COUNT-ADDR
                  "   (STUDENTI AGAINST A5)" DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM R9-WRITE-LINE
           MOVE SPACE                      TO WS-LINE
           PERFORM R9-WRITE-LINE

           IF WS-COUNT-FINDINGS = 0 AND MASTER-READ
               MOVE "VERDICT: THE THREE SOURCES AGREE"  TO WS-LINE
               PERFORM R9-WRITE-LINE
           ELSE
               MOVE WS-COUNT-FINDINGS      TO WS-EDIT-COUNT
               MOVE SPACE                  TO WS-LINE
               STRING "VERDICT: OUT OF STEP -" WS-EDIT-COUNT
                      " STUDENTS WITH FINDINGS" DELIMITED BY SIZE
               INTO WS-LINE
               PERFORM R9-WRITE-LINE
           END-IF
           IF A5-OUT-OF-STEP
               IF MODE-GENERATE
                   MOVE CORR-COUNT         TO WS-EDIT-COUNT
                   MOVE SPACE              TO WS-LINE
                   STRING "  A5:     " WS-EDIT-COUNT
                          " CORRECTIVE LINES IN RosterCorrections.txt"
                          " - APPLY THEM WITH ROSTRECON, CHOICE A"
                          DELIMITED BY SIZE
                   INTO WS-LINE
               ELSE
                   MOVE SPACE              TO WS-LINE
                   STRING "  A5:     RUN ROSTRECON WITH CHOICE G FOR "
                          "THE CORRECTIVE LINES" DELIMITED BY SIZE
                   INTO WS-LINE
               END-IF
               PERFORM R9-WRITE-LINE
           END-IF
           IF WS-COUNT-MISSING(1) > 0
               MOVE SPACE                  TO WS-LINE
               STRING "  NOTE:   A CNP MISSING FROM STUDENTI IS NOT "
                      "PUT BACK FROM A FILE - ITS A5 LINE IS DROPPED; "
                      "ENROLL OR READMIT IF IT BELONGS"
                      DELIMITED BY SIZE
               INTO WS-LINE
               PERFORM R9-WRITE-LINE
           END-IF
           IF MASTER-OUT-OF-STEP OR MASTER-UNREADABLE
               MOVE SPACE                  TO WS-LINE
               STRING "  MASTER: REBUILT FROM STUDENTI BY STUMASTER "
                      "(THE APPLY RUN DOES IT)" DELIMITED BY SIZE
               INTO WS-LINE
               PERFORM R9-WRITE-LINE
           END-IF

           IF WS-COUNT-FINDINGS > 0
               MOVE SPACE                  TO WS-LINE
               PERFORM R9-WRITE-LINE
               MOVE ALL "-"                TO WS-LINE(1:100)
               PERFORM R9-WRITE-LINE
               MOVE SPACE                  TO WS-LINE
               STRING "FINDINGS (SOURCES: S STUDENTI, 5 A5, M MASTER; "
                      "- = NOT THERE)" DELIMITED BY SIZE
               INTO WS-LINE
               PERFORM R9-WRITE-LINE
               PERFORM R1-ONE-CNP
                   VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > ROSTER-COUNT
           END-IF
           CLOSE REPORT-FILE
           .
       R0-WRITE-REPORTZ.
           EXIT.

       R1-ONE-CNP SECTION.
       R1-ONE-CNPA.
           IF RT-FLAGS(WS-RT-IDX) = SPACE
               GO TO R1-ONE-CNPZ
           END-IF
           MOVE 0                          TO WS-FIRST-SRC
           MOVE SPACE                      TO WS-LINE
           MOVE RT-CNP(WS-RT-IDX)          TO WS-LINE(1:13)
           MOVE "---"                      TO WS-LINE(16:3)
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > 3
               IF RT-HAS(WS-RT-IDX, WS-SRC-IDX) = "Y"
                   MOVE K-SOURCE-LETTERS(WS-SRC-IDX:1)
                                   TO WS-LINE(15 + WS-SRC-IDX:1)
                   IF WS-FIRST-SRC = 0
                       MOVE WS-SRC-IDX     TO WS-FIRST-SRC
                   END-IF
               END-IF
           END-PERFORM
           MOVE 21                         TO WS-PTR
           STRING RT-NUME(WS-RT-IDX, WS-FIRST-SRC) DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  RT-PRENUME(WS-RT-IDX, WS-FIRST-SRC) DELIMITED BY "  "
                  " (" DELIMITED BY SIZE
                  RT-CLASA(WS-RT-IDX, WS-FIRST-SRC) DELIMITED BY " "
                  ")" DELIMITED BY SIZE
           INTO WS-LINE WITH POINTER WS-PTR
           PERFORM R9-WRITE-LINE

           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > 3
               IF RT-MISSING(WS-RT-IDX, WS-SRC-IDX) = "Y"
                   MOVE SPACE              TO WS-LINE
                   STRING "      NOT IN " K-SOURCE-NAME(WS-SRC-IDX)
                          DELIMITED BY SIZE
                   INTO WS-LINE
                   PERFORM R9-WRITE-LINE
               END-IF
           END-PERFORM
           IF RT-DUPLICATE(WS-RT-IDX) = "Y"
               MOVE SPACE                  TO WS-LINE
               STRING "      " RT-A5-LINES(WS-RT-IDX)
                      " LINES IN A5" DELIMITED BY SIZE
               INTO WS-LINE
               PERFORM R9-WRITE-LINE
           END-IF

           MOVE 3                          TO WS-DIFF-LAST-SRC
           IF RT-DIFF-NUME(WS-RT-IDX) = "Y"
               MOVE "NUME"                 TO WS-DIFF-LABEL
               PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                       UNTIL WS-SRC-IDX > 3
                   MOVE RT-NUME(WS-RT-IDX, WS-SRC-IDX)
                                   TO WS-DIFF-VALUE(WS-SRC-IDX)
               END-PERFORM
               PERFORM R2-DIFF-LINE
           END-IF
           IF RT-DIFF-PRENUME(WS-RT-IDX) = "Y"
               MOVE "PRENUME"              TO WS-DIFF-LABEL
               PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                       UNTIL WS-SRC-IDX > 3
                   MOVE RT-PRENUME(WS-RT-IDX, WS-SRC-IDX)
                                   TO WS-DIFF-VALUE(WS-SRC-IDX)
               END-PERFORM
               PERFORM R2-DIFF-LINE
           END-IF
           IF RT-DIFF-CLASA(WS-RT-IDX) = "Y"
               MOVE "CLASA"                TO WS-DIFF-LABEL
               PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                       UNTIL WS-SRC-IDX > 3
                   MOVE RT-CLASA(WS-RT-IDX, WS-SRC-IDX)
                                   TO WS-DIFF-VALUE(WS-SRC-IDX)
               END-PERFORM
               PERFORM R2-DIFF-LINE
           END-IF
           MOVE 2                          TO WS-DIFF-LAST-SRC
           IF RT-DIFF-PARENT(WS-RT-IDX) = "Y"
               MOVE "PARENT NAME"          TO WS-DIFF-LABEL
               MOVE RT-PARENT-NAME(WS-RT-IDX, 1) TO WS-DIFF-VALUE(1)
               MOVE RT-PARENT-NAME(WS-RT-IDX, 2) TO WS-DIFF-VALUE(2)
               PERFORM R2-DIFF-LINE
           END-IF
           IF RT-DIFF-PHONE(WS-RT-IDX) = "Y"
               MOVE "PARENT PHONE"         TO WS-DIFF-LABEL
               MOVE RT-PARENT-PHONE(WS-RT-IDX, 1) TO WS-DIFF-VALUE(1)
               MOVE RT-PARENT-PHONE(WS-RT-IDX, 2) TO WS-DIFF-VALUE(2)
               PERFORM R2-DIFF-LINE
           END-IF
           IF RT-DIFF-ADDR(WS-RT-IDX) = "Y"
               MOVE "PARENT ADDRESS"       TO WS-DIFF-LABEL
               MOVE RT-PARENT-ADDR(WS-RT-IDX, 1) TO WS-DIFF-VALUE(1)
               MOVE RT-PARENT-ADDR(WS-RT-IDX, 2) TO WS-DIFF-VALUE(2)
               PERFORM R2-DIFF-LINE
           END-IF
           .
       R1-ONE-CNPZ.
           EXIT.

      *> "      CLASA          STUDENTI: 9A  A5: 9B  MASTER: 9A" - ONLY
      *> THE SOURCES THAT HOLD THE CNP
       R2-DIFF-LINE SECTION.
       R2-DIFF-LINEA.
           MOVE SPACE                      TO WS-LINE
           MOVE WS-DIFF-LABEL              TO WS-LINE(7:14)
           MOVE 22                         TO WS-PTR
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-DIFF-LAST-SRC
               IF RT-HAS(WS-RT-IDX, WS-SRC-IDX) = "Y"
                   STRING K-SOURCE-NAME(WS-SRC-IDX) DELIMITED BY " "
                          ": " DELIMITED BY SIZE
                   INTO WS-LINE WITH POINTER WS-PTR
                   IF WS-DIFF-VALUE(WS-SRC-IDX) = SPACE
                       STRING "(BLANK)" DELIMITED BY SIZE
                       INTO WS-LINE WITH POINTER WS-PTR
                   ELSE
                       STRING WS-DIFF-VALUE(WS-SRC-IDX)
                              DELIMITED BY "  "
                       INTO WS-LINE WITH POINTER WS-PTR
                   END-IF
                   STRING "  " DELIMITED BY SIZE
                   INTO WS-LINE WITH POINTER WS-PTR
               END-IF
           END-PERFORM
           PERFORM R9-WRITE-LINE
           .
       R2-DIFF-LINEZ.
           EXIT.

       R9-WRITE-LINE SECTION.
       R9-WRITE-LINEA.
           MOVE WS-LINE                    TO REPORT-FD
           WRITE REPORT-FD
           .
       R9-WRITE-LINEZ.
           EXIT.

      *> ---------------------------------------------------------------
      *> THE CORRECTIONS FILE
      *> ---------------------------------------------------------------
       L1-LOAD-CORRECTIONS SECTION.
       L1-LOAD-CORRECTIONSA.
           MOVE 0                          TO CORR-COUNT
           MOVE SPACE                      TO CS-TAG CS-DATE CS-TIME
                                              CS-OPERATOR CS-MASTER
           OPEN INPUT CORR-FILE
           IF WS-CORR-STATUS NOT = "00"
               GO TO L1-LOAD-CORRECTIONSZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-CORR-READ
               READ CORR-FILE INTO WS-CORR-READ
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-CORR-READ(1:5) = "SCAN;"
                       MOVE WS-CORR-READ   TO WS-CORR-STAMP
                   ELSE
                   IF WS-CORR-READ > SPACE
                   AND CORR-COUNT < K-MAX-CORR
                       MOVE WS-CORR-READ   TO WS-CORR-REC
                       ADD 1               TO CORR-COUNT
                       MOVE CR-STATE       TO CX-STATE(CORR-COUNT)
                       MOVE CR-ACTION      TO CX-ACTION(CORR-COUNT)
                       MOVE CR-CNP         TO CX-CNP(CORR-COUNT)
                       MOVE CR-REASON      TO CX-REASON(CORR-COUNT)
                       MOVE CR-LINE        TO CX-LINE(CORR-COUNT)
                       MOVE SPACE          TO CX-WRITTEN(CORR-COUNT)
                   END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CORR-FILE
           .
       L1-LOAD-CORRECTIONSZ.
           EXIT.

       K0-COUNT-CORRECTIONS SECTION.
       K0-COUNT-CORRECTIONSA.
           MOVE 0                          TO WS-COUNT-PENDING
           MOVE 0                          TO WS-COUNT-ADD
           MOVE 0                          TO WS-COUNT-FIX
           MOVE 0                          TO WS-COUNT-DROP
           PERFORM VARYING WS-CX-IDX FROM 1 BY 1
                   UNTIL WS-CX-IDX > CORR-COUNT
               IF CX-PENDING(WS-CX-IDX)
                   ADD 1                   TO WS-COUNT-PENDING
                   EVALUATE TRUE
                       WHEN CX-ADD(WS-CX-IDX)
                           ADD 1           TO WS-COUNT-ADD
                       WHEN CX-FIX(WS-CX-IDX)
                           ADD 1           TO WS-COUNT-FIX
                       WHEN CX-DROP(WS-CX-IDX)
                           ADD 1           TO WS-COUNT-DROP
                   END-EVALUATE
               END-IF
           END-PERFORM
           .
       K0-COUNT-CORRECTIONSZ.
           EXIT.

       W0-REWRITE-CORRECTIONS SECTION.
       W0-REWRITE-CORRECTIONSA.
           OPEN OUTPUT CORR-FILE
           MOVE WS-CORR-STAMP              TO CORR-FD
           WRITE CORR-FD
           PERFORM VARYING WS-CX-IDX FROM 1 BY 1
                   UNTIL WS-CX-IDX > CORR-COUNT
               MOVE CX-STATE(WS-CX-IDX)    TO CR-STATE
               MOVE CX-ACTION(WS-CX-IDX)   TO CR-ACTION
               MOVE CX-CNP(WS-CX-IDX)      TO CR-CNP
               MOVE CX-REASON(WS-CX-IDX)   TO CR-REASON
               MOVE CX-LINE(WS-CX-IDX)     TO CR-LINE
               MOVE WS-CORR-REC            TO CORR-FD
               WRITE CORR-FD
           END-PERFORM
           CLOSE CORR-FILE
           .
       W0-REWRITE-CORRECTIONSZ.
           EXIT.

       X0-WRITE-AUDIT SECTION.
       X0-WRITE-AUDITA.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME
           MOVE OPS-ID                     TO AUD-OPERATOR
           MOVE FE-APPROVER                TO AUD-APPROVER
           MOVE 'RosterFixAudit.txt'       TO ACH-FILE
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
           MOVE "ROSTRECON" TO DL-PROGRAM
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
       END PROGRAM ROSTRECON.
