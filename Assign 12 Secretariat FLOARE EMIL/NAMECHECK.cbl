      ******************************************************************
      * Author:
      * Date:
      * Purpose: NAME SPELLING CONSISTENCY CHECK AND AUDITED FIX.
      *          NUME AND PRENUME REACH STUDENTI AND PROFESORI FROM
      *          THE FEEDS AND THE INTAKE PROGRAMS IN MIXED CASE, WITH
      *          AND WITHOUT DIACRITICS, CEDILLA OR COMMA-BELOW S/T,
      *          DOUBLE SPACES AND SPACED HYPHENS - SO THE SAME CHILD
      *          SORTS IN TWO PLACES, DUPPERSON MISSES A DUPLICATE AND
      *          SIIIR REJECTS A NAME THE CIVIL REGISTRY SPELLS
      *          OTHERWISE. THREE STEPS, ONE MENU:
      *            S  SCAN    - READS STUDENTI, PROFESORI, Alumni.txt
      *                         AND SampleOutputA5.txt, GROUPS EVERY
      *                         SPELLING BY CNP AND PROPOSES ONE
      *                         NORMALIZED SPELLING PER PERSON (NAMENORM
      *                         RULE; THE SPELLING WITH THE DIACRITICS
      *                         WINS, AND A NAME ANOTHER PERSON CARRIES
      *                         WITH DIACRITICS IS PROPOSED WITH THEM)
      *                         INTO NameProposals.txt;
      *            R  REVIEW  - THE SECRETARIAT APPROVES, REJECTS OR
      *                         RETYPES EACH PROPOSAL AGAINST THE BIRTH
      *                         CERTIFICATE;
      *            A  APPLY   - THE APPROVED FIXES GO THROUGH THE
      *                         FOUREYES GATE AS ONE REQUEST AND, ONCE A
      *                         SECOND OPERATOR HAS APPROVED IT, ARE
      *                         APPLIED AS ONE CASCADE: STUDENTI,
      *                         PROFESORI, Alumni.txt AND
      *                         SampleOutputA5.txt; THEN
      *                         StudentMaster.dat IS REBUILT BY
      *                         STUMASTER. EVERY FIX IS AUDITED IN
      *                         NameFixAudit.txt WITH BOTH IDENTITIES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. NAMECHECK.
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

      *> THE PROPOSALS AND THEIR DECISIONS, REWRITTEN WHOLE
           SELECT PROPOSAL-FILE ASSIGN TO 'NameProposals.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROPOSAL-STATUS.

           SELECT ALUMNI-FILE ASSIGN TO 'Alumni.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALUMNI-STATUS.

           SELECT ALUMNI-WORK ASSIGN TO 'AlumniWork.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> THE ASSIGN 06 LOADER'S INPUT - KEPT IN STEP WITH THE TABLE
           SELECT A5-FILE ASSIGN TO 'SampleOutputA5.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-A5-STATUS.

           SELECT A5-WORK ASSIGN TO 'SampleOutputA5Work.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE ASSIGN TO 'NameFixAudit.txt'
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

        FD PROPOSAL-FILE.
       01 PROPOSAL-FD                       PIC X(200).

        FD ALUMNI-FILE.
       01 ALUMNI-FD                         PIC X(220).

        FD ALUMNI-WORK.
       01 ALUMNI-WORK-FD                    PIC X(220).

        FD A5-FILE.
       01 A5-FD                             PIC X(200).

        FD A5-WORK.
       01 A5-WORK-FD                        PIC X(200).

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

       01 WS-PROPOSAL-STATUS               PIC X(02).
       01 WS-ALUMNI-STATUS                 PIC X(02).
       01 WS-A5-STATUS                     PIC X(02).
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
      *> FOUR-EYES STAGING - THE APPROVED FIXES RENAME PEOPLE ACROSS
      *> EVERY TABLE AND FLAT FILE, SO A SECOND OPERATOR'S APPROVAL
      *> MUST BE ON FILE (PendingActions.txt / APPROVER) FIRST
       COPY FOUREYES-INT.
      *> THE SHARED SPELLING RULE
       COPY NAMENORM-INT.
      *> Alumni.txt'S ROW COUNT AND FINGERPRINT GO INTO
      *> ArchiveManifest.txt ONCE THE ROWS ARE RESPELT
       COPY ARCSEAL-INT.

      *> SHARED CLASSIFICATION OF SQLSta VALUES INTO RETRYABLE VS
      *> FATAL, PLUS HOW OFTEN AND HOW LONG TO RETRY A TRANSIENT ONE
       COPY SQLSTA-INT.
       01 K-SQL-RETRIES                    PIC 9(02) VALUE 3.
       01 K-RETRY-WAIT-SECONDS             PIC 9(08) COMP-5 VALUE 5.
       01 WS-SQL-RETRY-COUNT               PIC 9(02) VALUE 0.

      *> SHARED QUOTE-ESCAPING FOR THE TEXT FIELDS QUOTED INTO SQL
       COPY SQLESC-INT.
       01 WS-NUME-ESC                      PIC X(60).
       01 WS-NUME-ESC-LEN                  PIC 9(03).
       01 WS-PRENUME-ESC                   PIC X(60).
       01 WS-PRENUME-ESC-LEN               PIC 9(03).

      *> ONE LINE PER DEAD-LETTERED STATEMENT: WHEN, WHICH PROGRAM,
      *> AND THE STATEMENT TEXT ITSELF
       01 DEAD-LETTER-LINE.
           05 DL-DATE                      PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 DL-TIME                      PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 DL-PROGRAM                   PIC X(12) VALUE "NAMECHECK".
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 DL-STATEMENT                 PIC X(290).

       01 WS-CHOICE                        PIC X(01).
           88 CHOICE-SCAN                   VALUE "S" "s".
           88 CHOICE-REVIEW                 VALUE "R" "r".
           88 CHOICE-APPLY                  VALUE "A" "a".
           88 CHOICE-LIST                   VALUE "L" "l".
           88 CHOICE-QUIT                   VALUE "Q" "q".

      *> ONE ROW OF "SELECT CNP, NUME, PRENUME FROM STUDENTI" (AND
      *> THE SAME FROM PROFESORI)
       01 WS-DB-ROW.
           05 DR-CNP                       PIC X(13).
           05 FILLER                       PIC X(02).
           05 DR-NUME                      PIC X(30).
           05 FILLER                       PIC X(02).
           05 DR-PRENUME                   PIC X(30).

      *> ONE Alumni.txt LINE, THE COLUMNS ROLLOVER WRITES
       01 WS-ALUMNI-LINE.
           05 AL-CNP                       PIC X(13).
           05 FILLER                       PIC X(02).
           05 AL-CLASA                     PIC X(04).
           05 FILLER                       PIC X(02).
           05 AL-NUME                      PIC X(30).
           05 FILLER                       PIC X(01).
           05 AL-PRENUME                   PIC X(30).
           05 FILLER                       PIC X(138).

      *> THE A5 LINE IN THE LOADER'S LAYOUT (CLASA, NUME, PRENUME,
      *> THEN THE CNP AT 67:13) - THE SAME COLUMNS ENROLL WRITES
       01 WS-A5-LINE.
           05 A5-CLASA                     PIC X(04).
           05 A5-NUME                      PIC X(30).
           05 A5-PRENUME                   PIC X(30).
           05 FILLER                       PIC X(02).
           05 A5-CNP                       PIC X(13).
           05 FILLER                       PIC X(121).

      *> EVERY PERSON FOUND, WITH THE SPELLING EACH SOURCE HOLDS:
      *> 1 STUDENTI, 2 PROFESORI, 3 Alumni.txt, 4 SampleOutputA5.txt
       01 K-MAX-PERSON                     PIC 9(04) VALUE 3000.
       01 PERSON-TABLE.
           05 PERSON-ENTRY OCCURS 3000 TIMES.
               10 PN-CNP                   PIC X(13).
               10 PN-SOURCE OCCURS 4 TIMES.
                   15 PN-HAS               PIC X(01).
                   15 PN-SRC-NUME          PIC X(30).
                   15 PN-SRC-PRENUME       PIC X(30).
      *> THE SPELLING PROPOSED, ITS KEY AND ITS DIACRITIC COUNT
               10 PN-BEST-NUME             PIC X(30).
               10 PN-NUME-KEY              PIC X(30).
               10 PN-NUME-DIA              PIC 9(02).
               10 PN-BEST-PRENUME          PIC X(30).
               10 PN-PRENUME-KEY           PIC X(30).
               10 PN-PRENUME-DIA           PIC 9(02).
      *> C = THE SOURCES DISAGREE ON THE NAME ITSELF, X = DIACRITICS
      *> TAKEN FROM ANOTHER PERSON, D = THE SOURCES HOLD VARIANTS OF
      *> ONE NAME (DIACRITICS, HYPHENS), F = FORM ONLY (CASE, SPACES,
      *> CEDILLA)
               10 PN-REASON                PIC X(01).
       01 PERSON-COUNT                     PIC 9(04) VALUE 0.
       01 WS-PN-IDX                        PIC 9(04).
       01 WS-PN-J                          PIC 9(04).
       01 WS-SRC-IDX                       PIC 9(01).
       01 WS-FIRST-SRC                     PIC 9(01).
       01 WS-ADD-SRC                       PIC 9(01).
       01 WS-ADD-CNP                       PIC X(13).
       01 WS-ADD-NUME                      PIC X(30).
       01 WS-ADD-PRENUME                   PIC X(30).
       01 WS-TRUNC-SW                      PIC X(01) VALUE "N".
           88 PERSONS-TRUNCATED             VALUE "Y".
       01 WS-DIFFERS-SW                    PIC X(01).
           88 SPELLINGS-DIFFER              VALUE "Y".
       01 WS-VARIANT-SW                    PIC X(01).
           88 VARIANTS-DIFFER               VALUE "Y".

      *> THE PROPOSALS: SEQ;DECISION;SOURCES;CNP;CURRENT NUME;
      *> CURRENT PRENUME;PROPOSED NUME;PROPOSED PRENUME;REASON.
      *> DECISION ? = NOT YET REVIEWED, Y = APPROVED, N = REJECTED,
      *> A = APPLIED, F = APPLY FAILED (SEE THE DEAD-LETTER FILE).
      *> THE FIRST LINE STAMPS THE SCAN (SCAN;DATE;TIME;OPERATOR).
       01 K-MAX-PROPOSAL                   PIC 9(04) VALUE 3000.
       01 PROPOSAL-TABLE.
           05 PROPOSAL-ENTRY OCCURS 3000 TIMES.
               10 PR-SEQ                   PIC 9(04).
               10 PR-DECISION              PIC X(01).
                   88 PR-PENDING            VALUE "?".
                   88 PR-APPROVED           VALUE "Y".
                   88 PR-REJECTED           VALUE "N".
                   88 PR-APPLIED            VALUE "A".
                   88 PR-FAILED             VALUE "F".
      *> S/P/A/5 IN THEIR OWN POSITION, "-" WHERE ABSENT
               10 PR-SOURCES               PIC X(04).
               10 PR-CNP                   PIC X(13).
               10 PR-CUR-NUME              PIC X(30).
               10 PR-CUR-PRENUME           PIC X(30).
               10 PR-NEW-NUME              PIC X(30).
               10 PR-NEW-PRENUME           PIC X(30).
               10 PR-REASON                PIC X(24).
       01 PROPOSAL-COUNT                   PIC 9(04) VALUE 0.
       01 WS-PR-IDX                        PIC 9(04).
       01 WS-PR-LINE                       PIC X(200).
       01 WS-SCAN-STAMP.
           05 SS-TAG                       PIC X(04).
           05 SS-DATE                      PIC X(08).
           05 SS-TIME                      PIC X(08).
           05 SS-OPERATOR                  PIC X(08).
       01 K-SOURCE-LETTERS                 PIC X(04) VALUE "SPA5".

       01 WS-COUNT-PENDING                 PIC 9(04).
       01 WS-COUNT-APPROVED                PIC 9(04).
       01 WS-COUNT-APPLIED                 PIC 9(04).
       01 WS-COUNT-FAILED                  PIC 9(04).
       01 WS-COUNT-CONFLICT                PIC 9(04).
       01 WS-COUNT-LINES                   PIC 9(05).
       01 WS-STUDENT-FIXED-SW              PIC X(01).
           88 STUDENT-FIXED                 VALUE "Y".

      *> THE CURRENT SPELLING'S LENGTH WITHOUT ITS TRAILING SPACES,
      *> SO THE AUDIT SHOWS IT WITH ITS INNER DOUBLE SPACES INTACT
       01 WS-TRAIL-SPACES                  PIC 9(02).
       01 WS-CUR-NUME-LEN                  PIC 9(02).
       01 WS-CUR-PRENUME-LEN               PIC 9(02).

       01 WS-ANSWER                        PIC X(01).
       01 WS-TYPED-NUME                    PIC X(30).
       01 WS-TYPED-PRENUME                 PIC X(30).
       01 WS-STOP-SW                       PIC X(01).
           88 REVIEW-STOPPED                VALUE "Y".

       01 WS-SHELL-COMMAND                 PIC X(120).
       01 WS-ALUMNI-MOVE                   PIC X(40) VALUE
           "mv 'AlumniWork.txt' 'Alumni.txt'".
       01 WS-A5-MOVE                       PIC X(60) VALUE
           "mv 'SampleOutputA5Work.txt' 'SampleOutputA5.txt'".
      *> THE INDEXED MASTER IS REBUILT FROM STUDENTI IN ITS OWN
      *> DIRECTORY, AS THE NIGHTLY CHAIN DOES IT
       01 WS-MASTER-REBUILD                PIC X(80) VALUE
           "cd '../Search-Module-with-copybook/Search-Module' && ./STUMA
      -    "STER".

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

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       S0  SECTION.
       S0A.
           DISPLAY "NAME SPELLING CONSISTENCY CHECK"
           MOVE "NAMECHECK"                TO OPS-PROGRAM
           CALL "OPSIGNON" USING OPSIGN-INTERFACE
           IF OPS-DENIED
               DISPLAY OPS-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           SET LOCK-ACQUIRE                TO TRUE
           MOVE "NAMECHECK"                TO LOCK-OWNER
           CALL "SQLLOCK" USING SQLLOCK-INTERFACE
           IF LOCK-BUSY
               DISPLAY LOCK-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM A0
           PERFORM L1-LOAD-PROPOSALS

           PERFORM UNTIL CHOICE-QUIT
               DISPLAY "S SCAN, R REVIEW, A APPLY, L LIST, Q QUIT: "
                   WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE TRUE
                   WHEN CHOICE-SCAN
                       PERFORM B0-SCAN
                   WHEN CHOICE-REVIEW
                       PERFORM R0-REVIEW
                   WHEN CHOICE-APPLY
                       PERFORM E0-APPLY
                   WHEN CHOICE-LIST
                       PERFORM L0-LIST-PROPOSALS
                   WHEN CHOICE-QUIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "UNKNOWN CHOICE"
               END-EVALUATE
           END-PERFORM

           PERFORM Z0
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

       L1-LOAD-PROPOSALS SECTION.
       L1-LOAD-PROPOSALSA.
           MOVE 0                          TO PROPOSAL-COUNT
           MOVE SPACE                      TO WS-SCAN-STAMP
           OPEN INPUT PROPOSAL-FILE
           IF WS-PROPOSAL-STATUS NOT = "00"
               DISPLAY "NO NameProposals.txt YET - RUN A SCAN"
               GO TO L1-LOAD-PROPOSALSZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-PR-LINE
               READ PROPOSAL-FILE INTO WS-PR-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-PR-LINE(1:5) = "SCAN;"
                       UNSTRING WS-PR-LINE DELIMITED BY ";" INTO
                           SS-TAG SS-DATE SS-TIME SS-OPERATOR
                       END-UNSTRING
                   ELSE
                   IF WS-PR-LINE > SPACE
                   AND PROPOSAL-COUNT < K-MAX-PROPOSAL
                       ADD 1               TO PROPOSAL-COUNT
                       UNSTRING WS-PR-LINE DELIMITED BY ";" INTO
                           PR-SEQ(PROPOSAL-COUNT)
                           PR-DECISION(PROPOSAL-COUNT)
                           PR-SOURCES(PROPOSAL-COUNT)
                           PR-CNP(PROPOSAL-COUNT)
                           PR-CUR-NUME(PROPOSAL-COUNT)
                           PR-CUR-PRENUME(PROPOSAL-COUNT)
                           PR-NEW-NUME(PROPOSAL-COUNT)
                           PR-NEW-PRENUME(PROPOSAL-COUNT)
                           PR-REASON(PROPOSAL-COUNT)
                       END-UNSTRING
                   END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PROPOSAL-FILE
           PERFORM K0-COUNT-DECISIONS
           DISPLAY "PROPOSALS FROM THE SCAN OF " SS-DATE ": "
               PROPOSAL-COUNT " (" WS-COUNT-PENDING " TO REVIEW, "
               WS-COUNT-APPROVED " APPROVED)"
           .
       L1-LOAD-PROPOSALSZ.
           EXIT.

      *> ---------------------------------------------------------------
      *> SCAN
      *> ---------------------------------------------------------------
       B0-SCAN SECTION.
       B0-SCANA.
           PERFORM K0-COUNT-DECISIONS
           IF WS-COUNT-APPROVED > 0
               DISPLAY WS-COUNT-APPROVED " APPROVED FIXES ARE NOT "
                   "APPLIED YET - A NEW SCAN DISCARDS THEM. "
                   "CONTINUE? (Y/N): " WITH NO ADVANCING
               MOVE SPACE                  TO WS-ANSWER
               ACCEPT WS-ANSWER
               IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
                   GO TO B0-SCANZ
               END-IF
           END-IF

           MOVE 0                          TO PERSON-COUNT
           MOVE "N"                        TO WS-TRUNC-SW
           MOVE 1                          TO WS-ADD-SRC
           MOVE SPACE                      TO SQL-STATEMENT
           STRING "SELECT CNP, NUME, PRENUME FROM STUDENTI "
                  "ORDER BY CNP" DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM B1-READ-TABLE
           IF JAR-CALL-FAILED
               DISPLAY "COULD NOT READ STUDENTI - SCAN ABANDONED"
               GO TO B0-SCANZ
           END-IF
           MOVE 2                          TO WS-ADD-SRC
           MOVE SPACE                      TO SQL-STATEMENT
           STRING "SELECT CNP, NUME, PRENUME FROM PROFESORI "
                  "ORDER BY CNP" DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM B1-READ-TABLE
           IF JAR-CALL-FAILED
               DISPLAY "COULD NOT READ PROFESORI - SCAN ABANDONED"
               GO TO B0-SCANZ
           END-IF
           PERFORM B2-READ-ALUMNI
           PERFORM B3-READ-A5
           IF PERSONS-TRUNCATED
               DISPLAY "MORE THAN " K-MAX-PERSON " PEOPLE - THE REST "
                   "WERE NOT CHECKED"
           END-IF

           PERFORM D0-CHOOSE-SPELLING
               VARYING WS-PN-IDX FROM 1 BY 1
               UNTIL WS-PN-IDX > PERSON-COUNT
           PERFORM D2-BORROW-DIACRITICS
               VARYING WS-PN-IDX FROM 1 BY 1
               UNTIL WS-PN-IDX > PERSON-COUNT
           PERFORM F0-BUILD-PROPOSALS
           PERFORM W0-REWRITE-PROPOSALS
           DISPLAY "PEOPLE CHECKED: " PERSON-COUNT
               "  PROPOSALS: " PROPOSAL-COUNT
               "  SOURCES DISAGREE: " WS-COUNT-CONFLICT
           .
       B0-SCANZ.
           EXIT.

      *> A STUDENTI OR PROFESORI SWEEP, SOURCE NUMBER IN WS-ADD-SRC
       B1-READ-TABLE SECTION.
       B1-READ-TABLEA.
           PERFORM G0-SUBMIT-STATEMENT
           IF JAR-CALL-FAILED
               GO TO B1-READ-TABLEZ
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
                       MOVE DR-CNP         TO WS-ADD-CNP
                       MOVE DR-NUME        TO WS-ADD-NUME
                       MOVE DR-PRENUME     TO WS-ADD-PRENUME
                       PERFORM C0-ADD-SPELLING
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SQL-RESULTS
           .
       B1-READ-TABLEZ.
           EXIT.

       B2-READ-ALUMNI SECTION.
       B2-READ-ALUMNIA.
           MOVE 3                          TO WS-ADD-SRC
           OPEN INPUT ALUMNI-FILE
           IF WS-ALUMNI-STATUS NOT = "00"
               GO TO B2-READ-ALUMNIZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-ALUMNI-LINE
               READ ALUMNI-FILE INTO WS-ALUMNI-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF AL-CNP > SPACE
                       MOVE AL-CNP         TO WS-ADD-CNP
                       MOVE AL-NUME        TO WS-ADD-NUME
                       MOVE AL-PRENUME     TO WS-ADD-PRENUME
                       PERFORM C0-ADD-SPELLING
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ALUMNI-FILE
           .
       B2-READ-ALUMNIZ.
           EXIT.

       B3-READ-A5 SECTION.
       B3-READ-A5A.
           MOVE 4                          TO WS-ADD-SRC
           OPEN INPUT A5-FILE
           IF WS-A5-STATUS NOT = "00"
               GO TO B3-READ-A5Z
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-A5-LINE
               READ A5-FILE INTO WS-A5-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF A5-CNP > SPACE
                       MOVE A5-CNP         TO WS-ADD-CNP
                       MOVE A5-NUME        TO WS-ADD-NUME
                       MOVE A5-PRENUME     TO WS-ADD-PRENUME
                       PERFORM C0-ADD-SPELLING
                   END-IF
               END-READ
           END-PERFORM
           CLOSE A5-FILE
           .
       B3-READ-A5Z.
           EXIT.

      *> FILE ONE SPELLING UNDER ITS PERSON, ADDING THE PERSON WHEN
      *> THIS IS THE FIRST SOURCE THAT NAMES THEM
       C0-ADD-SPELLING SECTION.
       C0-ADD-SPELLINGA.
           MOVE 0                          TO WS-PN-J
           PERFORM VARYING WS-PN-IDX FROM 1 BY 1
                   UNTIL WS-PN-IDX > PERSON-COUNT OR WS-PN-J > 0
               IF PN-CNP(WS-PN-IDX) = WS-ADD-CNP
                   MOVE WS-PN-IDX          TO WS-PN-J
               END-IF
           END-PERFORM
           IF WS-PN-J = 0
               IF PERSON-COUNT >= K-MAX-PERSON
                   SET PERSONS-TRUNCATED   TO TRUE
                   GO TO C0-ADD-SPELLINGZ
               END-IF
               ADD 1                       TO PERSON-COUNT
               MOVE PERSON-COUNT           TO WS-PN-J
               MOVE SPACE                  TO PERSON-ENTRY(WS-PN-J)
               MOVE WS-ADD-CNP             TO PN-CNP(WS-PN-J)
           END-IF
           MOVE "Y"                 TO PN-HAS(WS-PN-J, WS-ADD-SRC)
           MOVE WS-ADD-NUME         TO PN-SRC-NUME(WS-PN-J, WS-ADD-SRC)
           MOVE WS-ADD-PRENUME
                             TO PN-SRC-PRENUME(WS-PN-J, WS-ADD-SRC)
           .
       C0-ADD-SPELLINGZ.
           EXIT.

      *> THE PERSON'S OWN SPELLINGS, NORMALIZED: THE ONE CARRYING THE
      *> MOST DIACRITICS IS PROPOSED. TWO SPELLINGS WHOSE FOLDED KEYS
      *> DIFFER ARE TWO DIFFERENT NAMES - THAT IS FOR A PERSON TO
      *> SETTLE, SO IT IS MARKED, NOT GUESSED.
       D0-CHOOSE-SPELLING SECTION.
       D0-CHOOSE-SPELLINGA.
           MOVE 0                          TO PN-NUME-DIA(WS-PN-IDX)
           MOVE 0                          TO PN-PRENUME-DIA(WS-PN-IDX)
           MOVE SPACE                      TO PN-REASON(WS-PN-IDX)
           MOVE "N"                        TO WS-VARIANT-SW
           MOVE 0                          TO WS-FIRST-SRC
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > 4
               IF PN-HAS(WS-PN-IDX, WS-SRC-IDX) = "Y"
                   MOVE PN-SRC-NUME(WS-PN-IDX, WS-SRC-IDX) TO NN-NAME
                   CALL "NAMENORM" USING NAMENORM-INTERFACE
                   IF WS-FIRST-SRC = 0
                       MOVE NN-NORM TO PN-BEST-NUME(WS-PN-IDX)
                       MOVE NN-KEY  TO PN-NUME-KEY(WS-PN-IDX)
                       MOVE NN-DIACRITICS TO PN-NUME-DIA(WS-PN-IDX)
                   ELSE
                       IF NN-KEY NOT = PN-NUME-KEY(WS-PN-IDX)
                           MOVE "C"        TO PN-REASON(WS-PN-IDX)
                       END-IF
                       IF NN-NORM NOT = PN-BEST-NUME(WS-PN-IDX)
                           SET VARIANTS-DIFFER TO TRUE
                       END-IF
                       IF NN-KEY = PN-NUME-KEY(WS-PN-IDX)
                       AND NN-DIACRITICS > PN-NUME-DIA(WS-PN-IDX)
                           MOVE NN-NORM TO PN-BEST-NUME(WS-PN-IDX)
                           MOVE NN-DIACRITICS
                                        TO PN-NUME-DIA(WS-PN-IDX)
                       END-IF
                   END-IF
                   MOVE PN-SRC-PRENUME(WS-PN-IDX, WS-SRC-IDX)
                                           TO NN-NAME
                   CALL "NAMENORM" USING NAMENORM-INTERFACE
                   IF WS-FIRST-SRC = 0
                       MOVE NN-NORM TO PN-BEST-PRENUME(WS-PN-IDX)
                       MOVE NN-KEY  TO PN-PRENUME-KEY(WS-PN-IDX)
                       MOVE NN-DIACRITICS
                                    TO PN-PRENUME-DIA(WS-PN-IDX)
                       MOVE WS-SRC-IDX     TO WS-FIRST-SRC
                   ELSE
                       IF NN-KEY NOT = PN-PRENUME-KEY(WS-PN-IDX)
                           MOVE "C"        TO PN-REASON(WS-PN-IDX)
                       END-IF
                       IF NN-NORM NOT = PN-BEST-PRENUME(WS-PN-IDX)
                           SET VARIANTS-DIFFER TO TRUE
                       END-IF
                       IF NN-KEY = PN-PRENUME-KEY(WS-PN-IDX)
                       AND NN-DIACRITICS > PN-PRENUME-DIA(WS-PN-IDX)
                           MOVE NN-NORM TO PN-BEST-PRENUME(WS-PN-IDX)
                           MOVE NN-DIACRITICS
                                        TO PN-PRENUME-DIA(WS-PN-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF PN-REASON(WS-PN-IDX) = SPACE AND VARIANTS-DIFFER
               MOVE "D"                    TO PN-REASON(WS-PN-IDX)
           END-IF
           .
       D0-CHOOSE-SPELLINGZ.
           EXIT.

      *> "STEFAN" NEXT TO ANOTHER CHILD'S "ȘTEFAN" IS ONE NAME SPELT
      *> TWO WAYS: THE FORM WITH THE DIACRITICS IS PROPOSED, FLAGGED
      *> FOR CHECKING AGAINST THE BIRTH CERTIFICATE
       D2-BORROW-DIACRITICS SECTION.
       D2-BORROW-DIACRITICSA.
           IF PN-REASON(WS-PN-IDX) = "C"
               GO TO D2-BORROW-DIACRITICSZ
           END-IF
           PERFORM VARYING WS-PN-J FROM 1 BY 1
                   UNTIL WS-PN-J > PERSON-COUNT
               IF PN-NUME-KEY(WS-PN-J) = PN-NUME-KEY(WS-PN-IDX)
               AND PN-NUME-DIA(WS-PN-J) > PN-NUME-DIA(WS-PN-IDX)
                   MOVE PN-BEST-NUME(WS-PN-J)
                                     TO PN-BEST-NUME(WS-PN-IDX)
                   MOVE PN-NUME-DIA(WS-PN-J)
                                     TO PN-NUME-DIA(WS-PN-IDX)
                   MOVE "X"                TO PN-REASON(WS-PN-IDX)
               END-IF
               IF PN-PRENUME-KEY(WS-PN-J) = PN-PRENUME-KEY(WS-PN-IDX)
               AND PN-PRENUME-DIA(WS-PN-J) > PN-PRENUME-DIA(WS-PN-IDX)
                   MOVE PN-BEST-PRENUME(WS-PN-J)
                                     TO PN-BEST-PRENUME(WS-PN-IDX)
                   MOVE PN-PRENUME-DIA(WS-PN-J)
                                     TO PN-PRENUME-DIA(WS-PN-IDX)
                   MOVE "X"                TO PN-REASON(WS-PN-IDX)
               END-IF
           END-PERFORM
           .
       D2-BORROW-DIACRITICSZ.
           EXIT.

      *> ONE PROPOSAL PER PERSON WHOSE SOURCES DO NOT ALL ALREADY
      *> HOLD THE PROPOSED SPELLING
       F0-BUILD-PROPOSALS SECTION.
       F0-BUILD-PROPOSALSA.
           MOVE 0                          TO PROPOSAL-COUNT
           MOVE 0                          TO WS-COUNT-CONFLICT
           MOVE "SCAN"                     TO SS-TAG
           ACCEPT SS-DATE FROM DATE YYYYMMDD
           ACCEPT SS-TIME FROM TIME
           MOVE OPS-ID                     TO SS-OPERATOR
           PERFORM VARYING WS-PN-IDX FROM 1 BY 1
                   UNTIL WS-PN-IDX > PERSON-COUNT
               MOVE "N"                    TO WS-DIFFERS-SW
               MOVE 0                      TO WS-FIRST-SRC
               PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                       UNTIL WS-SRC-IDX > 4
                   IF PN-HAS(WS-PN-IDX, WS-SRC-IDX) = "Y"
                       IF WS-FIRST-SRC = 0
                           MOVE WS-SRC-IDX TO WS-FIRST-SRC
                       END-IF
                       IF PN-SRC-NUME(WS-PN-IDX, WS-SRC-IDX)
                              NOT = PN-BEST-NUME(WS-PN-IDX)
                       OR PN-SRC-PRENUME(WS-PN-IDX, WS-SRC-IDX)
                              NOT = PN-BEST-PRENUME(WS-PN-IDX)
                           SET SPELLINGS-DIFFER TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               IF (SPELLINGS-DIFFER OR PN-REASON(WS-PN-IDX) = "C")
               AND PROPOSAL-COUNT < K-MAX-PROPOSAL
                   PERFORM F1-ONE-PROPOSAL
               END-IF
           END-PERFORM
           .
       F0-BUILD-PROPOSALSZ.
           EXIT.

       F1-ONE-PROPOSAL SECTION.
       F1-ONE-PROPOSALA.
           ADD 1                           TO PROPOSAL-COUNT
           MOVE PROPOSAL-COUNT             TO PR-SEQ(PROPOSAL-COUNT)
           MOVE "?"                  TO PR-DECISION(PROPOSAL-COUNT)
           MOVE "----"               TO PR-SOURCES(PROPOSAL-COUNT)
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > 4
               IF PN-HAS(WS-PN-IDX, WS-SRC-IDX) = "Y"
                   MOVE K-SOURCE-LETTERS(WS-SRC-IDX:1)
                       TO PR-SOURCES(PROPOSAL-COUNT)(WS-SRC-IDX:1)
               END-IF
           END-PERFORM
           MOVE PN-CNP(WS-PN-IDX)          TO PR-CNP(PROPOSAL-COUNT)
           MOVE PN-SRC-NUME(WS-PN-IDX, WS-FIRST-SRC)
                                     TO PR-CUR-NUME(PROPOSAL-COUNT)
           MOVE PN-SRC-PRENUME(WS-PN-IDX, WS-FIRST-SRC)
                                     TO PR-CUR-PRENUME(PROPOSAL-COUNT)
           MOVE PN-BEST-NUME(WS-PN-IDX)
                                     TO PR-NEW-NUME(PROPOSAL-COUNT)
           MOVE PN-BEST-PRENUME(WS-PN-IDX)
                                     TO PR-NEW-PRENUME(PROPOSAL-COUNT)
           EVALUATE PN-REASON(WS-PN-IDX)
               WHEN "C"
                   MOVE "SURSELE DIFERA"   TO PR-REASON(PROPOSAL-COUNT)
                   ADD 1                   TO WS-COUNT-CONFLICT
               WHEN "X"
                   MOVE "DIACRITICE CA LA ALTII"
                                           TO PR-REASON(PROPOSAL-COUNT)
               WHEN "D"
                   MOVE "VARIANTE INTRE SURSE"
                                           TO PR-REASON(PROPOSAL-COUNT)
               WHEN OTHER
                   MOVE "FORMA (MAJUSCULE/SPATII)"
                                           TO PR-REASON(PROPOSAL-COUNT)
           END-EVALUATE
           .
       F1-ONE-PROPOSALZ.
           EXIT.

      *> ---------------------------------------------------------------
      *> REVIEW
      *> ---------------------------------------------------------------
       R0-REVIEW SECTION.
       R0-REVIEWA.
           MOVE "N"                        TO WS-STOP-SW
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > PROPOSAL-COUNT OR REVIEW-STOPPED
               IF PR-PENDING(WS-PR-IDX)
                   PERFORM R1-REVIEW-ONE
               END-IF
           END-PERFORM
           PERFORM W0-REWRITE-PROPOSALS
           PERFORM K0-COUNT-DECISIONS
           DISPLAY WS-COUNT-APPROVED " APPROVED, " WS-COUNT-PENDING
               " STILL TO REVIEW"
           .
       R0-REVIEWZ.
           EXIT.

       R1-REVIEW-ONE SECTION.
       R1-REVIEW-ONEA.
           DISPLAY " "
           DISPLAY PR-SEQ(WS-PR-IDX) " " PR-CNP(WS-PR-IDX)
               " (" PR-SOURCES(WS-PR-IDX) ") " PR-REASON(WS-PR-IDX)
           DISPLAY "   NOW:      " PR-CUR-NUME(WS-PR-IDX) " "
               PR-CUR-PRENUME(WS-PR-IDX)
           DISPLAY "   PROPOSED: " PR-NEW-NUME(WS-PR-IDX) " "
               PR-NEW-PRENUME(WS-PR-IDX)
           IF PR-REASON(WS-PR-IDX) = "SURSELE DIFERA"
               DISPLAY "   THE SOURCES HOLD DIFFERENT NAMES FOR THIS "
                   "CNP - CHECK THE CERTIFICATE AND TYPE E"
           END-IF
           DISPLAY "   Y APPROVE, N REJECT, E TYPE THE SPELLING, "
               "BLANK SKIP, Q STOP: " WITH NO ADVANCING
           MOVE SPACE                      TO WS-ANSWER
           ACCEPT WS-ANSWER
           EVALUATE WS-ANSWER
               WHEN "Y"
               WHEN "y"
                   IF PR-REASON(WS-PR-IDX) = "SURSELE DIFERA"
                       DISPLAY "   NOT APPROVED - TYPE THE SPELLING "
                           "WITH E"
                   ELSE
                       MOVE "Y"            TO PR-DECISION(WS-PR-IDX)
                   END-IF
               WHEN "N"
               WHEN "n"
                   MOVE "N"                TO PR-DECISION(WS-PR-IDX)
               WHEN "E"
               WHEN "e"
                   PERFORM R2-TYPE-SPELLING
               WHEN "Q"
               WHEN "q"
                   SET REVIEW-STOPPED      TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       R1-REVIEW-ONEZ.
           EXIT.

      *> THE SPELLING AS ON THE CERTIFICATE, PUT THROUGH THE SAME RULE
       R2-TYPE-SPELLING SECTION.
       R2-TYPE-SPELLINGA.
           DISPLAY "   NUME    (BLANK = AS PROPOSED): "
               WITH NO ADVANCING
           MOVE SPACE                      TO WS-TYPED-NUME
           ACCEPT WS-TYPED-NUME
           DISPLAY "   PRENUME (BLANK = AS PROPOSED): "
               WITH NO ADVANCING
           MOVE SPACE                      TO WS-TYPED-PRENUME
           ACCEPT WS-TYPED-PRENUME
           IF WS-TYPED-NUME NOT = SPACE
               MOVE WS-TYPED-NUME          TO NN-NAME
               CALL "NAMENORM" USING NAMENORM-INTERFACE
               MOVE NN-NORM                TO PR-NEW-NUME(WS-PR-IDX)
           END-IF
           IF WS-TYPED-PRENUME NOT = SPACE
               MOVE WS-TYPED-PRENUME       TO NN-NAME
               CALL "NAMENORM" USING NAMENORM-INTERFACE
               MOVE NN-NORM                TO PR-NEW-PRENUME(WS-PR-IDX)
           END-IF
           MOVE "Y"                        TO PR-DECISION(WS-PR-IDX)
           MOVE "TASTAT LA SECRETARIAT"    TO PR-REASON(WS-PR-IDX)
           DISPLAY "   APPROVED AS: " PR-NEW-NUME(WS-PR-IDX) " "
               PR-NEW-PRENUME(WS-PR-IDX)
           .
       R2-TYPE-SPELLINGZ.
           EXIT.

      *> ---------------------------------------------------------------
      *> APPLY
      *> ---------------------------------------------------------------
       E0-APPLY SECTION.
       E0-APPLYA.
           PERFORM K0-COUNT-DECISIONS
           IF WS-COUNT-APPROVED = 0
               DISPLAY "NO APPROVED FIXES TO APPLY"
               GO TO E0-APPLYZ
           END-IF

      *> THE WHOLE APPROVED SET IS ONE REQUEST: THE SCAN IT CAME FROM
      *> AND HOW MANY FIXES IT CARRIES
           MOVE "NAMECHECK"                TO FE-PROGRAM
           MOVE SPACE                      TO FE-KEY
           STRING "NAMEFIX " SS-DATE " " SS-TIME " "
                  WS-COUNT-APPROVED DELIMITED BY SIZE
           INTO FE-KEY
           MOVE SPACE                      TO FE-DETAIL
           STRING "RESPELL " WS-COUNT-APPROVED
                  " NAMES IN STUDENTI, PROFESORI AND THE FLAT FILES "
                  "(NameProposals.txt)" DELIMITED BY SIZE
           INTO FE-DETAIL
           MOVE OPS-ID                     TO FE-OPERATOR
           CALL "FOUREYES" USING FOUREYES-INTERFACE
           IF FE-STAGED
               DISPLAY "FIXES STAGED FOR APPROVAL - A SECOND OPERATOR "
                   "MUST APPROVE THEM (RUN APPROVER), THEN APPLY AGAIN"
               GO TO E0-APPLYZ
           END-IF
           IF FE-BLOCKED
               DISPLAY FE-MSG
               GO TO E0-APPLYZ
           END-IF

           MOVE 0                          TO WS-COUNT-APPLIED
           MOVE 0                          TO WS-COUNT-FAILED
           MOVE "N"                        TO WS-STUDENT-FIXED-SW
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > PROPOSAL-COUNT
               IF PR-APPROVED(WS-PR-IDX)
                   PERFORM E1-APPLY-ONE
               END-IF
           END-PERFORM
           PERFORM W0-REWRITE-PROPOSALS

           PERFORM E3-REWRITE-ALUMNI
           PERFORM E4-REWRITE-A5
           IF STUDENT-FIXED
               CALL "SYSTEM" USING WS-MASTER-REBUILD
               IF RETURN-CODE NOT = 0
                   DISPLAY "StudentMaster.dat WAS NOT REBUILT - RUN "
                       "STUMASTER BEFORE THE NEXT LOOKUP"
                   MOVE 0 TO RETURN-CODE
               ELSE
                   DISPLAY "StudentMaster.dat REBUILT"
               END-IF
           END-IF
           DISPLAY "FIXES APPLIED: " WS-COUNT-APPLIED
               "  FAILED: " WS-COUNT-FAILED
           IF WS-COUNT-FAILED > 0
               DISPLAY "THE FAILED STATEMENTS ARE IN THE DEAD-LETTER "
                   "FILE; THEIR FLAT-FILE LINES WERE LEFT AS THEY WERE"
           END-IF
           .
       E0-APPLYZ.
           EXIT.

      *> ONE PERSON: THE TABLES THAT HOLD THEM, THEN THE AUDIT LINE.
      *> THE FLAT FILES FOLLOW FOR EVERY PERSON MARKED APPLIED.
       E1-APPLY-ONE SECTION.
       E1-APPLY-ONEA.
           MOVE PR-NEW-NUME(WS-PR-IDX)     TO ESC-IN
           MOVE 30                         TO ESC-IN-LEN
           CALL "SQLESCAPE" USING SQLESC-INTERFACE
           MOVE ESC-OUT                    TO WS-NUME-ESC
           MOVE ESC-OUT-LEN                TO WS-NUME-ESC-LEN
           MOVE PR-NEW-PRENUME(WS-PR-IDX)  TO ESC-IN
           MOVE 30                         TO ESC-IN-LEN
           CALL "SQLESCAPE" USING SQLESC-INTERFACE
           MOVE ESC-OUT                    TO WS-PRENUME-ESC
           MOVE ESC-OUT-LEN                TO WS-PRENUME-ESC-LEN

           SET JAR-CALL-OK                 TO TRUE
           IF PR-SOURCES(WS-PR-IDX)(1:1) = "S"
               MOVE SPACE                  TO SQL-STATEMENT
               STRING "UPDATE STUDENTI SET NUME = '"
                      WS-NUME-ESC(1:WS-NUME-ESC-LEN)
                      "', PRENUME = '"
                      WS-PRENUME-ESC(1:WS-PRENUME-ESC-LEN)
                      "' WHERE CNP = '" PR-CNP(WS-PR-IDX) "'"
                      DELIMITED BY SIZE
               INTO SQL-STATEMENT
               PERFORM G0-SUBMIT-STATEMENT
               IF JAR-CALL-OK
                   SET STUDENT-FIXED       TO TRUE
               END-IF
           END-IF
           IF JAR-CALL-OK
           AND PR-SOURCES(WS-PR-IDX)(2:1) = "P"
               MOVE SPACE                  TO SQL-STATEMENT
               STRING "UPDATE PROFESORI SET NUME = '"
                      WS-NUME-ESC(1:WS-NUME-ESC-LEN)
                      "', PRENUME = '"
                      WS-PRENUME-ESC(1:WS-PRENUME-ESC-LEN)
                      "' WHERE CNP = '" PR-CNP(WS-PR-IDX) "'"
                      DELIMITED BY SIZE
               INTO SQL-STATEMENT
               PERFORM G0-SUBMIT-STATEMENT
           END-IF

           IF JAR-CALL-OK
               MOVE "A"                    TO PR-DECISION(WS-PR-IDX)
               ADD 1                       TO WS-COUNT-APPLIED
               MOVE "NAME-FIX"             TO AUD-ACTION
           ELSE
               MOVE "F"                    TO PR-DECISION(WS-PR-IDX)
               ADD 1                       TO WS-COUNT-FAILED
               MOVE "NAME-FAIL"            TO AUD-ACTION
           END-IF
           MOVE PR-CNP(WS-PR-IDX)          TO AUD-CNP
           MOVE 0                          TO WS-TRAIL-SPACES
           INSPECT PR-CUR-NUME(WS-PR-IDX)
               TALLYING WS-TRAIL-SPACES FOR TRAILING SPACE
           COMPUTE WS-CUR-NUME-LEN = 30 - WS-TRAIL-SPACES
           IF WS-CUR-NUME-LEN = 0
               MOVE 1                      TO WS-CUR-NUME-LEN
           END-IF
           MOVE 0                          TO WS-TRAIL-SPACES
           INSPECT PR-CUR-PRENUME(WS-PR-IDX)
               TALLYING WS-TRAIL-SPACES FOR TRAILING SPACE
           COMPUTE WS-CUR-PRENUME-LEN = 30 - WS-TRAIL-SPACES
           IF WS-CUR-PRENUME-LEN = 0
               MOVE 1                      TO WS-CUR-PRENUME-LEN
           END-IF
           MOVE SPACE                      TO AUD-DETAIL
           STRING PR-CUR-NUME(WS-PR-IDX)(1:WS-CUR-NUME-LEN)
                  " "
                  PR-CUR-PRENUME(WS-PR-IDX)(1:WS-CUR-PRENUME-LEN)
                  " -> " DELIMITED BY SIZE
                  PR-NEW-NUME(WS-PR-IDX) DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  PR-NEW-PRENUME(WS-PR-IDX) DELIMITED BY "  "
                  " (" DELIMITED BY SIZE
                  PR-SOURCES(WS-PR-IDX) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
           INTO AUD-DETAIL
           PERFORM X0-WRITE-AUDIT
           .
       E1-APPLY-ONEZ.
           EXIT.

       E3-REWRITE-ALUMNI SECTION.
       E3-REWRITE-ALUMNIA.
           MOVE 0                          TO WS-COUNT-LINES
           OPEN INPUT ALUMNI-FILE
           IF WS-ALUMNI-STATUS NOT = "00"
               GO TO E3-REWRITE-ALUMNIZ
           END-IF
           OPEN OUTPUT ALUMNI-WORK
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-ALUMNI-LINE
               READ ALUMNI-FILE INTO WS-ALUMNI-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                           UNTIL WS-PR-IDX > PROPOSAL-COUNT
                       IF PR-APPLIED(WS-PR-IDX)
                       AND PR-CNP(WS-PR-IDX) = AL-CNP
                           MOVE PR-NEW-NUME(WS-PR-IDX) TO AL-NUME
                           MOVE PR-NEW-PRENUME(WS-PR-IDX)
                                           TO AL-PRENUME
                           ADD 1           TO WS-COUNT-LINES
                       END-IF
                   END-PERFORM
                   MOVE WS-ALUMNI-LINE     TO ALUMNI-WORK-FD
                   WRITE ALUMNI-WORK-FD
               END-READ
           END-PERFORM
           CLOSE ALUMNI-FILE
           CLOSE ALUMNI-WORK
           CALL "SYSTEM" USING WS-ALUMNI-MOVE
      *> A DELIBERATE REWRITE OF EVERY ROW - A FRESH BASELINE
           MOVE "Alumni.txt"               TO ARS-FILE
           SET ARS-REWRITE                 TO TRUE
           MOVE "NAMECHECK"                TO ARS-WRITER
           CALL "ARCSEAL" USING ARCSEAL-INTERFACE
           DISPLAY "Alumni.txt LINES RESPELT: " WS-COUNT-LINES
           .
       E3-REWRITE-ALUMNIZ.
           EXIT.

       E4-REWRITE-A5 SECTION.
       E4-REWRITE-A5A.
           MOVE 0                          TO WS-COUNT-LINES
           OPEN INPUT A5-FILE
           IF WS-A5-STATUS NOT = "00"
               GO TO E4-REWRITE-A5Z
           END-IF
           OPEN OUTPUT A5-WORK
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-A5-LINE
               READ A5-FILE INTO WS-A5-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                           UNTIL WS-PR-IDX > PROPOSAL-COUNT
                       IF PR-APPLIED(WS-PR-IDX)
                       AND PR-CNP(WS-PR-IDX) = A5-CNP
                           MOVE PR-NEW-NUME(WS-PR-IDX) TO A5-NUME
                           MOVE PR-NEW-PRENUME(WS-PR-IDX)
                                           TO A5-PRENUME
                           ADD 1           TO WS-COUNT-LINES
                       END-IF
                   END-PERFORM
                   MOVE WS-A5-LINE         TO A5-WORK-FD
                   WRITE A5-WORK-FD
               END-READ
           END-PERFORM
           CLOSE A5-FILE
           CLOSE A5-WORK
           CALL "SYSTEM" USING WS-A5-MOVE
           DISPLAY "SampleOutputA5.txt LINES RESPELT: " WS-COUNT-LINES
           .
       E4-REWRITE-A5Z.
           EXIT.

      *> ---------------------------------------------------------------
      *> LIST AND BOOKKEEPING
      *> ---------------------------------------------------------------
       L0-LIST-PROPOSALS SECTION.
       L0-LIST-PROPOSALSA.
           IF PROPOSAL-COUNT = 0
               DISPLAY "  (NO PROPOSALS)"
               GO TO L0-LIST-PROPOSALSZ
           END-IF
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > PROPOSAL-COUNT
               DISPLAY "  " PR-SEQ(WS-PR-IDX) " "
                   PR-DECISION(WS-PR-IDX) " " PR-CNP(WS-PR-IDX) " "
                   PR-SOURCES(WS-PR-IDX) " " PR-REASON(WS-PR-IDX)
               DISPLAY "       " PR-CUR-NUME(WS-PR-IDX) " "
                   PR-CUR-PRENUME(WS-PR-IDX)
               DISPLAY "    -> " PR-NEW-NUME(WS-PR-IDX) " "
                   PR-NEW-PRENUME(WS-PR-IDX)
           END-PERFORM
           .
       L0-LIST-PROPOSALSZ.
           EXIT.

       K0-COUNT-DECISIONS SECTION.
       K0-COUNT-DECISIONSA.
           MOVE 0                          TO WS-COUNT-PENDING
           MOVE 0                          TO WS-COUNT-APPROVED
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > PROPOSAL-COUNT
               IF PR-PENDING(WS-PR-IDX)
                   ADD 1                   TO WS-COUNT-PENDING
               END-IF
               IF PR-APPROVED(WS-PR-IDX)
                   ADD 1                   TO WS-COUNT-APPROVED
               END-IF
           END-PERFORM
           .
       K0-COUNT-DECISIONSZ.
           EXIT.

       W0-REWRITE-PROPOSALS SECTION.
       W0-REWRITE-PROPOSALSA.
           OPEN OUTPUT PROPOSAL-FILE
           MOVE SPACE                      TO WS-PR-LINE
           STRING SS-TAG ";" SS-DATE ";" SS-TIME ";" SS-OPERATOR
                  DELIMITED BY SIZE
           INTO WS-PR-LINE
           MOVE WS-PR-LINE                 TO PROPOSAL-FD
           WRITE PROPOSAL-FD
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > PROPOSAL-COUNT
               MOVE SPACE                  TO WS-PR-LINE
               STRING PR-SEQ(WS-PR-IDX) ";"
                      PR-DECISION(WS-PR-IDX) ";"
                      PR-SOURCES(WS-PR-IDX) ";"
                      PR-CNP(WS-PR-IDX) ";"
      *> THE CURRENT SPELLING AS IT STANDS - ITS DOUBLE SPACES ARE
      *> PART OF WHAT IS BEING FIXED
                      PR-CUR-NUME(WS-PR-IDX) ";"
                      PR-CUR-PRENUME(WS-PR-IDX) ";" DELIMITED BY SIZE
                      PR-NEW-NUME(WS-PR-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      PR-NEW-PRENUME(WS-PR-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      PR-REASON(WS-PR-IDX) DELIMITED BY "  "
               INTO WS-PR-LINE
               END-STRING
               MOVE WS-PR-LINE             TO PROPOSAL-FD
               WRITE PROPOSAL-FD
           END-PERFORM
           CLOSE PROPOSAL-FILE
           .
       W0-REWRITE-PROPOSALSZ.
           EXIT.

       X0-WRITE-AUDIT SECTION.
       X0-WRITE-AUDITA.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME
           MOVE OPS-ID                     TO AUD-OPERATOR
           MOVE FE-APPROVER                TO AUD-APPROVER
           MOVE 'NameFixAudit.txt'         TO ACH-FILE
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
           MOVE "NAMECHECK" TO DL-PROGRAM
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
           MOVE 0 TO RETURN-CODE
           .
       Z0Z.
           EXIT.
       END PROGRAM NAMECHECK.
