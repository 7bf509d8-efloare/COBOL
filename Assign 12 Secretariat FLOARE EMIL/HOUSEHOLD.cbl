      ******************************************************************
      * Author:
      * Date:
      * Purpose: HOUSEHOLD (FAMILY) REGISTRY. SIBLINGS ARE SEPARATE
      *          STUDENTI ROWS WITH THEIR PARENT CONTACTS TYPED IN
      *          INDEPENDENTLY, SO NOTHING KNEW THAT THREE CHILDREN
      *          SHARE ONE FAMILY. THIS KEEPS Households.txt
      *          (HOUSEHOLD;CNP), ONE LINE PER CHILD OF A FAMILY WITH
      *          MORE THAN ONE CHILD ENROLLED - A CNP NOT ON IT IS A
      *          HOUSEHOLD OF ITS OWN. THE SEED PASS GROUPS STUDENTI
      *          BY THE PAIRS IN CLASSPLAN'S SiblingPairs.txt AND BY
      *          SHARED PARENT CONTACTS (THE SAME PHONE DIGITS OR THE
      *          SAME E-MAIL), KEEPING EVERY HOUSEHOLD NUMBER ALREADY
      *          HANDED OUT; THE SECRETARIAT CAN ALSO JOIN TWO
      *          CHILDREN BY HAND OR TAKE ONE OUT. EVERY CHANGE IS
      *          AUDITED (HouseholdAudit.txt) WITH THE OPERATOR.
      *          CONTACTS READS THE REGISTRY HERE TO OFFER A CHANGE
      *          TO EVERY SIBLING; WEEKDIGEST AND ANGRYPARENTS READ IT
      *          IN THEIR OWN STEP DIRECTORY TO PUT ONE FAMILY'S
      *          LETTERS IN ONE ENVELOPE - EVERY CHANGE IS DISTRIBUTED
      *          THERE AUTOMATICALLY.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. HOUSEHOLD.
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

           SELECT HOUSEHOLD-FILE ASSIGN TO 'Households.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HH-STATUS.

      *> SIBLING PAIRS THE COMMISSION KEEPS FOR CLASSPLAN: CNP;CNP
           SELECT SIBLING-FILE ASSIGN TO 'SiblingPairs.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SIBLING-STATUS.

      *> CHILDREN TAKEN OUT OF A HOUSEHOLD BY HAND, ONE CNP PER
      *> LINE - THE SEED PASS NEVER LINKS THEM AGAIN ON ITS OWN
           SELECT EXCLUDED-FILE ASSIGN TO 'HouseholdExcluded.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXCL-STATUS.

           SELECT AUDIT-FILE ASSIGN TO 'HouseholdAudit.txt'
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

        FD HOUSEHOLD-FILE.
       01 HOUSEHOLD-FD                      PIC X(30).

        FD SIBLING-FILE.
       01 SIBLING-FD                        PIC X(30).

        FD EXCLUDED-FILE.
       01 EXCLUDED-FD                       PIC X(13).

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

       01 WS-HH-STATUS                     PIC X(02).
       01 WS-SIBLING-STATUS                PIC X(02).
       01 WS-EXCL-STATUS                   PIC X(02).
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
           05 DL-PROGRAM                   PIC X(12) VALUE "HOUSEHOLD".
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 DL-STATEMENT                 PIC X(290).

       01 WS-CHOICE                        PIC X(01).
           88 CHOICE-LIST                   VALUE "L" "l".
           88 CHOICE-SEED                   VALUE "S" "s".
           88 CHOICE-JOIN                   VALUE "J" "j".
           88 CHOICE-REMOVE                 VALUE "X" "x".
           88 CHOICE-QUIT                   VALUE "Q" "q".

      *> THE WHOLE REGISTRY IN MEMORY, REWRITTEN AFTER EVERY CHANGE.
      *> A HOUSEHOLD NUMBER IS "H" AND FIVE DIGITS, NEVER REUSED.
       01 K-MAX-HH                         PIC 9(04) VALUE 2000.
       01 HH-TABLE.
           05 HH-ENTRY OCCURS 2000 TIMES.
               10 HH-ID                    PIC X(06).
               10 HH-ID-R REDEFINES HH-ID.
                   15 HH-ID-PREFIX         PIC X(01).
                   15 HH-ID-NUM            PIC 9(05).
               10 HH-CNP                   PIC X(13).
               10 HH-WRITTEN               PIC X(01).
       01 HH-COUNT                         PIC 9(04) VALUE 0.
       01 WS-HH-IDX                        PIC 9(04).
       01 WS-HH-LINE                       PIC X(30).
       01 WS-HH-LAST-NUM                   PIC 9(05) VALUE 0.
       01 WS-NEW-ID                        PIC X(06).
       01 WS-NEW-ID-R REDEFINES WS-NEW-ID.
           05 WS-NEW-ID-PREFIX             PIC X(01).
           05 WS-NEW-ID-NUM                PIC 9(05).
       01 WS-DIST-COMMAND                  PIC X(200).

       01 K-MAX-EXCL                       PIC 9(04) VALUE 500.
       01 EXCL-TABLE.
           05 EX-CNP OCCURS 500 TIMES      PIC X(13).
       01 EXCL-COUNT                       PIC 9(04) VALUE 0.
       01 WS-EXCL-IDX                      PIC 9(04).

      *> ONE ROW OF THE STUDENTI SELECT THE SEED PASS MATCHES ON
       01 WS-STUD-ROW.
           05 SD-CLASA                     PIC X(04).
           05 FILLER                       PIC X(02).
           05 SD-CNP                       PIC X(13).
           05 FILLER                       PIC X(02).
           05 SD-PARENT-PHONE              PIC X(15).
           05 FILLER                       PIC X(02).
           05 SD-PARENT-EMAIL              PIC X(40).

      *> EVERY STUDENT STARTS AS THEIR OWN GROUP; THE REGISTRY, THE
      *> SIBLING PAIRS AND THE SHARED CONTACTS MERGE GROUPS
       01 K-MAX-STUDENT                    PIC 9(04) VALUE 2000.
       01 STUD-TABLE.
           05 STUD-ENTRY OCCURS 2000 TIMES.
               10 ST-CNP                   PIC X(13).
               10 ST-PHONE-KEY             PIC X(15).
               10 ST-EMAIL                 PIC X(40).
               10 ST-GROUP                 PIC 9(04).
               10 ST-OLD-ID                PIC X(06).
               10 ST-NEW-ID                PIC X(06).
               10 ST-DEALT                 PIC X(01).
               10 ST-EXCLUDED              PIC X(01).
       01 STUD-COUNT                       PIC 9(04) VALUE 0.
       01 WS-STUD-IDX                      PIC 9(04).
       01 WS-OTHER-IDX                     PIC 9(04).
       01 WS-MERGE-IDX-1                   PIC 9(04).
       01 WS-MERGE-IDX-2                   PIC 9(04).
       01 WS-RENUM-IDX                     PIC 9(04).
       01 WS-OLD-GROUP                     PIC 9(04).
       01 WS-GROUP-SIZE                    PIC 9(04).

      *> A PHONE NUMBER COMPARES ON ITS DIGITS ONLY - "0722 111 222"
      *> AND "0722-111-222" ARE THE SAME PARENT
       01 WS-CHAR-IDX                      PIC 9(02).
       01 WS-KEY-LEN                       PIC 9(02).
       01 K-MIN-PHONE-DIGITS               PIC 9(02) VALUE 7.

      *> ONE SIBLING-PAIR LINE SPLIT APART
       01 WS-SIB-CNP-1                     PIC X(13).
       01 WS-SIB-CNP-2                     PIC X(13).

      *> THE SEED PASS'S TALLY, FOR THE SCREEN AND THE AUDIT LINE
       01 WS-SEED-HOUSEHOLDS               PIC 9(04).
       01 WS-SEED-LINKED                   PIC 9(04).
       01 WS-SEED-NEW                      PIC 9(04).
       01 WS-SEED-PAIRS                    PIC 9(04).

      *> THE CHILDREN BEING KEYED
       01 WS-NEW-CNP                       PIC X(13).
       01 WS-JOIN-CNP-1                    PIC X(13).
       01 WS-JOIN-CNP-2                    PIC X(13).
       01 WS-ID-1                          PIC X(06).
       01 WS-JOIN-ID-1                     PIC X(06).
       01 WS-JOIN-ID-2                     PIC X(06).
       01 WS-OLD-ID                        PIC X(06).
       01 WS-MEMBER-COUNT                  PIC 9(04).

       01 WS-LISTED-COUNT                  PIC 9(04).
       01 WS-COUNT-ROW                     PIC 9(09).

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
           DISPLAY "HOUSEHOLD REGISTRY"
           MOVE "HOUSEHOLD"             TO OPS-PROGRAM
           CALL "OPSIGNON" USING OPSIGN-INTERFACE
           IF OPS-DENIED
               DISPLAY OPS-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           SET LOCK-ACQUIRE                TO TRUE
           MOVE "HOUSEHOLD"                TO LOCK-OWNER
           CALL "SQLLOCK" USING SQLLOCK-INTERFACE
           IF LOCK-BUSY
               DISPLAY LOCK-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM A0
           PERFORM L1-LOAD-REGISTRY
           PERFORM L2-LOAD-EXCLUSIONS

           PERFORM UNTIL CHOICE-QUIT
               DISPLAY "L LIST, S SEED FROM PAIRS AND CONTACTS, "
                   "J JOIN, X TAKE OUT, Q QUIT: "
                   WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE TRUE
                   WHEN CHOICE-LIST
                       PERFORM L0-LIST-HOUSEHOLDS
                   WHEN CHOICE-SEED
                       PERFORM B0-SEED-HOUSEHOLDS
                   WHEN CHOICE-JOIN
                       PERFORM J0-JOIN-CHILDREN
                   WHEN CHOICE-REMOVE
                       PERFORM X1-TAKE-OUT-CHILD
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

      *> LOAD THE REGISTRY AND NOTE THE HIGHEST NUMBER HANDED OUT SO
      *> FAR - A NEW HOUSEHOLD ALWAYS GETS THE NEXT ONE
       L1-LOAD-REGISTRY SECTION.
       L1-LOAD-REGISTRYA.
           MOVE 0                          TO HH-COUNT
           OPEN INPUT HOUSEHOLD-FILE
           IF WS-HH-STATUS NOT = "00"
               DISPLAY "NO Households.txt YET - STARTING EMPTY"
               GO TO L1-LOAD-REGISTRYZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-HH-LINE
               READ HOUSEHOLD-FILE INTO WS-HH-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-HH-LINE > SPACE
                   AND HH-COUNT < K-MAX-HH
                       ADD 1               TO HH-COUNT
                       MOVE SPACE          TO HH-ENTRY(HH-COUNT)
                       UNSTRING WS-HH-LINE DELIMITED BY ";" INTO
                           HH-ID(HH-COUNT)
                           HH-CNP(HH-COUNT)
                       END-UNSTRING
                       IF HH-ID-NUM(HH-COUNT) IS NUMERIC
                       AND HH-ID-NUM(HH-COUNT) > WS-HH-LAST-NUM
                           MOVE HH-ID-NUM(HH-COUNT) TO WS-HH-LAST-NUM
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE HOUSEHOLD-FILE
           DISPLAY "CHILDREN IN A HOUSEHOLD: " HH-COUNT
           .
       L1-LOAD-REGISTRYZ.
           EXIT.

       L2-LOAD-EXCLUSIONS SECTION.
       L2-LOAD-EXCLUSIONSA.
           MOVE 0                          TO EXCL-COUNT
           OPEN INPUT EXCLUDED-FILE
           IF WS-EXCL-STATUS NOT = "00"
               GO TO L2-LOAD-EXCLUSIONSZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               READ EXCLUDED-FILE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF EXCLUDED-FD > SPACE
                   AND EXCL-COUNT < K-MAX-EXCL
                       ADD 1               TO EXCL-COUNT
                       MOVE EXCLUDED-FD    TO EX-CNP(EXCL-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EXCLUDED-FILE
           .
       L2-LOAD-EXCLUSIONSZ.
           EXIT.

      *> ONE CHILD'S HOUSEHOLD, OR THE WHOLE REGISTRY (IT IS KEPT IN
      *> HOUSEHOLD ORDER, SO A FAMILY LISTS TOGETHER)
       L0-LIST-HOUSEHOLDS SECTION.
       L0-LIST-HOUSEHOLDSA.
           DISPLAY "STUDENT CNP (BLANK = ALL): " WITH NO ADVANCING
           ACCEPT WS-NEW-CNP
           MOVE SPACE                      TO WS-ID-1
           IF WS-NEW-CNP > SPACE
               PERFORM H0-FIND-HOUSEHOLD
               IF WS-ID-1 = SPACE
                   DISPLAY "  NOT IN A HOUSEHOLD - LETTERS GO TO THIS "
                       "CHILD ALONE"
                   GO TO L0-LIST-HOUSEHOLDSZ
               END-IF
           END-IF
           MOVE 0                          TO WS-LISTED-COUNT
           PERFORM VARYING WS-HH-IDX FROM 1 BY 1
                   UNTIL WS-HH-IDX > HH-COUNT
               IF WS-ID-1 = SPACE
               OR HH-ID(WS-HH-IDX) = WS-ID-1
                   DISPLAY "  " HH-ID(WS-HH-IDX) " "
                       HH-CNP(WS-HH-IDX)
                   ADD 1                   TO WS-LISTED-COUNT
               END-IF
           END-PERFORM
           IF WS-LISTED-COUNT = 0
               DISPLAY "  (NOTHING ON THE REGISTRY)"
           END-IF
           .
       L0-LIST-HOUSEHOLDSZ.
           EXIT.

      *> THE HOUSEHOLD OF WS-NEW-CNP INTO WS-ID-1, BLANK IF NONE
       H0-FIND-HOUSEHOLD SECTION.
       H0-FIND-HOUSEHOLDA.
           MOVE SPACE                      TO WS-ID-1
           PERFORM VARYING WS-HH-IDX FROM 1 BY 1
                   UNTIL WS-HH-IDX > HH-COUNT
               IF HH-CNP(WS-HH-IDX) = WS-NEW-CNP
                   MOVE HH-ID(WS-HH-IDX)   TO WS-ID-1
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
       H0-FIND-HOUSEHOLDZ.
           EXIT.

      *> REBUILD THE REGISTRY FROM STUDENTI: WHAT IS ALREADY LINKED
      *> STAYS LINKED, THEN THE SIBLING PAIRS AND THE SHARED PARENT
      *> CONTACTS LINK MORE. A FAMILY THAT ALREADY HAD A NUMBER KEEPS
      *> IT (THE LOWEST, WHEN TWO KNOWN FAMILIES TURN OUT TO BE ONE);
      *> CHILDREN NO LONGER IN STUDENTI DROP OFF.
       B0-SEED-HOUSEHOLDS SECTION.
       B0-SEED-HOUSEHOLDSA.
           PERFORM B1-LOAD-STUDENTS
           IF JAR-CALL-FAILED
               DISPLAY "COULD NOT READ STUDENTI - REGISTRY UNCHANGED"
               GO TO B0-SEED-HOUSEHOLDSZ
           END-IF
           IF STUD-COUNT = 0
               DISPLAY "NO STUDENTS ON FILE - REGISTRY UNCHANGED"
               GO TO B0-SEED-HOUSEHOLDSZ
           END-IF

      *> CHILDREN ALREADY SHARING A NUMBER START IN ONE GROUP
           PERFORM VARYING WS-STUD-IDX FROM 1 BY 1
                   UNTIL WS-STUD-IDX > STUD-COUNT
               IF ST-OLD-ID(WS-STUD-IDX) > SPACE
                   COMPUTE WS-OTHER-IDX = WS-STUD-IDX + 1
                   PERFORM VARYING WS-OTHER-IDX FROM WS-OTHER-IDX
                           BY 1 UNTIL WS-OTHER-IDX > STUD-COUNT
                       IF ST-OLD-ID(WS-OTHER-IDX) =
                          ST-OLD-ID(WS-STUD-IDX)
                           MOVE WS-STUD-IDX  TO WS-MERGE-IDX-1
                           MOVE WS-OTHER-IDX TO WS-MERGE-IDX-2
                           PERFORM M0-MERGE-GROUPS
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           PERFORM B2-APPLY-SIBLING-PAIRS

      *> THE SAME PHONE DIGITS OR THE SAME E-MAIL MEAN THE SAME
      *> PARENT, SO THE SAME FAMILY
           PERFORM VARYING WS-STUD-IDX FROM 1 BY 1
                   UNTIL WS-STUD-IDX > STUD-COUNT
               COMPUTE WS-OTHER-IDX = WS-STUD-IDX + 1
               PERFORM VARYING WS-OTHER-IDX FROM WS-OTHER-IDX BY 1
                       UNTIL WS-OTHER-IDX > STUD-COUNT
                   IF (ST-PHONE-KEY(WS-STUD-IDX) > SPACE
                   AND ST-PHONE-KEY(WS-OTHER-IDX) =
                       ST-PHONE-KEY(WS-STUD-IDX))
                   OR (ST-EMAIL(WS-STUD-IDX) > SPACE
                   AND ST-EMAIL(WS-OTHER-IDX) = ST-EMAIL(WS-STUD-IDX))
                       MOVE WS-STUD-IDX    TO WS-MERGE-IDX-1
                       MOVE WS-OTHER-IDX   TO WS-MERGE-IDX-2
                       PERFORM M0-MERGE-GROUPS
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE 0                          TO WS-SEED-HOUSEHOLDS
           MOVE 0                          TO WS-SEED-LINKED
           MOVE 0                          TO WS-SEED-NEW
           PERFORM B3-NUMBER-ONE-GROUP THRU B3-NUMBER-ONE-GROUPZ
               VARYING WS-STUD-IDX FROM 1 BY 1
               UNTIL WS-STUD-IDX > STUD-COUNT

      *> THE NEW REGISTRY, FAMILY BY FAMILY
           MOVE 0                          TO HH-COUNT
           PERFORM VARYING WS-STUD-IDX FROM 1 BY 1
                   UNTIL WS-STUD-IDX > STUD-COUNT
               IF ST-DEALT(WS-STUD-IDX) = "H"
                   MOVE ST-NEW-ID(WS-STUD-IDX) TO WS-NEW-ID
                   PERFORM VARYING WS-OTHER-IDX FROM WS-STUD-IDX BY 1
                           UNTIL WS-OTHER-IDX > STUD-COUNT
                       IF ST-NEW-ID(WS-OTHER-IDX) = WS-NEW-ID
                       AND ST-DEALT(WS-OTHER-IDX) = "H"
                           ADD 1           TO HH-COUNT
                           MOVE WS-NEW-ID  TO HH-ID(HH-COUNT)
                           MOVE ST-CNP(WS-OTHER-IDX)
                                           TO HH-CNP(HH-COUNT)
                           MOVE "W"        TO ST-DEALT(WS-OTHER-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           PERFORM W0-REWRITE-REGISTRY

           MOVE "SEEDED"                   TO AUD-ACTION
           MOVE SPACE                      TO AUD-DETAIL
           STRING "HOUSEHOLDS " WS-SEED-HOUSEHOLDS
                  " (NEW " WS-SEED-NEW ") CHILDREN " WS-SEED-LINKED
                  " PAIRS READ " WS-SEED-PAIRS
                  DELIMITED BY SIZE
           INTO AUD-DETAIL
           PERFORM X0-WRITE-AUDIT
           DISPLAY "HOUSEHOLDS      : " WS-SEED-HOUSEHOLDS
           DISPLAY "  OF WHICH NEW  : " WS-SEED-NEW
           DISPLAY "CHILDREN LINKED : " WS-SEED-LINKED
           .
       B0-SEED-HOUSEHOLDSZ.
           EXIT.

      *> EVERY STUDENT WITH THE PARENT CONTACTS THE MATCH USES, AND
      *> THE HOUSEHOLD THE REGISTRY ALREADY GIVES THEM
       B1-LOAD-STUDENTS SECTION.
       B1-LOAD-STUDENTSA.
           MOVE 0                          TO STUD-COUNT
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT CLASA, CNP, PARENT_PHONE, PARENT_EMAIL "
                   "FROM STUDENTI ORDER BY CLASA, NUME, PRENUME"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM G0-SUBMIT-STATEMENT
           IF JAR-CALL-FAILED
               GO TO B1-LOAD-STUDENTSZ
           END-IF

           OPEN INPUT SQL-RESULTS
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-STUD-ROW
               READ SQL-RESULTS INTO WS-STUD-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF SD-CNP > SPACE
                   AND STUD-COUNT < K-MAX-STUDENT
                       ADD 1               TO STUD-COUNT
                       PERFORM B4-TAKE-ONE-STUDENT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SQL-RESULTS
           .
       B1-LOAD-STUDENTSZ.
           EXIT.

       B4-TAKE-ONE-STUDENT SECTION.
       B4-TAKE-ONE-STUDENTA.
           MOVE SPACE                      TO STUD-ENTRY(STUD-COUNT)
           MOVE SD-CNP                     TO ST-CNP(STUD-COUNT)
           MOVE STUD-COUNT                 TO ST-GROUP(STUD-COUNT)
           MOVE SD-PARENT-EMAIL            TO ST-EMAIL(STUD-COUNT)
           INSPECT ST-EMAIL(STUD-COUNT) CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           MOVE 0                          TO WS-KEY-LEN
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 15
               IF SD-PARENT-PHONE(WS-CHAR-IDX:1) >= "0"
               AND SD-PARENT-PHONE(WS-CHAR-IDX:1) <= "9"
                   ADD 1                   TO WS-KEY-LEN
                   MOVE SD-PARENT-PHONE(WS-CHAR-IDX:1) TO
                       ST-PHONE-KEY(STUD-COUNT)(WS-KEY-LEN:1)
               END-IF
           END-PERFORM
      *> A PLACEHOLDER LIKE "0" OR "-" IS NOBODY'S NUMBER
           IF WS-KEY-LEN < K-MIN-PHONE-DIGITS
               MOVE SPACE                  TO ST-PHONE-KEY(STUD-COUNT)
           END-IF

           MOVE SD-CNP                     TO WS-NEW-CNP
           PERFORM H0-FIND-HOUSEHOLD
           MOVE WS-ID-1                    TO ST-OLD-ID(STUD-COUNT)
           MOVE "N"                        TO ST-EXCLUDED(STUD-COUNT)
           PERFORM VARYING WS-EXCL-IDX FROM 1 BY 1
                   UNTIL WS-EXCL-IDX > EXCL-COUNT
               IF EX-CNP(WS-EXCL-IDX) = SD-CNP
                   MOVE "Y"                TO ST-EXCLUDED(STUD-COUNT)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
       B4-TAKE-ONE-STUDENTZ.
           EXIT.

      *> EVERY PAIR CLASSPLAN'S COMMISSION RECORDED IS ONE FAMILY
       B2-APPLY-SIBLING-PAIRS SECTION.
       B2-APPLY-SIBLING-PAIRSA.
           MOVE 0                          TO WS-SEED-PAIRS
           OPEN INPUT SIBLING-FILE
           IF WS-SIBLING-STATUS NOT = "00"
               DISPLAY "NO SiblingPairs.txt - MATCHING ON CONTACTS ONLY"
               GO TO B2-APPLY-SIBLING-PAIRSZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-SIB-CNP-1
               MOVE SPACE                  TO WS-SIB-CNP-2
               READ SIBLING-FILE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   UNSTRING SIBLING-FD DELIMITED BY ";" INTO
                       WS-SIB-CNP-1 WS-SIB-CNP-2
                   END-UNSTRING
                   IF WS-SIB-CNP-1 > SPACE AND WS-SIB-CNP-2 > SPACE
                       ADD 1               TO WS-SEED-PAIRS
                       PERFORM B5-MERGE-ONE-PAIR
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SIBLING-FILE
           .
       B2-APPLY-SIBLING-PAIRSZ.
           EXIT.

       B5-MERGE-ONE-PAIR SECTION.
       B5-MERGE-ONE-PAIRA.
           MOVE 0                          TO WS-MERGE-IDX-1
           MOVE 0                          TO WS-MERGE-IDX-2
           PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
                   UNTIL WS-OTHER-IDX > STUD-COUNT
               IF ST-CNP(WS-OTHER-IDX) = WS-SIB-CNP-1
                   MOVE WS-OTHER-IDX       TO WS-MERGE-IDX-1
               END-IF
               IF ST-CNP(WS-OTHER-IDX) = WS-SIB-CNP-2
                   MOVE WS-OTHER-IDX       TO WS-MERGE-IDX-2
               END-IF
           END-PERFORM
      *> A PAIR FOR A CANDIDATE WHO NEVER ENROLLED IS NOT AN ERROR
           IF WS-MERGE-IDX-1 = 0 OR WS-MERGE-IDX-2 = 0
               GO TO B5-MERGE-ONE-PAIRZ
           END-IF
           PERFORM M0-MERGE-GROUPS
           .
       B5-MERGE-ONE-PAIRZ.
           EXIT.

      *> THE SECOND CHILD'S WHOLE GROUP JOINS THE FIRST'S
       M0-MERGE-GROUPS SECTION.
       M0-MERGE-GROUPSA.
           MOVE ST-GROUP(WS-MERGE-IDX-2)   TO WS-OLD-GROUP
           IF WS-OLD-GROUP = ST-GROUP(WS-MERGE-IDX-1)
               GO TO M0-MERGE-GROUPSZ
           END-IF
      *> A CHILD THE SECRETARIAT TOOK OUT BY HAND IS NOT RE-LINKED
           IF ST-EXCLUDED(WS-MERGE-IDX-1) = "Y"
           OR ST-EXCLUDED(WS-MERGE-IDX-2) = "Y"
               GO TO M0-MERGE-GROUPSZ
           END-IF
           PERFORM M1-RENUMBER-ONE THRU M1-RENUMBER-ONEZ
               VARYING WS-RENUM-IDX FROM 1 BY 1
               UNTIL WS-RENUM-IDX > STUD-COUNT
           .
       M0-MERGE-GROUPSZ.
           EXIT.

       M1-RENUMBER-ONE SECTION.
       M1-RENUMBER-ONEA.
           IF ST-GROUP(WS-RENUM-IDX) = WS-OLD-GROUP
               MOVE ST-GROUP(WS-MERGE-IDX-1) TO ST-GROUP(WS-RENUM-IDX)
           END-IF
           .
       M1-RENUMBER-ONEZ.
           EXIT.

      *> THE FIRST TIME A GROUP IS MET, NUMBER IT: A GROUP OF ONE IS
      *> NO HOUSEHOLD; OTHERWISE THE LOWEST NUMBER ANY MEMBER ALREADY
      *> CARRIED, OR THE NEXT FRESH ONE
       B3-NUMBER-ONE-GROUP SECTION.
       B3-NUMBER-ONE-GROUPA.
           IF ST-DEALT(WS-STUD-IDX) NOT = SPACE
               GO TO B3-NUMBER-ONE-GROUPZ
           END-IF
           MOVE 0                          TO WS-GROUP-SIZE
           MOVE SPACE                      TO WS-NEW-ID
           PERFORM VARYING WS-OTHER-IDX FROM WS-STUD-IDX BY 1
                   UNTIL WS-OTHER-IDX > STUD-COUNT
               IF ST-GROUP(WS-OTHER-IDX) = ST-GROUP(WS-STUD-IDX)
                   ADD 1                   TO WS-GROUP-SIZE
                   IF ST-OLD-ID(WS-OTHER-IDX) > SPACE
                   AND (WS-NEW-ID = SPACE
                     OR ST-OLD-ID(WS-OTHER-IDX) < WS-NEW-ID)
                       MOVE ST-OLD-ID(WS-OTHER-IDX) TO WS-NEW-ID
                   END-IF
               END-IF
           END-PERFORM

           IF WS-GROUP-SIZE < 2
               MOVE "S"                    TO ST-DEALT(WS-STUD-IDX)
               GO TO B3-NUMBER-ONE-GROUPZ
           END-IF
           IF WS-NEW-ID = SPACE
               PERFORM N0-NEXT-HOUSEHOLD-ID
               ADD 1                       TO WS-SEED-NEW
           END-IF
           ADD 1                           TO WS-SEED-HOUSEHOLDS
           ADD WS-GROUP-SIZE               TO WS-SEED-LINKED
           PERFORM VARYING WS-OTHER-IDX FROM WS-STUD-IDX BY 1
                   UNTIL WS-OTHER-IDX > STUD-COUNT
               IF ST-GROUP(WS-OTHER-IDX) = ST-GROUP(WS-STUD-IDX)
                   MOVE WS-NEW-ID          TO ST-NEW-ID(WS-OTHER-IDX)
                   MOVE "H"                TO ST-DEALT(WS-OTHER-IDX)
               END-IF
           END-PERFORM
           .
       B3-NUMBER-ONE-GROUPZ.
           EXIT.

       N0-NEXT-HOUSEHOLD-ID SECTION.
       N0-NEXT-HOUSEHOLD-IDA.
           ADD 1                           TO WS-HH-LAST-NUM
           MOVE "H"                        TO WS-NEW-ID-PREFIX
           MOVE WS-HH-LAST-NUM             TO WS-NEW-ID-NUM
           .
       N0-NEXT-HOUSEHOLD-IDZ.
           EXIT.

      *> LINK TWO CHILDREN BY HAND - A FAMILY THE CONTACTS DO NOT
      *> GIVE AWAY (EACH CHILD CARRIES A DIFFERENT PARENT'S PHONE).
      *> WHEN BOTH ALREADY BELONG TO A HOUSEHOLD THE TWO BECOME ONE
      *> UNDER THE LOWER NUMBER. A HAND JOIN LIFTS ANY EARLIER
      *> TAKE-OUT OF EITHER CHILD.
       J0-JOIN-CHILDREN SECTION.
       J0-JOIN-CHILDRENA.
           DISPLAY "FIRST CHILD'S CNP: " WITH NO ADVANCING
           ACCEPT WS-JOIN-CNP-1
           DISPLAY "SECOND CHILD'S CNP: " WITH NO ADVANCING
           ACCEPT WS-JOIN-CNP-2
           IF WS-JOIN-CNP-1 = WS-JOIN-CNP-2
               DISPLAY "THE SAME CHILD TWICE - NOTHING JOINED"
               GO TO J0-JOIN-CHILDRENZ
           END-IF
           MOVE WS-JOIN-CNP-1              TO CNP-VAL
           CALL "CNPMODULE" USING CNP-INTERFACE
           IF CNP-QUIT NOT = 0
               DISPLAY "FIRST CNP REJECTED: " CNP-ERR-MSG
               GO TO J0-JOIN-CHILDRENZ
           END-IF
           MOVE WS-JOIN-CNP-2              TO CNP-VAL
           CALL "CNPMODULE" USING CNP-INTERFACE
           IF CNP-QUIT NOT = 0
               DISPLAY "SECOND CNP REJECTED: " CNP-ERR-MSG
               GO TO J0-JOIN-CHILDRENZ
           END-IF

      *> BOTH MUST BE ENROLLED
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT COUNT(*) FROM STUDENTI WHERE CNP IN ('"
                   WS-JOIN-CNP-1 "', '" WS-JOIN-CNP-2 "')"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM G0-SUBMIT-STATEMENT
           IF JAR-CALL-FAILED
               DISPLAY "COULD NOT CHECK STUDENTI - NOTHING JOINED"
               GO TO J0-JOIN-CHILDRENZ
           END-IF
           MOVE 0                          TO WS-COUNT-ROW
           OPEN INPUT SQL-RESULTS
           READ SQL-RESULTS INTO WS-COUNT-ROW
               AT END CONTINUE
           END-READ
           CLOSE SQL-RESULTS
           IF WS-COUNT-ROW NOT = 2
               DISPLAY "BOTH CHILDREN MUST BE IN STUDENTI - NOTHING "
                   "JOINED"
               GO TO J0-JOIN-CHILDRENZ
           END-IF

           MOVE WS-JOIN-CNP-1              TO WS-NEW-CNP
           PERFORM H0-FIND-HOUSEHOLD
           MOVE WS-ID-1                    TO WS-JOIN-ID-1
           MOVE WS-JOIN-CNP-2              TO WS-NEW-CNP
           PERFORM H0-FIND-HOUSEHOLD
           MOVE WS-ID-1                    TO WS-JOIN-ID-2
           IF WS-JOIN-ID-1 > SPACE AND WS-JOIN-ID-1 = WS-JOIN-ID-2
               DISPLAY "ALREADY IN THE SAME HOUSEHOLD " WS-JOIN-ID-1
               GO TO J0-JOIN-CHILDRENZ
           END-IF
           IF HH-COUNT + 2 > K-MAX-HH
               DISPLAY "REGISTRY FULL"
               GO TO J0-JOIN-CHILDRENZ
           END-IF

           EVALUATE TRUE
               WHEN WS-JOIN-ID-1 = SPACE AND WS-JOIN-ID-2 = SPACE
                   PERFORM N0-NEXT-HOUSEHOLD-ID
                   MOVE WS-JOIN-CNP-1      TO WS-NEW-CNP
                   PERFORM J1-ADD-MEMBER
                   MOVE WS-JOIN-CNP-2      TO WS-NEW-CNP
                   PERFORM J1-ADD-MEMBER
               WHEN WS-JOIN-ID-1 = SPACE
                   MOVE WS-JOIN-ID-2       TO WS-NEW-ID
                   MOVE WS-JOIN-CNP-1      TO WS-NEW-CNP
                   PERFORM J1-ADD-MEMBER
               WHEN WS-JOIN-ID-2 = SPACE
                   MOVE WS-JOIN-ID-1       TO WS-NEW-ID
                   MOVE WS-JOIN-CNP-2      TO WS-NEW-CNP
                   PERFORM J1-ADD-MEMBER
               WHEN OTHER
                   IF WS-JOIN-ID-1 < WS-JOIN-ID-2
                       MOVE WS-JOIN-ID-1   TO WS-NEW-ID
                       MOVE WS-JOIN-ID-2   TO WS-OLD-ID
                   ELSE
                       MOVE WS-JOIN-ID-2   TO WS-NEW-ID
                       MOVE WS-JOIN-ID-1   TO WS-OLD-ID
                   END-IF
                   PERFORM VARYING WS-HH-IDX FROM 1 BY 1
                           UNTIL WS-HH-IDX > HH-COUNT
                       IF HH-ID(WS-HH-IDX) = WS-OLD-ID
                           MOVE WS-NEW-ID  TO HH-ID(WS-HH-IDX)
                       END-IF
                   END-PERFORM
           END-EVALUATE

           MOVE WS-JOIN-CNP-1              TO WS-NEW-CNP
           PERFORM E1-LIFT-EXCLUSION
           MOVE WS-JOIN-CNP-2              TO WS-NEW-CNP
           PERFORM E1-LIFT-EXCLUSION
           PERFORM W0-REWRITE-REGISTRY
           PERFORM W2-REWRITE-EXCLUSIONS

           MOVE "JOINED"                   TO AUD-ACTION
           MOVE SPACE                      TO AUD-DETAIL
           STRING WS-JOIN-CNP-1 " " WS-JOIN-CNP-2
                  " HOUSEHOLD " WS-NEW-ID
                  DELIMITED BY SIZE
           INTO AUD-DETAIL
           PERFORM X0-WRITE-AUDIT
           DISPLAY "JOINED INTO HOUSEHOLD " WS-NEW-ID
           .
       J0-JOIN-CHILDRENZ.
           EXIT.

      *> WS-NEW-CNP JOINS HOUSEHOLD WS-NEW-ID
       J1-ADD-MEMBER SECTION.
       J1-ADD-MEMBERA.
           ADD 1                           TO HH-COUNT
           MOVE SPACE                      TO HH-ENTRY(HH-COUNT)
           MOVE WS-NEW-ID                  TO HH-ID(HH-COUNT)
           MOVE WS-NEW-CNP                 TO HH-CNP(HH-COUNT)
           .
       J1-ADD-MEMBERZ.
           EXIT.

      *> WS-NEW-CNP OFF THE TAKEN-OUT LIST, IF IT WAS ON IT
       E1-LIFT-EXCLUSION SECTION.
       E1-LIFT-EXCLUSIONA.
           PERFORM VARYING WS-EXCL-IDX FROM 1 BY 1
                   UNTIL WS-EXCL-IDX > EXCL-COUNT
               IF EX-CNP(WS-EXCL-IDX) = WS-NEW-CNP
                   PERFORM VARYING WS-EXCL-IDX FROM WS-EXCL-IDX BY 1
                           UNTIL WS-EXCL-IDX >= EXCL-COUNT
                       MOVE EX-CNP(WS-EXCL-IDX + 1) TO
                           EX-CNP(WS-EXCL-IDX)
                   END-PERFORM
                   SUBTRACT 1              FROM EXCL-COUNT
                   GO TO E1-LIFT-EXCLUSIONZ
               END-IF
           END-PERFORM
           .
       E1-LIFT-EXCLUSIONZ.
           EXIT.

      *> TAKE ONE CHILD OUT OF THEIR HOUSEHOLD (A WRONG MATCH, E.G.
      *> TWO FAMILIES WHO GAVE THE SAME GRANDPARENT'S PHONE). A
      *> HOUSEHOLD LEFT WITH ONE CHILD IS NO HOUSEHOLD AND GOES TOO.
      *> THE CHILD GOES ON THE TAKEN-OUT LIST SO THE NEXT SEED PASS
      *> DOES NOT MATCH THEM STRAIGHT BACK IN.
       X1-TAKE-OUT-CHILD SECTION.
       X1-TAKE-OUT-CHILDA.
           DISPLAY "CNP OF THE CHILD TO TAKE OUT: " WITH NO ADVANCING
           ACCEPT WS-NEW-CNP
           PERFORM H0-FIND-HOUSEHOLD
           IF WS-ID-1 = SPACE
               DISPLAY "NOT IN A HOUSEHOLD - NOTHING TO TAKE OUT"
               GO TO X1-TAKE-OUT-CHILDZ
           END-IF
           MOVE WS-ID-1                    TO WS-OLD-ID
           PERFORM X2-DROP-ENTRY

           MOVE 0                          TO WS-MEMBER-COUNT
           PERFORM VARYING WS-RENUM-IDX FROM 1 BY 1
                   UNTIL WS-RENUM-IDX > HH-COUNT
               IF HH-ID(WS-RENUM-IDX) = WS-OLD-ID
                   ADD 1                   TO WS-MEMBER-COUNT
                   MOVE WS-RENUM-IDX       TO WS-HH-IDX
               END-IF
           END-PERFORM
           IF WS-MEMBER-COUNT = 1
               PERFORM X2-DROP-ENTRY
               DISPLAY "HOUSEHOLD " WS-OLD-ID " HAD NO OTHER CHILDREN "
                   "LEFT - CLOSED"
           END-IF

           MOVE 0                          TO WS-EXCL-IDX
           PERFORM VARYING WS-RENUM-IDX FROM 1 BY 1
                   UNTIL WS-RENUM-IDX > EXCL-COUNT
               IF EX-CNP(WS-RENUM-IDX) = WS-NEW-CNP
                   MOVE WS-RENUM-IDX       TO WS-EXCL-IDX
               END-IF
           END-PERFORM
           IF WS-EXCL-IDX = 0
               IF EXCL-COUNT < K-MAX-EXCL
                   ADD 1                   TO EXCL-COUNT
                   MOVE WS-NEW-CNP         TO EX-CNP(EXCL-COUNT)
               ELSE
                   DISPLAY "TAKEN-OUT LIST FULL - A SEED PASS MAY "
                       "LINK THIS CHILD AGAIN"
               END-IF
           END-IF
           PERFORM W0-REWRITE-REGISTRY
           PERFORM W2-REWRITE-EXCLUSIONS

           MOVE "TAKEN OUT"                TO AUD-ACTION
           MOVE SPACE                      TO AUD-DETAIL
           STRING WS-NEW-CNP " FROM HOUSEHOLD " WS-OLD-ID
                  DELIMITED BY SIZE
           INTO AUD-DETAIL
           PERFORM X0-WRITE-AUDIT
           DISPLAY "TAKEN OUT OF HOUSEHOLD " WS-OLD-ID
           .
       X1-TAKE-OUT-CHILDZ.
           EXIT.

      *> CLOSE THE GAP LEFT BY REGISTRY ENTRY WS-HH-IDX
       X2-DROP-ENTRY SECTION.
       X2-DROP-ENTRYA.
           PERFORM VARYING WS-RENUM-IDX FROM WS-HH-IDX BY 1
                   UNTIL WS-RENUM-IDX >= HH-COUNT
               MOVE HH-ENTRY(WS-RENUM-IDX + 1) TO
                   HH-ENTRY(WS-RENUM-IDX)
           END-PERFORM
           SUBTRACT 1                      FROM HH-COUNT
           .
       X2-DROP-ENTRYZ.
           EXIT.

       W2-REWRITE-EXCLUSIONS SECTION.
       W2-REWRITE-EXCLUSIONSA.
           OPEN OUTPUT EXCLUDED-FILE
           PERFORM VARYING WS-EXCL-IDX FROM 1 BY 1
                   UNTIL WS-EXCL-IDX > EXCL-COUNT
               MOVE EX-CNP(WS-EXCL-IDX)    TO EXCLUDED-FD
               WRITE EXCLUDED-FD
           END-PERFORM
           CLOSE EXCLUDED-FILE
           .
       W2-REWRITE-EXCLUSIONSZ.
           EXIT.

       W0-REWRITE-REGISTRY SECTION.
       W0-REWRITE-REGISTRYA.
      *> FAMILY BY FAMILY, SO A HOUSEHOLD READS TOGETHER ON THE FILE
           PERFORM VARYING WS-HH-IDX FROM 1 BY 1
                   UNTIL WS-HH-IDX > HH-COUNT
               MOVE "N"                    TO HH-WRITTEN(WS-HH-IDX)
           END-PERFORM
           OPEN OUTPUT HOUSEHOLD-FILE
           PERFORM VARYING WS-HH-IDX FROM 1 BY 1
                   UNTIL WS-HH-IDX > HH-COUNT
               IF HH-WRITTEN(WS-HH-IDX) = "N"
                   PERFORM W1-WRITE-ONE-LINE THRU W1-WRITE-ONE-LINEZ
                       VARYING WS-RENUM-IDX FROM WS-HH-IDX BY 1
                       UNTIL WS-RENUM-IDX > HH-COUNT
               END-IF
           END-PERFORM
           CLOSE HOUSEHOLD-FILE

      *> THE LETTER RUNS READ THE REGISTRY IN THEIR OWN STEP
      *> DIRECTORY - IT TRAVELS THERE ITSELF AFTER EVERY CHANGE, THE
      *> SAME WAY CONTACTS SENDS THE BOUNCE LIST
           MOVE SPACE                      TO WS-DIST-COMMAND
           STRING "cp 'Households.txt' "
                  "'../Assign 08 Angry Parrents FLOARE EMIL/'"
                  DELIMITED BY SIZE
           INTO WS-DIST-COMMAND
           CALL "SYSTEM" USING WS-DIST-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "COULD NOT DISTRIBUTE Households.txt TO THE "
                   "LETTER DIRECTORY - COPY IT BY HAND"
           END-IF
           .
       W0-REWRITE-REGISTRYZ.
           EXIT.

       W1-WRITE-ONE-LINE SECTION.
       W1-WRITE-ONE-LINEA.
           IF HH-WRITTEN(WS-RENUM-IDX) NOT = "N"
           OR HH-ID(WS-RENUM-IDX) NOT = HH-ID(WS-HH-IDX)
               GO TO W1-WRITE-ONE-LINEZ
           END-IF
           MOVE SPACE                      TO WS-HH-LINE
           STRING HH-ID(WS-RENUM-IDX) DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  HH-CNP(WS-RENUM-IDX) DELIMITED BY "  "
           INTO WS-HH-LINE
           END-STRING
           MOVE WS-HH-LINE                 TO HOUSEHOLD-FD
           WRITE HOUSEHOLD-FD
           MOVE "Y"                        TO HH-WRITTEN(WS-RENUM-IDX)
           .
       W1-WRITE-ONE-LINEZ.
           EXIT.

       X0-WRITE-AUDIT SECTION.
       X0-WRITE-AUDITA.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME
           MOVE OPS-ID                     TO AUD-OPERATOR
           MOVE 'HouseholdAudit.txt'       TO ACH-FILE
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
       END PROGRAM HOUSEHOLD.
