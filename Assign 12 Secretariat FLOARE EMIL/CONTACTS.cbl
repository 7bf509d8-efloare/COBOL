      *          APPLIES AUDITED UPDATES THROUGH THE ADAPTER - PHONE
      *          AND E-MAIL FORMAT-VALIDATED ON THE WAY IN (THE
      *          PARENT_EMAIL COLUMN ARRIVES WITH MIGRATION 0002) -
      *          AND THE FAMILY'S CONSENT TO GET THE LETTERS BY E-MAIL
      *          AS WELL (EMAIL_OPTIN, MIGRATION 0007, READ BY
      *          MAILSPOOL) AND THE LANGUAGE THE FAMILY'S LETTERS ARE
      *          WRITTEN IN (LIMBA_CORESP, MIGRATION 0008: RO OR HU,
      *          READ BY EVERY LETTER WRITER), AND KEEPS THE
      *          SampleOutputA5.txt LINE IN STEP THE WAY CNPCHANGE
      *          DOES. IT ALSO LOGS RETURNED
      *          MAIL TO ContactBounceList.txt SO THE LETTER RUNS CAN
      *          FLAG FAMILIES WE DEMONSTRABLY CANNOT REACH. A CHANGE
      *          TO A CHILD WHO SHARES A HOUSEHOLD (Households.txt,
      *          KEPT BY HOUSEHOLD) IS OFFERED TO EVERY SIBLING AS
      *          WELL, SO THE OTHER CHILDREN DO NOT KEEP THE OLD
      *          NUMBER. EVERY ACTION WRITES ONE ContactMaintAudit.txt
      *          LINE PER CHILD TOUCHED, WITH THE OPERATOR STAMPED,
      *          AND AN UPDATE LINE CARRIES EVERY CONTACT FIELD AS
      *          WRITTEN, SO ROLLFWD CAN REPEAT IT AFTER A RESTORE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BOUNCE-STATUS.

      *> FAMILY REGISTRY HOUSEHOLD KEEPS: HOUSEHOLD;CNP PER CHILD
           SELECT HOUSEHOLD-FILE ASSIGN TO 'Households.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HH-STATUS.

           SELECT AUDIT-FILE ASSIGN TO 'ContactMaintAudit.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.
        FD BOUNCE-FILE.
       01 BOUNCE-FD                         PIC X(100).

        FD HOUSEHOLD-FILE.
       01 HOUSEHOLD-FD                      PIC X(30).

        FD AUDIT-FILE.
       01 AUDIT-FD                          PIC X(270).

        FD DEAD-LETTER-FILE.
       01 DEAD-LETTER-FD                    PIC X(621).
       01 WS-A5-STATUS                     PIC X(02).
       01 WS-BOUNCE-STATUS                 PIC X(02).
       01 WS-AUDIT-STATUS                  PIC X(02).
       01 WS-HH-STATUS                     PIC X(02).
       01 WS-DL-STATUS                     PIC X(02).

       01 JAR-CALL-SWITCH                  PIC X(01) VALUE "O".
           05 CR-PARENT-PHONE              PIC X(15).
           05 FILLER                       PIC X(02).
           05 CR-PARENT-ADDR               PIC X(50).
           05 FILLER                       PIC X(02).
           05 CR-PARENT-EMAIL              PIC X(40).
           05 FILLER                       PIC X(02).
           05 CR-EMAIL-OPTIN               PIC X(01).
           05 FILLER                       PIC X(02).
           05 CR-LIMBA                     PIC X(02).

      *> WHAT THE OPERATOR KEYED (BLANK = KEEP WHAT IS ON FILE)
       01 WS-NEW-NAME                      PIC X(30).
       01 WS-NEW-PHONE                     PIC X(15).
       01 WS-NEW-EMAIL                     PIC X(40).
       01 WS-NEW-ADDR                      PIC X(50).
       01 WS-NEW-OPTIN                     PIC X(01).
       01 WS-NEW-LIMBA                     PIC X(02).
           88 LIMBA-KNOWN                   VALUE "RO" "HU".

      *> EXACTLY WHAT WAS KEYED, BEFORE THE BLANKS ARE FILLED FROM
      *> THE CHILD ON FILE - A SIBLING GETS ONLY THE KEYED FIELDS, THE
      *> REST OF THEIR ROW STAYS THEIR OWN
       01 WS-KEYED-NAME                    PIC X(30).
       01 WS-KEYED-PHONE                   PIC X(15).
       01 WS-KEYED-EMAIL                   PIC X(40).
       01 WS-KEYED-ADDR                    PIC X(50).
       01 WS-KEYED-OPTIN                   PIC X(01).
       01 WS-KEYED-LIMBA                   PIC X(02).

      *> THE CHILD'S HOUSEHOLD AND THE SIBLINGS IN IT
       01 WS-HH-LINE.
           05 HL-ID                        PIC X(06).
           05 HL-CNP                       PIC X(13).
       01 WS-HH-ID                         PIC X(06).
       01 K-MAX-SIBLING                    PIC 9(02) VALUE 20.
       01 SIBLING-TABLE.
           05 SB-CNP OCCURS 20 TIMES       PIC X(13).
       01 SIBLING-COUNT                    PIC 9(02) VALUE 0.
       01 WS-SIB-IDX                       PIC 9(02).
       01 WS-ORIGIN-CNP                    PIC X(13).
       01 WS-PROPAGATE-ANSWER              PIC X(01).
           88 PROPAGATE-YES                 VALUE "Y" "y".
       01 WS-PROPAGATED-COUNT              PIC 9(02).

      *> FORMAT-VALIDATION WORK FIELDS
       01 WS-VALID-SW                      PIC X(01) VALUE "Y".
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 BN-REASON                    PIC X(50).

      *> EVERY AUDIT LINE CARRIES THE FINGERPRINT OF THE ONE BEFORE IT
       COPY AUDCHAIN-INT.
       01 AUDIT-LINE.
           05 AUD-DATE                     PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 AUD-DETAIL                   PIC X(110).
           05 FILLER                       PIC X(04) VALUE " BY ".
           05 AUD-OPERATOR                 PIC X(08).
      *> THE NAME AND ADDRESS AS WRITTEN (BLANK ON A BOUNCE LINE)
           05 FILLER                       PIC X(06) VALUE " NAME ".
           05 AUD-NAME                     PIC X(30).
           05 FILLER                       PIC X(06) VALUE " ADDR ".
           05 AUD-ADDR                     PIC X(50).

       01 WS-BOUNCE-REASON                 PIC X(50).
       01 WS-DIST-COMMAND                  PIC X(120).

           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT CLASA, NUME, PRENUME, PARENT_NAME, "
                   "PARENT_PHONE, PARENT_ADDRESS, PARENT_EMAIL, "
                   "EMAIL_OPTIN, LIMBA_CORESP FROM STUDENTI "
                   "WHERE CNP = '" WS-CNP "'"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           DISPLAY "PARENT  : " CR-PARENT-NAME
           DISPLAY "PHONE   : " CR-PARENT-PHONE
           DISPLAY "ADDRESS : " CR-PARENT-ADDR
           DISPLAY "E-MAIL  : " CR-PARENT-EMAIL
           IF CR-EMAIL-OPTIN = "Y"
               DISPLAY "LETTERS : PAPER AND E-MAIL"
           ELSE
               DISPLAY "LETTERS : PAPER ONLY"
           END-IF
           IF CR-LIMBA = "HU"
               DISPLAY "LANGUAGE: HU (HUNGARIAN)"
           ELSE
               DISPLAY "LANGUAGE: RO (ROMANIAN)"
           END-IF

           DISPLAY "NEW PARENT NAME (BLANK = KEEP): " WITH NO ADVANCING
           ACCEPT WS-NEW-NAME
                   GO TO U0-UPDATE-CONTACTSZ
               END-IF
           END-IF
           DISPLAY "LETTERS BY E-MAIL TOO? (Y/N, BLANK = KEEP): "
               WITH NO ADVANCING
           ACCEPT WS-NEW-OPTIN
           INSPECT WS-NEW-OPTIN CONVERTING "yn" TO "YN"
           IF WS-NEW-OPTIN NOT = SPACE AND NOT = "Y" AND NOT = "N"
               DISPLAY "PLEASE ANSWER Y, N OR LEAVE IT BLANK"
               GO TO U0-UPDATE-CONTACTSZ
           END-IF
      *> THE CONSENT IS ONLY WORTH SOMETHING WITH AN ADDRESS TO USE
           IF WS-NEW-OPTIN = "Y"
           AND WS-NEW-EMAIL <= SPACE AND CR-PARENT-EMAIL <= SPACE
               DISPLAY "NO E-MAIL ADDRESS ON FILE - KEY ONE TO OPT IN"
               GO TO U0-UPDATE-CONTACTSZ
           END-IF
           DISPLAY "NEW ADDRESS (BLANK = KEEP): " WITH NO ADVANCING
           ACCEPT WS-NEW-ADDR
      *> THE LANGUAGE PICKS THE RO OR HU TEMPLATE OF EVERY LETTER
           DISPLAY "LETTER LANGUAGE - RO ROMANIAN, HU HUNGARIAN "
               "(BLANK = KEEP): " WITH NO ADVANCING
           ACCEPT WS-NEW-LIMBA
           INSPECT WS-NEW-LIMBA CONVERTING "rohu" TO "ROHU"
           IF WS-NEW-LIMBA > SPACE AND NOT LIMBA-KNOWN
               DISPLAY "PLEASE ANSWER RO, HU OR LEAVE IT BLANK"
               GO TO U0-UPDATE-CONTACTSZ
           END-IF

           IF WS-NEW-NAME <= SPACE AND WS-NEW-PHONE <= SPACE
           AND WS-NEW-EMAIL <= SPACE AND WS-NEW-ADDR <= SPACE
           AND WS-NEW-OPTIN <= SPACE AND WS-NEW-LIMBA <= SPACE
               DISPLAY "NOTHING TO CHANGE"
               GO TO U0-UPDATE-CONTACTSZ
           END-IF

           MOVE WS-NEW-NAME                TO WS-KEYED-NAME
           MOVE WS-NEW-PHONE               TO WS-KEYED-PHONE
           MOVE WS-NEW-EMAIL               TO WS-KEYED-EMAIL
           MOVE WS-NEW-ADDR                TO WS-KEYED-ADDR
           MOVE WS-NEW-OPTIN               TO WS-KEYED-OPTIN
           MOVE WS-NEW-LIMBA               TO WS-KEYED-LIMBA
           PERFORM U3-FILL-FROM-FILE

           PERFORM U1-APPLY-UPDATE
           IF JAR-CALL-FAILED
               DISPLAY "UPDATE FAILED - NOTHING CHANGED"
               GO TO U0-UPDATE-CONTACTSZ
           END-IF
           PERFORM U2-REWRITE-A5-LINE

           MOVE "UPDATE"                   TO AUD-ACTION
           MOVE WS-NEW-NAME                TO AUD-NAME
           MOVE WS-NEW-ADDR                TO AUD-ADDR
           MOVE SPACE                      TO AUD-DETAIL
           STRING "PHONE " WS-NEW-PHONE " EMAIL " WS-NEW-EMAIL
                  " OPTIN " WS-NEW-OPTIN " LIMBA " WS-NEW-LIMBA
                  DELIMITED BY SIZE
           INTO AUD-DETAIL
           PERFORM W0-WRITE-AUDIT
           DISPLAY "CONTACTS UPDATED"

           PERFORM P0-OFFER-TO-SIBLINGS
           .
       U0-UPDATE-CONTACTSZ.
           EXIT.

      *> A FIELD LEFT BLANK KEEPS WHAT THE CONTACT ROW ON FILE HOLDS
       U3-FILL-FROM-FILE SECTION.
       U3-FILL-FROM-FILEA.
           IF WS-NEW-NAME <= SPACE
               MOVE CR-PARENT-NAME         TO WS-NEW-NAME
           END-IF
           IF WS-NEW-ADDR <= SPACE
               MOVE CR-PARENT-ADDR         TO WS-NEW-ADDR
           END-IF
           IF WS-NEW-OPTIN <= SPACE
               IF CR-EMAIL-OPTIN = "Y"
                   MOVE "Y"                TO WS-NEW-OPTIN
               ELSE
                   MOVE "N"                TO WS-NEW-OPTIN
               END-IF
           END-IF
           IF WS-NEW-LIMBA <= SPACE
               IF CR-LIMBA = "HU"
                   MOVE "HU"               TO WS-NEW-LIMBA
               ELSE
                   MOVE "RO"               TO WS-NEW-LIMBA
               END-IF
           END-IF
           .
       U3-FILL-FROM-FILEZ.
           EXIT.

      *> A CHILD IN A HOUSEHOLD SHARES PARENTS WITH THEIR SIBLINGS -
      *> OFFER THE SAME CHANGE TO EACH OF THEM, ONE UPDATE AND ONE
      *> AUDIT LINE PER SIBLING. NO REGISTRY, OR A CHILD NOT ON IT,
      *> MEANS NOTHING TO OFFER.
       P0-OFFER-TO-SIBLINGS SECTION.
       P0-OFFER-TO-SIBLINGSA.
           PERFORM P1-FIND-SIBLINGS
           IF SIBLING-COUNT = 0
               GO TO P0-OFFER-TO-SIBLINGSZ
           END-IF
           DISPLAY "HOUSEHOLD " WS-HH-ID " ALSO HOLDS:"
           PERFORM VARYING WS-SIB-IDX FROM 1 BY 1
                   UNTIL WS-SIB-IDX > SIBLING-COUNT
               DISPLAY "  " SB-CNP(WS-SIB-IDX)
           END-PERFORM
           DISPLAY "APPLY THE SAME CHANGE TO EVERY SIBLING? (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-PROPAGATE-ANSWER
           IF NOT PROPAGATE-YES
               DISPLAY "SIBLINGS LEFT AS THEY ARE"
               GO TO P0-OFFER-TO-SIBLINGSZ
           END-IF

           MOVE WS-CNP                     TO WS-ORIGIN-CNP
           MOVE 0                          TO WS-PROPAGATED-COUNT
           PERFORM P2-UPDATE-ONE-SIBLING THRU P2-UPDATE-ONE-SIBLINGZ
               VARYING WS-SIB-IDX FROM 1 BY 1
               UNTIL WS-SIB-IDX > SIBLING-COUNT
           MOVE WS-ORIGIN-CNP              TO WS-CNP
           DISPLAY "SIBLINGS UPDATED: " WS-PROPAGATED-COUNT " OF "
               SIBLING-COUNT
           .
       P0-OFFER-TO-SIBLINGSZ.
           EXIT.

       P1-FIND-SIBLINGS SECTION.
       P1-FIND-SIBLINGSA.
           MOVE 0                          TO SIBLING-COUNT
           MOVE SPACE                      TO WS-HH-ID
           OPEN INPUT HOUSEHOLD-FILE
           IF WS-HH-STATUS NOT = "00"
               GO TO P1-FIND-SIBLINGSZ
           END-IF
      *> FIRST PASS: WHICH HOUSEHOLD IS THIS CHILD IN
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF OR WS-HH-ID > SPACE
               MOVE SPACE                  TO WS-HH-LINE
               READ HOUSEHOLD-FILE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   UNSTRING HOUSEHOLD-FD DELIMITED BY ";" INTO
                       HL-ID HL-CNP
                   END-UNSTRING
                   IF HL-CNP = WS-CNP
                       MOVE HL-ID          TO WS-HH-ID
                   END-IF
               END-READ
           END-PERFORM
           CLOSE HOUSEHOLD-FILE
           IF WS-HH-ID = SPACE
               GO TO P1-FIND-SIBLINGSZ
           END-IF
      *> SECOND PASS: EVERY OTHER CHILD OF THAT HOUSEHOLD
           OPEN INPUT HOUSEHOLD-FILE
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-HH-LINE
               READ HOUSEHOLD-FILE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   UNSTRING HOUSEHOLD-FD DELIMITED BY ";" INTO
                       HL-ID HL-CNP
                   END-UNSTRING
                   IF HL-ID = WS-HH-ID
                   AND HL-CNP NOT = WS-CNP
                   AND SIBLING-COUNT < K-MAX-SIBLING
                       ADD 1               TO SIBLING-COUNT
                       MOVE HL-CNP         TO SB-CNP(SIBLING-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE HOUSEHOLD-FILE
           .
       P1-FIND-SIBLINGSZ.
           EXIT.

      *> THE SIBLING'S OWN ROW, WITH ONLY THE KEYED FIELDS REPLACED;
      *> A SIBLING THAT CANNOT BE READ OR UPDATED IS REPORTED AND
      *> SKIPPED, THE REST STILL GET THE CHANGE
       P2-UPDATE-ONE-SIBLING SECTION.
       P2-UPDATE-ONE-SIBLINGA.
           MOVE SB-CNP(WS-SIB-IDX)         TO WS-CNP
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT CLASA, NUME, PRENUME, PARENT_NAME, "
                   "PARENT_PHONE, PARENT_ADDRESS, PARENT_EMAIL, "
                   "EMAIL_OPTIN, LIMBA_CORESP FROM STUDENTI "
                   "WHERE CNP = '" WS-CNP "'"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM G0-SUBMIT-STATEMENT
           MOVE SPACE                      TO WS-CONTACT-ROW
           IF JAR-CALL-OK
               OPEN INPUT SQL-RESULTS
               READ SQL-RESULTS INTO WS-CONTACT-ROW
                   AT END CONTINUE
               END-READ
               CLOSE SQL-RESULTS
           END-IF
           IF CR-CLASA <= SPACE
               DISPLAY "  " WS-CNP " NOT IN STUDENTI - SKIPPED"
               GO TO P2-UPDATE-ONE-SIBLINGZ
           END-IF

           MOVE WS-KEYED-NAME              TO WS-NEW-NAME
           MOVE WS-KEYED-PHONE             TO WS-NEW-PHONE
           MOVE WS-KEYED-EMAIL             TO WS-NEW-EMAIL
           MOVE WS-KEYED-ADDR              TO WS-NEW-ADDR
           MOVE WS-KEYED-OPTIN             TO WS-NEW-OPTIN
           MOVE WS-KEYED-LIMBA             TO WS-NEW-LIMBA
           PERFORM U3-FILL-FROM-FILE
           PERFORM U1-APPLY-UPDATE
           IF JAR-CALL-FAILED
               DISPLAY "  " WS-CNP " UPDATE FAILED - SKIPPED"
               GO TO P2-UPDATE-ONE-SIBLINGZ
           END-IF
           PERFORM U2-REWRITE-A5-LINE

           MOVE "PROPAGATED"               TO AUD-ACTION
           MOVE WS-NEW-NAME                TO AUD-NAME
           MOVE WS-NEW-ADDR                TO AUD-ADDR
           MOVE SPACE                      TO AUD-DETAIL
           STRING "FROM " WS-ORIGIN-CNP " PHONE " WS-NEW-PHONE
                  " EMAIL " WS-NEW-EMAIL " OPTIN " WS-NEW-OPTIN
                  " LIMBA " WS-NEW-LIMBA
                  DELIMITED BY SIZE
           INTO AUD-DETAIL
           PERFORM W0-WRITE-AUDIT
           ADD 1                           TO WS-PROPAGATED-COUNT
           DISPLAY "  " WS-CNP " " CR-NUME " UPDATED"
           .
       P2-UPDATE-ONE-SIBLINGZ.
           EXIT.

      *> DIGITS WITH +, -, . AND SPACES ALLOWED; AT LEAST 7 DIGITS
                       "', PARENT_ADDRESS = '"
                       WS-ADDR-ESC(1:WS-ADDR-ESC-LEN)
                       "', PARENT_EMAIL = '" WS-NEW-EMAIL
                       "', EMAIL_OPTIN = '" WS-NEW-OPTIN
                       "', LIMBA_CORESP = '" WS-NEW-LIMBA
                       "' WHERE CNP = '" WS-CNP "'"
                       DELIMITED BY SIZE
               INTO SQL-STATEMENT
                       "', PARENT_PHONE = '" WS-NEW-PHONE
                       "', PARENT_ADDRESS = '"
                       WS-ADDR-ESC(1:WS-ADDR-ESC-LEN)
                       "', EMAIL_OPTIN = '" WS-NEW-OPTIN
                       "', LIMBA_CORESP = '" WS-NEW-LIMBA
                       "' WHERE CNP = '" WS-CNP "'"
                       DELIMITED BY SIZE
               INTO SQL-STATEMENT
           END-IF

           MOVE "BOUNCE"                   TO AUD-ACTION
           MOVE SPACE                      TO AUD-NAME AUD-ADDR
           MOVE WS-BOUNCE-REASON           TO AUD-DETAIL
           PERFORM W0-WRITE-AUDIT
           DISPLAY "BOUNCE LOGGED - THE LETTER RUNS WILL FLAG THE "
           ACCEPT AUD-TIME FROM TIME
           MOVE WS-CNP                     TO AUD-CNP
           MOVE OPS-ID                     TO AUD-OPERATOR
           MOVE 'ContactMaintAudit.txt'    TO ACH-FILE
           SET ACH-FIXED                   TO TRUE
           MOVE LENGTH OF AUDIT-LINE       TO ACH-LENGTH
           MOVE AUDIT-LINE                 TO ACH-LINE
           CALL "AUDCHAIN" USING AUDCHAIN-INTERFACE
           MOVE ACH-LINE                   TO AUDIT-FD
           WRITE AUDIT-FD
           CLOSE AUDIT-FILE
           .
