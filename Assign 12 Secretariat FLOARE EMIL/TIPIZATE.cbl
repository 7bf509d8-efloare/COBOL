      ******************************************************************
      * Author:
      * Date:
      * Purpose: STRICT-REGIME FORMS REGISTER (FORMULARE TIPIZATE).
      *          DIPLOMAS, GRADUATION CERTIFICATES (CERTIFICAT DE
      *          ABSOLVIRE) AND FOAIA MATRICOLA BLANKS COME FROM THE
      *          INSPECTORATE PRE-NUMBERED, AND AT THE YEARLY
      *          INVENTORY EVERY SERIAL MUST BE ACCOUNTED FOR.
      *          FormeTipizate.txt HOLDS ONE LINE PER SERIAL
      *          (TIP;SERIE;NUMAR;STARE;PRIMIT;DATA;CNP;NUME;CLASA;
      *          AN;MEDIE;ORIGINAL;MOTIV;OPERATOR). A RECEIVED RANGE
      *          GOES IN AS STOC; A SERIAL IS THEN ISSUED (ELIBERAT)
      *          TO A GRADUATE FROM Alumni.txt - NAME AND FINISHING
      *          CLASS FROM THERE, FINISHING YEAR AND CUMULATIVE
      *          MEAN FROM CohortFinal.txt (COHORT, OFF THE REGISTRU
      *          MATRICOL) - OR SPOILED WHILE BEING FILLED
      *          (DETERIORAT), OR CANCELLED (ANULAT), BOTH WITH A
      *          REASON. A DUPLICATE IS A NEW SERIAL ISSUED WITH THE
      *          ORIGINAL'S DATA AND POINTING BACK AT IT. EVERY ACTION
      *          IS STAMPED WITH THE OPERATOR ON THE LINE AND IN
      *          FormeTipizateAudit.txt. THE INVENTORY PRINTS
      *          InventarTipizate.txt, RECONCILING PER SERIES
      *          RECEIVED = ISSUED + SPOILED + CANCELLED + IN STOCK.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. TIPIZATE.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORM-FILE ASSIGN TO 'FormeTipizate.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FORM-STATUS.

           SELECT ALUMNI-FILE ASSIGN TO 'Alumni.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALUMNI-STATUS.

           SELECT FINAL-FILE ASSIGN TO 'CohortFinal.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FINAL-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'InventarTipizate.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE ASSIGN TO 'FormeTipizateAudit.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
        FD FORM-FILE.
       01 FORM-FD                           PIC X(250).

        FD ALUMNI-FILE.
       01 ALUMNI-FD                         PIC X(220).

        FD FINAL-FILE.
       01 FINAL-FD                          PIC X(40).

        FD REPORT-FILE.
       01 REPORT-FILE-FD                    PIC X(132).

        FD AUDIT-FILE.
       01 AUDIT-FD                          PIC X(182).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WS-FORM-STATUS                   PIC X(02).
       01 WS-ALUMNI-STATUS                 PIC X(02).
       01 WS-FINAL-STATUS                  PIC X(02).
       01 WS-AUDIT-STATUS                  PIC X(02).

      *> OPERATOR SIGN-ON - WHO IS AT THE KEYBOARD GOES ON EVERY
      *> FORM LINE THEY TOUCH AND INTO EVERY AUDIT LINE
       COPY OPSIGN-INT.

       01 WS-CHOICE                        PIC X(01).
           88 CHOICE-LIST                   VALUE "L" "l".
           88 CHOICE-RECEIVE                VALUE "R" "r".
           88 CHOICE-ISSUE                  VALUE "I" "i".
           88 CHOICE-DUPLICATE              VALUE "U" "u".
           88 CHOICE-SPOIL                  VALUE "S" "s".
           88 CHOICE-CANCEL                 VALUE "C" "c".
           88 CHOICE-PRINT                  VALUE "P" "p".
           88 CHOICE-QUIT                   VALUE "Q" "q".

      *> ONE Alumni.txt LINE, THE COLUMNS ROLLOVER WRITES
       01 WS-ALUMNI-LINE.
           05 AL-CNP                       PIC X(13).
           05 FILLER                       PIC X(02).
           05 AL-CLASA                     PIC X(04).
           05 FILLER                       PIC X(02).
           05 AL-NUME                      PIC X(30).
           05 FILLER                       PIC X(01).
           05 AL-PRENUME                   PIC X(30).

      *> THE GRADUATES A FORM MAY BE ISSUED TO. A LINE ANONYMIZE HAS
      *> REDACTED CARRIES AN "ANON" PSEUDONYM AND IS LEFT OUT
       01 K-MAX-ALUMNI                     PIC 9(04) VALUE 3000.
       01 ALUMNI-TABLE.
           05 ALUMNI-ENTRY OCCURS 3000 TIMES.
               10 AT-CNP                   PIC X(13).
               10 AT-CLASA                 PIC X(04).
               10 AT-NAME                  PIC X(50).
       01 ALUMNI-COUNT                     PIC 9(04) VALUE 0.
       01 WS-ALUMNI-IDX                    PIC 9(04).

      *> ONE CohortFinal.txt LINE, THE COLUMNS COHORT WRITES
       01 WS-FINAL-LINE.
           05 FN-CNP                       PIC X(13).
           05 FILLER                       PIC X(01).
           05 FN-AN-SCOLAR                 PIC X(09).
           05 FILLER                       PIC X(01).
           05 FN-CLASS                     PIC X(02).
           05 FILLER                       PIC X(01).
           05 FN-MEAN                      PIC X(05).

      *> THE WHOLE REGISTER IN MEMORY, REWRITTEN AFTER EVERY CHANGE.
      *> TIP AND STARE KEEP TWO SPARE BYTES SO THE LONGEST VALUE
      *> STILL ENDS IN THE DOUBLE SPACE THE REWRITE DELIMITS BY
       01 K-MAX-FORM                       PIC 9(05) VALUE 6000.
       01 FORM-TABLE.
           05 FORM-ENTRY OCCURS 6000 TIMES.
               10 FT-TIP                   PIC X(12).
               10 FT-SERIE                 PIC X(08).
               10 FT-NUMAR                 PIC 9(07).
               10 FT-STARE                 PIC X(12).
               10 FT-PRIMIT                PIC X(08).
               10 FT-DATA                  PIC X(08).
               10 FT-CNP                   PIC X(13).
               10 FT-NUME                  PIC X(50).
               10 FT-CLASA                 PIC X(04).
               10 FT-AN                    PIC X(09).
               10 FT-MEDIE                 PIC X(05).
               10 FT-ORIGINAL              PIC X(16).
               10 FT-MOTIV                 PIC X(40).
               10 FT-OPERATOR              PIC X(08).
       01 FORM-COUNT                       PIC 9(05) VALUE 0.
       01 WS-FORM-IDX                      PIC 9(05).
       01 WS-ORIG-IDX                      PIC 9(05).
       01 WS-WRITE-IDX                     PIC 9(05).
       01 WS-FORM-LINE                     PIC X(250).

      *> THE SERIAL AND GRADUATE BEING KEYED
       01 WS-TIP-CODE                      PIC X(01).
           88 TIP-DIPLOMA                   VALUE "D" "d".
           88 TIP-CERTIFICAT                VALUE "C" "c".
           88 TIP-FOAIE                     VALUE "F" "f".
       01 WS-NEW-TIP                       PIC X(12).
       01 WS-NEW-SERIE                     PIC X(08).
       01 WS-NEW-NUMAR-X                   PIC X(07).
       01 WS-NEW-NUMAR                     PIC 9(07).
       01 WS-NEW-STARE                     PIC X(12).
       01 WS-NEW-CNP                       PIC X(13).
       01 WS-NEW-MOTIV                     PIC X(40).
       01 WS-NEW-AN                        PIC X(09).
       01 WS-NEW-MEDIE                     PIC X(05).
       01 WS-FROM-X                        PIC X(07).
       01 WS-TO-X                          PIC X(07).
       01 WS-FROM-NR                       PIC 9(07).
       01 WS-TO-NR                         PIC 9(07).
       01 WS-RANGE-COUNT                   PIC 9(07).
       01 WS-DIGITS                        PIC 9(02).
       01 WS-SERIAL-DISP                   PIC X(16).
       01 WS-TODAY                         PIC 9(08).

      *> THE INVENTORY, ONE LINE PER TIP AND SERIE
       01 K-MAX-SERIES                     PIC 9(03) VALUE 100.
       01 SERIES-TABLE.
           05 SERIES-ENTRY OCCURS 100 TIMES.
               10 SE-TIP                   PIC X(12).
               10 SE-SERIE                 PIC X(08).
               10 SE-RECEIVED              PIC 9(05).
               10 SE-ISSUED                PIC 9(05).
               10 SE-DUPLICATES            PIC 9(05).
               10 SE-SPOILED               PIC 9(05).
               10 SE-CANCELLED             PIC 9(05).
               10 SE-STOCK                 PIC 9(05).
       01 SERIES-COUNT                     PIC 9(03) VALUE 0.
       01 WS-SERIES-IDX                    PIC 9(03).
       01 WS-ACCOUNTED                     PIC 9(05).
       01 WS-COUNT-MISMATCH                PIC 9(03).

       01 WS-NUM-DISP-1                    PIC ZZZZ9.
       01 WS-NUM-DISP-2                    PIC ZZZZ9.
       01 WS-NUM-DISP-3                    PIC ZZZZ9.
       01 WS-NUM-DISP-4                    PIC ZZZZ9.
       01 WS-NUM-DISP-5                    PIC ZZZZ9.
       01 WS-NUM-DISP-6                    PIC ZZZZ9.
       01 WS-LINE                          PIC X(132).

       01 WS-LISTED-COUNT                  PIC 9(05).
       01 WS-ANSWER                        PIC X(01).
       01 WS-FOUND-SWITCH                  PIC X(01).
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
       COPY TRAINENV-INT.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       S0  SECTION.
       S0A.
           DISPLAY "STRICT-REGIME FORMS REGISTER"
           MOVE "TIPIZATE"                 TO OPS-PROGRAM
           CALL "OPSIGNON" USING OPSIGN-INTERFACE
           IF OPS-DENIED
               DISPLAY OPS-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM A0
           PERFORM A1-LOAD-ALUMNI
           PERFORM L1-LOAD-REGISTER

           PERFORM UNTIL CHOICE-QUIT
               DISPLAY "L LIST, R RECEIVE, I ISSUE, U DUPLICATE, "
                   "S SPOILED, C CANCEL, P INVENTORY, Q QUIT: "
                   WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE TRUE
                   WHEN CHOICE-LIST
                       PERFORM L0-LIST-FORMS
                   WHEN CHOICE-RECEIVE
                       PERFORM R0-RECEIVE-RANGE
                   WHEN CHOICE-ISSUE
                       PERFORM I0-ISSUE-FORM
                   WHEN CHOICE-DUPLICATE
                       PERFORM U0-ISSUE-DUPLICATE
                   WHEN CHOICE-SPOIL
                       MOVE "DETERIORAT"   TO WS-NEW-STARE
                       PERFORM V0-VOID-FORM
                   WHEN CHOICE-CANCEL
                       MOVE "ANULAT"       TO WS-NEW-STARE
                       PERFORM V0-VOID-FORM
                   WHEN CHOICE-PRINT
                       PERFORM P0-PRINT-INVENTORY
                   WHEN CHOICE-QUIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "UNKNOWN CHOICE"
               END-EVALUATE
           END-PERFORM

           CLOSE AUDIT-FILE
           MOVE 0 TO RETURN-CODE
           .
       S0Z.
           STOP RUN.

       A0 SECTION.
       A0A.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           .
       A0Z.
           EXIT.

      *> THE GRADUATES ROLLOVER FILED, LESS THE REDACTED ONES. WITHOUT
      *> THEM THE REGISTER CAN STILL RECEIVE, VOID AND COUNT FORMS
       A1-LOAD-ALUMNI SECTION.
       A1-LOAD-ALUMNIA.
           OPEN INPUT ALUMNI-FILE
           IF WS-ALUMNI-STATUS NOT = "00"
               DISPLAY "NO Alumni.txt - NOTHING CAN BE ISSUED UNTIL "
                   "ROLLOVER HAS RUN"
               GO TO A1-LOAD-ALUMNIZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-ALUMNI-LINE
               READ ALUMNI-FILE INTO WS-ALUMNI-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN AL-CNP = SPACE
                           CONTINUE
                       WHEN AL-CNP(1:4) = "ANON"
                           CONTINUE
                       WHEN ALUMNI-COUNT >= K-MAX-ALUMNI
                           DISPLAY "TOO MANY GRADUATES, TRUNCATED AT "
                               K-MAX-ALUMNI
                           SET INP1-EOF    TO TRUE
                       WHEN OTHER
                           ADD 1           TO ALUMNI-COUNT
                           MOVE AL-CNP     TO AT-CNP(ALUMNI-COUNT)
                           MOVE AL-CLASA   TO AT-CLASA(ALUMNI-COUNT)
                           MOVE SPACE      TO AT-NAME(ALUMNI-COUNT)
                           STRING AL-NUME DELIMITED BY "  "
                                  " " DELIMITED BY SIZE
                                  AL-PRENUME DELIMITED BY "  "
                           INTO AT-NAME(ALUMNI-COUNT)
                           END-STRING
                   END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE ALUMNI-FILE
           DISPLAY "GRADUATES ON FILE: " ALUMNI-COUNT
           .
       A1-LOAD-ALUMNIZ.
           EXIT.

       L1-LOAD-REGISTER SECTION.
       L1-LOAD-REGISTERA.
           OPEN INPUT FORM-FILE
           IF WS-FORM-STATUS NOT = "00"
               DISPLAY "NO FormeTipizate.txt YET - STARTING EMPTY"
               GO TO L1-LOAD-REGISTERZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-FORM-LINE
               READ FORM-FILE INTO WS-FORM-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-FORM-LINE > SPACE
                   AND FORM-COUNT < K-MAX-FORM
                       ADD 1               TO FORM-COUNT
                       MOVE SPACE          TO FORM-ENTRY(FORM-COUNT)
                       UNSTRING WS-FORM-LINE DELIMITED BY ";" INTO
                           FT-TIP(FORM-COUNT)
                           FT-SERIE(FORM-COUNT)
                           WS-NEW-NUMAR-X
                           FT-STARE(FORM-COUNT)
                           FT-PRIMIT(FORM-COUNT)
                           FT-DATA(FORM-COUNT)
                           FT-CNP(FORM-COUNT)
                           FT-NUME(FORM-COUNT)
                           FT-CLASA(FORM-COUNT)
                           FT-AN(FORM-COUNT)
                           FT-MEDIE(FORM-COUNT)
                           FT-ORIGINAL(FORM-COUNT)
                           FT-MOTIV(FORM-COUNT)
                           FT-OPERATOR(FORM-COUNT)
                       END-UNSTRING
                       MOVE WS-NEW-NUMAR-X TO FT-NUMAR(FORM-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FORM-FILE
           DISPLAY "SERIALS ON FILE: " FORM-COUNT
           .
       L1-LOAD-REGISTERZ.
           EXIT.

      *> ONE GRADUATE'S FORMS, OR ONE SERIES' SERIALS NOT IN STOCK
       L0-LIST-FORMS SECTION.
       L0-LIST-FORMSA.
           DISPLAY "GRADUATE CNP (BLANK = BY SERIES): "
               WITH NO ADVANCING
           ACCEPT WS-NEW-CNP
           MOVE SPACE                      TO WS-NEW-SERIE
           IF WS-NEW-CNP = SPACE
               DISPLAY "SERIES (BLANK = ALL): " WITH NO ADVANCING
               ACCEPT WS-NEW-SERIE
           END-IF
           MOVE 0                          TO WS-LISTED-COUNT
           PERFORM VARYING WS-FORM-IDX FROM 1 BY 1
                   UNTIL WS-FORM-IDX > FORM-COUNT
               IF (WS-NEW-CNP NOT = SPACE
                   AND FT-CNP(WS-FORM-IDX) = WS-NEW-CNP)
               OR (WS-NEW-CNP = SPACE
                   AND FT-STARE(WS-FORM-IDX) NOT = "STOC"
                   AND (WS-NEW-SERIE = SPACE
                        OR FT-SERIE(WS-FORM-IDX) = WS-NEW-SERIE))
                   DISPLAY "  " FT-TIP(WS-FORM-IDX) " "
                       FT-SERIE(WS-FORM-IDX) " "
                       FT-NUMAR(WS-FORM-IDX) " "
                       FT-STARE(WS-FORM-IDX) " "
                       FT-DATA(WS-FORM-IDX) " "
                       FT-CNP(WS-FORM-IDX) " "
                       FT-NUME(WS-FORM-IDX)
                   IF FT-ORIGINAL(WS-FORM-IDX) NOT = SPACE
                       DISPLAY "      DUPLICATE OF "
                           FT-ORIGINAL(WS-FORM-IDX)
                   END-IF
                   IF FT-MOTIV(WS-FORM-IDX) NOT = SPACE
                       DISPLAY "      REASON: " FT-MOTIV(WS-FORM-IDX)
                   END-IF
                   ADD 1                   TO WS-LISTED-COUNT
               END-IF
           END-PERFORM
           IF WS-LISTED-COUNT = 0
               DISPLAY "  (NOTHING ON THE REGISTER)"
           END-IF
           .
       L0-LIST-FORMSZ.
           EXIT.

      *> A BATCH OF BLANKS FROM THE INSPECTORATE: EVERY SERIAL OF THE
      *> RANGE GOES IN AS STOC. A RANGE OVERLAPPING SERIALS ALREADY
      *> ON THE REGISTER IS REFUSED WHOLE
       R0-RECEIVE-RANGE SECTION.
       R0-RECEIVE-RANGEA.
           PERFORM K3-ASK-TIP
           IF WS-NEW-TIP = SPACE
               GO TO R0-RECEIVE-RANGEZ
           END-IF
           DISPLAY "SERIES: " WITH NO ADVANCING
           ACCEPT WS-NEW-SERIE
           IF WS-NEW-SERIE = SPACE
               DISPLAY "SERIES REQUIRED - NOTHING RECEIVED"
               GO TO R0-RECEIVE-RANGEZ
           END-IF
           DISPLAY "FIRST NUMBER: " WITH NO ADVANCING
           ACCEPT WS-FROM-X
           DISPLAY "LAST NUMBER: " WITH NO ADVANCING
           ACCEPT WS-TO-X
           MOVE WS-FROM-X                  TO WS-NEW-NUMAR-X
           PERFORM K4-NUMAR-VALUE
           MOVE WS-NEW-NUMAR               TO WS-FROM-NR
           MOVE WS-TO-X                    TO WS-NEW-NUMAR-X
           PERFORM K4-NUMAR-VALUE
           MOVE WS-NEW-NUMAR               TO WS-TO-NR
           IF WS-FROM-NR = 0 OR WS-TO-NR < WS-FROM-NR
               DISPLAY "NUMBERS MUST BE 1 TO 9999999, FIRST <= LAST"
               GO TO R0-RECEIVE-RANGEZ
           END-IF
           COMPUTE WS-RANGE-COUNT = WS-TO-NR - WS-FROM-NR + 1
           IF FORM-COUNT + WS-RANGE-COUNT > K-MAX-FORM
               DISPLAY "REGISTER FULL - ROOM FOR "
                   K-MAX-FORM " SERIALS"
               GO TO R0-RECEIVE-RANGEZ
           END-IF
           PERFORM VARYING WS-FORM-IDX FROM 1 BY 1
                   UNTIL WS-FORM-IDX > FORM-COUNT
               IF FT-TIP(WS-FORM-IDX) = WS-NEW-TIP
               AND FT-SERIE(WS-FORM-IDX) = WS-NEW-SERIE
               AND FT-NUMAR(WS-FORM-IDX) >= WS-FROM-NR
               AND FT-NUMAR(WS-FORM-IDX) <= WS-TO-NR
                   DISPLAY "SERIAL " FT-SERIE(WS-FORM-IDX) " "
                       FT-NUMAR(WS-FORM-IDX) " ALREADY ON THE "
                       "REGISTER - NOTHING RECEIVED"
                   GO TO R0-RECEIVE-RANGEZ
               END-IF
           END-PERFORM

           PERFORM VARYING WS-NEW-NUMAR FROM WS-FROM-NR BY 1
                   UNTIL WS-NEW-NUMAR > WS-TO-NR
               ADD 1                       TO FORM-COUNT
               MOVE SPACE                  TO FORM-ENTRY(FORM-COUNT)
               MOVE WS-NEW-TIP             TO FT-TIP(FORM-COUNT)
               MOVE WS-NEW-SERIE           TO FT-SERIE(FORM-COUNT)
               MOVE WS-NEW-NUMAR           TO FT-NUMAR(FORM-COUNT)
               MOVE "STOC"                 TO FT-STARE(FORM-COUNT)
               MOVE WS-TODAY               TO FT-PRIMIT(FORM-COUNT)
               MOVE WS-TODAY               TO FT-DATA(FORM-COUNT)
               MOVE OPS-ID                 TO FT-OPERATOR(FORM-COUNT)
           END-PERFORM
           PERFORM W0-REWRITE-REGISTER
           MOVE "RECEIVED"                 TO AUD-ACTION
           MOVE SPACE                      TO AUD-DETAIL
           STRING WS-NEW-TIP DELIMITED BY "  "
                  " " WS-NEW-SERIE DELIMITED BY SIZE
                  " " WS-FROM-NR "-" WS-TO-NR " ("
                  WS-RANGE-COUNT " SERIALS)" DELIMITED BY SIZE
           INTO AUD-DETAIL
           PERFORM X0-WRITE-AUDIT
           DISPLAY WS-RANGE-COUNT " SERIALS RECEIVED INTO STOCK"
           .
       R0-RECEIVE-RANGEZ.
           EXIT.

      *> A SERIAL FROM STOCK ISSUED TO A GRADUATE. EACH GRADUATE GETS
      *> ONE ORIGINAL OF EACH FORM; A SECOND ONE IS A DUPLICATE
       I0-ISSUE-FORM SECTION.
       I0-ISSUE-FORMA.
           PERFORM K3-ASK-TIP
           IF WS-NEW-TIP = SPACE
               GO TO I0-ISSUE-FORMZ
           END-IF
           PERFORM K5-ASK-STOCK-SERIAL
           IF ENTRY-NOT-FOUND
               GO TO I0-ISSUE-FORMZ
           END-IF
           DISPLAY "GRADUATE CNP: " WITH NO ADVANCING
           ACCEPT WS-NEW-CNP
           PERFORM K0-FIND-GRADUATE
           IF ENTRY-NOT-FOUND
               DISPLAY "CNP NOT A GRADUATE IN Alumni.txt - NOT ISSUED"
               GO TO I0-ISSUE-FORMZ
           END-IF
           PERFORM K6-FIND-ORIGINAL
           IF ENTRY-FOUND
               DISPLAY "ALREADY ISSUED: " FT-SERIE(WS-ORIG-IDX) " "
                   FT-NUMAR(WS-ORIG-IDX) " ON " FT-DATA(WS-ORIG-IDX)
                   " - USE U DUPLICATE"
               GO TO I0-ISSUE-FORMZ
           END-IF
           PERFORM K1-COHORT-DATA
           DISPLAY "  " AT-NAME(WS-ALUMNI-IDX)
           DISPLAY "  CLASA " AT-CLASA(WS-ALUMNI-IDX) " AN "
               WS-NEW-AN " MEDIA " WS-NEW-MEDIE
           IF WS-NEW-MEDIE = SPACE
               DISPLAY "  NO CohortFinal.txt LINE - RUN COHORT FOR "
                   "THE AVERAGE"
           END-IF
           DISPLAY "ISSUE " WS-NEW-TIP " " WS-NEW-SERIE " "
               WS-NEW-NUMAR " (Y/N): " WITH NO ADVANCING
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
               DISPLAY "NOTHING ISSUED"
               GO TO I0-ISSUE-FORMZ
           END-IF
           MOVE "ELIBERAT"                 TO FT-STARE(WS-FORM-IDX)
           MOVE WS-TODAY                   TO FT-DATA(WS-FORM-IDX)
           MOVE WS-NEW-CNP                 TO FT-CNP(WS-FORM-IDX)
           MOVE AT-NAME(WS-ALUMNI-IDX)     TO FT-NUME(WS-FORM-IDX)
           MOVE AT-CLASA(WS-ALUMNI-IDX)    TO FT-CLASA(WS-FORM-IDX)
           MOVE WS-NEW-AN                  TO FT-AN(WS-FORM-IDX)
           MOVE WS-NEW-MEDIE               TO FT-MEDIE(WS-FORM-IDX)
           MOVE SPACE                      TO FT-ORIGINAL(WS-FORM-IDX)
           MOVE SPACE                      TO FT-MOTIV(WS-FORM-IDX)
           MOVE OPS-ID                     TO FT-OPERATOR(WS-FORM-IDX)
           PERFORM W0-REWRITE-REGISTER
           MOVE "ISSUED"                   TO AUD-ACTION
           PERFORM X1-SERIAL-AUDIT
           DISPLAY "SERIAL ISSUED"
           .
       I0-ISSUE-FORMZ.
           EXIT.

      *> A DUPLICATE: A NEW SERIAL CARRYING THE ORIGINAL'S DATA AND
      *> ITS SERIE AND NUMBER, WITH THE REASON (LOST, DESTROYED ...)
       U0-ISSUE-DUPLICATE SECTION.
       U0-ISSUE-DUPLICATEA.
           PERFORM K3-ASK-TIP
           IF WS-NEW-TIP = SPACE
               GO TO U0-ISSUE-DUPLICATEZ
           END-IF
           DISPLAY "GRADUATE CNP: " WITH NO ADVANCING
           ACCEPT WS-NEW-CNP
           PERFORM K6-FIND-ORIGINAL
           IF ENTRY-NOT-FOUND
               DISPLAY "NO ORIGINAL ISSUED TO THIS CNP - USE I ISSUE"
               GO TO U0-ISSUE-DUPLICATEZ
           END-IF
           DISPLAY "  ORIGINAL " FT-SERIE(WS-ORIG-IDX) " "
               FT-NUMAR(WS-ORIG-IDX) " OF " FT-DATA(WS-ORIG-IDX) " "
               FT-NUME(WS-ORIG-IDX)
           DISPLAY "REASON FOR THE DUPLICATE: " WITH NO ADVANCING
           ACCEPT WS-NEW-MOTIV
           IF WS-NEW-MOTIV = SPACE
               DISPLAY "REASON REQUIRED - NOTHING ISSUED"
               GO TO U0-ISSUE-DUPLICATEZ
           END-IF
           PERFORM K5-ASK-STOCK-SERIAL
           IF ENTRY-NOT-FOUND
               GO TO U0-ISSUE-DUPLICATEZ
           END-IF
           MOVE SPACE                      TO WS-SERIAL-DISP
           STRING FT-SERIE(WS-ORIG-IDX) DELIMITED BY SPACE
                  " " FT-NUMAR(WS-ORIG-IDX) DELIMITED BY SIZE
           INTO WS-SERIAL-DISP
           MOVE "ELIBERAT"                 TO FT-STARE(WS-FORM-IDX)
           MOVE WS-TODAY                   TO FT-DATA(WS-FORM-IDX)
           MOVE FT-CNP(WS-ORIG-IDX)        TO FT-CNP(WS-FORM-IDX)
           MOVE FT-NUME(WS-ORIG-IDX)       TO FT-NUME(WS-FORM-IDX)
           MOVE FT-CLASA(WS-ORIG-IDX)      TO FT-CLASA(WS-FORM-IDX)
           MOVE FT-AN(WS-ORIG-IDX)         TO FT-AN(WS-FORM-IDX)
           MOVE FT-MEDIE(WS-ORIG-IDX)      TO FT-MEDIE(WS-FORM-IDX)
           MOVE WS-SERIAL-DISP             TO FT-ORIGINAL(WS-FORM-IDX)
           MOVE WS-NEW-MOTIV               TO FT-MOTIV(WS-FORM-IDX)
           MOVE OPS-ID                     TO FT-OPERATOR(WS-FORM-IDX)
           PERFORM W0-REWRITE-REGISTER
           MOVE "DUPLICATE"                TO AUD-ACTION
           PERFORM X1-SERIAL-AUDIT
           DISPLAY "DUPLICATE ISSUED"
           .
       U0-ISSUE-DUPLICATEZ.
           EXIT.

      *> SPOILED (WS-NEW-STARE DETERIORAT) TAKES A SERIAL STILL IN
      *> STOCK; CANCELLED (ANULAT) ALSO AN ISSUED ONE, WHOSE GRADUATE
      *> DATA STAYS ON THE LINE FOR THE INVENTORY
       V0-VOID-FORM SECTION.
       V0-VOID-FORMA.
           PERFORM K3-ASK-TIP
           IF WS-NEW-TIP = SPACE
               GO TO V0-VOID-FORMZ
           END-IF
           PERFORM K7-ASK-SERIAL
           IF ENTRY-NOT-FOUND
               DISPLAY "SERIAL NOT ON THE REGISTER"
               GO TO V0-VOID-FORMZ
           END-IF
           IF FT-STARE(WS-FORM-IDX) NOT = "STOC"
               IF WS-NEW-STARE = "DETERIORAT"
               OR FT-STARE(WS-FORM-IDX) NOT = "ELIBERAT"
                   DISPLAY "SERIAL IS " FT-STARE(WS-FORM-IDX)
                       " - NOTHING CHANGED"
                   GO TO V0-VOID-FORMZ
               END-IF
               DISPLAY "  ISSUED " FT-DATA(WS-FORM-IDX) " TO "
                   FT-CNP(WS-FORM-IDX) " " FT-NUME(WS-FORM-IDX)
           END-IF
           DISPLAY "REASON: " WITH NO ADVANCING
           ACCEPT WS-NEW-MOTIV
           IF WS-NEW-MOTIV = SPACE
               DISPLAY "REASON REQUIRED - NOTHING CHANGED"
               GO TO V0-VOID-FORMZ
           END-IF
           MOVE WS-NEW-STARE               TO FT-STARE(WS-FORM-IDX)
           MOVE WS-TODAY                   TO FT-DATA(WS-FORM-IDX)
           MOVE WS-NEW-MOTIV               TO FT-MOTIV(WS-FORM-IDX)
           MOVE OPS-ID                     TO FT-OPERATOR(WS-FORM-IDX)
           PERFORM W0-REWRITE-REGISTER
           IF WS-NEW-STARE = "DETERIORAT"
               MOVE "SPOILED"              TO AUD-ACTION
           ELSE
               MOVE "CANCELLED"            TO AUD-ACTION
           END-IF
           PERFORM X1-SERIAL-AUDIT
           DISPLAY "SERIAL MARKED " WS-NEW-STARE
           .
       V0-VOID-FORMZ.
           EXIT.

      *> THE INVENTORY: PER TIP AND SERIE, EVERY SERIAL RECEIVED IS
      *> EITHER ISSUED, SPOILED, CANCELLED OR STILL IN STOCK. A SERIAL
      *> IN NO KNOWN STATE BREAKS THE BALANCE AND IS FLAGGED
       P0-PRINT-INVENTORY SECTION.
       P0-PRINT-INVENTORYA.
           MOVE 0                          TO SERIES-COUNT
           MOVE 0                          TO WS-COUNT-MISMATCH
           PERFORM VARYING WS-FORM-IDX FROM 1 BY 1
                   UNTIL WS-FORM-IDX > FORM-COUNT
               PERFORM P1-COUNT-SERIAL
           END-PERFORM

           OPEN OUTPUT REPORT-FILE
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
           END-IF
           MOVE SPACE                      TO WS-LINE
           STRING "INVENTAR FORMULARE TIPIZATE LA " WS-TODAY
                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE SPACE                      TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE SPACE                      TO WS-LINE
           STRING "TIP          SERIE    PRIMITE ELIBERATE (DUPLICATE) "
                  "DETERIORATE ANULATE IN STOC" DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD

           PERFORM VARYING WS-SERIES-IDX FROM 1 BY 1
                   UNTIL WS-SERIES-IDX > SERIES-COUNT
               MOVE SE-RECEIVED(WS-SERIES-IDX)   TO WS-NUM-DISP-1
               MOVE SE-ISSUED(WS-SERIES-IDX)     TO WS-NUM-DISP-2
               MOVE SE-DUPLICATES(WS-SERIES-IDX) TO WS-NUM-DISP-3
               MOVE SE-SPOILED(WS-SERIES-IDX)    TO WS-NUM-DISP-4
               MOVE SE-CANCELLED(WS-SERIES-IDX)  TO WS-NUM-DISP-5
               MOVE SE-STOCK(WS-SERIES-IDX)      TO WS-NUM-DISP-6
               MOVE SPACE                  TO WS-LINE
               STRING SE-TIP(WS-SERIES-IDX) " "
                      SE-SERIE(WS-SERIES-IDX) "   "
                      WS-NUM-DISP-1 "     " WS-NUM-DISP-2
                      "      (" WS-NUM-DISP-3 ")       "
                      WS-NUM-DISP-4 "   " WS-NUM-DISP-5
                      "    " WS-NUM-DISP-6
                      DELIMITED BY SIZE
               INTO WS-LINE
               COMPUTE WS-ACCOUNTED = SE-ISSUED(WS-SERIES-IDX)
                   + SE-SPOILED(WS-SERIES-IDX)
                   + SE-CANCELLED(WS-SERIES-IDX)
                   + SE-STOCK(WS-SERIES-IDX)
               IF WS-ACCOUNTED = SE-RECEIVED(WS-SERIES-IDX)
                   MOVE "  OK"             TO WS-LINE(100:)
               ELSE
                   MOVE "  DIFERENTA"      TO WS-LINE(100:)
                   ADD 1                   TO WS-COUNT-MISMATCH
               END-IF
               MOVE WS-LINE                TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
           END-PERFORM

      *> THE COMMISSION SIGNS OFF EVERY VOIDED SERIAL BY NUMBER
           MOVE SPACE                      TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE "FORMULARE DETERIORATE SI ANULATE"
                                           TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE 0                          TO WS-LISTED-COUNT
           PERFORM VARYING WS-FORM-IDX FROM 1 BY 1
                   UNTIL WS-FORM-IDX > FORM-COUNT
               IF FT-STARE(WS-FORM-IDX) = "DETERIORAT"
               OR FT-STARE(WS-FORM-IDX) = "ANULAT"
                   MOVE SPACE              TO WS-LINE
                   STRING "  " FT-TIP(WS-FORM-IDX) " "
                          FT-SERIE(WS-FORM-IDX) " "
                          FT-NUMAR(WS-FORM-IDX) " "
                          FT-STARE(WS-FORM-IDX) " "
                          FT-DATA(WS-FORM-IDX) " "
                          FT-MOTIV(WS-FORM-IDX) " "
                          FT-OPERATOR(WS-FORM-IDX)
                          DELIMITED BY SIZE
                   INTO WS-LINE
                   MOVE WS-LINE            TO REPORT-FILE-FD
                   WRITE REPORT-FILE-FD
                   ADD 1                   TO WS-LISTED-COUNT
               END-IF
           END-PERFORM
           IF WS-LISTED-COUNT = 0
               MOVE "  (NICIUNUL)"         TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
           END-IF
           MOVE SPACE                      TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE WS-COUNT-MISMATCH          TO WS-NUM-DISP-1
           MOVE SPACE                      TO WS-LINE
           STRING "SERII CU DIFERENTE: " WS-NUM-DISP-1
                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           CLOSE REPORT-FILE

           MOVE "INVENTORY"                TO AUD-ACTION
           MOVE SPACE                      TO AUD-DETAIL
           STRING "InventarTipizate.txt " SERIES-COUNT " SERIES, "
                  WS-COUNT-MISMATCH " NOT BALANCED"
                  DELIMITED BY SIZE
           INTO AUD-DETAIL
           PERFORM X0-WRITE-AUDIT
           DISPLAY "INVENTORY WRITTEN TO InventarTipizate.txt"
           IF WS-COUNT-MISMATCH > 0
               DISPLAY "SERIES NOT BALANCED: " WS-COUNT-MISMATCH
           END-IF
           .
       P0-PRINT-INVENTORYZ.
           EXIT.

       P1-COUNT-SERIAL SECTION.
       P1-COUNT-SERIALA.
           PERFORM VARYING WS-SERIES-IDX FROM 1 BY 1
                   UNTIL WS-SERIES-IDX > SERIES-COUNT
               IF SE-TIP(WS-SERIES-IDX) = FT-TIP(WS-FORM-IDX)
               AND SE-SERIE(WS-SERIES-IDX) = FT-SERIE(WS-FORM-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SERIES-IDX > SERIES-COUNT
               IF SERIES-COUNT >= K-MAX-SERIES
                   DISPLAY "TOO MANY SERIES, TRUNCATED AT "
                       K-MAX-SERIES
                   GO TO P1-COUNT-SERIALZ
               END-IF
               ADD 1                       TO SERIES-COUNT
               MOVE SERIES-COUNT           TO WS-SERIES-IDX
               MOVE FT-TIP(WS-FORM-IDX)    TO SE-TIP(WS-SERIES-IDX)
               MOVE FT-SERIE(WS-FORM-IDX)  TO SE-SERIE(WS-SERIES-IDX)
               MOVE 0                      TO SE-RECEIVED(WS-SERIES-IDX)
                                            SE-ISSUED(WS-SERIES-IDX)
                                            SE-DUPLICATES(WS-SERIES-IDX)
                                            SE-SPOILED(WS-SERIES-IDX)
                                            SE-CANCELLED(WS-SERIES-IDX)
                                            SE-STOCK(WS-SERIES-IDX)
           END-IF
           ADD 1                           TO SE-RECEIVED(WS-SERIES-IDX)
           EVALUATE FT-STARE(WS-FORM-IDX)
               WHEN "ELIBERAT"
                   ADD 1                   TO SE-ISSUED(WS-SERIES-IDX)
                   IF FT-ORIGINAL(WS-FORM-IDX) NOT = SPACE
                       ADD 1           TO SE-DUPLICATES(WS-SERIES-IDX)
                   END-IF
               WHEN "DETERIORAT"
                   ADD 1                   TO SE-SPOILED(WS-SERIES-IDX)
               WHEN "ANULAT"
                   ADD 1               TO SE-CANCELLED(WS-SERIES-IDX)
               WHEN "STOC"
                   ADD 1                   TO SE-STOCK(WS-SERIES-IDX)
               WHEN OTHER
                   DISPLAY "SERIAL " FT-SERIE(WS-FORM-IDX) " "
                       FT-NUMAR(WS-FORM-IDX) " IN UNKNOWN STATE "
                       FT-STARE(WS-FORM-IDX)
           END-EVALUATE
           .
       P1-COUNT-SERIALZ.
           EXIT.

      *> WS-NEW-CNP AMONG THE (UNREDACTED) GRADUATES -> WS-ALUMNI-IDX
       K0-FIND-GRADUATE SECTION.
       K0-FIND-GRADUATEA.
           SET ENTRY-NOT-FOUND             TO TRUE
           IF WS-NEW-CNP = SPACE
               GO TO K0-FIND-GRADUATEZ
           END-IF
           PERFORM VARYING WS-ALUMNI-IDX FROM 1 BY 1
                   UNTIL WS-ALUMNI-IDX > ALUMNI-COUNT
               IF AT-CNP(WS-ALUMNI-IDX) = WS-NEW-CNP
                   SET ENTRY-FOUND         TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
       K0-FIND-GRADUATEZ.
           EXIT.

      *> THE FINISHING YEAR AND CUMULATIVE MEAN COHORT FILED FOR
      *> WS-NEW-CNP; BLANK WHEN COHORT HAS NOT RUN FOR THEIR YEAR
       K1-COHORT-DATA SECTION.
       K1-COHORT-DATAA.
           MOVE SPACE                      TO WS-NEW-AN
           MOVE SPACE                      TO WS-NEW-MEDIE
           OPEN INPUT FINAL-FILE
           IF WS-FINAL-STATUS NOT = "00"
               GO TO K1-COHORT-DATAZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-FINAL-LINE
               READ FINAL-FILE INTO WS-FINAL-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF FN-CNP = WS-NEW-CNP
                       MOVE FN-AN-SCOLAR   TO WS-NEW-AN
                       MOVE FN-MEAN        TO WS-NEW-MEDIE
                       SET INP1-EOF        TO TRUE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE FINAL-FILE
           .
       K1-COHORT-DATAZ.
           EXIT.

      *> THE FORM TYPE -> WS-NEW-TIP, SPACE WHEN NOT ONE OF THEM
       K3-ASK-TIP SECTION.
       K3-ASK-TIPA.
           DISPLAY "FORM - D DIPLOMA, C CERTIFICAT DE ABSOLVIRE, "
               "F FOAIE MATRICOLA: " WITH NO ADVANCING
           ACCEPT WS-TIP-CODE
           EVALUATE TRUE
               WHEN TIP-DIPLOMA
                   MOVE "DIPLOMA"          TO WS-NEW-TIP
               WHEN TIP-CERTIFICAT
                   MOVE "CERTIFICAT"       TO WS-NEW-TIP
               WHEN TIP-FOAIE
                   MOVE "FOAIE MATR"       TO WS-NEW-TIP
               WHEN OTHER
                   MOVE SPACE              TO WS-NEW-TIP
                   DISPLAY "UNKNOWN FORM - NOTHING CHANGED"
           END-EVALUATE
           .
       K3-ASK-TIPZ.
           EXIT.

      *> A KEYED NUMBER (WS-NEW-NUMAR-X, LEFT-JUSTIFIED AS ACCEPTED)
      *> -> WS-NEW-NUMAR, ZERO WHEN IT IS NOT A NUMBER
       K4-NUMAR-VALUE SECTION.
       K4-NUMAR-VALUEA.
           MOVE 0                          TO WS-NEW-NUMAR
           IF WS-NEW-NUMAR-X = SPACE
               GO TO K4-NUMAR-VALUEZ
           END-IF
           MOVE 0                          TO WS-DIGITS
           INSPECT WS-NEW-NUMAR-X TALLYING WS-DIGITS
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-DIGITS = 0
               GO TO K4-NUMAR-VALUEZ
           END-IF
           IF WS-NEW-NUMAR-X(1:WS-DIGITS) IS NUMERIC
               MOVE WS-NEW-NUMAR-X(1:WS-DIGITS) TO WS-NEW-NUMAR
           END-IF
           .
       K4-NUMAR-VALUEZ.
           EXIT.

      *> ASK FOR A SERIE AND NUMBER OF WS-NEW-TIP THAT IS STILL IN
      *> STOCK -> WS-FORM-IDX
       K5-ASK-STOCK-SERIAL SECTION.
       K5-ASK-STOCK-SERIALA.
           PERFORM K7-ASK-SERIAL
           IF ENTRY-NOT-FOUND
               DISPLAY "SERIAL NOT ON THE REGISTER - RECEIVE IT FIRST"
               GO TO K5-ASK-STOCK-SERIALZ
           END-IF
           IF FT-STARE(WS-FORM-IDX) NOT = "STOC"
               DISPLAY "SERIAL IS " FT-STARE(WS-FORM-IDX)
                   " - NOT IN STOCK"
               SET ENTRY-NOT-FOUND         TO TRUE
           END-IF
           .
       K5-ASK-STOCK-SERIALZ.
           EXIT.

      *> THE ORIGINAL (NOT A DUPLICATE) OF WS-NEW-TIP ISSUED TO
      *> WS-NEW-CNP AND NOT CANCELLED -> WS-ORIG-IDX
       K6-FIND-ORIGINAL SECTION.
       K6-FIND-ORIGINALA.
           SET ENTRY-NOT-FOUND             TO TRUE
           IF WS-NEW-CNP = SPACE
               GO TO K6-FIND-ORIGINALZ
           END-IF
           PERFORM VARYING WS-ORIG-IDX FROM 1 BY 1
                   UNTIL WS-ORIG-IDX > FORM-COUNT
               IF FT-CNP(WS-ORIG-IDX) = WS-NEW-CNP
               AND FT-TIP(WS-ORIG-IDX) = WS-NEW-TIP
               AND FT-STARE(WS-ORIG-IDX) = "ELIBERAT"
               AND FT-ORIGINAL(WS-ORIG-IDX) = SPACE
                   SET ENTRY-FOUND         TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
       K6-FIND-ORIGINALZ.
           EXIT.

      *> ASK FOR A SERIE AND NUMBER OF WS-NEW-TIP -> WS-FORM-IDX
       K7-ASK-SERIAL SECTION.
       K7-ASK-SERIALA.
           SET ENTRY-NOT-FOUND             TO TRUE
           DISPLAY "SERIES: " WITH NO ADVANCING
           ACCEPT WS-NEW-SERIE
           DISPLAY "NUMBER: " WITH NO ADVANCING
           ACCEPT WS-NEW-NUMAR-X
           PERFORM K4-NUMAR-VALUE
           IF WS-NEW-NUMAR = 0
               GO TO K7-ASK-SERIALZ
           END-IF
           PERFORM VARYING WS-FORM-IDX FROM 1 BY 1
                   UNTIL WS-FORM-IDX > FORM-COUNT
               IF FT-TIP(WS-FORM-IDX) = WS-NEW-TIP
               AND FT-SERIE(WS-FORM-IDX) = WS-NEW-SERIE
               AND FT-NUMAR(WS-FORM-IDX) = WS-NEW-NUMAR
                   SET ENTRY-FOUND         TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
       K7-ASK-SERIALZ.
           EXIT.

       W0-REWRITE-REGISTER SECTION.
       W0-REWRITE-REGISTERA.
           OPEN OUTPUT FORM-FILE
           PERFORM VARYING WS-WRITE-IDX FROM 1 BY 1
                   UNTIL WS-WRITE-IDX > FORM-COUNT
               MOVE SPACE                  TO WS-FORM-LINE
               STRING FT-TIP(WS-WRITE-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      FT-SERIE(WS-WRITE-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      FT-NUMAR(WS-WRITE-IDX) DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      FT-STARE(WS-WRITE-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      FT-PRIMIT(WS-WRITE-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      FT-DATA(WS-WRITE-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      FT-CNP(WS-WRITE-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      FT-NUME(WS-WRITE-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      FT-CLASA(WS-WRITE-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      FT-AN(WS-WRITE-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      FT-MEDIE(WS-WRITE-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      FT-ORIGINAL(WS-WRITE-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      FT-MOTIV(WS-WRITE-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      FT-OPERATOR(WS-WRITE-IDX) DELIMITED BY "  "
               INTO WS-FORM-LINE
               END-STRING
               MOVE WS-FORM-LINE           TO FORM-FD
               WRITE FORM-FD
           END-PERFORM
           CLOSE FORM-FILE
           .
       W0-REWRITE-REGISTERZ.
           EXIT.

      *> THE AUDIT LINE FOR ONE SERIAL (WS-FORM-IDX) AFTER ITS CHANGE
       X1-SERIAL-AUDIT SECTION.
       X1-SERIAL-AUDITA.
           MOVE SPACE                      TO AUD-DETAIL
           STRING FT-TIP(WS-FORM-IDX) DELIMITED BY "  "
                  " " FT-SERIE(WS-FORM-IDX) DELIMITED BY SIZE
                  " " FT-NUMAR(WS-FORM-IDX)
                  " " FT-CNP(WS-FORM-IDX)
                  " " FT-ORIGINAL(WS-FORM-IDX)
                  " " FT-MOTIV(WS-FORM-IDX)
                  DELIMITED BY SIZE
           INTO AUD-DETAIL
           PERFORM X0-WRITE-AUDIT
           .
       X1-SERIAL-AUDITZ.
           EXIT.

       X0-WRITE-AUDIT SECTION.
       X0-WRITE-AUDITA.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME
           MOVE OPS-ID                     TO AUD-OPERATOR
           MOVE 'FormeTipizateAudit.txt'   TO ACH-FILE
           SET ACH-FIXED                   TO TRUE
           MOVE LENGTH OF AUDIT-LINE       TO ACH-LENGTH
           MOVE AUDIT-LINE                 TO ACH-LINE
           CALL "AUDCHAIN" USING AUDCHAIN-INTERFACE
           MOVE ACH-LINE                   TO AUDIT-FD
           WRITE AUDIT-FD
           .
       X0-WRITE-AUDITZ.
           EXIT.
       END PROGRAM TIPIZATE.
