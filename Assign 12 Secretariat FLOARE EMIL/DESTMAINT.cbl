      ******************************************************************
      * Author:
      * Date:
      * Purpose: GRADUATE DESTINATION (INSERTIA ABSOLVENTILOR)
      *          REGISTER MAINTENANCE. EVERY AUTUMN THE INSPECTORATE
      *          ASKS WHERE LAST YEAR'S GRADUATES WENT; THE ANSWERS
      *          USED TO LIVE IN A SPREADSHEET FED BY PHONE CALLS TO
      *          THE FAMILIES. THIS KEEPS Destinatii.txt
      *          (CNP;TIP;UNITATE;PROFIL;SURSA;DATA), ONE LINE PER
      *          GRADUATE, KEYED BY THE CNP ROLLOVER FILED IN
      *          Alumni.txt. TIP IS LICEU, PROFESIONALA, STRAINATATE
      *          OR NU CONTINUA; SURSA SAYS WHETHER THE LINE CAME FROM
      *          A PHONE CALL (TELEFON) OR THE COUNTY ADMISSION
      *          RESULTS (REPARTIZARE). THE BULK LOAD READS THE COUNTY
      *          FILE RezultateAdmitere.txt (CNP;UNITATE;PROFIL;TIP,
      *          TIP L = LICEU, P = PROFESIONALA) AND TAKES EVERY
      *          LINE WHOSE CNP IS ONE OF OUR GRADUATES - A LINE KEYED
      *          FROM A PHONE CALL IS NEWER THAN THE JULY ADMISSION
      *          AND IS KEPT. GRADUATES ALREADY REDACTED BY ANONYMIZE
      *          ARE NOT ON FILE FOR THIS PURPOSE. EVERY CHANGE IS
      *          AUDITED (DestinatiiMaintAudit.txt) WITH THE
      *          OPERATOR. DESTREPORT PRINTS THE REGISTER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DESTMAINT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEST-FILE ASSIGN TO 'Destinatii.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEST-STATUS.

           SELECT ALUMNI-FILE ASSIGN TO 'Alumni.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALUMNI-STATUS.

           SELECT ADMIT-FILE ASSIGN TO 'RezultateAdmitere.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ADMIT-STATUS.

           SELECT AUDIT-FILE ASSIGN TO 'DestinatiiMaintAudit.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
        FD DEST-FILE.
       01 DEST-FD                           PIC X(130).

        FD ALUMNI-FILE.
       01 ALUMNI-FD                         PIC X(220).

        FD ADMIT-FILE.
       01 ADMIT-FD                          PIC X(150).

        FD AUDIT-FILE.
       01 AUDIT-FD                          PIC X(182).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WS-DEST-STATUS                   PIC X(02).
       01 WS-ALUMNI-STATUS                 PIC X(02).
       01 WS-ADMIT-STATUS                  PIC X(02).
       01 WS-AUDIT-STATUS                  PIC X(02).

      *> OPERATOR SIGN-ON - WHO IS AT THE KEYBOARD GOES INTO EVERY
      *> AUDIT LINE, AND AN OPERATOR WITHOUT THIS PROGRAM ON THEIR
      *> Operators.txt LIST IS REFUSED
       COPY OPSIGN-INT.

       01 WS-CHOICE                        PIC X(01).
           88 CHOICE-LIST                   VALUE "L" "l".
           88 CHOICE-ADD                    VALUE "A" "a".
           88 CHOICE-DELETE                 VALUE "D" "d".
           88 CHOICE-BULK                   VALUE "B" "b".
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

      *> THE GRADUATES A DESTINATION MAY BE KEYED FOR. A LINE
      *> ANONYMIZE HAS REDACTED CARRIES AN "ANON" PSEUDONYM IN
      *> PLACE OF THE CNP AND IS LEFT OUT
       01 K-MAX-ALUMNI                     PIC 9(04) VALUE 3000.
       01 ALUMNI-TABLE.
           05 ALUMNI-ENTRY OCCURS 3000 TIMES.
               10 AT-CNP                   PIC X(13).
               10 AT-CLASA                 PIC X(04).
               10 AT-NAME                  PIC X(50).
       01 ALUMNI-COUNT                     PIC 9(04) VALUE 0.
       01 WS-ALUMNI-IDX                    PIC 9(04).
       01 WS-REDACTED-COUNT                PIC 9(04) VALUE 0.

      *> THE WHOLE REGISTER IN MEMORY, REWRITTEN AFTER EVERY CHANGE
       01 K-MAX-DEST                       PIC 9(04) VALUE 3000.
      *> TIP AND SURSA KEEP TWO SPARE BYTES SO THE LONGEST VALUE
      *> STILL ENDS IN THE DOUBLE SPACE THE REWRITE DELIMITS BY
       01 DEST-TABLE.
           05 DEST-ENTRY OCCURS 3000 TIMES.
               10 DS-CNP                   PIC X(13).
               10 DS-TIP                   PIC X(14).
               10 DS-UNITATE               PIC X(40).
               10 DS-PROFIL                PIC X(30).
               10 DS-SURSA                 PIC X(13).
               10 DS-DATA                  PIC X(08).
       01 DEST-COUNT                       PIC 9(04) VALUE 0.
       01 WS-DEST-IDX                      PIC 9(04).
       01 WS-DEST-LINE                     PIC X(130).

      *> THE ENTRY BEING KEYED
       01 WS-NEW-CNP                       PIC X(13).
       01 WS-NEW-TIP-CODE                  PIC X(01).
           88 TIP-LICEU                     VALUE "L" "l".
           88 TIP-PROFESIONALA              VALUE "P" "p".
           88 TIP-STRAINATATE               VALUE "S" "s".
           88 TIP-NU-CONTINUA               VALUE "N" "n".
       01 WS-NEW-TIP                       PIC X(12).
       01 WS-NEW-UNITATE                   PIC X(40).
       01 WS-NEW-PROFIL                    PIC X(30).
       01 WS-NEW-SURSA                     PIC X(11).
       01 WS-TODAY                         PIC 9(08).

      *> ONE LINE OF THE COUNTY ADMISSION RESULTS
       01 WS-ADMIT-LINE                    PIC X(150).
       01 WS-ADM-CNP                       PIC X(13).
       01 WS-ADM-UNITATE                   PIC X(40).
       01 WS-ADM-PROFIL                    PIC X(30).
       01 WS-ADM-TIP                       PIC X(01).
       01 WS-BULK-TAKEN                    PIC 9(05).
       01 WS-BULK-KEPT                     PIC 9(05).
       01 WS-BULK-FOREIGN                  PIC 9(05).
       01 WS-BULK-FULL                     PIC 9(05).

       01 WS-LISTED-COUNT                  PIC 9(04).
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

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       S0  SECTION.
       S0A.
           DISPLAY "GRADUATE DESTINATION REGISTER"
           MOVE "DESTMAINT"                TO OPS-PROGRAM
           CALL "OPSIGNON" USING OPSIGN-INTERFACE
           IF OPS-DENIED
               DISPLAY OPS-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM A1-LOAD-ALUMNI
           IF ALUMNI-COUNT = 0
               DISPLAY "NO GRADUATES IN Alumni.txt - RUN ROLLOVER FIRST"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM A0
           PERFORM L1-LOAD-REGISTER

           PERFORM UNTIL CHOICE-QUIT
               DISPLAY "L LIST, A ADD/CHANGE, D DELETE, "
                   "B BULK LOAD ADMISSIONS, Q QUIT: "
                   WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE TRUE
                   WHEN CHOICE-LIST
                       PERFORM L0-LIST-DESTINATIONS
                   WHEN CHOICE-ADD
                       PERFORM A2-ADD-DESTINATION
                   WHEN CHOICE-DELETE
                       PERFORM D0-DELETE-DESTINATION
                   WHEN CHOICE-BULK
                       PERFORM B0-BULK-LOAD
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

      *> THE GRADUATES ROLLOVER FILED, LESS THE REDACTED ONES
       A1-LOAD-ALUMNI SECTION.
       A1-LOAD-ALUMNIA.
           OPEN INPUT ALUMNI-FILE
           IF WS-ALUMNI-STATUS NOT = "00"
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
                           ADD 1           TO WS-REDACTED-COUNT
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
               " (REDACTED, LEFT OUT: " WS-REDACTED-COUNT ")"
           .
       A1-LOAD-ALUMNIZ.
           EXIT.

       L1-LOAD-REGISTER SECTION.
       L1-LOAD-REGISTERA.
           OPEN INPUT DEST-FILE
           IF WS-DEST-STATUS NOT = "00"
               DISPLAY "NO Destinatii.txt YET - STARTING EMPTY"
               GO TO L1-LOAD-REGISTERZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-DEST-LINE
               READ DEST-FILE INTO WS-DEST-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-DEST-LINE > SPACE
                   AND DEST-COUNT < K-MAX-DEST
                       ADD 1               TO DEST-COUNT
                       UNSTRING WS-DEST-LINE DELIMITED BY ";" INTO
                           DS-CNP(DEST-COUNT)
                           DS-TIP(DEST-COUNT)
                           DS-UNITATE(DEST-COUNT)
                           DS-PROFIL(DEST-COUNT)
                           DS-SURSA(DEST-COUNT)
                           DS-DATA(DEST-COUNT)
                       END-UNSTRING
                   END-IF
               END-READ
           END-PERFORM
           CLOSE DEST-FILE
           DISPLAY "DESTINATIONS ON FILE: " DEST-COUNT
           .
       L1-LOAD-REGISTERZ.
           EXIT.

       L0-LIST-DESTINATIONS SECTION.
       L0-LIST-DESTINATIONSA.
           DISPLAY "GRADUATE CNP (BLANK = ALL): " WITH NO ADVANCING
           ACCEPT WS-NEW-CNP
           MOVE 0                          TO WS-LISTED-COUNT
           PERFORM VARYING WS-DEST-IDX FROM 1 BY 1
                   UNTIL WS-DEST-IDX > DEST-COUNT
               IF WS-NEW-CNP = SPACE
               OR DS-CNP(WS-DEST-IDX) = WS-NEW-CNP
                   DISPLAY "  " DS-CNP(WS-DEST-IDX) " "
                       DS-TIP(WS-DEST-IDX) " "
                       DS-UNITATE(WS-DEST-IDX) " "
                       DS-PROFIL(WS-DEST-IDX) " ("
                       DS-SURSA(WS-DEST-IDX) " "
                       DS-DATA(WS-DEST-IDX) ")"
                   ADD 1                   TO WS-LISTED-COUNT
               END-IF
           END-PERFORM
           IF WS-LISTED-COUNT = 0
               DISPLAY "  (NOTHING ON THE REGISTER)"
           END-IF
           .
       L0-LIST-DESTINATIONSZ.
           EXIT.

      *> A PHONE ANSWER: A NEW LINE, OR THE GRADUATE'S LINE REPLACED
       A2-ADD-DESTINATION SECTION.
       A2-ADD-DESTINATIONA.
           DISPLAY "GRADUATE CNP: " WITH NO ADVANCING
           ACCEPT WS-NEW-CNP
           PERFORM K0-FIND-GRADUATE
           IF ENTRY-NOT-FOUND
               DISPLAY "CNP NOT A GRADUATE IN Alumni.txt - NOT ADDED"
               GO TO A2-ADD-DESTINATIONZ
           END-IF
           DISPLAY "  " AT-NAME(WS-ALUMNI-IDX) " CLASA "
               AT-CLASA(WS-ALUMNI-IDX)
           PERFORM K1-FIND-DESTINATION
           IF ENTRY-FOUND
               DISPLAY "  NOW: " DS-TIP(WS-DEST-IDX) " "
                   DS-UNITATE(WS-DEST-IDX) " "
                   DS-PROFIL(WS-DEST-IDX)
               DISPLAY "REPLACE IT (Y/N): " WITH NO ADVANCING
               ACCEPT WS-ANSWER
               IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
                   DISPLAY "NOTHING CHANGED"
                   GO TO A2-ADD-DESTINATIONZ
               END-IF
           ELSE
               IF DEST-COUNT >= K-MAX-DEST
                   DISPLAY "REGISTER FULL"
                   GO TO A2-ADD-DESTINATIONZ
               END-IF
           END-IF

           DISPLAY "DESTINATION - L LICEU, P PROFESIONALA, "
               "S STRAINATATE, N NU CONTINUA: " WITH NO ADVANCING
           ACCEPT WS-NEW-TIP-CODE
           EVALUATE TRUE
               WHEN TIP-LICEU
                   MOVE "LICEU"            TO WS-NEW-TIP
               WHEN TIP-PROFESIONALA
                   MOVE "PROFESIONALA"     TO WS-NEW-TIP
               WHEN TIP-STRAINATATE
                   MOVE "STRAINATATE"      TO WS-NEW-TIP
               WHEN TIP-NU-CONTINUA
                   MOVE "NU CONTINUA"      TO WS-NEW-TIP
               WHEN OTHER
                   DISPLAY "UNKNOWN DESTINATION - NOTHING CHANGED"
                   GO TO A2-ADD-DESTINATIONZ
           END-EVALUATE
           MOVE SPACE                      TO WS-NEW-UNITATE
           MOVE SPACE                      TO WS-NEW-PROFIL
           IF TIP-LICEU OR TIP-PROFESIONALA
               DISPLAY "SCHOOL (UNITATE): " WITH NO ADVANCING
               ACCEPT WS-NEW-UNITATE
               IF WS-NEW-UNITATE = SPACE
                   DISPLAY "SCHOOL REQUIRED - NOTHING CHANGED"
                   GO TO A2-ADD-DESTINATIONZ
               END-IF
               DISPLAY "PROFILE / QUALIFICATION: " WITH NO ADVANCING
               ACCEPT WS-NEW-PROFIL
           END-IF
           IF TIP-STRAINATATE
               DISPLAY "COUNTRY (BLANK = UNKNOWN): " WITH NO ADVANCING
               ACCEPT WS-NEW-UNITATE
           END-IF
           MOVE "TELEFON"                  TO WS-NEW-SURSA

           IF ENTRY-FOUND
               MOVE "CHANGED"              TO AUD-ACTION
           ELSE
               ADD 1                       TO DEST-COUNT
               MOVE DEST-COUNT             TO WS-DEST-IDX
               MOVE "ADDED"                TO AUD-ACTION
           END-IF
           PERFORM K2-STORE-DESTINATION
           PERFORM W0-REWRITE-REGISTER
           PERFORM X0-WRITE-AUDIT
           DISPLAY "DESTINATION RECORDED"
           .
       A2-ADD-DESTINATIONZ.
           EXIT.

       D0-DELETE-DESTINATION SECTION.
       D0-DELETE-DESTINATIONA.
           DISPLAY "GRADUATE CNP: " WITH NO ADVANCING
           ACCEPT WS-NEW-CNP
           PERFORM K1-FIND-DESTINATION
           IF ENTRY-NOT-FOUND
               DISPLAY "NOT ON THE REGISTER"
               GO TO D0-DELETE-DESTINATIONZ
           END-IF
           MOVE DS-TIP(WS-DEST-IDX)        TO WS-NEW-TIP
           MOVE DS-UNITATE(WS-DEST-IDX)    TO WS-NEW-UNITATE
           MOVE DS-PROFIL(WS-DEST-IDX)     TO WS-NEW-PROFIL
           MOVE DS-SURSA(WS-DEST-IDX)      TO WS-NEW-SURSA
      *> CLOSE THE GAP: THE LAST ENTRY TAKES THE DELETED SLOT
           MOVE DEST-ENTRY(DEST-COUNT)     TO DEST-ENTRY(WS-DEST-IDX)
           SUBTRACT 1                      FROM DEST-COUNT
           PERFORM W0-REWRITE-REGISTER
           MOVE "DELETED"                  TO AUD-ACTION
           PERFORM X0-WRITE-AUDIT
           DISPLAY "DESTINATION DELETED"
           .
       D0-DELETE-DESTINATIONZ.
           EXIT.

      *> THE COUNTY ADMISSION RESULTS: EVERY LINE FOR ONE OF OUR
      *> GRADUATES BECOMES (OR REPLACES) THEIR REGISTER LINE, UNLESS
      *> A PHONE CALL HAS ALREADY TOLD US WHERE THEY REALLY WENT.
      *> THE COUNTY FILE COVERS EVERY SCHOOL, SO CNPS THAT ARE NOT
      *> OURS ARE SIMPLY COUNTED.
       B0-BULK-LOAD SECTION.
       B0-BULK-LOADA.
           OPEN INPUT ADMIT-FILE
           IF WS-ADMIT-STATUS NOT = "00"
               DISPLAY "NO RezultateAdmitere.txt - NOTHING LOADED"
               GO TO B0-BULK-LOADZ
           END-IF
           MOVE 0                          TO WS-BULK-TAKEN
           MOVE 0                          TO WS-BULK-KEPT
           MOVE 0                          TO WS-BULK-FOREIGN
           MOVE 0                          TO WS-BULK-FULL
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-ADMIT-LINE
               READ ADMIT-FILE INTO WS-ADMIT-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   PERFORM B1-LOAD-ONE-ADMISSION
               END-READ
           END-PERFORM
           CLOSE ADMIT-FILE

           IF WS-BULK-TAKEN > 0
               PERFORM W0-REWRITE-REGISTER
               MOVE "BULK LOAD"            TO AUD-ACTION
               MOVE SPACE                  TO WS-NEW-CNP
               MOVE SPACE                  TO WS-NEW-TIP
               MOVE "RezultateAdmitere.txt" TO WS-NEW-UNITATE
               MOVE SPACE                  TO WS-NEW-PROFIL
               STRING WS-BULK-TAKEN " LINES TAKEN"
                      DELIMITED BY SIZE
               INTO WS-NEW-PROFIL
               MOVE "REPARTIZARE"          TO WS-NEW-SURSA
               PERFORM X0-WRITE-AUDIT
           END-IF
           DISPLAY "ADMISSIONS TAKEN:                " WS-BULK-TAKEN
           DISPLAY "KEPT, ALREADY KEYED BY PHONE:    " WS-BULK-KEPT
           DISPLAY "NOT OUR GRADUATES, SKIPPED:      " WS-BULK-FOREIGN
           IF WS-BULK-FULL > 0
               DISPLAY "REGISTER FULL, NOT LOADED:       " WS-BULK-FULL
           END-IF
           .
       B0-BULK-LOADZ.
           EXIT.

       B1-LOAD-ONE-ADMISSION SECTION.
       B1-LOAD-ONE-ADMISSIONA.
           MOVE SPACE                      TO WS-ADM-CNP
           MOVE SPACE                      TO WS-ADM-UNITATE
           MOVE SPACE                      TO WS-ADM-PROFIL
           MOVE SPACE                      TO WS-ADM-TIP
           UNSTRING WS-ADMIT-LINE DELIMITED BY ";" INTO
               WS-ADM-CNP
               WS-ADM-UNITATE
               WS-ADM-PROFIL
               WS-ADM-TIP
           END-UNSTRING
      *> THE HEADING LINE AND ANY BLANK LINE HAVE NO NUMERIC CNP
           IF WS-ADM-CNP NOT NUMERIC
               GO TO B1-LOAD-ONE-ADMISSIONZ
           END-IF
           MOVE WS-ADM-CNP                 TO WS-NEW-CNP
           PERFORM K0-FIND-GRADUATE
           IF ENTRY-NOT-FOUND
               ADD 1                       TO WS-BULK-FOREIGN
               GO TO B1-LOAD-ONE-ADMISSIONZ
           END-IF
           PERFORM K1-FIND-DESTINATION
           IF ENTRY-FOUND
               IF DS-SURSA(WS-DEST-IDX) = "TELEFON"
                   ADD 1                   TO WS-BULK-KEPT
                   GO TO B1-LOAD-ONE-ADMISSIONZ
               END-IF
           ELSE
               IF DEST-COUNT >= K-MAX-DEST
                   ADD 1                   TO WS-BULK-FULL
                   GO TO B1-LOAD-ONE-ADMISSIONZ
               END-IF
               ADD 1                       TO DEST-COUNT
               MOVE DEST-COUNT             TO WS-DEST-IDX
           END-IF
           IF WS-ADM-TIP = "P" OR WS-ADM-TIP = "p"
               MOVE "PROFESIONALA"         TO WS-NEW-TIP
           ELSE
               MOVE "LICEU"                TO WS-NEW-TIP
           END-IF
           MOVE WS-ADM-UNITATE             TO WS-NEW-UNITATE
           MOVE WS-ADM-PROFIL              TO WS-NEW-PROFIL
           MOVE "REPARTIZARE"              TO WS-NEW-SURSA
           PERFORM K2-STORE-DESTINATION
           ADD 1                           TO WS-BULK-TAKEN
           .
       B1-LOAD-ONE-ADMISSIONZ.
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

      *> WS-NEW-CNP ON THE REGISTER -> WS-DEST-IDX
       K1-FIND-DESTINATION SECTION.
       K1-FIND-DESTINATIONA.
           SET ENTRY-NOT-FOUND             TO TRUE
           PERFORM VARYING WS-DEST-IDX FROM 1 BY 1
                   UNTIL WS-DEST-IDX > DEST-COUNT
               IF DS-CNP(WS-DEST-IDX) = WS-NEW-CNP
                   SET ENTRY-FOUND         TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
       K1-FIND-DESTINATIONZ.
           EXIT.

       K2-STORE-DESTINATION SECTION.
       K2-STORE-DESTINATIONA.
           MOVE WS-NEW-CNP                 TO DS-CNP(WS-DEST-IDX)
           MOVE WS-NEW-TIP                 TO DS-TIP(WS-DEST-IDX)
           MOVE WS-NEW-UNITATE             TO DS-UNITATE(WS-DEST-IDX)
           MOVE WS-NEW-PROFIL              TO DS-PROFIL(WS-DEST-IDX)
           MOVE WS-NEW-SURSA               TO DS-SURSA(WS-DEST-IDX)
           MOVE WS-TODAY                   TO DS-DATA(WS-DEST-IDX)
           .
       K2-STORE-DESTINATIONZ.
           EXIT.

       W0-REWRITE-REGISTER SECTION.
       W0-REWRITE-REGISTERA.
           OPEN OUTPUT DEST-FILE
           PERFORM VARYING WS-DEST-IDX FROM 1 BY 1
                   UNTIL WS-DEST-IDX > DEST-COUNT
               MOVE SPACE                  TO WS-DEST-LINE
               STRING DS-CNP(WS-DEST-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      DS-TIP(WS-DEST-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      DS-UNITATE(WS-DEST-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      DS-PROFIL(WS-DEST-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      DS-SURSA(WS-DEST-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      DS-DATA(WS-DEST-IDX) DELIMITED BY "  "
               INTO WS-DEST-LINE
               END-STRING
               MOVE WS-DEST-LINE           TO DEST-FD
               WRITE DEST-FD
           END-PERFORM
           CLOSE DEST-FILE
           .
       W0-REWRITE-REGISTERZ.
           EXIT.

       X0-WRITE-AUDIT SECTION.
       X0-WRITE-AUDITA.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME
           MOVE SPACE                      TO AUD-DETAIL
           STRING WS-NEW-CNP " " WS-NEW-TIP
                  " " WS-NEW-UNITATE
                  " " WS-NEW-PROFIL
                  " " WS-NEW-SURSA
                  DELIMITED BY SIZE
           INTO AUD-DETAIL
           MOVE OPS-ID                     TO AUD-OPERATOR
           MOVE 'DestinatiiMaintAudit.txt' TO ACH-FILE
           SET ACH-FIXED                   TO TRUE
           MOVE LENGTH OF AUDIT-LINE       TO ACH-LENGTH
           MOVE AUDIT-LINE                 TO ACH-LINE
           CALL "AUDCHAIN" USING AUDCHAIN-INTERFACE
           MOVE ACH-LINE                   TO AUDIT-FD
           WRITE AUDIT-FD
           .
       X0-WRITE-AUDITZ.
           EXIT.
       END PROGRAM DESTMAINT.
