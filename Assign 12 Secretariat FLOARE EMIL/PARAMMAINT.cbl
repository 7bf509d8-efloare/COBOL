      ******************************************************************
      * Author:
      * Date:
      * Purpose: BUSINESS-PARAMETER REGISTRY MAINTENANCE. EVERY RULE
      *          THRESHOLD USED TO LIVE IN A DIFFERENT PROGRAM, AND
      *          WHEN THE MINISTRY CHANGED THE ABSENCE LIMIT THREE
      *          PROGRAMS KEPT THE OLD NUMBER. THE THRESHOLDS NOW
      *          LIVE IN ONE FILE, BusinessParams.txt, ONE LINE PER
      *          VERSION: NAME, EFFECTIVE-FROM DATE, SCHOOL YEAR,
      *          VALUE. A NEW VERSION NEVER OVERWRITES AN OLD ONE -
      *          A REPORT RE-RUN FOR LAST YEAR STILL GETS LAST
      *          YEAR'S VALUE THROUGH PARAMGET. THIS LISTS THE
      *          REGISTRY AND ADDS VERSIONS, SIGNED ON THROUGH
      *          OPSIGNON AND AUDITED TO ParamRegistryAudit.txt;
      *          AFTER A CHANGE THE REGISTRY IS COPIED INTO EVERY
      *          STEP DIRECTORY WHOSE PROGRAMS READ IT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PARAMMAINT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> THE MASTER COPY OF THE REGISTRY LIVES HERE
           SELECT PARAM-FILE ASSIGN TO 'BusinessParams.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.

           SELECT AUDIT-FILE ASSIGN TO 'ParamRegistryAudit.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
        FD PARAM-FILE.
       01 PARAM-FD                         PIC X(60).

        FD AUDIT-FILE.
       01 AUDIT-FD                         PIC X(182).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WS-PARAM-STATUS                  PIC X(02).
       01 WS-AUDIT-STATUS                  PIC X(02).

      *> OPERATOR SIGN-ON - WHO IS AT THE KEYBOARD GOES INTO EVERY
      *> AUDIT LINE, AND AN OPERATOR WITHOUT THIS PROGRAM ON THEIR
      *> Operators.txt LIST IS REFUSED
       COPY OPSIGN-INT.

      *> THE VERSION IN FORCE TODAY, FOR THE LISTING
       COPY PARAM-INT.

      *> EVERY PARAMETER THE PROGRAMS ASK FOR: ITS NAME, THE VALUE
      *> THE PROGRAMS FALL BACK ON WHEN THE REGISTRY HAS NONE, AND
      *> WHO USES IT
       01 CATALOG-DATA.
           05 FILLER PIC X(20) VALUE "FAIL-GRADE".
           05 FILLER PIC 9(05)V9(02) VALUE 5.
           05 FILLER PIC X(50) VALUE
               "FAILING-GRADE THRESHOLD (ANGRYPARENTS)".
           05 FILLER PIC X(20) VALUE "ABS-UNMOT-LIMIT".
           05 FILLER PIC 9(05)V9(02) VALUE 10.
           05 FILLER PIC X(50) VALUE
               "ABSENCE LIMIT (ABSSUMMARY/ABSALERT/CONDPROP)".
           05 FILLER PIC X(20) VALUE "ABS-PER-POINT".
           05 FILLER PIC 9(05)V9(02) VALUE 10.
           05 FILLER PIC X(50) VALUE
               "UNMOTIVATED ABSENCES PER CONDUCT POINT (CONDPROP)".
           05 FILLER PIC X(20) VALUE "BURSA-MIN-AVG".
           05 FILLER PIC 9(05)V9(02) VALUE 8.50.
           05 FILLER PIC X(50) VALUE
               "LOWEST GENERAL AVERAGE FOR A BURSA (BURSA)".
           05 FILLER PIC X(20) VALUE "BURSA-MIN-PURTARE".
           05 FILLER PIC 9(05)V9(02) VALUE 10.
           05 FILLER PIC X(50) VALUE
               "LOWEST PURTARE AVERAGE FOR A BURSA (BURSA)".
           05 FILLER PIC X(20) VALUE "BURSA-MAX-UNMOT".
           05 FILLER PIC 9(05)V9(02) VALUE 10.
           05 FILLER PIC X(50) VALUE
               "MOST UNMOTIVATED ABSENCES FOR A BURSA (BURSA)".
           05 FILLER PIC X(20) VALUE "FAIR-MARGIN".
           05 FILLER PIC 9(05)V9(02) VALUE 1.00.
           05 FILLER PIC X(50) VALUE
               "GRADER-VS-PEERS AVERAGE MARGIN (FAIRNESS)".
           05 FILLER PIC X(20) VALUE "CAT-MIN-GRADES".
           05 FILLER PIC 9(05)V9(02) VALUE 2.
           05 FILLER PIC X(50) VALUE
               "MINIMUM GRADES PER STUDENT AND SUBJECT (CATCOVER)".
           05 FILLER PIC X(20) VALUE "APPEAL-WINDOW-DAYS".
           05 FILLER PIC 9(05)V9(02) VALUE 10.
           05 FILLER PIC X(50) VALUE
               "DAYS A GRADE MAY STILL BE APPEALED (APPEALS)".
           05 FILLER PIC X(20) VALUE "AGE-BAND-LOW".
           05 FILLER PIC 9(05)V9(02) VALUE 5.
           05 FILLER PIC X(50) VALUE
               "YOUNGEST AGE = CLASS GRADE + THIS (AGEBAND)".
           05 FILLER PIC X(20) VALUE "AGE-BAND-HIGH".
           05 FILLER PIC 9(05)V9(02) VALUE 8.
           05 FILLER PIC X(50) VALUE
               "OLDEST AGE = CLASS GRADE + THIS (AGEBAND)".
           05 FILLER PIC X(20) VALUE "ABANDON-DAYS".
           05 FILLER PIC 9(05)V9(02) VALUE 10.
           05 FILLER PIC X(50) VALUE
               "CONSECUTIVE SCHOOL DAYS MISSED = AT RISK (ABANDON)".
       01 CATALOG REDEFINES CATALOG-DATA.
           05 CATALOG-ENTRY OCCURS 12 TIMES INDEXED BY CAT-IDX.
               10 CT-NAME                  PIC X(20).
               10 CT-DEFAULT               PIC 9(05)V9(02).
               10 CT-DESCRIPTION           PIC X(50).
       01 K-CATALOG-COUNT                  PIC 9(02) VALUE 12.

      *> ONE BusinessParams.txt LINE: NAME(20) SP FROM(8) SP
      *> YEAR(9) SP VALUE(99999.99) - THE LAYOUT PARAMGET READS
       01 WS-PARAM-LINE.
           05 PR-NAME                      PIC X(20).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 PR-FROM                      PIC X(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 PR-YEAR                      PIC X(09).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 PR-VALUE                     PIC 9(05).9(02).

      *> THE STEP DIRECTORIES WHOSE PROGRAMS CALL PARAMGET (THIS
      *> DIRECTORY'S APPEALS READS THE MASTER ITSELF)
       01 COPY-LIST-DATA.
           05 FILLER PIC X(45) VALUE "../Assign 07 FLOARE EMIL/".
           05 FILLER PIC X(45) VALUE
               "../Assign 08 Angry Parrents FLOARE EMIL/".
           05 FILLER PIC X(45) VALUE
               "../Assign 11 Absente FLOARE EMIL/".
           05 FILLER PIC X(45) VALUE
               "../Assign 13 Rapoarte FLOARE EMIL/".
       01 COPY-LIST REDEFINES COPY-LIST-DATA.
           05 COPY-ENTRY OCCURS 4 TIMES INDEXED BY COPY-IDX
                                           PIC X(45).
       01 WS-COMMAND                       PIC X(160).

       01 WS-CHOICE                        PIC X(01).
           88 CHOICE-LIST                   VALUE "L" "l".
           88 CHOICE-ADD                    VALUE "A" "a".
           88 CHOICE-QUIT                   VALUE "Q" "q".

       01 WS-TODAY                         PIC 9(08).
       01 WS-ASKED-NAME                    PIC X(20).
       01 WS-FOUND-IDX                     PIC 9(02).
       01 WS-NEW-VALUE                     PIC 9(05)V9(02).
       01 WS-VALUE-TEXT                    PIC X(09).
       01 WS-INT-TEXT                      PIC X(05).
       01 WS-INT-LEN                       PIC 9(02).
       01 WS-INT-ALIGNED                   PIC X(05).
       01 WS-DEC-TEXT                      PIC X(02).
       01 WS-INT-PART                      PIC 9(05).
       01 WS-DEC-PART                      PIC 9(02).
       01 WS-NEW-FROM                      PIC X(08).
       01 WS-FROM-GROUP REDEFINES WS-NEW-FROM.
           05 NF-YYYY                      PIC 9(04).
           05 NF-MM                        PIC 9(02).
           05 NF-DD                        PIC 9(02).
       01 WS-NEW-YEAR                      PIC X(09).
       01 WS-YEAR-START                    PIC 9(04).
       01 WS-YEAR-END                      PIC 9(04).
       01 WS-OLD-SHOWN                     PIC ZZZZ9.99.
       01 WS-NEW-SHOWN                     PIC ZZZZ9.99.
       01 WS-CONFIRM                       PIC X(01).
           88 CONFIRMED                     VALUE "Y" "y".
       01 WS-SAME-FROM-SW                  PIC X(01).
           88 SAME-FROM-ON-FILE             VALUE "Y".
           88 NEW-FROM                      VALUE "N".
       01 WS-COUNT-ADDED                   PIC 9(03) VALUE 0.
       01 WS-VERSIONS                      PIC 9(03).

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
           DISPLAY "BUSINESS-PARAMETER REGISTRY MAINTENANCE"
           MOVE "PARAMMAINT"               TO OPS-PROGRAM
           CALL "OPSIGNON" USING OPSIGN-INTERFACE
           IF OPS-DENIED
               DISPLAY OPS-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM A0

           PERFORM UNTIL CHOICE-QUIT
               DISPLAY "L LIST, A ADD A VERSION, Q QUIT: "
                   WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE TRUE
                   WHEN CHOICE-LIST
                       PERFORM L0-LIST-REGISTRY
                   WHEN CHOICE-ADD
                       PERFORM A1-ADD-VERSION
                   WHEN CHOICE-QUIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "UNKNOWN CHOICE"
               END-EVALUATE
           END-PERFORM

           IF WS-COUNT-ADDED > 0
               PERFORM C0-COPY-OUT
           END-IF
           PERFORM Z0
           DISPLAY "VERSIONS ADDED: " WS-COUNT-ADDED
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
           .
       A0Z.
           EXIT.

      *> EVERY PARAMETER: THE VALUE IN FORCE TODAY AND WHERE IT COMES
      *> FROM, THEN EVERY VERSION ON FILE FOR IT
       L0-LIST-REGISTRY SECTION.
       L0-LIST-REGISTRYA.
           PERFORM VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > K-CATALOG-COUNT
               MOVE CT-NAME(CAT-IDX)       TO PRM-NAME
               MOVE WS-TODAY               TO PRM-AS-OF
               MOVE CT-DEFAULT(CAT-IDX)    TO PRM-DEFAULT
               CALL "PARAMGET" USING PARAM-INTERFACE
               DISPLAY " "
               DISPLAY CT-NAME(CAT-IDX) " " CT-DESCRIPTION(CAT-IDX)
               DISPLAY "  IN FORCE TODAY: " PRM-SHOWN "  "
                   PRM-SOURCE
               MOVE CT-NAME(CAT-IDX)       TO WS-ASKED-NAME
               PERFORM L1-LIST-VERSIONS
           END-PERFORM
           .
       L0-LIST-REGISTRYZ.
           EXIT.

      *> THE VERSIONS OF WS-ASKED-NAME, IN FILE ORDER
       L1-LIST-VERSIONS SECTION.
       L1-LIST-VERSIONSA.
           MOVE 0                          TO WS-VERSIONS
           OPEN INPUT PARAM-FILE
           IF WS-PARAM-STATUS NOT = "00"
               GO TO L1-LIST-VERSIONSZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-PARAM-LINE
               READ PARAM-FILE INTO WS-PARAM-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF PR-NAME = WS-ASKED-NAME
                       ADD 1               TO WS-VERSIONS
                       DISPLAY "    FROM " PR-FROM "  " PR-YEAR
                           "  VALUE " PR-VALUE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PARAM-FILE
           .
       L1-LIST-VERSIONSZ.
           EXIT.

      *> A NEW VERSION: WHICH PARAMETER, THE VALUE, FROM WHEN, FOR
      *> WHICH SCHOOL YEAR. A SECOND VERSION FROM THE SAME DATE IS A
      *> CORRECTION - IT IS APPENDED AND, BEING LATER, WINS
       A1-ADD-VERSION SECTION.
       A1-ADD-VERSIONA.
           DISPLAY "PARAMETER NAME (L LISTS THEM): " WITH NO ADVANCING
           MOVE SPACE                      TO WS-ASKED-NAME
           ACCEPT WS-ASKED-NAME
           INSPECT WS-ASKED-NAME CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE 0                          TO WS-FOUND-IDX
           PERFORM VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > K-CATALOG-COUNT
               IF CT-NAME(CAT-IDX) = WS-ASKED-NAME
                   SET WS-FOUND-IDX        TO CAT-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
               DISPLAY "NO SUCH PARAMETER - NOTHING ADDED"
               GO TO A1-ADD-VERSIONZ
           END-IF

           DISPLAY "EFFECTIVE FROM (YYYYMMDD): " WITH NO ADVANCING
           MOVE SPACE                      TO WS-NEW-FROM
           ACCEPT WS-NEW-FROM
           IF WS-NEW-FROM IS NOT NUMERIC
           OR NF-MM < 1 OR NF-MM > 12
           OR NF-DD < 1 OR NF-DD > 31
               DISPLAY "NOT A DATE - NOTHING ADDED"
               GO TO A1-ADD-VERSIONZ
           END-IF

      *> THE SCHOOL YEAR THE DATE FALLS IN STARTS IN SEPTEMBER
           IF NF-MM >= 9
               MOVE NF-YYYY                TO WS-YEAR-START
           ELSE
               COMPUTE WS-YEAR-START = NF-YYYY - 1
           END-IF
           COMPUTE WS-YEAR-END = WS-YEAR-START + 1
           DISPLAY "SCHOOL YEAR (BLANK = " WS-YEAR-START "/"
               WS-YEAR-END "): " WITH NO ADVANCING
           MOVE SPACE                      TO WS-NEW-YEAR
           ACCEPT WS-NEW-YEAR
           IF WS-NEW-YEAR = SPACE
               STRING WS-YEAR-START "/" WS-YEAR-END
                      DELIMITED BY SIZE
               INTO WS-NEW-YEAR
           END-IF
           IF WS-NEW-YEAR(1:4) IS NOT NUMERIC
           OR WS-NEW-YEAR(5:1) NOT = "/"
           OR WS-NEW-YEAR(6:4) IS NOT NUMERIC
               DISPLAY "SCHOOL YEAR MUST LOOK LIKE 2025/2026"
               GO TO A1-ADD-VERSIONZ
           END-IF

           DISPLAY "NEW VALUE (E.G. 10 OR 8.50): " WITH NO ADVANCING
           MOVE SPACE                      TO WS-VALUE-TEXT
           ACCEPT WS-VALUE-TEXT
           PERFORM V0-PARSE-VALUE
           IF WS-VALUE-TEXT = SPACE
               DISPLAY "NOT A NUMBER - NOTHING ADDED"
               GO TO A1-ADD-VERSIONZ
           END-IF

      *> WHAT WAS IN FORCE ON THAT DATE, FOR THE CONFIRMATION AND
      *> THE AUDIT LINE
           MOVE WS-ASKED-NAME              TO PRM-NAME
           MOVE WS-NEW-FROM                TO PRM-AS-OF
           MOVE CT-DEFAULT(WS-FOUND-IDX)   TO PRM-DEFAULT
           CALL "PARAMGET" USING PARAM-INTERFACE
           SET NEW-FROM                    TO TRUE
           IF PRM-FROM-REGISTRY AND PRM-FROM = WS-NEW-FROM
               SET SAME-FROM-ON-FILE       TO TRUE
           END-IF
           MOVE PRM-VALUE                  TO WS-OLD-SHOWN
           MOVE WS-NEW-VALUE               TO WS-NEW-SHOWN

           DISPLAY WS-ASKED-NAME " FROM " WS-NEW-FROM " ("
               WS-NEW-YEAR "): " WS-OLD-SHOWN " -> " WS-NEW-SHOWN
           IF SAME-FROM-ON-FILE
               DISPLAY "(A VERSION FROM THAT DATE IS ALREADY ON FILE "
                   "- THIS ONE CORRECTS IT)"
           END-IF
           DISPLAY "RECORD IT? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF NOT CONFIRMED
               DISPLAY "NOTHING ADDED"
               GO TO A1-ADD-VERSIONZ
           END-IF

           MOVE SPACE                      TO WS-PARAM-LINE
           MOVE WS-ASKED-NAME              TO PR-NAME
           MOVE WS-NEW-FROM                TO PR-FROM
           MOVE WS-NEW-YEAR                TO PR-YEAR
           MOVE WS-NEW-VALUE               TO PR-VALUE
           OPEN EXTEND PARAM-FILE
           IF WS-PARAM-STATUS = "35"
               OPEN OUTPUT PARAM-FILE
           END-IF
           MOVE WS-PARAM-LINE              TO PARAM-FD
           WRITE PARAM-FD
           CLOSE PARAM-FILE

           PERFORM W0-WRITE-AUDIT
           ADD 1                           TO WS-COUNT-ADDED
           DISPLAY "VERSION RECORDED"
           .
       A1-ADD-VERSIONZ.
           EXIT.

      *> "10", "8.5" OR "8.50" INTO WS-NEW-VALUE; WS-VALUE-TEXT
      *> COMES BACK BLANK WHEN IT IS NOT A NUMBER
       V0-PARSE-VALUE SECTION.
       V0-PARSE-VALUEA.
           MOVE SPACE                      TO WS-INT-TEXT
           MOVE SPACE                      TO WS-DEC-TEXT
           UNSTRING WS-VALUE-TEXT DELIMITED BY "." OR SPACE
               INTO WS-INT-TEXT WS-DEC-TEXT
           END-UNSTRING
           MOVE 0                          TO WS-INT-LEN
           INSPECT WS-INT-TEXT TALLYING WS-INT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-INT-LEN = 0
               MOVE SPACE                  TO WS-VALUE-TEXT
               GO TO V0-PARSE-VALUEZ
           END-IF
           INSPECT WS-DEC-TEXT REPLACING ALL SPACE BY "0"
      *> RIGHT-ALIGN THE WHOLE PART: "10   " BECOMES "00010"
           MOVE "00000"                    TO WS-INT-ALIGNED
           MOVE WS-INT-TEXT(1:WS-INT-LEN)
               TO WS-INT-ALIGNED(6 - WS-INT-LEN:WS-INT-LEN)
           IF WS-INT-ALIGNED IS NOT NUMERIC
           OR WS-DEC-TEXT IS NOT NUMERIC
               MOVE SPACE                  TO WS-VALUE-TEXT
               GO TO V0-PARSE-VALUEZ
           END-IF
           MOVE WS-INT-ALIGNED             TO WS-INT-PART
           MOVE WS-DEC-TEXT                TO WS-DEC-PART
           COMPUTE WS-NEW-VALUE = WS-INT-PART + WS-DEC-PART / 100
           .
       V0-PARSE-VALUEZ.
           EXIT.

      *> ONE AUDIT LINE PER VERSION: NAME, FROM, YEAR, OLD -> NEW
       W0-WRITE-AUDIT SECTION.
       W0-WRITE-AUDITA.
           MOVE SPACE                      TO AUDIT-LINE
           MOVE OPS-ID                     TO AUD-OPERATOR
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME
           IF SAME-FROM-ON-FILE
               MOVE "CORRECT"              TO AUD-ACTION
           ELSE
               MOVE "ADD"                  TO AUD-ACTION
           END-IF
           STRING WS-ASKED-NAME " FROM " WS-NEW-FROM " "
                  WS-NEW-YEAR " " WS-OLD-SHOWN " -> " WS-NEW-SHOWN
                  DELIMITED BY SIZE
           INTO AUD-DETAIL
           MOVE 'ParamRegistryAudit.txt'   TO ACH-FILE
           SET ACH-FIXED                   TO TRUE
           MOVE LENGTH OF AUDIT-LINE       TO ACH-LENGTH
           MOVE AUDIT-LINE                 TO ACH-LINE
           CALL "AUDCHAIN" USING AUDCHAIN-INTERFACE
           MOVE ACH-LINE                   TO AUDIT-FD
           WRITE AUDIT-FD
           .
       W0-WRITE-AUDITZ.
           EXIT.

      *> THE CHANGED REGISTRY GOES OUT TO EVERY DIRECTORY THAT READS
      *> IT, SO NO PROGRAM IS LEFT ON THE OLD NUMBERS
       C0-COPY-OUT SECTION.
       C0-COPY-OUTA.
           PERFORM VARYING COPY-IDX FROM 1 BY 1 UNTIL COPY-IDX > 4
               MOVE SPACE                  TO WS-COMMAND
               STRING "cp BusinessParams.txt '" DELIMITED BY SIZE
                      COPY-ENTRY(COPY-IDX) DELIMITED BY "  "
                      "'" DELIMITED BY SIZE
               INTO WS-COMMAND
               CALL "SYSTEM" USING WS-COMMAND
               IF RETURN-CODE NOT = 0
                   DISPLAY "COULD NOT COPY THE REGISTRY TO "
                       COPY-ENTRY(COPY-IDX) " - COPY IT BY HAND"
               END-IF
               MOVE 0                      TO RETURN-CODE
           END-PERFORM
           DISPLAY "REGISTRY COPIED TO THE STEP DIRECTORIES"
           .
       C0-COPY-OUTZ.
           EXIT.

       Z0 SECTION.
       Z0A.
           CLOSE AUDIT-FILE
           .
       Z0Z.
           EXIT.
       END PROGRAM PARAMMAINT.
