      ******************************************************************
      * Author:
      * Date:
      * Purpose: SHARED LETTER-TEMPLATE MERGE. THE WORDING OF THE
      *          BLAME LETTERS, THE WEEKLY DIGEST, THE RETRACTIONS,
      *          THE APPEAL AND CORIGENTE NOTICES AND THE ADEVERINTE
      *          USED TO BE HARD-CODED IN EACH WRITER'S MOVE AND
      *          STRING STATEMENTS, IN ROMANIAN ONLY. THE SECRETARIAT
      *          NOW KEEPS ONE TEMPLATE FILE PER LETTER TYPE AND
      *          LANGUAGE (Templates/<TYPE>_<LANG>.txt: A VERSION
      *          LINE, THEN [SECTION] BLOCKS OF TEXT WITH {NAME}
      *          PLACEHOLDERS, "--" LINES BEING COMMENTS); A WRITER
      *          CALLS THIS MODULE FOR EACH SECTION IT WRITES AND GETS
      *          THE LINES BACK WITH THE STUDENT'S VALUES FILLED IN.
      *          THE TEMPLATE IS STAGED FROM THE SECRETARIAT
      *          DIRECTORY ONCE PER TYPE AND LANGUAGE AND KEPT IN
      *          MEMORY BETWEEN CALLS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. LTRMERGE.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> THE STAGED COPY OF THE TEMPLATE BEING USED (ASSIGN NAMES ARE
      *> FIXED UNDER THIS DIALECT, SO EVERY TEMPLATE IS COPIED HERE)
           SELECT TEMPLATE-FILE ASSIGN TO 'LetterTemplate.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TPL-STATUS.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
        FD TEMPLATE-FILE.
       01 TEMPLATE-FD                      PIC X(120).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WS-TPL-STATUS                    PIC X(02).
       01 WS-COPY-COMMAND                  PIC X(160).
       01 WS-COPY-RC                       PIC S9(04) VALUE 0.

      *> THE TEMPLATE IN MEMORY, AND WHICH TYPE AND LANGUAGE WERE
      *> ASKED FOR WHEN IT WAS LOADED - A CALL FOR THE SAME PAIR
      *> DOES NOT STAGE IT AGAIN
       01 WS-LOADED-TYPE                   PIC X(08) VALUE SPACE.
       01 WS-LOADED-LANG                   PIC X(02) VALUE SPACE.
       01 WS-WANT-LANG                     PIC X(02).
       01 WS-TRY-LANG                      PIC X(02).
       01 WS-USED-LANG                     PIC X(02).
       01 WS-VERSION                       PIC X(03).
       01 WS-VERSION-DATE                  PIC X(08).
       01 WS-STAMP                         PIC X(60).
       01 WS-TPL-SW                        PIC X(01) VALUE "N".
           88 TPL-LOADED                    VALUE "Y".
           88 TPL-NONE                      VALUE "N".

       01 K-MAX-TPL-LINE                   PIC 9(03) VALUE 400.
       01 TPL-TABLE.
           05 TPL-ENTRY OCCURS 400 TIMES.
               10 TP-SECTION               PIC X(14).
               10 TP-TEXT                  PIC X(120).
       01 TPL-COUNT                        PIC 9(03) VALUE 0.
       01 WS-TPL-IDX                       PIC 9(03).

      *> THE SECTIONS THE TEMPLATE DECLARES - A DECLARED SECTION
      *> WITH NO LINES MERGES TO NOTHING, AN UNDECLARED ONE IS LEFT
      *> TO THE CALLER'S OWN WORDING
       01 K-MAX-SECT                       PIC 9(02) VALUE 40.
       01 SECT-TABLE.
           05 SC-NAME OCCURS 40 TIMES      PIC X(14).
       01 SECT-COUNT                       PIC 9(02) VALUE 0.
       01 WS-SECT-IDX                      PIC 9(02).
       01 WS-SECT-SW                       PIC X(01).
           88 SECT-DECLARED                 VALUE "Y".
           88 SECT-UNDECLARED               VALUE "N".
       01 WS-CUR-SECTION                   PIC X(14).
       01 WS-TPL-LINE                      PIC X(120).

      *> ONE LINE BEING MERGED
       01 WS-SRC                           PIC X(120).
       01 WS-SRC-LEN                       PIC 9(03).
       01 WS-OUT                           PIC X(120).
       01 WS-IN-POS                        PIC 9(03).
       01 WS-OUT-POS                       PIC 9(03).
       01 WS-SCAN-POS                      PIC 9(03).
       01 WS-CLOSE-POS                     PIC 9(03).
       01 WS-TOKEN-LEN                     PIC 9(03).

      *> ONE PLACEHOLDER: {NAME} OR {NAME,WIDTH}
       01 WS-TOKEN                         PIC X(20).
       01 WS-PH-NAME                       PIC X(12).
       01 WS-PH-WIDTH-TXT                  PIC X(03).
       01 WS-PH-WIDTH                      PIC 9(03).
       01 WS-PH-DIGIT                      PIC 9(01).
       01 WS-DIGIT-IDX                     PIC 9(01).
       01 WS-PH-VALUE                      PIC X(61).
       01 WS-PH-LEN                        PIC 9(03).
       01 WS-PH-COPY                       PIC 9(03).
       01 WS-PH-SW                         PIC X(01).
           88 PH-KNOWN                      VALUE "Y".
           88 PH-UNKNOWN                    VALUE "N".

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".

      *-----------------------
       LINKAGE SECTION.
      **-*-*-*-*-*-*-*-*-*-*-*-*-*
       COPY LTRMERGE-INT.

       PROCEDURE DIVISION USING LTRMERGE-INTERFACE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       S0  SECTION.
       S0A.
           MOVE LTM-LANG                   TO WS-WANT-LANG
           IF WS-WANT-LANG = SPACE
               MOVE "RO"                   TO WS-WANT-LANG
           END-IF
           IF LTM-TYPE NOT = WS-LOADED-TYPE
           OR WS-WANT-LANG NOT = WS-LOADED-LANG
               PERFORM A0-LOAD-TEMPLATE
           END-IF

           MOVE WS-USED-LANG               TO LTM-USED-LANG
           MOVE WS-VERSION                 TO LTM-VERSION
           MOVE WS-VERSION-DATE            TO LTM-VERSION-DATE
           MOVE WS-STAMP                   TO LTM-STAMP
           MOVE 0                          TO LTM-LINE-COUNT
           SET LTM-BUILT-IN                TO TRUE
           IF TPL-NONE
               GO TO S0Z
           END-IF

           SET SECT-UNDECLARED             TO TRUE
           PERFORM VARYING WS-SECT-IDX FROM 1 BY 1
                   UNTIL WS-SECT-IDX > SECT-COUNT
               IF SC-NAME(WS-SECT-IDX) = LTM-SECTION
                   SET SECT-DECLARED       TO TRUE
               END-IF
           END-PERFORM
           IF SECT-UNDECLARED
               GO TO S0Z
           END-IF

           SET LTM-MERGED                  TO TRUE
           PERFORM VARYING WS-TPL-IDX FROM 1 BY 1
                   UNTIL WS-TPL-IDX > TPL-COUNT
               IF TP-SECTION(WS-TPL-IDX) = LTM-SECTION
               AND LTM-LINE-COUNT < 30
                   ADD 1                   TO LTM-LINE-COUNT
                   MOVE TP-TEXT(WS-TPL-IDX) TO WS-SRC
                   PERFORM M0-MERGE-LINE
                   MOVE WS-OUT             TO LTM-LINE(LTM-LINE-COUNT)
               END-IF
           END-PERFORM
           .
       S0Z.
           GOBACK.

      *> STAGE Templates/<TYPE>_<LANG>.txt FROM THE SECRETARIAT
      *> DIRECTORY (THE SAME RELATIVE PATH WORKS FROM EVERY STEP
      *> DIRECTORY) AND LOAD IT. A LANGUAGE WITH NO TEMPLATE FALLS
      *> BACK TO RO; NO RO TEMPLATE EITHER LEAVES THE CALLERS' OWN
      *> WORDING IN PLACE.
       A0-LOAD-TEMPLATE SECTION.
       A0-LOAD-TEMPLATEA.
           MOVE LTM-TYPE                   TO WS-LOADED-TYPE
           MOVE WS-WANT-LANG               TO WS-LOADED-LANG
           MOVE 0                          TO TPL-COUNT
           MOVE 0                          TO SECT-COUNT
           SET TPL-NONE                    TO TRUE
           MOVE "RO"                       TO WS-USED-LANG
           MOVE SPACE                      TO WS-VERSION
           MOVE SPACE                      TO WS-VERSION-DATE
           MOVE SPACE                      TO WS-STAMP
           STRING "SABLON " DELIMITED BY SIZE
                  LTM-TYPE DELIMITED BY SPACE
                  "/RO INCORPORAT IN PROGRAM" DELIMITED BY SIZE
           INTO WS-STAMP

           MOVE WS-WANT-LANG               TO WS-TRY-LANG
           PERFORM A1-STAGE-TEMPLATE
           IF WS-COPY-RC NOT = 0
           AND WS-TRY-LANG NOT = "RO"
               DISPLAY "NO " LTM-TYPE " TEMPLATE IN " WS-TRY-LANG
                   " - THE ROMANIAN ONE IS USED"
               MOVE "RO"                   TO WS-TRY-LANG
               PERFORM A1-STAGE-TEMPLATE
           END-IF
           IF WS-COPY-RC NOT = 0
               DISPLAY "NO " LTM-TYPE " TEMPLATE ON FILE - THE "
                   "BUILT-IN WORDING IS USED"
               GO TO A0-LOAD-TEMPLATEZ
           END-IF

           OPEN INPUT TEMPLATE-FILE
           IF WS-TPL-STATUS NOT = "00"
               DISPLAY "STAGED TEMPLATE NOT READABLE - THE BUILT-IN "
                   "WORDING IS USED"
               GO TO A0-LOAD-TEMPLATEZ
           END-IF
           MOVE SPACE                      TO WS-CUR-SECTION
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-TPL-LINE
               READ TEMPLATE-FILE INTO WS-TPL-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   PERFORM A2-TAKE-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE TEMPLATE-FILE

           SET TPL-LOADED                  TO TRUE
           MOVE WS-TRY-LANG                TO WS-USED-LANG
           IF WS-VERSION = SPACE
               DISPLAY "TEMPLATE " LTM-TYPE "_" WS-TRY-LANG
                   " HAS NO VERSIUNE LINE - RECORDED AS 000"
               MOVE "000"                  TO WS-VERSION
           END-IF
           MOVE SPACE                      TO WS-STAMP
           STRING "SABLON " DELIMITED BY SIZE
                  LTM-TYPE DELIMITED BY SPACE
                  "/" WS-USED-LANG " VERSIUNEA " WS-VERSION
                  " DIN " WS-VERSION-DATE DELIMITED BY SIZE
           INTO WS-STAMP
           .
       A0-LOAD-TEMPLATEZ.
           EXIT.

       A1-STAGE-TEMPLATE SECTION.
       A1-STAGE-TEMPLATEA.
           MOVE SPACE                      TO WS-COPY-COMMAND
           STRING "cp '../Assign 12 Secretariat FLOARE EMIL/"
                  "Templates/" DELIMITED BY SIZE
                  LTM-TYPE DELIMITED BY SPACE
                  "_" WS-TRY-LANG ".txt' 'LetterTemplate.txt'"
                  DELIMITED BY SIZE
           INTO WS-COPY-COMMAND
           CALL "SYSTEM" USING WS-COPY-COMMAND
           MOVE RETURN-CODE                TO WS-COPY-RC
           .
       A1-STAGE-TEMPLATEZ.
           EXIT.

      *> THE VERSION LINE, A [SECTION] HEADER, A COMMENT, OR A LINE
      *> OF THE CURRENT SECTION (BLANK LINES INCLUDED - THEY ARE THE
      *> LETTER'S SPACING)
       A2-TAKE-ONE-LINE SECTION.
       A2-TAKE-ONE-LINEA.
           IF WS-TPL-LINE(1:2) = "--"
               GO TO A2-TAKE-ONE-LINEZ
           END-IF
           IF WS-TPL-LINE(1:9) = "VERSIUNE "
           AND WS-VERSION = SPACE
               MOVE WS-TPL-LINE(10:3)      TO WS-VERSION
               MOVE WS-TPL-LINE(14:8)      TO WS-VERSION-DATE
               GO TO A2-TAKE-ONE-LINEZ
           END-IF
           IF WS-TPL-LINE(1:1) = "["
               MOVE SPACE                  TO WS-CUR-SECTION
               UNSTRING WS-TPL-LINE(2:) DELIMITED BY "]"
                   INTO WS-CUR-SECTION
               END-UNSTRING
               IF SECT-COUNT < K-MAX-SECT
                   ADD 1                   TO SECT-COUNT
                   MOVE WS-CUR-SECTION     TO SC-NAME(SECT-COUNT)
               END-IF
               GO TO A2-TAKE-ONE-LINEZ
           END-IF
           IF WS-CUR-SECTION = SPACE
               GO TO A2-TAKE-ONE-LINEZ
           END-IF
           IF TPL-COUNT >= K-MAX-TPL-LINE
               DISPLAY "TEMPLATE TOO LONG, TRUNCATED AT "
                   K-MAX-TPL-LINE " LINES"
               GO TO A2-TAKE-ONE-LINEZ
           END-IF
           ADD 1                           TO TPL-COUNT
           MOVE WS-CUR-SECTION             TO TP-SECTION(TPL-COUNT)
           MOVE WS-TPL-LINE                TO TP-TEXT(TPL-COUNT)
           .
       A2-TAKE-ONE-LINEZ.
           EXIT.

      *> WS-SRC WITH EVERY KNOWN {PLACEHOLDER} REPLACED, INTO WS-OUT.
      *> AN UNKNOWN NAME IS COPIED AS IT STANDS, SO A MISTYPED
      *> TEMPLATE SHOWS ON THE LETTER INSTEAD OF VANISHING.
       M0-MERGE-LINE SECTION.
       M0-MERGE-LINEA.
           MOVE SPACE                      TO WS-OUT
           MOVE 120                        TO WS-SRC-LEN
           PERFORM UNTIL WS-SRC-LEN = 0
                   OR WS-SRC(WS-SRC-LEN:1) NOT = SPACE
               SUBTRACT 1                  FROM WS-SRC-LEN
           END-PERFORM
           MOVE 1                          TO WS-IN-POS
           MOVE 1                          TO WS-OUT-POS
           PERFORM UNTIL WS-IN-POS > WS-SRC-LEN
                   OR WS-OUT-POS > 120
               IF WS-SRC(WS-IN-POS:1) = "{"
                   PERFORM M1-PLACEHOLDER
               ELSE
                   MOVE WS-SRC(WS-IN-POS:1)
                                       TO WS-OUT(WS-OUT-POS:1)
                   ADD 1                   TO WS-IN-POS
                   ADD 1                   TO WS-OUT-POS
               END-IF
           END-PERFORM
           .
       M0-MERGE-LINEZ.
           EXIT.

      *> WS-IN-POS SITS ON A "{": FIND ITS "}", LOOK THE NAME UP AND
      *> COPY THE VALUE, TRIMMED OR AT THE WIDTH ASKED FOR
       M1-PLACEHOLDER SECTION.
       M1-PLACEHOLDERA.
           MOVE 0                          TO WS-CLOSE-POS
           PERFORM VARYING WS-SCAN-POS FROM WS-IN-POS BY 1
                   UNTIL WS-SCAN-POS > WS-SRC-LEN
                   OR WS-SCAN-POS > WS-IN-POS + 20
                   OR WS-CLOSE-POS > 0
               IF WS-SRC(WS-SCAN-POS:1) = "}"
                   MOVE WS-SCAN-POS        TO WS-CLOSE-POS
               END-IF
           END-PERFORM
           IF WS-CLOSE-POS < WS-IN-POS + 2
               MOVE "{"                    TO WS-OUT(WS-OUT-POS:1)
               ADD 1                       TO WS-IN-POS
               ADD 1                       TO WS-OUT-POS
               GO TO M1-PLACEHOLDERZ
           END-IF

           COMPUTE WS-TOKEN-LEN = WS-CLOSE-POS - WS-IN-POS - 1
           MOVE SPACE                      TO WS-TOKEN
           MOVE WS-SRC(WS-IN-POS + 1:WS-TOKEN-LEN) TO WS-TOKEN
           MOVE SPACE                      TO WS-PH-NAME
           MOVE SPACE                      TO WS-PH-WIDTH-TXT
           UNSTRING WS-TOKEN DELIMITED BY ","
               INTO WS-PH-NAME WS-PH-WIDTH-TXT
           END-UNSTRING
           PERFORM M2-LOOKUP-VALUE
           IF PH-UNKNOWN
               COMPUTE WS-PH-COPY = WS-TOKEN-LEN + 2
               IF WS-OUT-POS + WS-PH-COPY > 121
                   COMPUTE WS-PH-COPY = 121 - WS-OUT-POS
               END-IF
               MOVE WS-SRC(WS-IN-POS:WS-PH-COPY)
                                   TO WS-OUT(WS-OUT-POS:WS-PH-COPY)
               ADD WS-PH-COPY              TO WS-OUT-POS
               COMPUTE WS-IN-POS = WS-CLOSE-POS + 1
               GO TO M1-PLACEHOLDERZ
           END-IF

      *> THE WIDTH: THE DIGITS AFTER THE COMMA, ELSE THE VALUE'S
      *> LENGTH WITHOUT TRAILING SPACES
           MOVE 0                          TO WS-PH-WIDTH
           PERFORM VARYING WS-DIGIT-IDX FROM 1 BY 1
                   UNTIL WS-DIGIT-IDX > 3
               IF WS-PH-WIDTH-TXT(WS-DIGIT-IDX:1) IS NUMERIC
                   MOVE WS-PH-WIDTH-TXT(WS-DIGIT-IDX:1)
                                           TO WS-PH-DIGIT
                   COMPUTE WS-PH-WIDTH = WS-PH-WIDTH * 10
                       + WS-PH-DIGIT
               END-IF
           END-PERFORM
           MOVE 61                         TO WS-PH-LEN
           PERFORM UNTIL WS-PH-LEN = 0
                   OR WS-PH-VALUE(WS-PH-LEN:1) NOT = SPACE
               SUBTRACT 1                  FROM WS-PH-LEN
           END-PERFORM
           IF WS-PH-WIDTH = 0
               MOVE WS-PH-LEN              TO WS-PH-WIDTH
           END-IF
           IF WS-OUT-POS + WS-PH-WIDTH > 121
               COMPUTE WS-PH-WIDTH = 121 - WS-OUT-POS
           END-IF

      *> WS-OUT IS SPACES ALREADY, SO A WIDTH PAST THE VALUE PADS
           MOVE WS-PH-WIDTH                TO WS-PH-COPY
           IF WS-PH-COPY > 61
               MOVE 61                     TO WS-PH-COPY
           END-IF
           IF WS-PH-COPY > 0
               MOVE WS-PH-VALUE(1:WS-PH-COPY)
                                   TO WS-OUT(WS-OUT-POS:WS-PH-COPY)
           END-IF
           ADD WS-PH-WIDTH                 TO WS-OUT-POS
           COMPUTE WS-IN-POS = WS-CLOSE-POS + 1
           .
       M1-PLACEHOLDERZ.
           EXIT.

      *> THE PLACEHOLDER NAMES A TEMPLATE MAY USE
       M2-LOOKUP-VALUE SECTION.
       M2-LOOKUP-VALUEA.
           SET PH-KNOWN                    TO TRUE
           MOVE SPACE                      TO WS-PH-VALUE
           EVALUATE WS-PH-NAME
               WHEN "PARINTE"
                   MOVE LTM-PARINTE        TO WS-PH-VALUE
               WHEN "ADRESA"
                   MOVE LTM-ADRESA         TO WS-PH-VALUE
               WHEN "TELEFON"
                   MOVE LTM-TELEFON        TO WS-PH-VALUE
               WHEN "CNP"
                   MOVE LTM-CNP            TO WS-PH-VALUE
               WHEN "NUME"
                   MOVE LTM-NUME           TO WS-PH-VALUE
               WHEN "PRENUME"
                   MOVE LTM-PRENUME        TO WS-PH-VALUE
               WHEN "CLASA"
                   MOVE LTM-CLASA          TO WS-PH-VALUE
               WHEN "MATERIA"
                   MOVE LTM-MATERIA        TO WS-PH-VALUE
               WHEN "PROFESOR"
                   MOVE LTM-PROFESOR       TO WS-PH-VALUE
               WHEN "DIRIGINTE"
                   MOVE LTM-DIRIGINTE      TO WS-PH-VALUE
               WHEN "NOTA"
                   MOVE LTM-NOTA           TO WS-PH-VALUE
               WHEN "NOTA-NOUA"
                   MOVE LTM-NOTA-NOUA      TO WS-PH-VALUE
               WHEN "MEDIA"
                   MOVE LTM-MEDIA          TO WS-PH-VALUE
               WHEN "STARE"
                   MOVE LTM-STARE          TO WS-PH-VALUE
               WHEN "DATA"
                   MOVE LTM-DATA           TO WS-PH-VALUE
               WHEN "DATA2"
                   MOVE LTM-DATA2          TO WS-PH-VALUE
               WHEN "DE-LA"
                   MOVE LTM-DE-LA          TO WS-PH-VALUE
               WHEN "PANA-LA"
                   MOVE LTM-PANA-LA        TO WS-PH-VALUE
               WHEN "AN"
                   MOVE LTM-AN             TO WS-PH-VALUE
               WHEN "NR"
                   MOVE LTM-NR             TO WS-PH-VALUE
               WHEN OTHER
                   SET PH-UNKNOWN          TO TRUE
           END-EVALUATE
           .
       M2-LOOKUP-VALUEZ.
           EXIT.
       END PROGRAM LTRMERGE.
