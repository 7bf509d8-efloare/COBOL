      ******************************************************************
      * Author:
      * Date:
      * Purpose: RESOLVES A MASKED-CNP LOOKUP KEY BACK TO THE STUDENT.
      *          REPORTS THAT LEAVE THE SECRETARIAT PRINT A CNP AS
      *          ITS KEY, A STAR AND THE LAST FOUR DIGITS
      *          (MP000123*4567 - SEE CNPMASK); WHEN A DIRIGINTE OR
      *          THE COUNCIL ASKS ABOUT A LINE, THE SECRETARIAT TYPES
      *          THE KEY HERE AND GETS THE FULL CNP. THE KEY REGISTER
      *          STAYS BESIDE THE REPORT THAT ISSUED THE KEYS AND IS
      *          STAGED IN FOR THE LOOKUP. SIGNED ON THROUGH OPSIGNON -
      *          ONLY OPERATORS CLEARED FOR THIS PROGRAM MAY UNMASK.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CNPKEY.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> EVERY REPORT DIRECTORY'S CnpMaskKeys.txt, ONE AFTER THE
      *> OTHER (REPORT;KEY;CNP;YYYYMMDD ISSUED)
           SELECT KEY-FILE ASSIGN TO 'CnpMaskKeysStaged.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KEY-STATUS.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
        FD KEY-FILE.
       01 KEY-FD                           PIC X(40).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WS-KEY-STATUS                    PIC X(02).

      *> OPERATOR SIGN-ON - UNMASKING IS LIMITED TO THE OPERATORS
      *> WHOSE Operators.txt LIST CARRIES THIS PROGRAM
       COPY OPSIGN-INT.

      *> THE DIRECTORIES OF THE REPORTS THAT PRINT MASKED CNPS
       01 STAGE-LIST-DATA.
           05 FILLER PIC X(70) VALUE
               "../Assign 13 Rapoarte FLOARE EMIL/CnpMaskKeys.txt".
       01 STAGE-LIST REDEFINES STAGE-LIST-DATA.
           05 STAGE-ENTRY OCCURS 1 TIMES INDEXED BY STAGE-IDX
                                           PIC X(70).
       01 WS-STAGE-COMMAND                 PIC X(160).

      *> ONE REGISTER LINE, SPLIT
       01 WS-KEY-FIELDS.
           05 KF-REPORT                    PIC X(02).
           05 KF-SERIAL                    PIC X(06).
           05 KF-CNP                       PIC X(13).
           05 KF-DATE                      PIC X(08).

       01 WS-ASKED                         PIC X(14).
       01 WS-KEY                           PIC X(08).
       01 WS-FOUND-COUNT                   PIC 9(03).

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       S0  SECTION.
       S0A.
           DISPLAY "MASKED CNP KEY LOOKUP"
           MOVE "CNPKEY"                   TO OPS-PROGRAM
           CALL "OPSIGNON" USING OPSIGN-INTERFACE
           IF OPS-DENIED
               DISPLAY OPS-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM A9-STAGE-KEYS

           MOVE "X"                        TO WS-ASKED
           PERFORM UNTIL WS-ASKED = SPACE
               DISPLAY "KEY AS PRINTED (E.G. MP000123*4567, "
                   "BLANK = QUIT): " WITH NO ADVANCING
               MOVE SPACE                  TO WS-ASKED
               ACCEPT WS-ASKED
               IF WS-ASKED NOT = SPACE
                   PERFORM B0-RESOLVE-KEY
               END-IF
           END-PERFORM

           MOVE 0 TO RETURN-CODE
           .
       S0Z.
           STOP RUN.

      *> ONE STAGED FILE HOLDING EVERY REGISTER; A REPORT THAT HAS
      *> NEVER MASKED HAS NO REGISTER AND ADDS NOTHING
       A9-STAGE-KEYS SECTION.
       A9-STAGE-KEYSA.
           MOVE SPACE                      TO WS-STAGE-COMMAND
           STRING ": > CnpMaskKeysStaged.txt"
                  DELIMITED BY SIZE
           INTO WS-STAGE-COMMAND
           CALL "SYSTEM" USING WS-STAGE-COMMAND
           PERFORM VARYING STAGE-IDX FROM 1 BY 1
                   UNTIL STAGE-IDX > 1
               MOVE SPACE                  TO WS-STAGE-COMMAND
               STRING "cat '" DELIMITED BY SIZE
                      STAGE-ENTRY(STAGE-IDX) DELIMITED BY "  "
                      "' >> CnpMaskKeysStaged.txt 2>/dev/null"
                      DELIMITED BY SIZE
               INTO WS-STAGE-COMMAND
               CALL "SYSTEM" USING WS-STAGE-COMMAND
           END-PERFORM
           .
       A9-STAGE-KEYSZ.
           EXIT.

      *> THE KEY IS THE FIRST EIGHT CHARACTERS OF WHAT WAS PRINTED;
      *> THE LAST FOUR DIGITS, WHEN TYPED, MUST AGREE WITH THE CNP
       B0-RESOLVE-KEY SECTION.
       B0-RESOLVE-KEYA.
           MOVE WS-ASKED(1:8)              TO WS-KEY
           INSPECT WS-KEY CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                  TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE 0                          TO WS-FOUND-COUNT
           OPEN INPUT KEY-FILE
           IF WS-KEY-STATUS NOT = "00"
               DISPLAY "NO KEY REGISTER FOUND - NO REPORT HAS BEEN "
                   "PRINTED MASKED YET"
               GO TO B0-RESOLVE-KEYZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO KEY-FD
               READ KEY-FILE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   MOVE SPACE              TO WS-KEY-FIELDS
                   UNSTRING KEY-FD DELIMITED BY ";" INTO
                       KF-REPORT KF-SERIAL KF-CNP KF-DATE
                   END-UNSTRING
                   IF KF-REPORT = WS-KEY(1:2)
                   AND KF-SERIAL = WS-KEY(3:6)
                       ADD 1               TO WS-FOUND-COUNT
                       DISPLAY "  KEY " WS-KEY "  CNP " KF-CNP
                           "  ISSUED " KF-DATE
                       IF WS-ASKED(10:4) NOT = SPACE
                       AND WS-ASKED(10:4) NOT = KF-CNP(10:4)
                           DISPLAY "  WARNING: THE LAST FOUR DIGITS "
                               "TYPED (" WS-ASKED(10:4) ") DO NOT "
                               "MATCH THIS CNP - CHECK THE KEY"
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE KEY-FILE
           IF WS-FOUND-COUNT = 0
               DISPLAY "  KEY " WS-KEY " NOT FOUND"
           END-IF
           .
       B0-RESOLVE-KEYZ.
           EXIT.
       END PROGRAM CNPKEY.
