      ******************************************************************
      * Author:
      * Date:
      * Purpose: PER-SOURCE DROP FILES FOR THE NIGHTLY CSV FEEDS.
      *          Note.csv USED TO BE APPENDED TO BY GRADECON (SEVERAL
      *          PROFESSORS AT ONCE), CONDPROP, THE EXCCONSOLE REQUEUE
      *          AND ECATIMPORT, AND RESEALED BY WHOEVER CAME LAST -
      *          TWO WRITERS AT THE SAME MOMENT COULD INTERLEAVE OR
      *          LOSE ROWS, AND A RESEAL COULD BLESS A HALF-WRITTEN
      *          APPEND. EVERY PRODUCER NOW CALLS THIS INSTEAD: ITS
      *          ROWS GO TO A FILE OF ITS OWN IN THE FEED'S INBOUND
      *          DIRECTORY, NAMED <Feed>_<DATE>_<TIME>_<SOURCE>, WHICH
      *          IS WRITTEN AS .part AND ONLY BECOMES .csv, SEALED
      *          WITH A TRAILER IN THE FEEDSEAL FORMAT, WHEN THE
      *          PRODUCER CLOSES IT. FEEDMERGE PICKS UP ONLY THE
      *          CLOSED .csv DROPS. THE WORK IS DONE THROUGH THE SHELL
      *          SO ANY NUMBER OF CALLERS CAN HOLD A DROP OPEN AT THE
      *          SAME TIME WITHOUT SHARING A SCRATCH FILE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. FEEDDROP.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       WORKING-STORAGE SECTION.

       01 WS-COMMAND                       PIC X(500).
       01 WS-RUN-DATE                      PIC 9(08).
       01 WS-RUN-TIME                      PIC 9(08).

      *> A SECOND DROP STARTED BY THE SAME SOURCE IN THE SAME
      *> HUNDREDTH OF A SECOND GETS A SUFFIX INSTEAD OF THE FIRST
      *> ONE'S FILE
       01 K-MAX-ATTEMPTS                   PIC 9(01) VALUE 9.
       01 WS-ATTEMPT                       PIC 9(01).

       01 WS-QUOTE-COUNT                   PIC 9(03).

      *-----------------------
       LINKAGE SECTION.
      **-*-*-*-*-*-*-*-*-*-*-*-*-*
       COPY FEEDDROP-INT.

       PROCEDURE DIVISION USING FEEDDROP-INTERFACE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       S0  SECTION.
       S0A.
           SET DRP-OK                      TO TRUE
           EVALUATE TRUE
               WHEN DRP-OPEN
                   PERFORM A0-OPEN-DROP
               WHEN DRP-WRITE
                   PERFORM B0-WRITE-ROW
               WHEN DRP-CLOSE
                   PERFORM C0-CLOSE-DROP
               WHEN OTHER
                   SET DRP-FAILED          TO TRUE
           END-EVALUATE
           MOVE 0                          TO RETURN-CODE
           .
       S0Z.
           GOBACK.

      *> CREATE THE EMPTY .part FILE - set -C MAKES THE CREATE FAIL
      *> RATHER THAN TRUNCATE A DROP SOMEONE ELSE ALREADY STARTED
       A0-OPEN-DROP SECTION.
       A0-OPEN-DROPA.
           IF DRP-IS-OPEN
               GO TO A0-OPEN-DROPZ
           END-IF
           MOVE 0                          TO DRP-ROW-COUNT
           ACCEPT WS-RUN-DATE              FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME              FROM TIME

           PERFORM VARYING WS-ATTEMPT FROM 1 BY 1
                   UNTIL WS-ATTEMPT > K-MAX-ATTEMPTS
               MOVE SPACE                  TO DRP-NAME
               IF WS-ATTEMPT = 1
                   STRING DRP-FEED DELIMITED BY " "
                          "_" WS-RUN-DATE "_" WS-RUN-TIME "_"
                          DELIMITED BY SIZE
                          DRP-SOURCE DELIMITED BY " "
                   INTO DRP-NAME
               ELSE
                   STRING DRP-FEED DELIMITED BY " "
                          "_" WS-RUN-DATE "_" WS-RUN-TIME "_"
                          DELIMITED BY SIZE
                          DRP-SOURCE DELIMITED BY " "
                          "_" WS-ATTEMPT DELIMITED BY SIZE
                   INTO DRP-NAME
               END-IF

               MOVE SPACE                  TO WS-COMMAND
               STRING "mkdir -p '" DELIMITED BY SIZE
                      DRP-INBOUND DELIMITED BY "  "
                      "' 2>/dev/null && (set -C; : > '"
                      DELIMITED BY SIZE
                      DRP-INBOUND DELIMITED BY "  "
                      "/" DELIMITED BY SIZE
                      DRP-NAME DELIMITED BY " "
                      ".part') 2>/dev/null" DELIMITED BY SIZE
               INTO WS-COMMAND
               CALL "SYSTEM" USING WS-COMMAND
               IF RETURN-CODE = 0
                   SET DRP-IS-OPEN         TO TRUE
                   GO TO A0-OPEN-DROPZ
               END-IF
           END-PERFORM

           MOVE SPACE                      TO DRP-NAME
           SET DRP-FAILED                  TO TRUE
           .
       A0-OPEN-DROPZ.
           EXIT.

      *> ONE ROW ON THE END OF THE .part FILE. A FEED ROW NEVER
      *> CARRIES A QUOTE; ONE THAT DOES IS REFUSED RATHER THAN
      *> HANDED TO THE SHELL
       B0-WRITE-ROW SECTION.
       B0-WRITE-ROWA.
           IF NOT DRP-IS-OPEN
           OR DRP-ROW <= SPACE
               SET DRP-FAILED              TO TRUE
               GO TO B0-WRITE-ROWZ
           END-IF
           MOVE 0                          TO WS-QUOTE-COUNT
           INSPECT DRP-ROW TALLYING WS-QUOTE-COUNT FOR ALL "'"
           IF WS-QUOTE-COUNT > 0
               SET DRP-FAILED              TO TRUE
               GO TO B0-WRITE-ROWZ
           END-IF

           MOVE SPACE                      TO WS-COMMAND
           STRING "printf '%s\n' '" DELIMITED BY SIZE
                  DRP-ROW DELIMITED BY "  "
                  "' >> '" DELIMITED BY SIZE
                  DRP-INBOUND DELIMITED BY "  "
                  "/" DELIMITED BY SIZE
                  DRP-NAME DELIMITED BY " "
                  ".part'" DELIMITED BY SIZE
           INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           IF RETURN-CODE NOT = 0
               SET DRP-FAILED              TO TRUE
               GO TO B0-WRITE-ROWZ
           END-IF
           ADD 1                           TO DRP-ROW-COUNT
           .
       B0-WRITE-ROWZ.
           EXIT.

      *> SEAL THE DROP EXACTLY AS FEEDSEAL SEALS A FEED (ROW COUNT
      *> AND cksum OF THE DATA ROWS) AND RENAME IT TO .csv, WHICH IS
      *> WHAT RELEASES IT TO FEEDMERGE; AN EMPTY DROP IS REMOVED
       C0-CLOSE-DROP SECTION.
       C0-CLOSE-DROPA.
           IF NOT DRP-IS-OPEN
               GO TO C0-CLOSE-DROPZ
           END-IF
           SET DRP-IS-CLOSED               TO TRUE

           MOVE SPACE                      TO WS-COMMAND
           IF DRP-ROW-COUNT = 0
               STRING "rm -f '" DELIMITED BY SIZE
                      DRP-INBOUND DELIMITED BY "  "
                      "/" DELIMITED BY SIZE
                      DRP-NAME DELIMITED BY " "
                      ".part'" DELIMITED BY SIZE
               INTO WS-COMMAND
               CALL "SYSTEM" USING WS-COMMAND
               GO TO C0-CLOSE-DROPZ
           END-IF

           STRING "cd '" DELIMITED BY SIZE
                  DRP-INBOUND DELIMITED BY "  "
                  "' && printf 'TRAILER %08d %010d\n' $(wc -l < '"
                  DELIMITED BY SIZE
                  DRP-NAME DELIMITED BY " "
                  ".part') $(cksum < '" DELIMITED BY SIZE
                  DRP-NAME DELIMITED BY " "
                  ".part' | cut -d' ' -f1) >> '" DELIMITED BY SIZE
                  DRP-NAME DELIMITED BY " "
                  ".part' && mv '" DELIMITED BY SIZE
                  DRP-NAME DELIMITED BY " "
                  ".part' '" DELIMITED BY SIZE
                  DRP-NAME DELIMITED BY " "
                  ".csv'" DELIMITED BY SIZE
           INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           IF RETURN-CODE NOT = 0
               SET DRP-FAILED              TO TRUE
           END-IF
           .
       C0-CLOSE-DROPZ.
           EXIT.
       END PROGRAM FEEDDROP.
