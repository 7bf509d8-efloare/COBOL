      ******************************************************************
      * Author:
      * Date:
      * Purpose: CONSOLIDATES THE PER-SOURCE DROP FILES INTO THE
      *          NIGHTLY CSV FEEDS (RUN FROM THE INSTALLATION ROOT -
      *          NIGHTLYBATCH RUNS IT AFTER ECATIMPORT AND BEFORE
      *          FEEDCHECK). GRADECON, CONDPROP, THE EXCCONSOLE
      *          REQUEUE AND ECATIMPORT NO LONGER APPEND TO Note.csv
      *          THEMSELVES: EACH LEAVES A SEALED DROP OF ITS OWN IN
      *          Assign 07's Inbound/ (FEEDDROP), AND THE SAME GOES
      *          FOR Absente.csv. FOR EACH FEED THIS VERIFIES EVERY
      *          WAITING DROP'S TRAILER (A BROKEN OR UNSEALED DROP IS
      *          LEFT WHERE IT IS AND REPORTED), APPENDS ITS ROWS TO
      *          THE FEED - A ROW ALREADY IN THE FEED OR IN AN
      *          EARLIER DROP IS REPORTED AS A DUPLICATE AND NOT
      *          LOADED TWICE - RESEALS THE FEED (FEEDSEAL) AND
      *          RECORDS IN FeedLineage.txt WHICH DROP, AND WHICH LINE
      *          OF IT, EVERY NEW FEED LINE CAME FROM. A MERGED DROP
      *          MOVES TO Inbound/Processed/ AND IS LOGGED IN
      *          ConsumedDrops.txt THERE, SO A RERUN NEVER LOADS THE
      *          SAME DROP TWICE. WRITES FeedMergeReport.txt; RC 8
      *          WHEN A FEED COULD NOT BE MERGED AT ALL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. FEEDMERGE.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SCRATCH FILE ONE SHELL RESULT AT A TIME IS READ BACK FROM
           SELECT SCRATCH-FILE ASSIGN TO 'FeedMergeScratch.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCRATCH-STATUS.

      *> THE WAITING DROPS OF ONE FEED, OLDEST NAME FIRST
           SELECT LIST-FILE ASSIGN TO 'FeedMergeList.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIST-STATUS.

      *> THE FEED, STAGED WITHOUT ITS TRAILER AND EXTENDED HERE
      *> BEFORE IT IS COPIED BACK AND RESEALED
           SELECT TARGET-FILE ASSIGN TO 'FeedMergeTarget.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TARGET-STATUS.

      *> THE DROP BEING MERGED, STAGED UNDER A FIXED NAME
           SELECT DROP-FILE ASSIGN TO 'FeedMergeDrop.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DROP-STATUS.

      *> ONE FEED'S LINEAGE LINES, ADDED TO FeedLineage.txt ONLY
      *> ONCE THE FEED ITSELF HAS BEEN WRITTEN BACK
           SELECT LINEAGE-WORK ASSIGN TO 'FeedMergeLineage.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LINEAGE-STATUS.

      *> EVERY DROP EVER MERGED - THE GUARD AGAINST LOADING ONE TWICE
           SELECT CONSUMED-FILE ASSIGN TO
           'Assign 07 FLOARE EMIL/Inbound/Processed/ConsumedDrops.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONSUMED-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'FeedMergeReport.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
        FD SCRATCH-FILE.
       01 SCRATCH-FD                       PIC X(30).

        FD LIST-FILE.
       01 LIST-FD                          PIC X(80).

        FD TARGET-FILE.
       01 TARGET-FD                        PIC X(120).

        FD DROP-FILE.
       01 DROP-FD                          PIC X(200).

        FD LINEAGE-WORK.
       01 LINEAGE-FD                       PIC X(220).

        FD CONSUMED-FILE.
       01 CONSUMED-FD                      PIC X(90).

        FD REPORT-FILE.
       01 REPORT-FILE-FD                   PIC X(200).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WS-SCRATCH-STATUS                PIC X(02).
       01 WS-LIST-STATUS                   PIC X(02).
       01 WS-TARGET-STATUS                 PIC X(02).
       01 WS-DROP-STATUS                   PIC X(02).
       01 WS-LINEAGE-STATUS                PIC X(02).
       01 WS-CONSUMED-STATUS               PIC X(02).

      *> THE FEEDS THAT ARRIVE AS DROPS: NAME (THE DROP-FILE PREFIX),
      *> THE FEED ITSELF AND ITS INBOUND DIRECTORY
       01 FEED-LIST-DATA.
           05 FILLER PIC X(10) VALUE "Note".
           05 FILLER PIC X(55) VALUE
               "Assign 07 FLOARE EMIL/Note.csv".
           05 FILLER PIC X(55) VALUE
               "Assign 07 FLOARE EMIL/Inbound".
           05 FILLER PIC X(10) VALUE "Absente".
           05 FILLER PIC X(55) VALUE
               "Assign 07 FLOARE EMIL/Absente.csv".
           05 FILLER PIC X(55) VALUE
               "Assign 07 FLOARE EMIL/Inbound".
       01 FEED-LIST REDEFINES FEED-LIST-DATA.
           05 FEED-ENTRY OCCURS 2 TIMES INDEXED BY FEED-IDX.
               10 FL-NAME                  PIC X(10).
               10 FL-PATH                  PIC X(55).
               10 FL-INBOUND               PIC X(55).
       01 K-FEED-COUNT                     PIC 9(01) VALUE 2.

       01 K-LINEAGE-PATH                   PIC X(40) VALUE
           "Assign 07 FLOARE EMIL/FeedLineage.txt".
       01 K-SEAL-PROGRAM                   PIC X(60) VALUE
           "./Assign 10 Batch Utilities FLOARE EMIL/FEEDSEAL".

       01 WS-FEED-NAME                     PIC X(10).
       01 WS-FEED-PATH                     PIC X(55).
       01 WS-INBOUND                       PIC X(55).
       01 WS-COMMAND                       PIC X(400).
       01 WS-CHECK-PATH                    PIC X(60).

      *> THE WAITING DROPS OF THE FEED IN HAND
       01 K-MAX-DROPS                      PIC 9(03) VALUE 500.
       01 DROP-TABLE.
           05 DROP-ENTRY OCCURS 500 TIMES.
               10 DR-NAME                  PIC X(50).
               10 DR-STATUS                PIC X(08).
                   88 DR-MERGED            VALUE "MERGED".
                   88 DR-SKIPPED           VALUE "SKIPPED".
                   88 DR-REFUSED           VALUE "REFUSED".
                   88 DR-LEFT              VALUE "LEFT".
       01 DROP-COUNT                       PIC 9(03) VALUE 0.
       01 WS-DROP-IDX                      PIC 9(03).

      *> EVERY ROW OF THE FEED IN HAND, IN FEED ORDER, WITH THE DROP
      *> IT CAME FROM (0 = ALREADY IN THE FEED BEFORE THIS RUN)
       01 K-MAX-ROWS                       PIC 9(05) VALUE 10000.
       01 ROW-TABLE.
           05 ROW-ENTRY OCCURS 10000 TIMES.
               10 RW-TEXT                  PIC X(120).
               10 RW-ORIGIN                PIC 9(03).
       01 ROW-COUNT                        PIC 9(05) VALUE 0.
       01 WS-ROW-IDX                       PIC 9(05).
       01 WS-DUP-SW                        PIC X(01).
           88 ROW-IS-DUPLICATE             VALUE "Y".
           88 ROW-IS-UNIQUE                VALUE "N".

      *> DROP NAMES ALREADY MERGED ON AN EARLIER RUN - THE LATEST
      *> K-MAX-CONSUMED OF THEM, THE OLDEST OVERWRITTEN FIRST
       01 K-MAX-CONSUMED                   PIC 9(04) VALUE 5000.
       01 CONSUMED-TABLE.
           05 CONSUMED-NAME OCCURS 5000 TIMES PIC X(50).
       01 CONSUMED-COUNT                   PIC 9(04) VALUE 0.
       01 CONSUMED-NEXT                    PIC 9(04) VALUE 0.
       01 WS-CONSUMED-IDX                  PIC 9(04).

      *> ONE LINE OF ConsumedDrops.txt
       01 CONSUMED-LINE.
           05 CL-DATE                      PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 CL-TIME                      PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 CL-FEED                      PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 CL-NAME                      PIC X(50).

      *> ONE LINE OF FeedLineage.txt: WHEN, WHICH FEED, WHICH FEED
      *> LINE, WHICH DROP AND WHICH LINE OF IT, THE ROW
       01 LINEAGE-LINE.
           05 LN-DATE                      PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 LN-TIME                      PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 LN-FEED                      PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 LN-FEED-LINE                 PIC 9(05).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 LN-DROP                      PIC X(50).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 LN-DROP-LINE                 PIC 9(05).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 LN-ROW                       PIC X(120).

      *> THE TRAILER LINE READ OFF A FILE'S TAIL
       01 WS-TAIL-LINE.
           05 TL-KEYWORD                   PIC X(08).
           05 TL-COUNT                     PIC X(08).
           05 FILLER                       PIC X(01).
           05 TL-FINGERPRINT               PIC X(10).
       01 WS-TL-COUNT                      PIC 9(08).

       01 WS-DATA-COUNT                    PIC 9(08).
       01 WS-FINGERPRINT                   PIC 9(10).
       01 WS-SEAL-VERDICT                  PIC X(06).
           88 SEAL-GOOD                    VALUE "SEALED".
           88 SEAL-MISSING                 VALUE "NONE".
           88 SEAL-BROKEN                  VALUE "BROKEN".

       01 WS-DROP-LINE                     PIC X(200).
       01 WS-DROP-LINENO                   PIC 9(05).
       01 WS-ORIGIN-NAME                   PIC X(50).
       01 WS-LINE                          PIC X(200).
       01 WS-RUN-DATE                      PIC 9(08).
       01 WS-RUN-TIME                      PIC 9(08).

      *> PER DROP
       01 WS-DROP-ROWS                     PIC 9(05).
       01 WS-DROP-DUPS                     PIC 9(05).
      *> PER FEED
       01 WS-FEED-APPENDED                 PIC 9(05).
       01 WS-FEED-RETIRE                   PIC 9(03).

       01 WS-RUN-COUNTERS.
        05 WS-COUNT-DROPS                  PIC 9(04) VALUE 0.
        05 WS-COUNT-MERGED                 PIC 9(04) VALUE 0.
        05 WS-COUNT-ROWS                   PIC 9(06) VALUE 0.
        05 WS-COUNT-DUPLICATES             PIC 9(06) VALUE 0.
        05 WS-COUNT-REFUSED                PIC 9(04) VALUE 0.
        05 WS-COUNT-SKIPPED                PIC 9(04) VALUE 0.
        05 WS-COUNT-LEFT                   PIC 9(04) VALUE 0.
        05 WS-COUNT-FATAL                  PIC 9(02) VALUE 0.

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".
       COPY TRAINENV-INT.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       S0  SECTION.
       S0A.
           DISPLAY "INBOUND DROP MERGE"
           ACCEPT WS-RUN-DATE              FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME              FROM TIME
           OPEN OUTPUT REPORT-FILE
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
           END-IF

           MOVE SPACE                      TO WS-COMMAND
           STRING "mkdir -p 'Assign 07 FLOARE EMIL/Inbound/Processed'"
                  DELIMITED BY SIZE
           INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           PERFORM A0-LOAD-CONSUMED

           PERFORM F0-MERGE-ONE-FEED THRU F0-MERGE-ONE-FEEDZ
               VARYING FEED-IDX FROM 1 BY 1
               UNTIL FEED-IDX > K-FEED-COUNT

           MOVE SPACE                      TO WS-LINE
           STRING "DROPS: " WS-COUNT-DROPS
                  "  MERGED: " WS-COUNT-MERGED
                  "  ROWS: " WS-COUNT-ROWS
                  "  DUPLICATES: " WS-COUNT-DUPLICATES
                  "  REFUSED: " WS-COUNT-REFUSED
                  "  ALREADY MERGED: " WS-COUNT-SKIPPED
                  "  LEFT: " WS-COUNT-LEFT
                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           CLOSE REPORT-FILE

           DISPLAY "===== FEEDMERGE RUN SUMMARY ====="
           DISPLAY "DROPS WAITING  : " WS-COUNT-DROPS
           DISPLAY "DROPS MERGED   : " WS-COUNT-MERGED
           DISPLAY "ROWS APPENDED  : " WS-COUNT-ROWS
           DISPLAY "DUPLICATE ROWS : " WS-COUNT-DUPLICATES
           DISPLAY "DROPS REFUSED  : " WS-COUNT-REFUSED
           DISPLAY "ALREADY MERGED : " WS-COUNT-SKIPPED
           DISPLAY "LEFT FOR LATER : " WS-COUNT-LEFT
           IF WS-COUNT-REFUSED > 0
               DISPLAY "REFUSED DROPS STAY IN Inbound/ - SEE "
                   "FeedMergeReport.txt"
           END-IF
           IF WS-COUNT-FATAL > 0
               DISPLAY "A FEED COULD NOT BE MERGED - SEE "
                   "FeedMergeReport.txt"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           .
       S0Z.
           STOP RUN.

       A0-LOAD-CONSUMED SECTION.
       A0-LOAD-CONSUMEDA.
           OPEN INPUT CONSUMED-FILE
           IF WS-CONSUMED-STATUS NOT = "00"
               GO TO A0-LOAD-CONSUMEDZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO CONSUMED-LINE
               READ CONSUMED-FILE INTO CONSUMED-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF CL-NAME > SPACE
                       PERFORM A1-REMEMBER-CONSUMED
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CONSUMED-FILE
           .
       A0-LOAD-CONSUMEDZ.
           EXIT.

       A1-REMEMBER-CONSUMED SECTION.
       A1-REMEMBER-CONSUMEDA.
           ADD 1                           TO CONSUMED-NEXT
           IF CONSUMED-NEXT > K-MAX-CONSUMED
               MOVE 1                      TO CONSUMED-NEXT
           END-IF
           MOVE CL-NAME                    TO
               CONSUMED-NAME(CONSUMED-NEXT)
           IF CONSUMED-COUNT < K-MAX-CONSUMED
               ADD 1                       TO CONSUMED-COUNT
           END-IF
           .
       A1-REMEMBER-CONSUMEDZ.
           EXIT.

       F0-MERGE-ONE-FEED SECTION.
       F0-MERGE-ONE-FEEDA.
           MOVE FL-NAME(FEED-IDX)          TO WS-FEED-NAME
           MOVE FL-PATH(FEED-IDX)          TO WS-FEED-PATH
           MOVE FL-INBOUND(FEED-IDX)       TO WS-INBOUND
           MOVE 0                          TO WS-FEED-APPENDED
                                              WS-FEED-RETIRE
                                              ROW-COUNT

           PERFORM B0-LIST-DROPS
           IF DROP-COUNT = 0
               MOVE SPACE                  TO WS-LINE
               STRING "NO DROPS  " WS-FEED-PATH DELIMITED BY SIZE
               INTO WS-LINE
               MOVE WS-LINE                TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
               GO TO F0-MERGE-ONE-FEEDZ
           END-IF

      *> THE FEED AS IT STANDS: A BROKEN SEAL IS NOT PAPERED OVER
      *> BY A RESEAL - THE DROPS WAIT AND FEEDCHECK HALTS THE CHAIN
           MOVE SPACE                      TO WS-COMMAND
           STRING "rm -f FeedMergeTarget.txt; cp '" DELIMITED BY SIZE
                  WS-FEED-PATH DELIMITED BY "  "
                  "' FeedMergeTarget.txt 2>/dev/null || : > "
                  "FeedMergeTarget.txt" DELIMITED BY SIZE
           INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           MOVE "FeedMergeTarget.txt"      TO WS-CHECK-PATH
           PERFORM V0-CHECK-SEAL
           IF SEAL-BROKEN
               ADD 1                       TO WS-COUNT-FATAL
               ADD DROP-COUNT              TO WS-COUNT-LEFT
               MOVE SPACE                  TO WS-LINE
               STRING "NOT MERGED " WS-FEED-PATH
                      "  ITS OWN SEAL IS BROKEN - THE DROPS WAIT IN "
                      "Inbound/" DELIMITED BY SIZE
               INTO WS-LINE
               MOVE WS-LINE                TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
               GO TO F0-MERGE-ONE-FEEDZ
           END-IF
           IF SEAL-GOOD
               MOVE SPACE                  TO WS-COMMAND
               STRING "sed -i '/^TRAILER /d' FeedMergeTarget.txt"
                      DELIMITED BY SIZE
               INTO WS-COMMAND
               CALL "SYSTEM" USING WS-COMMAND
           END-IF

           PERFORM C0-LOAD-TARGET
           OPEN EXTEND TARGET-FILE
           IF WS-TARGET-STATUS NOT = "00"
               ADD 1                       TO WS-COUNT-FATAL
               ADD DROP-COUNT              TO WS-COUNT-LEFT
               MOVE SPACE                  TO WS-LINE
               STRING "NOT MERGED " WS-FEED-PATH
                      "  THE STAGED FEED COULD NOT BE EXTENDED"
                      DELIMITED BY SIZE
               INTO WS-LINE
               MOVE WS-LINE                TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
               GO TO F0-MERGE-ONE-FEEDZ
           END-IF
           OPEN OUTPUT LINEAGE-WORK

           PERFORM E0-MERGE-ONE-DROP THRU E0-MERGE-ONE-DROPZ
               VARYING WS-DROP-IDX FROM 1 BY 1
               UNTIL WS-DROP-IDX > DROP-COUNT

           CLOSE TARGET-FILE
           CLOSE LINEAGE-WORK

      *> THE FEED IS ONLY REWRITTEN WHEN IT GAINED ROWS; THE DROPS
      *> ARE ONLY RETIRED ONCE IT HAS BEEN
           IF WS-FEED-APPENDED > 0
               PERFORM G0-WRITE-BACK
               IF WS-TARGET-STATUS NOT = "00"
                   GO TO F0-MERGE-ONE-FEEDZ
               END-IF
           END-IF
           IF WS-FEED-RETIRE > 0
               PERFORM H0-RETIRE-DROPS
           END-IF
           .
       F0-MERGE-ONE-FEEDZ.
           EXIT.

      *> ONLY CLOSED DROPS (.csv) - ONE STILL BEING WRITTEN IS A
      *> .part AND WAITS FOR THE NEXT RUN
       B0-LIST-DROPS SECTION.
       B0-LIST-DROPSA.
           MOVE 0                          TO DROP-COUNT
           MOVE SPACE                      TO WS-COMMAND
           STRING "ls -1 '" DELIMITED BY SIZE
                  WS-INBOUND DELIMITED BY "  "
                  "' 2>/dev/null | grep '^" DELIMITED BY SIZE
                  WS-FEED-NAME DELIMITED BY " "
                  "_.*\.csv$' | sort > FeedMergeList.txt"
                  DELIMITED BY SIZE
           INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND

           OPEN INPUT LIST-FILE
           IF WS-LIST-STATUS NOT = "00"
               GO TO B0-LIST-DROPSZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               READ LIST-FILE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF LIST-FD > SPACE
                       IF DROP-COUNT < K-MAX-DROPS
                           ADD 1           TO DROP-COUNT
                           MOVE LIST-FD    TO DR-NAME(DROP-COUNT)
                           MOVE SPACE      TO DR-STATUS(DROP-COUNT)
                       ELSE
                           ADD 1           TO WS-COUNT-LEFT
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE LIST-FILE
           ADD DROP-COUNT                  TO WS-COUNT-DROPS
           .
       B0-LIST-DROPSZ.
           EXIT.

      *> THE FEED'S EXISTING ROWS, AGAINST WHICH EVERY DROPPED ROW
      *> IS CHECKED FOR A DUPLICATE
       C0-LOAD-TARGET SECTION.
       C0-LOAD-TARGETA.
           OPEN INPUT TARGET-FILE
           IF WS-TARGET-STATUS NOT = "00"
               GO TO C0-LOAD-TARGETZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO TARGET-FD
               READ TARGET-FILE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF ROW-COUNT < K-MAX-ROWS
                       ADD 1               TO ROW-COUNT
                       MOVE TARGET-FD      TO RW-TEXT(ROW-COUNT)
                       MOVE 0              TO RW-ORIGIN(ROW-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE TARGET-FILE
           .
       C0-LOAD-TARGETZ.
           EXIT.

       E0-MERGE-ONE-DROP SECTION.
       E0-MERGE-ONE-DROPA.
      *> MERGED ON AN EARLIER RUN (THE MOVE TO Processed/ FAILED OR
      *> THE FILE WAS PUT BACK) - NEVER LOADED A SECOND TIME
           PERFORM VARYING WS-CONSUMED-IDX FROM 1 BY 1
                   UNTIL WS-CONSUMED-IDX > CONSUMED-COUNT
               IF CONSUMED-NAME(WS-CONSUMED-IDX) = DR-NAME(WS-DROP-IDX)
                   SET DR-SKIPPED(WS-DROP-IDX) TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF DR-SKIPPED(WS-DROP-IDX)
               ADD 1                       TO WS-COUNT-SKIPPED
                                              WS-FEED-RETIRE
               MOVE SPACE                  TO WS-LINE
               STRING "ALREADY   " DR-NAME(WS-DROP-IDX)
                      "  MERGED ON AN EARLIER RUN - NOT LOADED AGAIN"
                      DELIMITED BY SIZE
               INTO WS-LINE
               MOVE WS-LINE                TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
               GO TO E0-MERGE-ONE-DROPZ
           END-IF

           MOVE SPACE                      TO WS-COMMAND
           STRING "rm -f FeedMergeDrop.txt; cp '" DELIMITED BY SIZE
                  WS-INBOUND DELIMITED BY "  "
                  "/" DELIMITED BY SIZE
                  DR-NAME(WS-DROP-IDX) DELIMITED BY " "
                  "' FeedMergeDrop.txt" DELIMITED BY SIZE
           INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           IF RETURN-CODE NOT = 0
               SET DR-LEFT(WS-DROP-IDX)    TO TRUE
               ADD 1                       TO WS-COUNT-LEFT
               MOVE SPACE                  TO WS-LINE
               STRING "LEFT      " DR-NAME(WS-DROP-IDX)
                      "  COULD NOT BE READ" DELIMITED BY SIZE
               INTO WS-LINE
               MOVE WS-LINE                TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
               GO TO E0-MERGE-ONE-DROPZ
           END-IF

      *> A DROP MUST CARRY AN INTACT SEAL - ONE THAT DOES NOT WAS
      *> CUT SHORT OR TOUCHED BY HAND, AND STAYS IN Inbound/
           MOVE "FeedMergeDrop.txt"        TO WS-CHECK-PATH
           PERFORM V0-CHECK-SEAL
           IF NOT SEAL-GOOD
               SET DR-REFUSED(WS-DROP-IDX) TO TRUE
               ADD 1                       TO WS-COUNT-REFUSED
               MOVE SPACE                  TO WS-LINE
               IF SEAL-MISSING
                   STRING "REFUSED   " DR-NAME(WS-DROP-IDX)
                          "  NO TRAILER - LEFT IN Inbound/"
                          DELIMITED BY SIZE
                   INTO WS-LINE
               ELSE
                   STRING "REFUSED   " DR-NAME(WS-DROP-IDX)
                          "  TRAILER SAYS " TL-COUNT "/"
                          TL-FINGERPRINT " FILE HAS " WS-DATA-COUNT
                          "/" WS-FINGERPRINT " - LEFT IN Inbound/"
                          DELIMITED BY SIZE
                   INTO WS-LINE
               END-IF
               MOVE WS-LINE                TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
               GO TO E0-MERGE-ONE-DROPZ
           END-IF

      *> A DROP IS MERGED WHOLE OR NOT AT ALL
           MOVE TL-COUNT                   TO WS-TL-COUNT
           IF ROW-COUNT + WS-TL-COUNT > K-MAX-ROWS
               SET DR-LEFT(WS-DROP-IDX)    TO TRUE
               ADD 1                       TO WS-COUNT-LEFT
               MOVE SPACE                  TO WS-LINE
               STRING "LEFT      " DR-NAME(WS-DROP-IDX)
                      "  THE FEED IS FULL FOR THIS RUN - MERGED ON "
                      "THE NEXT ONE" DELIMITED BY SIZE
               INTO WS-LINE
               MOVE WS-LINE                TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
               GO TO E0-MERGE-ONE-DROPZ
           END-IF

           MOVE 0                          TO WS-DROP-ROWS
                                              WS-DROP-DUPS
                                              WS-DROP-LINENO
           OPEN INPUT DROP-FILE
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-DROP-LINE
               READ DROP-FILE INTO WS-DROP-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   ADD 1                   TO WS-DROP-LINENO
                   IF WS-DROP-LINE(1:8) NOT = "TRAILER "
                   AND WS-DROP-LINE > SPACE
                       PERFORM E1-MERGE-ONE-ROW
                   END-IF
               END-READ
           END-PERFORM
           CLOSE DROP-FILE

           SET DR-MERGED(WS-DROP-IDX)      TO TRUE
           ADD 1                           TO WS-COUNT-MERGED
                                              WS-FEED-RETIRE
           MOVE SPACE                      TO WS-LINE
           STRING "MERGED    " DR-NAME(WS-DROP-IDX)
                  "  " WS-DROP-ROWS " ROWS, " WS-DROP-DUPS
                  " DUPLICATES" DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           .
       E0-MERGE-ONE-DROPZ.
           EXIT.

      *> A ROW ALREADY IN THE FEED OR IN AN EARLIER DROP IS REPORTED
      *> WITH WHERE IT WAS FIRST SEEN AND NOT LOADED AGAIN; ANY OTHER
      *> GOES ON THE END OF THE FEED WITH ITS LINEAGE
       E1-MERGE-ONE-ROW SECTION.
       E1-MERGE-ONE-ROWA.
           SET ROW-IS-UNIQUE               TO TRUE
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > ROW-COUNT
               IF RW-TEXT(WS-ROW-IDX) = WS-DROP-LINE(1:120)
                   SET ROW-IS-DUPLICATE    TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF ROW-IS-DUPLICATE
               ADD 1                       TO WS-DROP-DUPS
                                              WS-COUNT-DUPLICATES
               IF RW-ORIGIN(WS-ROW-IDX) = 0
                   MOVE "THE FEED"         TO WS-ORIGIN-NAME
               ELSE
                   MOVE DR-NAME(RW-ORIGIN(WS-ROW-IDX))
                                           TO WS-ORIGIN-NAME
               END-IF
               MOVE SPACE                  TO WS-LINE
               STRING "DUPLICATE " DR-NAME(WS-DROP-IDX)
                      "  LINE " WS-DROP-LINENO " ALSO IN "
                      DELIMITED BY SIZE
                      WS-ORIGIN-NAME DELIMITED BY "  "
                      ": " DELIMITED BY SIZE
                      WS-DROP-LINE DELIMITED BY "  "
               INTO WS-LINE
               MOVE WS-LINE                TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
               GO TO E1-MERGE-ONE-ROWZ
           END-IF

           ADD 1                           TO ROW-COUNT
           MOVE WS-DROP-LINE               TO RW-TEXT(ROW-COUNT)
           MOVE WS-DROP-IDX                TO RW-ORIGIN(ROW-COUNT)
           MOVE WS-DROP-LINE               TO TARGET-FD
           WRITE TARGET-FD
           ADD 1                           TO WS-DROP-ROWS
                                              WS-FEED-APPENDED
                                              WS-COUNT-ROWS

           MOVE WS-RUN-DATE                TO LN-DATE
           MOVE WS-RUN-TIME                TO LN-TIME
           MOVE WS-FEED-NAME               TO LN-FEED
           MOVE ROW-COUNT                  TO LN-FEED-LINE
           MOVE DR-NAME(WS-DROP-IDX)       TO LN-DROP
           MOVE WS-DROP-LINENO             TO LN-DROP-LINE
           MOVE WS-DROP-LINE               TO LN-ROW
           MOVE LINEAGE-LINE               TO LINEAGE-FD
           WRITE LINEAGE-FD
           .
       E1-MERGE-ONE-ROWZ.
           EXIT.

      *> THE EXTENDED FEED GOES BACK IN PLACE AND IS RESEALED, AND
      *> ONLY THEN DOES ITS LINEAGE JOIN FeedLineage.txt
       G0-WRITE-BACK SECTION.
       G0-WRITE-BACKA.
           MOVE "00"                       TO WS-TARGET-STATUS
           MOVE SPACE                      TO WS-COMMAND
           STRING "cp FeedMergeTarget.txt '" DELIMITED BY SIZE
                  WS-FEED-PATH DELIMITED BY "  "
                  "' && printf '%s\n' '" DELIMITED BY SIZE
                  WS-FEED-PATH DELIMITED BY "  "
                  "' | '" DELIMITED BY SIZE
                  K-SEAL-PROGRAM DELIMITED BY "  "
                  "' > /dev/null" DELIMITED BY SIZE
           INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           IF RETURN-CODE NOT = 0
               MOVE "30"                   TO WS-TARGET-STATUS
               ADD 1                       TO WS-COUNT-FATAL
               MOVE SPACE                  TO WS-LINE
               STRING "NOT MERGED " WS-FEED-PATH
                      "  COULD NOT BE WRITTEN BACK AND RESEALED - "
                      "THE DROPS WAIT IN Inbound/" DELIMITED BY SIZE
               INTO WS-LINE
               MOVE WS-LINE                TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
               GO TO G0-WRITE-BACKZ
           END-IF

           MOVE SPACE                      TO WS-COMMAND
           STRING "cat FeedMergeLineage.txt >> '" DELIMITED BY SIZE
                  K-LINEAGE-PATH DELIMITED BY "  "
                  "'" DELIMITED BY SIZE
           INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND

           MOVE SPACE                      TO WS-LINE
           STRING "RESEALED  " WS-FEED-PATH "  " WS-FEED-APPENDED
                  " ROWS ADDED" DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           .
       G0-WRITE-BACKZ.
           EXIT.

      *> MERGED AND ALREADY-MERGED DROPS LEAVE Inbound/; A FRESHLY
      *> MERGED ONE IS LOGGED AS CONSUMED FIRST
       H0-RETIRE-DROPS SECTION.
       H0-RETIRE-DROPSA.
           OPEN EXTEND CONSUMED-FILE
           IF WS-CONSUMED-STATUS = "35"
               OPEN OUTPUT CONSUMED-FILE
           END-IF
           PERFORM VARYING WS-DROP-IDX FROM 1 BY 1
                   UNTIL WS-DROP-IDX > DROP-COUNT
               IF DR-MERGED(WS-DROP-IDX)
                   MOVE WS-RUN-DATE        TO CL-DATE
                   MOVE WS-RUN-TIME        TO CL-TIME
                   MOVE WS-FEED-NAME       TO CL-FEED
                   MOVE DR-NAME(WS-DROP-IDX) TO CL-NAME
                   MOVE CONSUMED-LINE      TO CONSUMED-FD
                   WRITE CONSUMED-FD
                   PERFORM A1-REMEMBER-CONSUMED
               END-IF
               IF DR-MERGED(WS-DROP-IDX)
               OR DR-SKIPPED(WS-DROP-IDX)
                   MOVE SPACE              TO WS-COMMAND
                   STRING "mv -f '" DELIMITED BY SIZE
                          WS-INBOUND DELIMITED BY "  "
                          "/" DELIMITED BY SIZE
                          DR-NAME(WS-DROP-IDX) DELIMITED BY " "
                          "' '" DELIMITED BY SIZE
                          WS-INBOUND DELIMITED BY "  "
                          "/Processed/'" DELIMITED BY SIZE
                   INTO WS-COMMAND
                   CALL "SYSTEM" USING WS-COMMAND
               END-IF
           END-PERFORM
           CLOSE CONSUMED-FILE
           .
       H0-RETIRE-DROPSZ.
           EXIT.

      *> THE SEAL OF THE FILE IN WS-CHECK-PATH, CHECKED THE WAY
      *> FEEDCHECK CHECKS A FEED: SEALED, NONE OR BROKEN
       V0-CHECK-SEAL SECTION.
       V0-CHECK-SEALA.
           MOVE 0                          TO WS-DATA-COUNT
                                              WS-FINGERPRINT
           MOVE SPACE                      TO WS-COMMAND
           STRING "tail -n 1 '" DELIMITED BY SIZE
                  WS-CHECK-PATH DELIMITED BY "  "
                  "' 2>/dev/null > FeedMergeScratch.txt"
                  DELIMITED BY SIZE
           INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           MOVE SPACE                      TO WS-TAIL-LINE
           OPEN INPUT SCRATCH-FILE
           IF WS-SCRATCH-STATUS = "00"
               READ SCRATCH-FILE INTO WS-TAIL-LINE
                   AT END CONTINUE
               END-READ
               CLOSE SCRATCH-FILE
           END-IF
           IF TL-KEYWORD NOT = "TRAILER "
               SET SEAL-MISSING            TO TRUE
               GO TO V0-CHECK-SEALZ
           END-IF

           MOVE SPACE                      TO WS-COMMAND
           STRING "printf '%08d' $(head -n -1 '" DELIMITED BY SIZE
                  WS-CHECK-PATH DELIMITED BY "  "
                  "' | wc -l) > FeedMergeScratch.txt"
                  DELIMITED BY SIZE
           INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           OPEN INPUT SCRATCH-FILE
           IF WS-SCRATCH-STATUS = "00"
               READ SCRATCH-FILE INTO WS-DATA-COUNT
               END-READ
               CLOSE SCRATCH-FILE
           END-IF

           MOVE SPACE                      TO WS-COMMAND
           STRING "printf '%010d' $(head -n -1 '" DELIMITED BY SIZE
                  WS-CHECK-PATH DELIMITED BY "  "
                  "' | cksum | cut -d' ' -f1) > FeedMergeScratch.txt"
                  DELIMITED BY SIZE
           INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           OPEN INPUT SCRATCH-FILE
           IF WS-SCRATCH-STATUS = "00"
               READ SCRATCH-FILE INTO WS-FINGERPRINT
               END-READ
               CLOSE SCRATCH-FILE
           END-IF

           IF TL-COUNT = WS-DATA-COUNT(1:8)
           AND TL-FINGERPRINT = WS-FINGERPRINT(1:10)
               SET SEAL-GOOD               TO TRUE
           ELSE
               SET SEAL-BROKEN             TO TRUE
           END-IF
           .
       V0-CHECK-SEALZ.
           EXIT.
       END PROGRAM FEEDMERGE.
