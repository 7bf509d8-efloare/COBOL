      ******************************************************************
      * Author:
      * Date:
      * Purpose: TAMPER-EVIDENT LINKS ON THE AUDIT TRAILS. THE
      *          WRITER PASSES THE LINE IT IS ABOUT TO APPEND; THIS
      *          TAKES THE FINGERPRINT (cksum, THE SAME SHELL-OUT
      *          FEEDSEAL USES) OF THE TRAIL'S PREVIOUS LINE AND
      *          APPENDS IT AS " #nnnnnnnnnn". EDITING OR DELETING
      *          ANY LINE THEN BREAKS THE LINK ON THE LINE AFTER IT,
      *          WHICH AUDVERIFY REPORTS. THE FIRST LINE OF A TRAIL
      *          LINKS TO THE FINGERPRINT OF NOTHING (4294967295);
      *          A TRAIL HOUSEKEEP HAS JUST EMPTIED LINKS TO THE LAST
      *          LINE OF ITS NEWEST MONTHLY ARCHIVE, SO THE CHAIN
      *          RUNS ON ACROSS THE ROLL. THE LAST LINE WRITTEN TO
      *          EACH TRAIL IS KEPT FOR THE REST OF THE RUN, SO A
      *          WRITER THAT HOLDS ITS TRAIL OPEN STILL LINKS TO ITS
      *          OWN NOT-YET-FLUSHED LINES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. AUDCHAIN.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> THE PREVIOUS LINE, WRITTEN OUT AGAIN SO cksum SEES EXACTLY
      *> THE BYTES THE TRAIL HOLDS
           SELECT CHAIN-WORK ASSIGN TO 'AuditChainWork.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.

      *> SCRATCH FILE THE SHELL RESULT IS READ BACK FROM
           SELECT SCRATCH-FILE ASSIGN TO 'AuditChainScratch.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCRATCH-STATUS.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
        FD CHAIN-WORK.
       01 CHAIN-WORK-FD                    PIC X(4500).

        FD SCRATCH-FILE.
       01 SCRATCH-FD                       PIC X(30).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WS-WORK-STATUS                   PIC X(02).
       01 WS-SCRATCH-STATUS                PIC X(02).

      *> THE LAST LINE WRITTEN TO EACH TRAIL THIS RUN
       01 K-MAX-TRAIL                      PIC 9(02) VALUE 5.
       01 TRAIL-TABLE.
           05 TRAIL-ENTRY OCCURS 5 TIMES.
               10 TT-FILE                  PIC X(60).
               10 TT-LENGTH                PIC 9(04).
               10 TT-LAST                  PIC X(4500).
       01 TRAIL-COUNT                      PIC 9(02) VALUE 0.
       01 WS-TRAIL-IDX                     PIC 9(02).
       01 WS-FOUND-IDX                     PIC 9(02).

       01 WS-COMMAND                       PIC X(400).
       01 WS-LINK                          PIC 9(10).
       01 WS-END                           PIC 9(04).

      *-----------------------
       LINKAGE SECTION.
      **-*-*-*-*-*-*-*-*-*-*-*-*-*
       COPY AUDCHAIN-INT.

       PROCEDURE DIVISION USING AUDCHAIN-INTERFACE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       S0  SECTION.
       S0A.
           MOVE 0                          TO WS-FOUND-IDX
           PERFORM VARYING WS-TRAIL-IDX FROM 1 BY 1
                   UNTIL WS-TRAIL-IDX > TRAIL-COUNT
               IF TT-FILE(WS-TRAIL-IDX) = ACH-FILE
                   MOVE WS-TRAIL-IDX       TO WS-FOUND-IDX
               END-IF
           END-PERFORM

           IF WS-FOUND-IDX > 0
               PERFORM B0-LINK-FROM-MEMORY
           ELSE
               PERFORM A0-LINK-FROM-DISK
           END-IF
           PERFORM C0-APPEND-LINK
           PERFORM D0-REMEMBER-LINE
           .
       S0Z.
           GOBACK.

      *> FIRST LINE TO THIS TRAIL IN THE RUN: FINGERPRINT ITS LAST
      *> LINE ON DISK, OR - IF HOUSEKEEP HAS JUST EMPTIED IT - THE
      *> LAST LINE OF ITS NEWEST <name>.YYYYMM ARCHIVE. NOTHING AT
      *> ALL FINGERPRINTS AS THE EMPTY INPUT.
       A0-LINK-FROM-DISK SECTION.
       A0-LINK-FROM-DISKA.
           MOVE SPACE                      TO WS-COMMAND
           STRING "{ if [ -s '" DELIMITED BY SIZE
                  ACH-FILE DELIMITED BY "  "
                  "' ]; then tail -n 1 '" DELIMITED BY SIZE
                  ACH-FILE DELIMITED BY "  "
                  "'; else a=$(ls -1 '" DELIMITED BY SIZE
                  ACH-FILE DELIMITED BY "  "
                  "'.[0-9][0-9][0-9][0-9][0-9][0-9] 2>/dev/null | "
                  'sort | tail -n 1); [ -n "$a" ] && '
                  'tail -n 1 "$a"; fi; } | cksum | cut -d" " -f1 '
                  "> AuditChainScratch.txt"
                  DELIMITED BY SIZE
           INTO WS-COMMAND
           PERFORM E0-RUN-CKSUM
           .
       A0-LINK-FROM-DISKZ.
           EXIT.

       B0-LINK-FROM-MEMORY SECTION.
       B0-LINK-FROM-MEMORYA.
           OPEN OUTPUT CHAIN-WORK
           MOVE SPACE                      TO CHAIN-WORK-FD
           MOVE TT-LAST(WS-FOUND-IDX)(1:TT-LENGTH(WS-FOUND-IDX))
                                           TO CHAIN-WORK-FD
           WRITE CHAIN-WORK-FD
           CLOSE CHAIN-WORK
           MOVE SPACE                      TO WS-COMMAND
           STRING "cksum < AuditChainWork.txt | cut -d' ' -f1 "
                  "> AuditChainScratch.txt"
                  DELIMITED BY SIZE
           INTO WS-COMMAND
           PERFORM E0-RUN-CKSUM
           .
       B0-LINK-FROM-MEMORYZ.
           EXIT.

      *> " #" AND THE TEN-DIGIT LINK, AT THE RECORD'S FULL WIDTH FOR
      *> A FIXED LAYOUT OR RIGHT AFTER THE TEXT FOR A FREE ONE
       C0-APPEND-LINK SECTION.
       C0-APPEND-LINKA.
           IF ACH-LENGTH > 4488
               MOVE 4488                   TO ACH-LENGTH
           END-IF
           MOVE ACH-LENGTH                 TO WS-END
           IF ACH-TRAILING
               PERFORM UNTIL WS-END = 0
                       OR ACH-LINE(WS-END:1) NOT = SPACE
                   SUBTRACT 1              FROM WS-END
               END-PERFORM
           END-IF
           MOVE SPACE                      TO ACH-LINE(WS-END + 1:)
           MOVE " #"                       TO ACH-LINE(WS-END + 1:2)
           MOVE WS-LINK                    TO ACH-LINE(WS-END + 3:10)
           COMPUTE ACH-LENGTH = WS-END + 12
           MOVE WS-LINK                    TO ACH-LINK
           .
       C0-APPEND-LINKZ.
           EXIT.

       D0-REMEMBER-LINE SECTION.
       D0-REMEMBER-LINEA.
           IF WS-FOUND-IDX = 0
               IF TRAIL-COUNT < K-MAX-TRAIL
                   ADD 1                   TO TRAIL-COUNT
                   MOVE TRAIL-COUNT        TO WS-FOUND-IDX
               ELSE
      *> MORE TRAILS THAN SLOTS IN ONE RUN: REUSE THE LAST SLOT; THE
      *> TRAIL THAT LOSES IT IS READ FROM DISK AGAIN NEXT TIME
                   MOVE K-MAX-TRAIL        TO WS-FOUND-IDX
               END-IF
               MOVE ACH-FILE               TO TT-FILE(WS-FOUND-IDX)
           END-IF
           MOVE ACH-LENGTH                 TO TT-LENGTH(WS-FOUND-IDX)
           MOVE ACH-LINE                   TO TT-LAST(WS-FOUND-IDX)
           .
       D0-REMEMBER-LINEZ.
           EXIT.

       E0-RUN-CKSUM SECTION.
       E0-RUN-CKSUMA.
           CALL "SYSTEM" USING WS-COMMAND
           MOVE 0                          TO WS-LINK
           OPEN INPUT SCRATCH-FILE
           IF WS-SCRATCH-STATUS = "00"
               MOVE SPACE                  TO SCRATCH-FD
               READ SCRATCH-FILE
               END-READ
               CLOSE SCRATCH-FILE
               PERFORM VARYING WS-END FROM 1 BY 1
                       UNTIL WS-END > 10
                       OR SCRATCH-FD(WS-END:1) NOT NUMERIC
                   COMPUTE WS-LINK = WS-LINK * 10
                   MOVE SCRATCH-FD(WS-END:1) TO WS-LINK(10:1)
               END-PERFORM
           END-IF
           .
       E0-RUN-CKSUMZ.
           EXIT.
       END PROGRAM AUDCHAIN.
