      ******************************************************************
      * Author:
      * Date:
      * Purpose: AUDIT-TRAIL CHAIN VERIFICATION (RUN THIS FROM THE
      *          INSTALLATION ROOT, LIKE TRIAGE AND HOUSEKEEP). EVERY
      *          AUDIT WRITER ENDS EACH LINE WITH " #" AND THE cksum
      *          FINGERPRINT OF THE LINE BEFORE IT (AUDCHAIN). THIS
      *          WALKS EVERY TRAIL - ITS MONTHLY <name>.YYYYMM
      *          ARCHIVES OLDEST FIRST, THEN THE LIVE FILE, AS ONE
      *          CHAIN - RECOMPUTES EACH LINE'S FINGERPRINT AND
      *          REPORTS THE FIRST BROKEN LINK PER FILE: A LINE
      *          EDITED, DELETED OR INSERTED BY HAND NO LONGER
      *          MATCHES THE LINK ON THE LINE AFTER IT.
      *          LINES WRITTEN BEFORE THE TRAILS WERE CHAINED CARRY NO
      *          LINK AND ARE ACCEPTED UNTIL THE FIRST LINKED LINE;
      *          AN UNLINKED LINE AFTER THAT IS A BREAK. WHEN THE
      *          OLDEST ARCHIVE LEFT IS NOT THE START OF THE CHAIN
      *          (HOUSEKEEP HAS RETIRED THE ONE BEFORE IT) ITS FIRST
      *          LINK IS ACCEPTED AND NOTED. LINES REMOVED FROM THE
      *          VERY END OF A TRAIL LEAVE NO LINE BEHIND TO BREAK.
      *          WRITES AuditChainReport.txt (ONE LINE PER TRAIL AND
      *          A "BROKEN LINKS: nnnnn" TOTAL CLOSEOUT GATES ON) AND
      *          AuditChainBreaks.txt (ONE LINE PER BROKEN TRAIL, NO
      *          HEADER - TRIAGE FOLDS IT IN AS A SOURCE). A BREAK IS
      *          FOR A PERSON TO LOOK AT, NOT A FAILED STEP, SO THE
      *          NIGHT CHAIN IS NOT STOPPED: RETURN CODE 0, OR 8 ONLY
      *          WHEN THE REPORT CANNOT BE WRITTEN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. AUDVERIFY.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> THE SEGMENTS OF ONE TRAIL, ARCHIVES OLDEST FIRST, LIVE LAST
           SELECT SEGMENT-LIST ASSIGN TO 'AudVerifyList.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIST-STATUS.

      *> ONE SEGMENT, EACH LINE PREFIXED WITH ITS OWN FINGERPRINT
      *> (ASSIGN NAMES ARE FIXED UNDER THIS DIALECT, SAME WORKAROUND
      *> AS TRIAGE)
           SELECT VERIFY-WORK ASSIGN TO 'AudVerifyWork.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'AuditChainReport.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

           SELECT BREAKS-FILE ASSIGN TO 'AuditChainBreaks.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BREAKS-STATUS.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
        FD SEGMENT-LIST.
       01 SEGMENT-LIST-FD                  PIC X(80).

        FD VERIFY-WORK.
       01 VERIFY-WORK-FD                   PIC X(4460).

        FD REPORT-FILE.
       01 REPORT-FILE-FD                   PIC X(160).

        FD BREAKS-FILE.
       01 BREAKS-FD                        PIC X(200).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WS-LIST-STATUS                   PIC X(02).
       01 WS-WORK-STATUS                   PIC X(02).
       01 WS-REPORT-STATUS                 PIC X(02).
       01 WS-BREAKS-STATUS                 PIC X(02).

      *> EVERY PHYSICAL AUDIT TRAIL, WITH ITS STEP DIRECTORY, THE
      *> SAME WAY HOUSEKEEP'S FILE-LIST NAMES THEM. PERIODLOCK
      *> WRITES ITS OVERRIDE TRAIL WHEREVER ITS CALLER RUNS, AND
      *> EACH LOADER KEEPS ITS OWN InsertAllAudit.txt. ACCLOG WRITES
      *> AccessLog.txt WHEREVER ITS CALLER RUNS, LIKE PERIODLOCK -
      *> AUDITINQ RUNS FROM THE INSTALLATION ROOT, SO ITS LOG IS THE
      *> ROOT ONE.
       01 TRAIL-LIST-DATA.
           05 FILLER               PIC X(60) VALUE
               "Assign 06 Floare Emil/InsertAllAudit.txt".
           05 FILLER               PIC X(60) VALUE
               "Assign 07 FLOARE EMIL/InsertAllAudit.txt".
           05 FILLER               PIC X(60) VALUE
               "Assign 07 FLOARE EMIL/PeriodOverrideAudit.txt".
           05 FILLER               PIC X(60) VALUE
           "Assign 12 Secretariat FLOARE EMIL/PeriodOverrideAudit.txt".
           05 FILLER               PIC X(60) VALUE
           "Assign 12 Secretariat FLOARE EMIL/GradeCorrectionAudit.txt".
           05 FILLER               PIC X(60) VALUE
               "Assign 12 Secretariat FLOARE EMIL/CnpChangeAudit.txt".
           05 FILLER               PIC X(60) VALUE
               "Assign 12 Secretariat FLOARE EMIL/WithdrawAudit.txt".
           05 FILLER               PIC X(60) VALUE
               "Assign 12 Secretariat FLOARE EMIL/ReadmitAudit.txt".
           05 FILLER               PIC X(60) VALUE
               "Assign 12 Secretariat FLOARE EMIL/TransferInAudit.txt".
           05 FILLER               PIC X(60) VALUE
               "Assign 12 Secretariat FLOARE EMIL/ClassReorgAudit.txt".
           05 FILLER               PIC X(60) VALUE
               "Assign 12 Secretariat FLOARE EMIL/ProfDepartAudit.txt".
           05 FILLER               PIC X(60) VALUE
               "Assign 12 Secretariat FLOARE EMIL/AppealsAudit.txt".
           05 FILLER               PIC X(60) VALUE
               "Assign 12 Secretariat FLOARE EMIL/MotivariAudit.txt".
           05 FILLER               PIC X(60) VALUE
           "Assign 12 Secretariat FLOARE EMIL/ContactMaintAudit.txt".
           05 FILLER               PIC X(60) VALUE
               "Assign 12 Secretariat FLOARE EMIL/HouseholdAudit.txt".
           05 FILLER               PIC X(60) VALUE
               "Assign 12 Secretariat FLOARE EMIL/QualMaintAudit.txt".
           05 FILLER               PIC X(60) VALUE
               "Assign 12 Secretariat FLOARE EMIL/GrupeMaintAudit.txt".
           05 FILLER               PIC X(60) VALUE
           "Assign 12 Secretariat FLOARE EMIL/MateriiMaintAudit.txt".
           05 FILLER               PIC X(60) VALUE
           "Assign 12 Secretariat FLOARE EMIL/ScutiriMaintAudit.txt".
           05 FILLER               PIC X(60) VALUE
           "Assign 12 Secretariat FLOARE EMIL/SanctiuniMaintAudit.txt".
           05 FILLER               PIC X(60) VALUE
               "Assign 12 Secretariat FLOARE EMIL/DsarAudit.txt".
           05 FILLER               PIC X(60) VALUE
               "Assign 12 Secretariat FLOARE EMIL/NameFixAudit.txt".
           05 FILLER               PIC X(60) VALUE
               "Assign 12 Secretariat FLOARE EMIL/NavetistiAudit.txt".
           05 FILLER               PIC X(60) VALUE
           "Assign 12 Secretariat FLOARE EMIL/ParamRegistryAudit.txt".
           05 FILLER               PIC X(60) VALUE
               "Assign 12 Secretariat FLOARE EMIL/EnrollAudit.txt".
           05 FILLER               PIC X(60) VALUE
               "Assign 12 Secretariat FLOARE EMIL/CesMaintAudit.txt".
           05 FILLER               PIC X(60) VALUE
           "Assign 12 Secretariat FLOARE EMIL/DestinatiiMaintAudit.txt".
           05 FILLER               PIC X(60) VALUE
           "Assign 12 Secretariat FLOARE EMIL/FormeTipizateAudit.txt".
           05 FILLER               PIC X(60) VALUE
               "Assign 12 Secretariat FLOARE EMIL/OlimpMaintAudit.txt".
           05 FILLER               PIC X(60) VALUE
               "Assign 12 Secretariat FLOARE EMIL/RosterFixAudit.txt".
           05 FILLER               PIC X(60) VALUE
               "AccessLog.txt".
           05 FILLER               PIC X(60) VALUE
               "Assign 12 Secretariat FLOARE EMIL/AccessLog.txt".
           05 FILLER               PIC X(60) VALUE
           "Search-Module-with-copybook/Search-Module/AccessLog.txt".
       01 TRAIL-LIST REDEFINES TRAIL-LIST-DATA.
           05 TRAIL-ENTRY OCCURS 33 TIMES INDEXED BY TRAIL-IDX
                                   PIC X(60).
       01 K-TRAIL-COUNT            PIC 9(02) VALUE 33.

      *> THE SEGMENTS OF THE TRAIL BEING WALKED
       01 SEGMENT-TABLE.
           05 SEGMENT-ENTRY OCCURS 100 TIMES.
               10 SG-NAME          PIC X(80).
       01 SEGMENT-COUNT            PIC 9(03) VALUE 0.
       01 K-MAX-SEGMENT            PIC 9(03) VALUE 100.
       01 WS-SEG-IDX               PIC 9(03).

      *> ONE VERIFY-WORK LINE: FINGERPRINT(10) SP THE TRAIL LINE
       01 WS-WORK-LINE.
           05 WK-CKSUM             PIC X(10).
           05 WK-CKSUM-N REDEFINES WK-CKSUM
                                   PIC 9(10).
           05 FILLER               PIC X(01).
           05 WK-TEXT              PIC X(4449).

       01 WS-TEXT-LEN              PIC 9(04).
       01 WS-LINK-POS              PIC 9(04).
       01 WS-LINK                  PIC 9(10).
       01 K-GENESIS                PIC 9(10) VALUE 4294967295.

      *> WHERE THE WALK OF ONE TRAIL STANDS
       01 WS-PREV-CKSUM            PIC 9(10).
       01 WS-PREV-SW               PIC X(01).
           88 HAVE-PREV-LINE       VALUE "Y".
           88 NO-PREV-LINE         VALUE "N".
       01 WS-CHAINED-SW            PIC X(01).
           88 CHAIN-STARTED        VALUE "Y".
           88 CHAIN-NOT-STARTED    VALUE "N".
       01 WS-BROKEN-SW             PIC X(01).
           88 TRAIL-BROKEN         VALUE "Y".
           88 TRAIL-INTACT         VALUE "N".
       01 WS-RETIRED-SW            PIC X(01).
           88 HEAD-RETIRED         VALUE "Y".
           88 HEAD-PRESENT         VALUE "N".
       01 WS-SEG-LINE-NO           PIC 9(06).
       01 WS-TRAIL-LINES           PIC 9(08).
       01 WS-LEGACY-LINES          PIC 9(08).
       01 WS-BREAK-SEGMENT         PIC X(80).
       01 WS-BREAK-LINE-NO         PIC 9(06).
       01 WS-BREAK-REASON          PIC X(40).

       01 WS-RUN-COUNTERS.
           05 WS-COUNT-TRAILS      PIC 9(02) VALUE 0.
           05 WS-COUNT-ABSENT      PIC 9(02) VALUE 0.
           05 WS-COUNT-LINES       PIC 9(08) VALUE 0.
           05 WS-COUNT-BROKEN      PIC 9(05) VALUE 0.

       01 WS-COMMAND               PIC X(400).
       01 WS-RUN-DATE              PIC 9(08).
       01 WS-RUN-TIME              PIC 9(08).
       01 WS-RPT-LINE              PIC X(160).
       01 WS-BREAK-LINE            PIC X(200).

       01 INP-SWITCH               PIC X(1) VALUE "N".
           88 INP1-EOF             VALUE "E".
           88 INP1-NEOF            VALUE "N".
       COPY TRAINENV-INT.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       S0  SECTION.
       S0A.
           DISPLAY "AUDIT TRAIL CHAIN VERIFICATION"
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "CANNOT WRITE AuditChainReport.txt, STATUS: "
                   WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
           END-IF
           OPEN OUTPUT BREAKS-FILE
           IF WS-BREAKS-STATUS NOT = "00"
               DISPLAY "CANNOT WRITE AuditChainBreaks.txt, STATUS: "
                   WS-BREAKS-STATUS
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACE                      TO WS-RPT-LINE
           STRING "AUDIT TRAIL CHAIN VERIFICATION " WS-RUN-DATE " "
                  WS-RUN-TIME DELIMITED BY SIZE
           INTO WS-RPT-LINE
           PERFORM W0-WRITE-REPORT-LINE
           MOVE SPACE                      TO WS-RPT-LINE
           PERFORM W0-WRITE-REPORT-LINE

           PERFORM A0-VERIFY-ONE-TRAIL THRU A0-VERIFY-ONE-TRAILZ
               VARYING TRAIL-IDX FROM 1 BY 1
               UNTIL TRAIL-IDX > K-TRAIL-COUNT

           PERFORM Y0-WRITE-SUMMARY
           CLOSE REPORT-FILE
           CLOSE BREAKS-FILE
           MOVE 0 TO RETURN-CODE
           .
       S0Z.
           STOP RUN.

      *> LIST THE TRAIL'S SEGMENTS, THEN WALK THEM AS ONE CHAIN
       A0-VERIFY-ONE-TRAIL SECTION.
       A0-VERIFY-ONE-TRAILA.
           PERFORM B0-LIST-SEGMENTS
           IF SEGMENT-COUNT = 0
      *> A TRAIL WHOSE PROGRAM HAS NEVER WRITTEN IS NOT A BREAK
               ADD 1                       TO WS-COUNT-ABSENT
               MOVE SPACE                  TO WS-RPT-LINE
               STRING "ABSENT  " TRAIL-ENTRY(TRAIL-IDX)
                      DELIMITED BY SIZE
               INTO WS-RPT-LINE
               PERFORM W0-WRITE-REPORT-LINE
               GO TO A0-VERIFY-ONE-TRAILZ
           END-IF

           ADD 1                           TO WS-COUNT-TRAILS
           SET NO-PREV-LINE                TO TRUE
           SET CHAIN-NOT-STARTED           TO TRUE
           SET TRAIL-INTACT                TO TRUE
           SET HEAD-PRESENT                TO TRUE
           MOVE 0                          TO WS-TRAIL-LINES
                                              WS-LEGACY-LINES
           PERFORM C0-WALK-SEGMENT THRU C0-WALK-SEGMENTZ
               VARYING WS-SEG-IDX FROM 1 BY 1
               UNTIL WS-SEG-IDX > SEGMENT-COUNT OR TRAIL-BROKEN

           ADD WS-TRAIL-LINES              TO WS-COUNT-LINES
           IF TRAIL-BROKEN
               ADD 1                       TO WS-COUNT-BROKEN
               PERFORM E0-REPORT-BREAK
           ELSE
               PERFORM E1-REPORT-INTACT
           END-IF
           .
       A0-VERIFY-ONE-TRAILZ.
           EXIT.

      *> ARCHIVES SORT BY THEIR YYYYMM SUFFIX; THE LIVE FILE COMES
      *> LAST BECAUSE EVERY ARCHIVED LINE WAS WRITTEN BEFORE IT
       B0-LIST-SEGMENTS SECTION.
       B0-LIST-SEGMENTSA.
           MOVE 0                          TO SEGMENT-COUNT
           MOVE SPACE                      TO WS-COMMAND
           STRING "{ ls -1 '" DELIMITED BY SIZE
                  TRAIL-ENTRY(TRAIL-IDX) DELIMITED BY "  "
                  "'.[0-9][0-9][0-9][0-9][0-9][0-9] 2>/dev/null | "
                  "sort; [ -f '" DELIMITED BY SIZE
                  TRAIL-ENTRY(TRAIL-IDX) DELIMITED BY "  "
                  "' ] && echo '" DELIMITED BY SIZE
                  TRAIL-ENTRY(TRAIL-IDX) DELIMITED BY "  "
                  "'; } > AudVerifyList.txt" DELIMITED BY SIZE
           INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND

           OPEN INPUT SEGMENT-LIST
           IF WS-LIST-STATUS NOT = "00"
               GO TO B0-LIST-SEGMENTSZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO SEGMENT-LIST-FD
               READ SEGMENT-LIST
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF SEGMENT-LIST-FD > SPACE
                   AND SEGMENT-COUNT < K-MAX-SEGMENT
                       ADD 1               TO SEGMENT-COUNT
                       MOVE SEGMENT-LIST-FD
                                           TO SG-NAME(SEGMENT-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SEGMENT-LIST
           .
       B0-LIST-SEGMENTSZ.
           EXIT.

      *> FINGERPRINT EVERY LINE OF THE SEGMENT EXACTLY AS AUDCHAIN
      *> DID (THE LINE AND ITS NEWLINE THROUGH cksum), THEN CHECK
      *> EACH LINE'S LINK AGAINST THE LINE BEFORE IT
       C0-WALK-SEGMENT SECTION.
       C0-WALK-SEGMENTA.
           MOVE SPACE                      TO WS-COMMAND
           STRING 'while IFS= read -r l || [ -n "$l" ]; do printf '
                  "'%010d %s\n' "
                  '"$(printf '
                  "'%s\n' "
                  '"$l" | cksum | cut -d" " -f1)" "$l"; done < '
                  "'" DELIMITED BY SIZE
                  SG-NAME(WS-SEG-IDX) DELIMITED BY "  "
                  "' > AudVerifyWork.txt" DELIMITED BY SIZE
           INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND

           OPEN INPUT VERIFY-WORK
           IF WS-WORK-STATUS NOT = "00"
               SET TRAIL-BROKEN            TO TRUE
               MOVE SG-NAME(WS-SEG-IDX)    TO WS-BREAK-SEGMENT
               MOVE 0                      TO WS-BREAK-LINE-NO
               MOVE "SEGMENT COULD NOT BE READ"
                                           TO WS-BREAK-REASON
               GO TO C0-WALK-SEGMENTZ
           END-IF
           MOVE 0                          TO WS-SEG-LINE-NO
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF OR TRAIL-BROKEN
               MOVE SPACE                  TO WS-WORK-LINE
               READ VERIFY-WORK INTO WS-WORK-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   ADD 1                   TO WS-SEG-LINE-NO
                   ADD 1                   TO WS-TRAIL-LINES
                   PERFORM D0-CHECK-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE VERIFY-WORK
           .
       C0-WALK-SEGMENTZ.
           EXIT.

      *> A LINKED LINE ENDS IN " #" AND TEN DIGITS
       D0-CHECK-ONE-LINE SECTION.
       D0-CHECK-ONE-LINEA.
           MOVE 4449                       TO WS-TEXT-LEN
           PERFORM UNTIL WS-TEXT-LEN = 0
                   OR WK-TEXT(WS-TEXT-LEN:1) NOT = SPACE
               SUBTRACT 1                  FROM WS-TEXT-LEN
           END-PERFORM

           IF WS-TEXT-LEN < 12
               PERFORM D2-UNLINKED-LINE
               GO TO D0-CHECK-ONE-LINEZ
           END-IF
           COMPUTE WS-LINK-POS = WS-TEXT-LEN - 9
           IF WK-TEXT(WS-LINK-POS - 2:2) NOT = " #"
           OR WK-TEXT(WS-LINK-POS:10) NOT NUMERIC
               PERFORM D2-UNLINKED-LINE
               GO TO D0-CHECK-ONE-LINEZ
           END-IF
           MOVE WK-TEXT(WS-LINK-POS:10)    TO WS-LINK

           EVALUATE TRUE
               WHEN HAVE-PREV-LINE
                   IF WS-LINK NOT = WS-PREV-CKSUM
                       MOVE "LINK DOES NOT MATCH THE LINE BEFORE"
                                           TO WS-BREAK-REASON
                       PERFORM D9-NOTE-BREAK
                   END-IF
               WHEN WS-LINK = K-GENESIS
                   CONTINUE
      *> THE OLDEST SURVIVING ARCHIVE OPENS PART-WAY DOWN THE CHAIN
               WHEN WS-SEG-IDX < SEGMENT-COUNT
                   SET HEAD-RETIRED        TO TRUE
               WHEN OTHER
                   MOVE "FIRST LINE DOES NOT START THE CHAIN"
                                           TO WS-BREAK-REASON
                   PERFORM D9-NOTE-BREAK
           END-EVALUATE
           SET CHAIN-STARTED               TO TRUE
           SET HAVE-PREV-LINE              TO TRUE
           MOVE WK-CKSUM-N                 TO WS-PREV-CKSUM
           .
       D0-CHECK-ONE-LINEZ.
           EXIT.

      *> BEFORE THE FIRST LINKED LINE AN UNLINKED LINE IS HISTORY;
      *> AFTER IT, ONE WAS PUT THERE BY SOMETHING OTHER THAN A WRITER
       D2-UNLINKED-LINE SECTION.
       D2-UNLINKED-LINEA.
           IF CHAIN-STARTED
               MOVE "LINE CARRIES NO LINK"  TO WS-BREAK-REASON
               PERFORM D9-NOTE-BREAK
           ELSE
               ADD 1                       TO WS-LEGACY-LINES
           END-IF
           SET HAVE-PREV-LINE              TO TRUE
           MOVE WK-CKSUM-N                 TO WS-PREV-CKSUM
           .
       D2-UNLINKED-LINEZ.
           EXIT.

       D9-NOTE-BREAK SECTION.
       D9-NOTE-BREAKA.
           SET TRAIL-BROKEN                TO TRUE
           MOVE SG-NAME(WS-SEG-IDX)        TO WS-BREAK-SEGMENT
           MOVE WS-SEG-LINE-NO             TO WS-BREAK-LINE-NO
           .
       D9-NOTE-BREAKZ.
           EXIT.

       E0-REPORT-BREAK SECTION.
       E0-REPORT-BREAKA.
           MOVE SPACE                      TO WS-RPT-LINE
           STRING "BROKEN  " DELIMITED BY SIZE
                  WS-BREAK-SEGMENT DELIMITED BY "  "
                  " LINE " WS-BREAK-LINE-NO " - " DELIMITED BY SIZE
                  WS-BREAK-REASON DELIMITED BY "  "
           INTO WS-RPT-LINE
           PERFORM W0-WRITE-REPORT-LINE
           DISPLAY WS-RPT-LINE

      *> THE WORKLIST KEYS AN ITEM ON ITS TEXT, SO THE BREAK LINE
      *> CARRIES NO RUN DATE - THE SAME BREAK STAYS ONE ITEM
           MOVE SPACE                      TO WS-BREAK-LINE
           STRING WS-BREAK-SEGMENT DELIMITED BY "  "
                  " LINE " WS-BREAK-LINE-NO ": " DELIMITED BY SIZE
                  WS-BREAK-REASON DELIMITED BY "  "
           INTO WS-BREAK-LINE
           MOVE WS-BREAK-LINE              TO BREAKS-FD
           WRITE BREAKS-FD
           .
       E0-REPORT-BREAKZ.
           EXIT.

       E1-REPORT-INTACT SECTION.
       E1-REPORT-INTACTA.
           MOVE SPACE                      TO WS-RPT-LINE
           STRING "OK      " DELIMITED BY SIZE
                  TRAIL-ENTRY(TRAIL-IDX) DELIMITED BY "  "
                  " LINES " WS-TRAIL-LINES
                  " SEGMENTS " SEGMENT-COUNT DELIMITED BY SIZE
           INTO WS-RPT-LINE
           PERFORM W0-WRITE-REPORT-LINE
           IF WS-LEGACY-LINES > 0
               MOVE SPACE                  TO WS-RPT-LINE
               STRING "        " WS-LEGACY-LINES
                      " LINES WRITTEN BEFORE CHAINING (UNLINKED)"
                      DELIMITED BY SIZE
               INTO WS-RPT-LINE
               PERFORM W0-WRITE-REPORT-LINE
           END-IF
           IF HEAD-RETIRED
               MOVE SPACE                  TO WS-RPT-LINE
               STRING "        OLDEST ARCHIVE LINKS TO A RETIRED "
                      "GENERATION - CHAIN CHECKED FROM "
                      DELIMITED BY SIZE
                      SG-NAME(1) DELIMITED BY "  "
               INTO WS-RPT-LINE
               PERFORM W0-WRITE-REPORT-LINE
           END-IF
           .
       E1-REPORT-INTACTZ.
           EXIT.

       W0-WRITE-REPORT-LINE SECTION.
       W0-WRITE-REPORT-LINEA.
           MOVE WS-RPT-LINE                TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           .
       W0-WRITE-REPORT-LINEZ.
           EXIT.

      *> CLOSEOUT READS THE "BROKEN LINKS: " LINE
       Y0-WRITE-SUMMARY SECTION.
       Y0-WRITE-SUMMARYA.
           MOVE SPACE                      TO WS-RPT-LINE
           PERFORM W0-WRITE-REPORT-LINE
           MOVE SPACE                      TO WS-RPT-LINE
           STRING "TRAILS CHECKED: " WS-COUNT-TRAILS
                  "  NOT YET WRITTEN: " WS-COUNT-ABSENT
                  "  LINES CHECKED: " WS-COUNT-LINES
                  DELIMITED BY SIZE
           INTO WS-RPT-LINE
           PERFORM W0-WRITE-REPORT-LINE
           MOVE SPACE                      TO WS-RPT-LINE
           STRING "BROKEN LINKS: " WS-COUNT-BROKEN DELIMITED BY SIZE
           INTO WS-RPT-LINE
           PERFORM W0-WRITE-REPORT-LINE

           DISPLAY "===== AUDVERIFY RUN SUMMARY ====="
           DISPLAY "TRAILS CHECKED:       " WS-COUNT-TRAILS
           DISPLAY "TRAILS NOT YET WRITTEN: " WS-COUNT-ABSENT
           DISPLAY "LINES CHECKED:        " WS-COUNT-LINES
           DISPLAY "BROKEN LINKS:         " WS-COUNT-BROKEN
           IF WS-COUNT-BROKEN > 0
               DISPLAY "SEE AuditChainReport.txt - EACH BREAK IS ON "
                   "THE EXCEPTION WORKLIST AFTER TRIAGE"
           END-IF
           .
       Y0-WRITE-SUMMARYZ.
           EXIT.
       END PROGRAM AUDVERIFY.
