      *          REGISTRU MATRICOL WAS WRITTEN WHILE CATCOVER STILL
      *          SHOWED HUNDREDS OF MISSING GRADES. THIS RUNS THE
      *          VERIFICATION STEPS FIRST (CATCOVER, ABSSUMMARY,
      *          RECONCILE, THE AVERAGES RUN, AUDVERIFY), THEN CHECKS
      *          FOUR GO/NO-GO GATES - CatalogCoverage.txt SHOWS NO
      *          GAPS, ReconcileReport.txt IS CLEAN,
      *          ExceptionWorklist.txt HOLDS NO OPEN ITEMS,
      *          AuditChainReport.txt FINDS NO BROKEN AUDIT-TRAIL
      *          LINK - AND ONLY WHEN EVERY GATE
      *          PASSES LETS MATRICOL AND NOTEARCH RUN. THE SIGNED
      *          GATE REPORT (CloseoutGateReport.txt) SAYS EXACTLY
      *          WHICH CONDITION BLOCKED A REFUSED CLOSE.
               "STUDENTS_GEN_AVG".
           05 FILLER                   PIC X(90) VALUE
               "cd '16-03 Assign' && ./STUDENTS_GEN_AVG".
      *> THE AUDIT TRAILS ARE WALKED AGAIN RIGHT BEFORE THE CLOSE SO
      *> THE GATE JUDGES THEM AS THEY ARE NOW, NOT AS LAST NIGHT
           05 FILLER                   PIC X(20) VALUE "AUDVERIFY".
           05 FILLER                   PIC X(90) VALUE
           "./'Assign 10 Batch Utilities FLOARE EMIL'/AUDVERIFY".
       01 VERIFY-TABLE REDEFINES VERIFY-TABLE-DATA.
           05 VERIFY-ENTRY OCCURS 6 TIMES INDEXED BY VERIFY-IDX.
               10 VF-NAME              PIC X(20).
               10 VF-COMMAND           PIC X(90).

           88 CHAIN-OK                  VALUE "O".
           88 CHAIN-HALTED              VALUE "H".

      *> THE FOUR GATES AND WHAT EACH FOUND
       01 GATE-RESULTS.
           05 GATE-ENTRY OCCURS 4 TIMES.
               10 GT-NAME               PIC X(30).
               10 GT-PASSED-SW          PIC X(01).
                   88 GT-PASSED         VALUE "Y".
           88 MARKER-FOUND              VALUE "Y".
           88 MARKER-NOT-FOUND          VALUE "N".
       01 WS-OPEN-COUNT                 PIC 9(04) VALUE 0.
      *> "BROKEN LINKS: nnnnn" OUT OF AuditChainReport.txt
       01 WS-BROKEN-COUNT               PIC X(05).

       01 WS-CONFIRM                    PIC X(01) VALUE "N".
           88 CONFIRMED                 VALUE "Y" "y".
           05 WPD-TO                    PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WPD-LABEL                 PIC X(20).
       COPY TRAINENV-INT.

      *-----------------------
       PROCEDURE DIVISION.

           PERFORM B0-RUN-VERIFY-STEP THRU B0-RUN-VERIFY-STEPZ
               VARYING VERIFY-IDX FROM 1 BY 1
               UNTIL VERIFY-IDX > 6 OR CHAIN-HALTED
           IF CHAIN-HALTED
               DISPLAY "A VERIFICATION STEP FAILED - CLOSE REFUSED"
               PERFORM R0-WRITE-GATE-REPORT
           PERFORM G1-GATE-CATALOG
           PERFORM G2-GATE-RECONCILE
           PERFORM G3-GATE-WORKLIST
           PERFORM G4-GATE-AUDIT-CHAIN

           PERFORM VARYING WS-GATE-IDX FROM 1 BY 1
                   UNTIL WS-GATE-IDX > 4
               IF GT-BLOCKED(WS-GATE-IDX)
                   SET SOME-GATE-BLOCKED   TO TRUE
               END-IF
       G3-GATE-WORKLISTZ.
           EXIT.

      *> GATE 4: EVERY AUDIT TRAIL MUST HOLD AN UNBROKEN CHAIN OF
      *> LINKS - AN EDITED OR DELETED AUDIT LINE BLOCKS THE CLOSE
       G4-GATE-AUDIT-CHAIN SECTION.
       G4-GATE-AUDIT-CHAINA.
           MOVE "AUDIT TRAIL CHAIN"       TO GT-NAME(4)
           MOVE "N"                       TO GT-PASSED-SW(4)
           MOVE "AuditChainReport.txt NOT READABLE" TO GT-DETAIL(4)
           MOVE SPACE                     TO WS-COPY-COMMAND
           STRING "cp 'AuditChainReport.txt' 'CloseoutWork.txt'"
                  DELIMITED BY SIZE
           INTO WS-COPY-COMMAND
           CALL "SYSTEM" USING WS-COPY-COMMAND
           IF RETURN-CODE NOT = 0
               GO TO G4-GATE-AUDIT-CHAINZ
           END-IF
           OPEN INPUT GATE-WORK
           IF WS-WORK-STATUS NOT = "00"
               GO TO G4-GATE-AUDIT-CHAINZ
           END-IF
           SET MARKER-NOT-FOUND           TO TRUE
           SET INP1-NEOF                  TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                 TO WS-LINE
               READ GATE-WORK INTO WS-LINE
               AT END
                   SET INP1-EOF           TO TRUE
               NOT AT END
                   IF WS-LINE(1:14) = "BROKEN LINKS: "
                       SET MARKER-FOUND   TO TRUE
                       MOVE WS-LINE(15:5) TO WS-BROKEN-COUNT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE GATE-WORK
           IF MARKER-NOT-FOUND
               MOVE "NO BROKEN-LINKS LINE - RUN AUDVERIFY"
                                          TO GT-DETAIL(4)
           ELSE
               IF WS-BROKEN-COUNT = "00000"
                   MOVE "Y"               TO GT-PASSED-SW(4)
                   MOVE "EVERY AUDIT TRAIL LINK HOLDS"
                                          TO GT-DETAIL(4)
               ELSE
                   MOVE SPACE             TO GT-DETAIL(4)
                   STRING WS-BROKEN-COUNT
                          " TRAILS BROKEN - SEE AuditChainReport.txt"
                          DELIMITED BY SIZE
                   INTO GT-DETAIL(4)
               END-IF
           END-IF
           .
       G4-GATE-AUDIT-CHAINZ.
           EXIT.

      *> THE SIGNED RECORD OF THIS CLOSE ATTEMPT, APPENDED SO EVERY
      *> REFUSED AND GRANTED CLOSE STAYS ON FILE
       R0-WRITE-GATE-REPORT SECTION.
           IF WS-GATE-STATUS = "35"
               OPEN OUTPUT GATE-REPORT
           END-IF
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO GATE-REPORT-FD
               WRITE GATE-REPORT-FD
           END-IF

           MOVE SPACE                     TO WS-RPT-LINE
           STRING "CLOSE-OUT GATE CHECK " WS-RPT-DATE " "
           ELSE
               PERFORM R1-ONE-GATE-LINE THRU R1-ONE-GATE-LINEZ
                   VARYING WS-GATE-IDX FROM 1 BY 1
                   UNTIL WS-GATE-IDX > 4
           END-IF

           MOVE SPACE                     TO WS-RPT-LINE
