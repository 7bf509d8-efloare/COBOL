      *          LETTER WINS) AND PRINTS AN AGING REPORT
      *          (LetterAgingReport.txt) OF LETTERS GENERATED BEFORE
      *          A CUTOFF DATE WITH NO ACKNOWLEDGMENT, TO DRIVE THE
      *          RE-SENDS. MAILSPOOL ADDS THE E-MAIL EVENTS (SENT-EMAIL
      *          / DELIVERED / EMAIL-BOUNCE) TO THE SAME TRAIL; THE
      *          PAPER PILE (LetterPrintList.txt) IS EVERY LETTER STILL
      *          AT GENERATED OR WHOSE E-MAIL HARD-BOUNCED - WHAT THE
      *          SECRETARIAT PRINTS AND POSTS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT AGING-REPORT ASSIGN TO 'LetterAgingReport.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRINT-LIST ASSIGN TO 'LetterPrintList.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
        FD AGING-REPORT.
       01 AGING-REPORT-FD                  PIC X(120).

        FD PRINT-LIST.
       01 PRINT-LIST-FD                    PIC X(120).

      *-----------------------
       WORKING-STORAGE SECTION.


       01 WS-CUTOFF-DATE                   PIC X(08).
       01 WS-COUNT-AGED                    PIC 9(04) VALUE 0.
       01 WS-COUNT-TO-PRINT                PIC 9(04) VALUE 0.
       01 WS-LINE                          PIC X(120).

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".
       COPY TRAINENV-INT.

      *-----------------------
       PROCEDURE DIVISION.
           DISPLAY "1 - LOG A POSTAL EVENT"
           DISPLAY "2 - AGING REPORT (UNACKNOWLEDGED LETTERS)"
           DISPLAY "3 - SHOW A LETTER'S CURRENT STATUS"
           DISPLAY "4 - PAPER PILE (LETTERS TO PRINT AND POST)"
           DISPLAY "Q - QUIT"
           DISPLAY "CHOICE: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE
                   PERFORM R0-AGING-REPORT
               WHEN "3"
                   PERFORM L0-SHOW-STATUS
               WHEN "4"
                   PERFORM P0-PRINT-LIST
               WHEN "Q"
               WHEN "q"
                   SET CONSOLE-QUIT        TO TRUE
               WHEN OTHER
                   DISPLAY "PLEASE ANSWER 1, 2, 3, 4 OR Q"
           END-EVALUATE
           .
       M0-MENUZ.
           END-IF

           OPEN OUTPUT AGING-REPORT
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO AGING-REPORT-FD
               WRITE AGING-REPORT-FD
           END-IF
           MOVE 0                          TO WS-COUNT-AGED
           MOVE SPACE                      TO WS-LINE
           STRING "LETTERS WITHOUT ACKNOWLEDGMENT, GENERATED UP TO "
       R0-AGING-REPORTZ.
           EXIT.

      *> WHAT STILL GOES OUT ON PAPER: NOT YET POSTED AND NOT SENT
      *> BY E-MAIL, OR SENT BY E-MAIL TO A MAILBOX THAT BOUNCED IT
       P0-PRINT-LIST SECTION.
       P0-PRINT-LISTA.
           OPEN OUTPUT PRINT-LIST
           MOVE 0                          TO WS-COUNT-TO-PRINT
           MOVE "LETTERS TO PRINT AND POST"
                                           TO PRINT-LIST-FD
           WRITE PRINT-LIST-FD

           PERFORM VARYING WS-LTR-IDX FROM 1 BY 1
                   UNTIL WS-LTR-IDX > LETTER-COUNT
               IF LT-STATUS(WS-LTR-IDX) = "GENERATED"
               OR LT-STATUS(WS-LTR-IDX) = "EMAIL-BOUNCE"
                   ADD 1                   TO WS-COUNT-TO-PRINT
                   MOVE SPACE              TO WS-LINE
                   STRING LT-GEN-DATE(WS-LTR-IDX) "  "
                          LT-STATUS(WS-LTR-IDX) "  "
                          LT-CNP(WS-LTR-IDX) "  "
                          LT-FILE(WS-LTR-IDX)
                          DELIMITED BY SIZE
                   INTO WS-LINE
                   MOVE WS-LINE            TO PRINT-LIST-FD
                   WRITE PRINT-LIST-FD
               END-IF
           END-PERFORM

           MOVE SPACE                      TO WS-LINE
           STRING "LETTERS ON THE PAPER PILE: " WS-COUNT-TO-PRINT
                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO PRINT-LIST-FD
           WRITE PRINT-LIST-FD
           CLOSE PRINT-LIST
           DISPLAY "LetterPrintList.txt WRITTEN: " WS-COUNT-TO-PRINT
               " LETTERS"
           .
       P0-PRINT-LISTZ.
           EXIT.

       L0-SHOW-STATUS SECTION.
       L0-SHOW-STATUSA.
           DISPLAY "LETTER FILE: " WITH NO ADVANCING
