      *          SCATTERED ACROSS THE AUDIT FILES - GRADE CORRECTIONS,
      *          CNP CHANGES, WITHDRAWALS, PROFESSOR DEPARTURES,
      *          SUBJECT MAINTENANCE, THE LOADER TRAIL AND THE NEWER
      *          TRANSFER/CONTACT/REORG/ENROLLMENT TRAILS - EACH WITH
      *          ITS OWN LAYOUT. GIVEN A CNP (STUDENT OR PROFESSOR)
      *          THIS READS EVERY TRAIL, KEEPS EVERY LINE THAT
      *          MENTIONS THE CNP, AND PRINTS ONE CHRONOLOGICAL
      *          ACCOUNT (EVERY TRAIL STARTS ITS LINES WITH DATE AND
      *          TIME, SO THE MERGE SORTS ON THAT SHARED PREFIX). RUN
      *          FROM THE INSTALLATION ROOT, LIKE TRIAGE AND HOUSEKEEP.
      *          WRITES AuditInquiry.txt. THE OPERATOR SIGNS ON
      *          (OPSIGNON) AND EVERY INQUIRY IS LOGGED AGAINST THEM
      *          IN AccessLog.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
        FD INQUIRY-WORK.
       01 INQUIRY-WORK-FD                  PIC X(4441).

        FD REPORT-FILE.
       01 REPORT-FILE-FD                   PIC X(210).
           05 FILLER PIC X(20) VALUE "CLASS REORG".
           05 FILLER PIC X(60) VALUE
               "Assign 12 Secretariat FLOARE EMIL/ClassReorgAudit.txt".
           05 FILLER PIC X(20) VALUE "ENROLLMENT".
           05 FILLER PIC X(60) VALUE
               "Assign 12 Secretariat FLOARE EMIL/EnrollAudit.txt".
       01 TRAIL-LIST REDEFINES TRAIL-LIST-DATA.
           05 TRAIL-ENTRY OCCURS 10 TIMES INDEXED BY TRAIL-IDX.
               10 TRL-LABEL                PIC X(20).
               10 TRL-PATH                 PIC X(60).

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".
       COPY TRAINENV-INT.

      *> OPERATOR SIGN-ON, AND THE READ-ACCESS LOG EVERY INQUIRY IS
      *> RECORDED IN UNDER THEIR ID
       COPY OPSIGN-INT.
       COPY ACCLOG-INT.
       01 WS-EVENT-DISP                    PIC ZZZ9.

      *-----------------------
       PROCEDURE DIVISION.
       S0  SECTION.
       S0A.
           DISPLAY "CROSS-TRAIL AUDIT INQUIRY"
           MOVE "AUDITINQ"                 TO OPS-PROGRAM
           CALL "OPSIGNON" USING OPSIGN-INTERFACE
           IF OPS-DENIED
               DISPLAY OPS-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "CNP (STUDENT OR PROFESSOR): " WITH NO ADVANCING
           ACCEPT WS-TARGET-CNP
           IF WS-TARGET-CNP = SPACE

           PERFORM B0-READ-ONE-TRAIL THRU B0-READ-ONE-TRAILZ
               VARYING TRAIL-IDX FROM 1 BY 1
               UNTIL TRAIL-IDX > 10
           PERFORM C0-SORT-CHRONOLOGICALLY
           PERFORM D0-WRITE-ACCOUNT

           MOVE EVENT-COUNT                TO WS-EVENT-DISP
           MOVE "AUDITINQ"                 TO ACL-PROGRAM
           MOVE OPS-ID                     TO ACL-OPERATOR
           MOVE WS-TARGET-CNP              TO ACL-CNP
           MOVE SPACE                      TO ACL-SHOWN
           STRING "AUDIT INQUIRY, " WS-EVENT-DISP " CHANGES"
                  DELIMITED BY SIZE
           INTO ACL-SHOWN
           CALL "ACCLOG" USING ACCLOG-INTERFACE
           MOVE 0 TO RETURN-CODE
           .
       S0Z.
       D0-WRITE-ACCOUNT SECTION.
       D0-WRITE-ACCOUNTA.
           OPEN OUTPUT REPORT-FILE
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
           END-IF
           MOVE SPACE                      TO WS-LINE
           STRING "AUDIT INQUIRY FOR CNP " WS-TARGET-CNP
                  " - RUN " WS-RUN-DATE
