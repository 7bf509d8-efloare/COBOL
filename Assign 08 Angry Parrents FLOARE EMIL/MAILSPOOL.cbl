      ******************************************************************
      * Author:
      * Date:
      * Purpose: E-MAIL DELIVERY CHANNEL FOR THE PARENT LETTERS. EVERY
      *          LETTER THE RUNS FILE UNDER Letters/ (BLAME, DIGEST,
      *          RETRACTION, ...) WAS PRINTED AND POSTED. FOR A FAMILY
      *          THAT HAS OPTED IN (STUDENTI.EMAIL_OPTIN = 'Y',
      *          MIGRATION 0007, KEPT BY CONTACTS) AND HAS A
      *          PARENT_EMAIL, THIS WRITES EACH LETTER STILL AT
      *          GENERATED AS A MESSAGE FILE WITH HEADERS INTO
      *          Outbox/<LETTER>.eml, WHERE THE MAIL RELAY PICKS IT
      *          UP, AND LOGS SENT-EMAIL ON LetterDispatchLog.txt.
      *          BEFORE SPOOLING IT INGESTS THE RELAY'S REPORT
      *          (MailRelayReport.txt, MESSAGE;RECIPIENT;RESULT;
      *          DIAGNOSTIC): DELIVERED IS LOGGED, A HARD BOUNCE GOES
      *          ON ContactBounceList.txt AS AN "E-MAIL <ADDRESS>"
      *          LINE AND THE LETTER IS LOGGED EMAIL-BOUNCE - BACK ON
      *          THE PAPER PILE LTRDISPATCH PRINTS. THAT ADDRESS IS
      *          NOT WRITTEN TO AGAIN UNTIL CONTACTS RECORDS ANOTHER.
      *          RC 4 WHEN A HARD BOUNCE SENT A LETTER BACK TO PAPER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MAILSPOOL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SQL-STATEMENT-FILE ASSIGN TO 'StatementSQLInput.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SQL-RESULTS ASSIGN TO 'SQLResults/SelectResult.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SQL-STATUS-FILE ASSIGN TO 'SQLResults/SQLSta.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> THE LETTERS' EVENT TRAIL - READ TO FIND WHAT IS STILL
      *> UNSENT, APPENDED WITH THE E-MAIL EVENTS
           SELECT DISPATCH-FILE ASSIGN TO 'LetterDispatchLog.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DISPATCH-STATUS.

      *> RETURNED-MAIL LOG CONTACTS MAINTAINS; THE E-MAIL LINES ARE
      *> THE ONES THIS PROGRAM ADDS
           SELECT BOUNCE-FILE ASSIGN TO 'ContactBounceList.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BOUNCE-STATUS.

      *> THE RELAY'S DELIVERY REPORT, MOVED UNDER RelayReports/ ONCE
      *> INGESTED SO NO LINE IS APPLIED TWICE
           SELECT RELAY-REPORT ASSIGN TO 'MailRelayReport.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELAY-STATUS.

      *> EVERY MESSAGE IS BUILT HERE AND THEN MOVED UNDER Outbox/
      *> BY A SHELL MOVE (ASSIGN NAMES ARE FIXED UNDER THIS DIALECT)
           SELECT MAIL-WORK ASSIGN TO 'MailSpoolWork.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> STATEMENTS WHOSE JAR INVOCATION FAILED ARE APPENDED HERE
      *> INSTEAD OF BEING SILENTLY DROPPED
           SELECT DEAD-LETTER-FILE ASSIGN TO 'SQLDeadLetters.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DL-STATUS.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
        FD SQL-STATEMENT-FILE.
       01 SQL-STATEMENT-FILE-FD             PIC X(300).

        FD SQL-RESULTS.
       01 SQL-RESULTS-FD                    PIC X(1500).

        FD SQL-STATUS-FILE.
       01 SQL-STATUS-FD                     PIC X(10).

        FD DISPATCH-FILE.
       01 DISPATCH-FD                       PIC X(100).

        FD BOUNCE-FILE.
       01 BOUNCE-FD                         PIC X(100).

        FD RELAY-REPORT.
       01 RELAY-REPORT-FD                   PIC X(200).

        FD MAIL-WORK.
       01 MAIL-WORK-FD                      PIC X(120).

        FD DEAD-LETTER-FILE.
       01 DEAD-LETTER-FD                    PIC X(321).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 FIELDS-FOR-SQL.
       05 K-INVOKE-JAR                     PIC X(27) VALUE
               "java -jar JSqlAdapter.jar ".

       05 SQL-STATEMENT                    PIC X(300).

       01 WS-DISPATCH-STATUS               PIC X(02).
       01 WS-BOUNCE-STATUS                 PIC X(02).
       01 WS-RELAY-STATUS                  PIC X(02).
       01 WS-DL-STATUS                     PIC X(02).

       01 JAR-CALL-SWITCH                  PIC X(01) VALUE "O".
           88 JAR-CALL-OK                   VALUE "O".
           88 JAR-CALL-FAILED               VALUE "F".
       01 WS-JAR-RC                        PIC S9(04) VALUE 0.
       01 SQL-STATUS-VALUE                 PIC X(4).

      *> RUN-TOKEN LOCK AROUND THE SHARED ADAPTER HANDSHAKE FILES
       COPY SQLLOCK-INT.

      *> SHARED CLASSIFICATION OF SQLSta VALUES INTO RETRYABLE VS
      *> FATAL, PLUS HOW OFTEN AND HOW LONG TO RETRY A TRANSIENT ONE
       COPY SQLSTA-INT.
       01 K-SQL-RETRIES                    PIC 9(02) VALUE 3.
       01 K-RETRY-WAIT-SECONDS             PIC 9(08) COMP-5 VALUE 5.
       01 WS-SQL-RETRY-COUNT               PIC 9(02) VALUE 0.

      *> ONE LINE PER DEAD-LETTERED STATEMENT: WHEN, WHICH PROGRAM,
      *> AND THE STATEMENT TEXT ITSELF
       01 DEAD-LETTER-LINE.
           05 DL-DATE                      PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 DL-TIME                      PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 DL-PROGRAM                   PIC X(12) VALUE "MAILSPOOL".
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 DL-STATEMENT                 PIC X(290).

      *> THE SENDER EVERY MESSAGE CARRIES - THE SECRETARIAT'S MAILBOX
      *> THE RELAY IS ALLOWED TO SEND AS
       01 K-MAIL-FROM                      PIC X(50) VALUE
           "Secretariat <secretariat@scoala.ro>".

      *> ONE DISPATCH EVENT, THE COLUMNS THE LETTER RUNS WRITE
       01 DISPATCH-LINE.
           05 DP-DATE                      PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 DP-TIME                      PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 DP-STATUS                    PIC X(12).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 DP-CNP                       PIC X(13).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 DP-FILE                      PIC X(50).

      *> THE NEWEST STATE PER LETTER, FOLDED FROM THE EVENT TRAIL
       01 K-MAX-LETTER                     PIC 9(04) VALUE 2000.
       01 LETTER-TABLE.
           05 LETTER-ENTRY OCCURS 2000 TIMES.
               10 LT-FILE                  PIC X(50).
               10 LT-CNP                   PIC X(13).
               10 LT-STATUS                PIC X(12).
       01 LETTER-COUNT                     PIC 9(04) VALUE 0.
       01 WS-LTR-IDX                       PIC 9(04).
       01 WS-HIT-IDX                       PIC 9(04).

      *> ONE ContactBounceList.txt LINE: DATE, CNP, REASON - AN
      *> E-MAIL BOUNCE'S REASON IS "E-MAIL " AND THE ADDRESS
       01 BOUNCE-LINE.
           05 BN-DATE                      PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 BN-CNP                       PIC X(13).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 BN-REASON.
               10 BN-TAG                   PIC X(07).
               10 BN-ADDR                  PIC X(40).
               10 FILLER                   PIC X(03).
       01 K-EMAIL-TAG                      PIC X(07) VALUE "E-MAIL ".

      *> ADDRESSES THAT HARD-BOUNCED, PER CNP
       01 K-MAX-BOUNCE                     PIC 9(03) VALUE 500.
       01 EMAIL-BOUNCE-TABLE.
           05 EMAIL-BOUNCE-ENTRY OCCURS 500 TIMES.
               10 EB-CNP                   PIC X(13).
               10 EB-ADDR                  PIC X(40).
       01 EMAIL-BOUNCE-COUNT               PIC 9(03) VALUE 0.
       01 WS-BOUNCE-IDX                    PIC 9(03).
       01 WS-BOUNCED-SW                    PIC X(01) VALUE "N".
           88 ADDRESS-BOUNCED               VALUE "Y".
           88 ADDRESS-NOT-BOUNCED           VALUE "N".

      *> ONE RELAY REPORT LINE
       01 WS-RELAY-LINE                    PIC X(200).
       01 WS-RELAY-FIELDS.
           05 RL-MESSAGE                   PIC X(60).
           05 RL-RCPT                      PIC X(40).
           05 RL-RESULT                    PIC X(12).
           05 RL-DIAG                      PIC X(80).
       01 WS-RELAY-LETTER                  PIC X(50).

      *> ONE ROW OF THE STUDENTI SELECT: WHERE THE FAMILY'S MAIL GOES
      *> AND WHETHER THEY WANT IT THAT WAY
       01 WS-STUD-ROW.
           05 SD-CNP                       PIC X(13).
           05 FILLER                       PIC X(02).
           05 SD-EMAIL                     PIC X(40).
           05 FILLER                       PIC X(02).
           05 SD-OPTIN                     PIC X(01).
       01 K-MAX-STUDENT                    PIC 9(04) VALUE 2000.
       01 STUD-TABLE.
           05 STUD-ENTRY OCCURS 2000 TIMES.
               10 ST-CNP                   PIC X(13).
               10 ST-EMAIL                 PIC X(40).
               10 ST-OPTIN                 PIC X(01).
                   88 ST-OPTED-IN           VALUE "Y".
       01 STUD-COUNT                       PIC 9(04) VALUE 0.
       01 WS-STUD-IDX                      PIC 9(04).

       01 WS-MAIL-NAME                     PIC X(50).
       01 WS-MAIL-SUBJECT                  PIC X(50).
       01 WS-MAIL-LINE                     PIC X(120).
       01 WS-MAIL-COMMAND                  PIC X(200).
       01 WS-RUN-DATE                      PIC 9(08).
       01 WS-RUN-TIME                      PIC 9(08).

       01 WS-COUNT-SENT                    PIC 9(04) VALUE 0.
       01 WS-COUNT-PAPER                   PIC 9(04) VALUE 0.
       01 WS-COUNT-MISSING                 PIC 9(04) VALUE 0.
       01 WS-COUNT-DELIVERED               PIC 9(04) VALUE 0.
       01 WS-COUNT-HARD                    PIC 9(04) VALUE 0.
       01 WS-COUNT-SOFT                    PIC 9(04) VALUE 0.
       01 WS-COUNT-UNMATCHED               PIC 9(04) VALUE 0.

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       S0  SECTION.
       S0A.
           DISPLAY "PARENT LETTER E-MAIL SPOOL"
           SET LOCK-ACQUIRE                TO TRUE
           MOVE "MAILSPOOL"                TO LOCK-OWNER
           CALL "SQLLOCK" USING SQLLOCK-INTERFACE
           IF LOCK-BUSY
               DISPLAY LOCK-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM A0
           PERFORM A1-LOAD-LOG
           PERFORM A2-LOAD-EMAIL-BOUNCES
           PERFORM B0-INGEST-RELAY-REPORT

           PERFORM C0-LOAD-STUDENTS
           IF JAR-CALL-FAILED
               DISPLAY "COULD NOT READ STUDENTI, NOTHING SPOOLED"
               PERFORM Z0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM D0-SPOOL-ONE-LETTER THRU D0-SPOOL-ONE-LETTERZ
               VARYING WS-LTR-IDX FROM 1 BY 1
               UNTIL WS-LTR-IDX > LETTER-COUNT

           PERFORM Z0
           DISPLAY "===== MAILSPOOL RUN SUMMARY ====="
           DISPLAY "RELAY: DELIVERED       : " WS-COUNT-DELIVERED
           DISPLAY "RELAY: HARD BOUNCES    : " WS-COUNT-HARD
               " (BACK TO PAPER)"
           DISPLAY "RELAY: DEFERRED/SOFT   : " WS-COUNT-SOFT
           DISPLAY "RELAY: LINES UNMATCHED : " WS-COUNT-UNMATCHED
           DISPLAY "LETTERS E-MAILED       : " WS-COUNT-SENT
           DISPLAY "LETTERS LEFT ON PAPER  : " WS-COUNT-PAPER
           DISPLAY "LETTER FILES MISSING   : " WS-COUNT-MISSING
           IF WS-COUNT-HARD > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           .
       S0Z.
           STOP RUN.

       A0 SECTION.
       A0A.
           OPEN EXTEND DEAD-LETTER-FILE
           IF WS-DL-STATUS = "35"
               OPEN OUTPUT DEAD-LETTER-FILE
           END-IF
           .
       A0Z.
           EXIT.

      *> FOLD THE EVENT TRAIL THE WAY LTRDISPATCH DOES: THE NEWEST
      *> EVENT PER LETTER IS ITS STATE
       A1-LOAD-LOG SECTION.
       A1-LOAD-LOGA.
           OPEN INPUT DISPATCH-FILE
           IF WS-DISPATCH-STATUS NOT = "00"
               DISPLAY "NO LetterDispatchLog.txt - NO LETTERS TO SEND"
               GO TO A1-LOAD-LOGZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO DISPATCH-LINE
               READ DISPATCH-FILE INTO DISPATCH-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF DP-FILE > SPACE
                       PERFORM A3-FOLD-EVENT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE DISPATCH-FILE
           .
       A1-LOAD-LOGZ.
           EXIT.

      *> THE E-MAIL LINES OF THE RETURNED-MAIL LOG; POSTAL RETURNS
      *> SAY NOTHING ABOUT THE MAILBOX AND ARE LEFT TO THE LETTER RUNS
       A2-LOAD-EMAIL-BOUNCES SECTION.
       A2-LOAD-EMAIL-BOUNCESA.
           OPEN INPUT BOUNCE-FILE
           IF WS-BOUNCE-STATUS NOT = "00"
               GO TO A2-LOAD-EMAIL-BOUNCESZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO BOUNCE-LINE
               READ BOUNCE-FILE INTO BOUNCE-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF BN-TAG = K-EMAIL-TAG
                   AND BN-ADDR > SPACE
                       PERFORM A4-REMEMBER-BOUNCE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE BOUNCE-FILE
           .
       A2-LOAD-EMAIL-BOUNCESZ.
           EXIT.

       A3-FOLD-EVENT SECTION.
       A3-FOLD-EVENTA.
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > LETTER-COUNT
               IF LT-FILE(WS-HIT-IDX) = DP-FILE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-HIT-IDX > LETTER-COUNT
               IF LETTER-COUNT >= K-MAX-LETTER
                   GO TO A3-FOLD-EVENTZ
               END-IF
               ADD 1                       TO LETTER-COUNT
               MOVE LETTER-COUNT           TO WS-HIT-IDX
               MOVE DP-FILE                TO LT-FILE(WS-HIT-IDX)
               MOVE DP-CNP                 TO LT-CNP(WS-HIT-IDX)
           END-IF
           MOVE DP-STATUS                  TO LT-STATUS(WS-HIT-IDX)
           .
       A3-FOLD-EVENTZ.
           EXIT.

       A4-REMEMBER-BOUNCE SECTION.
       A4-REMEMBER-BOUNCEA.
           IF EMAIL-BOUNCE-COUNT < K-MAX-BOUNCE
               ADD 1                       TO EMAIL-BOUNCE-COUNT
               MOVE BN-CNP             TO EB-CNP(EMAIL-BOUNCE-COUNT)
               MOVE BN-ADDR            TO EB-ADDR(EMAIL-BOUNCE-COUNT)
           END-IF
           .
       A4-REMEMBER-BOUNCEZ.
           EXIT.

      *> THE RELAY'S REPORT SINCE THE LAST RUN. ONLY A LETTER WHOSE
      *> NEWEST EVENT IS STILL SENT-EMAIL IS MOVED ON BY IT.
       B0-INGEST-RELAY-REPORT SECTION.
       B0-INGEST-RELAY-REPORTA.
           OPEN INPUT RELAY-REPORT
           IF WS-RELAY-STATUS NOT = "00"
               DISPLAY "NO MailRelayReport.txt - NOTHING TO INGEST"
               GO TO B0-INGEST-RELAY-REPORTZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-RELAY-LINE
               READ RELAY-REPORT INTO WS-RELAY-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-RELAY-LINE > SPACE
                       PERFORM B1-ONE-REPORT-LINE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE RELAY-REPORT

           MOVE SPACE                      TO WS-MAIL-COMMAND
           STRING "mkdir -p RelayReports && mv 'MailRelayReport.txt' "
                  "'RelayReports/MailRelayReport_" WS-RUN-DATE "_"
                  WS-RUN-TIME ".txt'"
                  DELIMITED BY SIZE
           INTO WS-MAIL-COMMAND
           CALL "SYSTEM" USING WS-MAIL-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "COULD NOT FILE MailRelayReport.txt AWAY - "
                   "MOVE IT BY HAND BEFORE THE NEXT RUN"
           END-IF
           MOVE 0 TO RETURN-CODE
           .
       B0-INGEST-RELAY-REPORTZ.
           EXIT.

      *> MESSAGE;RECIPIENT;RESULT;DIAGNOSTIC - THE MESSAGE IS THE
      *> .eml FILE NAME, WHICH IS THE LETTER'S NAME WITH .txt
      *> REPLACED
       B1-ONE-REPORT-LINE SECTION.
       B1-ONE-REPORT-LINEA.
           MOVE SPACE                      TO WS-RELAY-FIELDS
           UNSTRING WS-RELAY-LINE DELIMITED BY ";" INTO
               RL-MESSAGE RL-RCPT RL-RESULT RL-DIAG
           END-UNSTRING
           IF RL-MESSAGE(1:7) = "Outbox/"
               MOVE RL-MESSAGE(8:53)       TO RL-MESSAGE
           END-IF
           MOVE SPACE                      TO WS-RELAY-LETTER
           STRING RL-MESSAGE DELIMITED BY ".eml"
                  ".txt" DELIMITED BY SIZE
           INTO WS-RELAY-LETTER
           END-STRING

           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > LETTER-COUNT
               IF LT-FILE(WS-HIT-IDX) = WS-RELAY-LETTER
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-HIT-IDX > LETTER-COUNT
               ADD 1                       TO WS-COUNT-UNMATCHED
               DISPLAY "RELAY LINE FOR AN UNKNOWN LETTER: " RL-MESSAGE
               GO TO B1-ONE-REPORT-LINEZ
           END-IF
           IF LT-STATUS(WS-HIT-IDX) NOT = "SENT-EMAIL"
               GO TO B1-ONE-REPORT-LINEZ
           END-IF

           EVALUATE RL-RESULT
               WHEN "DELIVERED"
                   MOVE "DELIVERED"        TO DP-STATUS
                   PERFORM R9-LOG-EVENT
                   ADD 1                   TO WS-COUNT-DELIVERED
               WHEN "HARD-BOUNCE"
                   PERFORM B2-HARD-BOUNCE
               WHEN OTHER
                   ADD 1                   TO WS-COUNT-SOFT
           END-EVALUATE
           .
       B1-ONE-REPORT-LINEZ.
           EXIT.

      *> THE MAILBOX DOES NOT EXIST OR REFUSES US: THE ADDRESS GOES ON
      *> THE RETURNED-MAIL LOG AND THE LETTER BACK TO THE PAPER PILE
       B2-HARD-BOUNCE SECTION.
       B2-HARD-BOUNCEA.
           OPEN EXTEND BOUNCE-FILE
           IF WS-BOUNCE-STATUS = "35"
               OPEN OUTPUT BOUNCE-FILE
           END-IF
           MOVE SPACE                      TO BOUNCE-LINE
           MOVE WS-RUN-DATE                TO BN-DATE
           MOVE LT-CNP(WS-HIT-IDX)         TO BN-CNP
           MOVE K-EMAIL-TAG                TO BN-TAG
           MOVE RL-RCPT                    TO BN-ADDR
           MOVE BOUNCE-LINE                TO BOUNCE-FD
           WRITE BOUNCE-FD
           CLOSE BOUNCE-FILE
           PERFORM A4-REMEMBER-BOUNCE

           MOVE "EMAIL-BOUNCE"             TO DP-STATUS
           PERFORM R9-LOG-EVENT
           ADD 1                           TO WS-COUNT-HARD
           DISPLAY "HARD BOUNCE " RL-RCPT " - "
               LT-FILE(WS-HIT-IDX) " BACK TO PAPER"
           .
       B2-HARD-BOUNCEZ.
           EXIT.

      *> THE E-MAIL CONTACT OF EVERY STUDENT; A ROW WITHOUT AN
      *> ADDRESS IS KEPT TOO, SO ITS LETTERS COUNT AS PAPER
       C0-LOAD-STUDENTS SECTION.
       C0-LOAD-STUDENTSA.
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT CNP, PARENT_EMAIL, EMAIL_OPTIN FROM STUDENTI "
                   "ORDER BY CNP"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM G0-SUBMIT-STATEMENT
           IF JAR-CALL-FAILED
               GO TO C0-LOAD-STUDENTSZ
           END-IF
           OPEN INPUT SQL-RESULTS
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-STUD-ROW
               READ SQL-RESULTS INTO WS-STUD-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF SD-CNP > SPACE
                   AND STUD-COUNT < K-MAX-STUDENT
                       ADD 1               TO STUD-COUNT
                       MOVE SD-CNP         TO ST-CNP(STUD-COUNT)
                       MOVE SD-EMAIL       TO ST-EMAIL(STUD-COUNT)
                       MOVE SD-OPTIN       TO ST-OPTIN(STUD-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SQL-RESULTS
           .
       C0-LOAD-STUDENTSZ.
           EXIT.

      *> A LETTER STILL AT GENERATED: E-MAILED WHEN ITS FAMILY OPTED
      *> IN, HAS AN ADDRESS AND THAT ADDRESS HAS NOT HARD-BOUNCED;
      *> OTHERWISE IT STAYS ON THE PAPER PILE AS BEFORE
       D0-SPOOL-ONE-LETTER SECTION.
       D0-SPOOL-ONE-LETTERA.
           IF LT-STATUS(WS-LTR-IDX) NOT = "GENERATED"
               GO TO D0-SPOOL-ONE-LETTERZ
           END-IF

           PERFORM VARYING WS-STUD-IDX FROM 1 BY 1
                   UNTIL WS-STUD-IDX > STUD-COUNT
               IF ST-CNP(WS-STUD-IDX) = LT-CNP(WS-LTR-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-STUD-IDX > STUD-COUNT
               ADD 1                       TO WS-COUNT-PAPER
               GO TO D0-SPOOL-ONE-LETTERZ
           END-IF
           IF NOT ST-OPTED-IN(WS-STUD-IDX)
           OR ST-EMAIL(WS-STUD-IDX) <= SPACE
               ADD 1                       TO WS-COUNT-PAPER
               GO TO D0-SPOOL-ONE-LETTERZ
           END-IF

           SET ADDRESS-NOT-BOUNCED         TO TRUE
           PERFORM VARYING WS-BOUNCE-IDX FROM 1 BY 1
                   UNTIL WS-BOUNCE-IDX > EMAIL-BOUNCE-COUNT
               IF EB-CNP(WS-BOUNCE-IDX) = LT-CNP(WS-LTR-IDX)
               AND EB-ADDR(WS-BOUNCE-IDX) = ST-EMAIL(WS-STUD-IDX)
                   SET ADDRESS-BOUNCED     TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ADDRESS-BOUNCED
               ADD 1                       TO WS-COUNT-PAPER
               GO TO D0-SPOOL-ONE-LETTERZ
           END-IF

           PERFORM D1-WRITE-MESSAGE
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               ADD 1                       TO WS-COUNT-MISSING
               ADD 1                       TO WS-COUNT-PAPER
               DISPLAY "Letters/" LT-FILE(WS-LTR-IDX)
                   " NOT FOUND - LEFT ON PAPER"
               GO TO D0-SPOOL-ONE-LETTERZ
           END-IF

           MOVE WS-LTR-IDX                 TO WS-HIT-IDX
           MOVE "SENT-EMAIL"               TO DP-STATUS
           PERFORM R9-LOG-EVENT
           ADD 1                           TO WS-COUNT-SENT
           .
       D0-SPOOL-ONE-LETTERZ.
           EXIT.

      *> THE HEADERS, A BLANK LINE, THEN THE FILED LETTER ITSELF AS
      *> THE BODY; THE FINISHED MESSAGE IS MOVED INTO Outbox/ IN ONE
      *> STEP SO THE RELAY NEVER PICKS UP HALF A FILE
       D1-WRITE-MESSAGE SECTION.
       D1-WRITE-MESSAGEA.
           EVALUATE LT-FILE(WS-LTR-IDX)(1:4)
               WHEN "LTR_"
                   MOVE "Notificare privind situatia scolara"
                                           TO WS-MAIL-SUBJECT
               WHEN "DIG_"
                   MOVE "Buletin saptamanal"
                                           TO WS-MAIL-SUBJECT
               WHEN "RET_"
                   MOVE "Rectificare notificare"
                                           TO WS-MAIL-SUBJECT
               WHEN "APL_"
                   MOVE "Rezultatul contestatiei"
                                           TO WS-MAIL-SUBJECT
               WHEN OTHER
                   MOVE "Corespondenta de la scoala"
                                           TO WS-MAIL-SUBJECT
           END-EVALUATE
           MOVE SPACE                      TO WS-MAIL-NAME
           STRING LT-FILE(WS-LTR-IDX) DELIMITED BY ".txt"
                  ".eml" DELIMITED BY SIZE
           INTO WS-MAIL-NAME
           END-STRING

           OPEN OUTPUT MAIL-WORK
           MOVE SPACE                      TO WS-MAIL-LINE
           STRING "To: " ST-EMAIL(WS-STUD-IDX) DELIMITED BY SIZE
           INTO WS-MAIL-LINE
           MOVE WS-MAIL-LINE               TO MAIL-WORK-FD
           WRITE MAIL-WORK-FD
           MOVE SPACE                      TO WS-MAIL-LINE
           STRING "From: " K-MAIL-FROM DELIMITED BY SIZE
           INTO WS-MAIL-LINE
           MOVE WS-MAIL-LINE               TO MAIL-WORK-FD
           WRITE MAIL-WORK-FD
           MOVE SPACE                      TO WS-MAIL-LINE
           STRING "Subject: " WS-MAIL-SUBJECT DELIMITED BY SIZE
           INTO WS-MAIL-LINE
           MOVE WS-MAIL-LINE               TO MAIL-WORK-FD
           WRITE MAIL-WORK-FD
           MOVE SPACE                      TO WS-MAIL-LINE
           STRING "Date: " WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
                  WS-RUN-DATE(7:2) " " WS-RUN-TIME(1:2) ":"
                  WS-RUN-TIME(3:2)
                  DELIMITED BY SIZE
           INTO WS-MAIL-LINE
           MOVE WS-MAIL-LINE               TO MAIL-WORK-FD
           WRITE MAIL-WORK-FD
           MOVE "MIME-Version: 1.0"        TO MAIL-WORK-FD
           WRITE MAIL-WORK-FD
           MOVE "Content-Type: text/plain; charset=UTF-8"
                                           TO MAIL-WORK-FD
           WRITE MAIL-WORK-FD
           MOVE SPACE                      TO WS-MAIL-LINE
           STRING "X-Letter-File: " LT-FILE(WS-LTR-IDX)
                  DELIMITED BY SIZE
           INTO WS-MAIL-LINE
           MOVE WS-MAIL-LINE               TO MAIL-WORK-FD
           WRITE MAIL-WORK-FD
           MOVE SPACE                      TO MAIL-WORK-FD
           WRITE MAIL-WORK-FD
           CLOSE MAIL-WORK

           MOVE SPACE                      TO WS-MAIL-COMMAND
           STRING "cat 'Letters/" DELIMITED BY SIZE
                  LT-FILE(WS-LTR-IDX) DELIMITED BY " "
                  "' >> 'MailSpoolWork.txt' 2>/dev/null && mkdir -p "
                  "Outbox && mv 'MailSpoolWork.txt' 'Outbox/"
                  DELIMITED BY SIZE
                  WS-MAIL-NAME DELIMITED BY " "
                  "'" DELIMITED BY SIZE
           INTO WS-MAIL-COMMAND
           CALL "SYSTEM" USING WS-MAIL-COMMAND
           .
       D1-WRITE-MESSAGEZ.
           EXIT.

      *> APPEND ONE EVENT FOR LETTER WS-HIT-IDX - DP-STATUS IS SET BY
      *> THE CALLER - AND KEEP THE FOLDED STATE IN STEP
       R9-LOG-EVENT SECTION.
       R9-LOG-EVENTA.
           OPEN EXTEND DISPATCH-FILE
           IF WS-DISPATCH-STATUS = "35"
               OPEN OUTPUT DISPATCH-FILE
           END-IF
           ACCEPT DP-DATE FROM DATE YYYYMMDD
           ACCEPT DP-TIME FROM TIME
           MOVE LT-CNP(WS-HIT-IDX)         TO DP-CNP
           MOVE LT-FILE(WS-HIT-IDX)        TO DP-FILE
           MOVE DISPATCH-LINE              TO DISPATCH-FD
           WRITE DISPATCH-FD
           CLOSE DISPATCH-FILE
           MOVE DP-STATUS                  TO LT-STATUS(WS-HIT-IDX)
           .
       R9-LOG-EVENTZ.
           EXIT.

       G0-SUBMIT-STATEMENT SECTION.
       G0-SUBMIT-STATEMENTA.
           OPEN OUTPUT SQL-STATEMENT-FILE
           WRITE SQL-STATEMENT-FILE-FD FROM SQL-STATEMENT
           CLOSE SQL-STATEMENT-FILE
           PERFORM I-INVOKE-JAR
           .
       G0-SUBMIT-STATEMENTZ.
           EXIT.

      *> INVOKE THE JAR, WITH A RETRY PASS WHILE THE FAILURE
      *> CLASSIFIES AS TRANSIENT
       I-INVOKE-JAR SECTION.
       I-INVOKE-JARA.
           PERFORM I-INVOKE-JAR-ONCE
           MOVE 0                   TO WS-SQL-RETRY-COUNT
           PERFORM UNTIL NOT STA-RETRYABLE
                   OR WS-SQL-RETRY-COUNT >= K-SQL-RETRIES
               ADD 1                TO WS-SQL-RETRY-COUNT
               DISPLAY "TRANSIENT SQL FAILURE (" SQL-STATUS-VALUE
                   "), RETRY " WS-SQL-RETRY-COUNT " OF " K-SQL-RETRIES
               CALL "C$SLEEP" USING K-RETRY-WAIT-SECONDS
               PERFORM I-INVOKE-JAR-ONCE
           END-PERFORM
           IF JAR-CALL-FAILED
               PERFORM J-WRITE-DEADLETTER
           END-IF
           .
       I-INVOKE-JARZ.
           EXIT.

       I-INVOKE-JAR-ONCE SECTION.
       I-INVOKE-JAR-ONCEA.
           SET JAR-CALL-OK          TO TRUE
           SET STA-OK               TO TRUE
           MOVE "0   "              TO SQL-STATUS-VALUE
           CALL "SYSTEM" USING K-INVOKE-JAR
           MOVE RETURN-CODE TO WS-JAR-RC
           IF WS-JAR-RC NOT = 0
               SET JAR-CALL-FAILED  TO TRUE
      *> THE JAR DID NOT RUN AT ALL - TREAT IT LIKE A
      *> CONNECTION-CLASS FAILURE AND LET THE RETRY LOOP HAVE IT
               SET STA-RETRYABLE    TO TRUE
               DISPLAY "JAR INVOCATION FAILED, RETURN CODE: " WS-JAR-RC
           ELSE
               OPEN INPUT SQL-STATUS-FILE
               READ SQL-STATUS-FILE INTO SQL-STATUS-VALUE
               CLOSE SQL-STATUS-FILE
               MOVE SQL-STATUS-VALUE TO STA-VALUE
               CALL "SQLSTACLS" USING SQLSTA-INTERFACE
               IF NOT STA-OK
                   SET JAR-CALL-FAILED TO TRUE
                   DISPLAY "SQL SAY: " SQL-STATUS-VALUE
               END-IF
           END-IF
           .
       I-INVOKE-JAR-ONCEZ.
           EXIT.

      *> APPEND THE STATEMENT THAT COULD NOT BE RUN TO THE DEAD-LETTER
      *> FILE SO IT CAN BE REPLAYED LATER INSTEAD OF BEING LOST
       J-WRITE-DEADLETTER SECTION.
       J-WRITE-DEADLETTERA.
           MOVE SPACE TO DEAD-LETTER-LINE
           ACCEPT DL-DATE FROM DATE YYYYMMDD
           ACCEPT DL-TIME FROM TIME
           MOVE SQL-STATEMENT TO DL-STATEMENT
           MOVE DEAD-LETTER-LINE TO DEAD-LETTER-FD
           WRITE DEAD-LETTER-FD
           .
       J-WRITE-DEADLETTERZ.
           EXIT.

       Z0 SECTION.
       Z0A.
           CLOSE DEAD-LETTER-FILE

           SET LOCK-RELEASE                TO TRUE
           CALL "SQLLOCK" USING SQLLOCK-INTERFACE
           .
       Z0Z.
           EXIT.
       END PROGRAM MAILSPOOL.
