      ******************************************************************
      * Author:
      * Date:
      * Purpose: FORWARD RECOVERY AFTER A RESTORE. DBRESTORE PUTS A
      *          TABLE BACK AS IT WAS WHEN DBBACKUP DUMPED IT; EVERY
      *          CHANGE MADE SINCE IS STILL WRITTEN DOWN IN THE AUDIT
      *          TRAILS. GIVEN THE RESTORE POINT (THE DUMP'S DATE AND
      *          TIME) THIS READS THE TRAILS THAT RECORD DATABASE
      *          CHANGES - GRADE CORRECTIONS, REVISED APPEALS, CLASS
      *          REORGANIZATION MOVES, CONTACT UPDATES, ENROLLMENTS
      *          AND THE TWO LOADER TRAILS - MERGES THEIR LINES AFTER
      *          THE RESTORE POINT INTO ONE CHRONOLOGICAL STREAM (THE
      *          SHARED DATE-AND-TIME PREFIX, AS IN AUDITINQ) AND
      *          REPLAYS THEM IN ORDER. A SECRETARIAT CHANGE IS
      *          REPEATED BY RUNNING THE VERY PROGRAM THAT MADE IT,
      *          FED ITS INPUT FILE AND ITS ANSWERS, SO THE SAME
      *          CHECKS APPLY (GRADECORR STILL VERIFIES THE OLD
      *          GRADE, ENROLL STILL REFUSES A CNP ALREADY ON ROLL);
      *          A LOADER STATEMENT IS RESUBMITTED THROUGH THE
      *          ADAPTER. THE FIRST CHANGE THAT WILL NOT GO IN STOPS
      *          THE RUN, AND THE REPORT SAYS WHERE TO RESUME FROM.
      *          A DRY RUN LISTS EXACTLY WHAT WOULD BE REPLAYED, WITH
      *          THE INPUT EACH PROGRAM WOULD BE GIVEN. THE OPERATOR
      *          SIGNS ON (OPSIGNON) AND THE REPLAYED CHANGES ARE
      *          AUDITED AGAIN UNDER THEIR ID. WRITES
      *          RollForwardReport.txt, KEPT AS
      *          RollForward_<DATE>_<TIME>.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ROLLFWD.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SQL-STATEMENT-FILE ASSIGN TO 'StatementSQLInput.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SQL-STATUS-FILE ASSIGN TO 'SQLResults/SQLSta.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> EACH TRAIL IS STAGED HERE BEFORE IT IS READ (ASSIGN NAMES
      *> ARE FIXED UNDER THIS DIALECT, SAME WORKAROUND AS AUDITINQ)
           SELECT TRAIL-WORK ASSIGN TO 'RollFwdTrail.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.

      *> WORK FILE FOR THE MERGE OF ALL THE TRAILS INTO TIME ORDER
           SELECT EVENT-SORT ASSIGN TO 'RollFwdSortWork.tmp'.

      *> THE ANSWERS A REPLAYED PROGRAM READS AS ITS CONSOLE INPUT
           SELECT ANSWER-FILE ASSIGN TO 'RollFwdAnswers.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> THE ONE-LINE INPUT FILE (Corrections.csv, ClassReorgMap.txt)
      *> BUILT HERE AND COPIED INTO THE SECRETARIAT DIRECTORY
           SELECT STAGE-FILE ASSIGN TO 'RollFwdStage.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> THE SECRETARIAT'S SampleOutputA5.txt, STAGED, FOR AN
      *> ENROLLMENT WHOSE TRAIL LINE PREDATES THE NAMES BEING AUDITED
           SELECT A5-WORK ASSIGN TO 'RollFwdA5.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-A5-STATUS.

      *> GRADECORR'S CorrectionRejects.txt, STAGED, TO SAY WHY A
      *> REPLAYED CORRECTION WAS REFUSED
           SELECT REJECT-WORK ASSIGN TO 'RollFwdReject.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJECT-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'RollForwardReport.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
        FD SQL-STATEMENT-FILE.
       01 SQL-STATEMENT-FILE-FD             PIC X(4400).

        FD SQL-STATUS-FILE.
       01 SQL-STATUS-FD                     PIC X(10).

        FD TRAIL-WORK.
       01 TRAIL-WORK-FD                     PIC X(4460).

        SD EVENT-SORT.
       01 EVENT-SORT-REC.
           05 ES-STAMP                      PIC X(17).
           05 ES-TRAIL                      PIC 9(02).
           05 ES-SEQ                        PIC 9(06).
           05 ES-LINE                       PIC X(4460).

        FD ANSWER-FILE.
       01 ANSWER-FD                         PIC X(60).

        FD STAGE-FILE.
       01 STAGE-FD                          PIC X(120).

        FD A5-WORK.
       01 A5-WORK-FD                        PIC X(200).

        FD REJECT-WORK.
       01 REJECT-WORK-FD                    PIC X(160).

        FD REPORT-FILE.
       01 REPORT-FILE-FD                    PIC X(200).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 FIELDS-FOR-SQL.
       05 K-INVOKE-JAR                     PIC X(27) VALUE
               "java -jar JSqlAdapter.jar ".

       05 SQL-STATEMENT                    PIC X(4400).

       01 WS-WORK-STATUS                   PIC X(02).
       01 WS-A5-STATUS                     PIC X(02).
       01 WS-REJECT-STATUS                 PIC X(02).

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

      *> OPERATOR SIGN-ON - THE REPLAYING OPERATOR ALSO SIGNS THE
      *> REPLAYED PROGRAMS ON, SO THEY NEED THOSE PROGRAMS TOO
       COPY OPSIGN-INT.

      *> TRAINING-COPY CHECK - A REPORT PRINTED THERE IS STAMPED
       COPY TRAINENV-INT.

      *> WHERE THE REPLAYED PROGRAMS LIVE, AND THE WAY BACK HERE
       01 K-SECRETARIAT                    PIC X(36) VALUE
               "../Assign 12 Secretariat FLOARE EMIL".
       01 K-HOME                           PIC X(40) VALUE
               "../Assign 10 Batch Utilities FLOARE EMIL".

      *> EVERY TRAIL THAT RECORDS A DATABASE CHANGE: ITS LABEL, HOW
      *> ITS LINES ARE REPLAYED, ITS STEP DIRECTORY AND FILE.
      *>   G GRADECORR LINE        A APPEALS LINE
      *>   R CLASSREORG LINE       C CONTACTS LINE
      *>   E ENROLL LINE           L LOADER LINE (A WHOLE STATEMENT)
      *> THE OTHER SECRETARIAT TRAILS (CNP CHANGE, WITHDRAWAL, ...)
      *> RECORD TOO LITTLE TO REPEAT THE CHANGE AND ARE NOT READ
       01 TRAIL-LIST-DATA.
           05 FILLER PIC X(20) VALUE "GRADE CORRECTION".
           05 FILLER PIC X(01) VALUE "G".
           05 FILLER PIC X(40) VALUE
               "../Assign 12 Secretariat FLOARE EMIL".
           05 FILLER PIC X(30) VALUE "GradeCorrectionAudit.txt".
           05 FILLER PIC X(20) VALUE "APPEALS".
           05 FILLER PIC X(01) VALUE "A".
           05 FILLER PIC X(40) VALUE
               "../Assign 12 Secretariat FLOARE EMIL".
           05 FILLER PIC X(30) VALUE "AppealsAudit.txt".
           05 FILLER PIC X(20) VALUE "CLASS REORG".
           05 FILLER PIC X(01) VALUE "R".
           05 FILLER PIC X(40) VALUE
               "../Assign 12 Secretariat FLOARE EMIL".
           05 FILLER PIC X(30) VALUE "ClassReorgAudit.txt".
           05 FILLER PIC X(20) VALUE "CONTACT MAINT".
           05 FILLER PIC X(01) VALUE "C".
           05 FILLER PIC X(40) VALUE
               "../Assign 12 Secretariat FLOARE EMIL".
           05 FILLER PIC X(30) VALUE "ContactMaintAudit.txt".
           05 FILLER PIC X(20) VALUE "ENROLLMENT".
           05 FILLER PIC X(01) VALUE "E".
           05 FILLER PIC X(40) VALUE
               "../Assign 12 Secretariat FLOARE EMIL".
           05 FILLER PIC X(30) VALUE "EnrollAudit.txt".
           05 FILLER PIC X(20) VALUE "LOADER (STUDENTS)".
           05 FILLER PIC X(01) VALUE "L".
           05 FILLER PIC X(40) VALUE "../Assign 06 Floare Emil".
           05 FILLER PIC X(30) VALUE "InsertAllAudit.txt".
           05 FILLER PIC X(20) VALUE "LOADER (GRADES)".
           05 FILLER PIC X(01) VALUE "L".
           05 FILLER PIC X(40) VALUE "../Assign 07 FLOARE EMIL".
           05 FILLER PIC X(30) VALUE "InsertAllAudit.txt".
       01 TRAIL-LIST REDEFINES TRAIL-LIST-DATA.
           05 TRAIL-ENTRY OCCURS 7 TIMES INDEXED BY TRAIL-IDX.
               10 TRL-LABEL                PIC X(20).
               10 TRL-KIND                 PIC X(01).
               10 TRL-DIR                  PIC X(40).
               10 TRL-FILE                 PIC X(30).
       01 K-TRAIL-COUNT                    PIC 9(02) VALUE 7.

      *> PER TRAIL: FOUND AT ALL, AND LINES INSIDE THE WINDOW
       01 TRAIL-COUNTS.
           05 TRAIL-COUNT-ENTRY OCCURS 7 TIMES.
               10 TC-FOUND                 PIC X(01).
               10 TC-EVENTS                PIC 9(05).

      *> THE WINDOW: AFTER THE RESTORE POINT, UP TO AND INCLUDING
      *> "UNTIL" - BOTH IN THE "YYYYMMDD HHMMSSCC" SHAPE EVERY TRAIL
      *> LINE STARTS WITH. LEFT BLANK, "UNTIL" IS THE START OF THIS
      *> RUN, SO THE LINES THE REPLAYS THEMSELVES WRITE STAY OUT
       01 WS-FROM-STAMP.
           05 WS-FROM-DATE                 PIC X(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 WS-FROM-TIME                 PIC X(08).
       01 WS-UNTIL-STAMP.
           05 WS-UNTIL-DATE                PIC X(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 WS-UNTIL-TIME                PIC X(08).
      *> THE LAST EVENT DEALT WITH, AND THE ONE THAT STOPPED THE RUN
       01 WS-LAST-DONE-STAMP               PIC X(17).
       01 WS-CONFLICT-STAMP                PIC X(17) VALUE SPACE.

       01 WS-DRY-SWITCH                    PIC X(01) VALUE "Y".
           88 DRY-RUN                       VALUE "Y" "y".
       01 WS-CONFIRM                       PIC X(01) VALUE "N".
           88 CONFIRMED                     VALUE "Y" "y".
       01 WS-STOP-SWITCH                   PIC X(01) VALUE "G".
           88 RUN-GOING                     VALUE "G".
           88 RUN-STOPPED                   VALUE "S".

       01 WS-COMMAND                       PIC X(400).
       01 WS-TRAIL-LINE                    PIC X(4460).
       01 WS-LINE-NO                       PIC 9(06) VALUE 0.

      *> THE EVENT BEING REPLAYED, WITH ONE VIEW PER TRAIL LAYOUT
       01 WS-EVENT-LINE                    PIC X(4460).
      *> GRADECORR: ... CNP MATERIE DATANOTA OLD nn NEW nn OUTCOME
       01 EV-GRADE REDEFINES WS-EVENT-LINE.
           05 FILLER                       PIC X(18).
           05 GC-CNP                       PIC X(13).
           05 FILLER                       PIC X(01).
           05 GC-MATERIE                   PIC X(30).
           05 FILLER                       PIC X(01).
           05 GC-DATANOTA                  PIC X(08).
           05 FILLER                       PIC X(05).
           05 GC-OLD                       PIC X(02).
           05 FILLER                       PIC X(05).
           05 GC-NEW                       PIC X(02).
           05 FILLER                       PIC X(01).
           05 GC-OUTCOME                   PIC X(10).
           05 FILLER                       PIC X(4364).
      *> APPEALS: ... ACTION APPEAL nnnn CNP MATERIE DATANOTA OLD -> NEW
       01 EV-APPEAL REDEFINES WS-EVENT-LINE.
           05 FILLER                       PIC X(18).
           05 AP-ACTION                    PIC X(10).
           05 FILLER                       PIC X(08).
           05 AP-ID                        PIC X(04).
           05 FILLER                       PIC X(01).
           05 AP-CNP                       PIC X(13).
           05 FILLER                       PIC X(01).
           05 AP-MATERIE                   PIC X(30).
           05 FILLER                       PIC X(01).
           05 AP-DATANOTA                  PIC X(08).
           05 FILLER                       PIC X(01).
           05 AP-OLD                       PIC X(02).
           05 FILLER                       PIC X(04).
           05 AP-NEW                       PIC X(02).
           05 FILLER                       PIC X(4357).
      *> CLASSREORG: ... CNP OLD -> NEW OUTCOME
       01 EV-REORG REDEFINES WS-EVENT-LINE.
           05 FILLER                       PIC X(18).
           05 RG-CNP                       PIC X(13).
           05 FILLER                       PIC X(01).
           05 RG-OLD                       PIC X(04).
           05 FILLER                       PIC X(04).
           05 RG-NEW                       PIC X(04).
           05 FILLER                       PIC X(01).
           05 RG-OUTCOME                   PIC X(10).
           05 FILLER                       PIC X(4405).
      *> CONTACTS: ... ACTION CNP DETAIL BY OPERATOR NAME .. ADDR ..
       01 EV-CONTACT REDEFINES WS-EVENT-LINE.
           05 FILLER                       PIC X(18).
           05 CM-ACTION                    PIC X(10).
           05 FILLER                       PIC X(01).
           05 CM-CNP                       PIC X(13).
           05 FILLER                       PIC X(01).
           05 CM-DETAIL                    PIC X(110).
           05 FILLER                       PIC X(12).
           05 CM-NAME-TAG                  PIC X(06).
           05 CM-NAME                      PIC X(30).
           05 FILLER                       PIC X(06).
           05 CM-ADDR                      PIC X(50).
           05 FILLER                       PIC X(4203).
      *> ENROLL: ... CNP INTO CLASA BY OPERATOR NUME .. PRENUME ..
      *> PARENT .. PHONE .. ADDR ..
       01 EV-ENROLL REDEFINES WS-EVENT-LINE.
           05 FILLER                       PIC X(18).
           05 EN-CNP                       PIC X(13).
           05 FILLER                       PIC X(06).
           05 EN-CLASA                     PIC X(04).
           05 FILLER                       PIC X(12).
           05 EN-NUME-TAG                  PIC X(06).
           05 EN-NUME                      PIC X(30).
           05 FILLER                       PIC X(09).
           05 EN-PRENUME                   PIC X(30).
           05 FILLER                       PIC X(08).
           05 EN-PARENT-NAME               PIC X(30).
           05 FILLER                       PIC X(07).
           05 EN-PARENT-PHONE              PIC X(15).
           05 FILLER                       PIC X(06).
           05 EN-PARENT-ADDR               PIC X(50).
           05 FILLER                       PIC X(4216).
      *> LOADER: ... OUTCOME STATEMENT #LINK
       01 EV-LOADER REDEFINES WS-EVENT-LINE.
           05 FILLER                       PIC X(18).
           05 LD-OUTCOME                   PIC X(10).
           05 FILLER                       PIC X(01).
           05 LD-STATEMENT                 PIC X(4431).

      *> THE CONTACT FIELDS OF AN UPDATE DETAIL (A PROPAGATED LINE
      *> HAS "FROM <CNP> ", 19 BYTES, IN FRONT OF THE SAME BLOCK)
       01 WS-CONTACT-BLOCK.
           05 FILLER                       PIC X(06).
           05 CB-PHONE                     PIC X(15).
           05 FILLER                       PIC X(07).
           05 CB-EMAIL                     PIC X(40).
           05 FILLER                       PIC X(07).
           05 CB-OPTIN                     PIC X(01).
           05 FILLER                       PIC X(07).
           05 CB-LIMBA                     PIC X(02).
           05 FILLER                       PIC X(25).

      *> THE LAST LINE OF A TRAIL AFTER A REPLAYED PROGRAM RAN
       01 WS-TAIL-LINE                     PIC X(4460).
       01 TL-REORG REDEFINES WS-TAIL-LINE.
           05 FILLER                       PIC X(18).
           05 TR-CNP                       PIC X(13).
           05 FILLER                       PIC X(01).
           05 TR-OLD                       PIC X(04).
           05 FILLER                       PIC X(04).
           05 TR-NEW                       PIC X(04).
           05 FILLER                       PIC X(01).
           05 TR-OUTCOME                   PIC X(10).
           05 FILLER                       PIC X(4405).
       01 TL-CONTACT REDEFINES WS-TAIL-LINE.
           05 FILLER                       PIC X(18).
           05 TC-ACTION                    PIC X(10).
           05 FILLER                       PIC X(01).
           05 TC-CNP                       PIC X(13).
           05 FILLER                       PIC X(4418).
       01 WS-TAIL-COUNT                    PIC 9(06) VALUE 0.
       01 WS-TAIL-BEFORE                   PIC 9(06) VALUE 0.

      *> ONE CORRECTION AS GRADECORR READS IT FROM Corrections.csv
       01 WS-CORR-CNP                      PIC X(13).
       01 WS-CORR-MATERIE                  PIC X(30).
       01 WS-CORR-DATA                     PIC X(08).
       01 WS-CORR-OLD                      PIC X(02).
       01 WS-CORR-NEW                      PIC X(02).

      *> ONE SampleOutputA5.txt LINE, FOR AN OLDER ENROLLMENT LINE
       01 WS-A5-LINE                       PIC X(200).
       01 A5-FIELDS REDEFINES WS-A5-LINE.
           05 A5-CLASA                     PIC X(04).
           05 A5-NUME                      PIC X(30).
           05 A5-PRENUME                   PIC X(30).
           05 FILLER                       PIC X(02).
           05 A5-CNP                       PIC X(13).
           05 FILLER                       PIC X(01).
           05 A5-PARENT-NAME               PIC X(30).
           05 A5-PARENT-PHONE              PIC X(15).
           05 A5-PARENT-ADDR               PIC X(50).
           05 FILLER                       PIC X(25).
       01 WS-A5-FOUND                      PIC X(01) VALUE "N".
           88 A5-LINE-FOUND                 VALUE "Y".

      *> WHAT A REPLAY FEEDS ITS PROGRAM: THE CONSOLE ANSWERS IN
      *> PROMPT ORDER, AND THE ONE-LINE INPUT FILE WHEN IT READS ONE
       01 ANSWER-TABLE.
           05 WS-ANSWER OCCURS 14 TIMES    PIC X(60).
       01 WS-ANSWER-COUNT                  PIC 9(02) VALUE 0.
       01 WS-ANSWER-IDX                    PIC 9(02).
       01 WS-STAGE-NAME                    PIC X(20).
       01 WS-STAGE-LINE                    PIC X(120).
       01 WS-CHILD-PROGRAM                 PIC X(12).
       01 WS-CHILD-RC                      PIC S9(09) VALUE 0.

      *> THE LOADER STATEMENT, LESS THE CHAIN LINK AT ITS END
       01 WS-STMT-LEN                      PIC 9(04) VALUE 0.
       01 WS-STMT-POS                      PIC 9(04) VALUE 0.

       01 WS-EVENT-RPT.
           05 ER-STAMP                     PIC X(17).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 ER-LABEL                     PIC X(20).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 ER-VERDICT                   PIC X(12).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 ER-DETAIL                    PIC X(140).

       01 WS-COUNTERS.
           05 WS-COUNT-EVENTS              PIC 9(05) VALUE 0.
           05 WS-COUNT-REPLAYED            PIC 9(05) VALUE 0.
           05 WS-COUNT-SKIPPED             PIC 9(05) VALUE 0.
           05 WS-COUNT-CONFLICT            PIC 9(05) VALUE 0.

       01 WS-RUN-DATE                      PIC 9(08).
       01 WS-RUN-TIME                      PIC 9(08).
       01 WS-LINE                          PIC X(200).

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".
       01 SORT-SWITCH                      PIC X(1) VALUE "N".
           88 EVENT-SORT-EOF               VALUE "E".
           88 EVENT-SORT-NEOF              VALUE "N".

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       S0  SECTION.
       S0A.
           DISPLAY "FORWARD RECOVERY FROM THE AUDIT TRAILS"
           MOVE "ROLLFWD"                  TO OPS-PROGRAM
           CALL "OPSIGNON" USING OPSIGN-INTERFACE
           IF OPS-DENIED
               DISPLAY OPS-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           DISPLAY "RESTORE POINT - DUMP DATE (YYYYMMDD): "
               WITH NO ADVANCING
           ACCEPT WS-FROM-DATE
           DISPLAY "RESTORE POINT - DUMP TIME (HHMMSSCC): "
               WITH NO ADVANCING
           ACCEPT WS-FROM-TIME
           IF WS-FROM-DATE NOT NUMERIC OR WS-FROM-TIME NOT NUMERIC
               DISPLAY "RESTORE POINT MUST BE YYYYMMDD AND HHMMSSCC"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "REPLAY UNTIL - DATE (YYYYMMDD, BLANK = NOW): "
               WITH NO ADVANCING
           ACCEPT WS-UNTIL-DATE
           IF WS-UNTIL-DATE <= SPACE
               MOVE WS-RUN-DATE            TO WS-UNTIL-DATE
               MOVE WS-RUN-TIME            TO WS-UNTIL-TIME
           ELSE
               DISPLAY "REPLAY UNTIL - TIME (HHMMSSCC): "
                   WITH NO ADVANCING
               ACCEPT WS-UNTIL-TIME
           END-IF
           IF WS-UNTIL-DATE NOT NUMERIC OR WS-UNTIL-TIME NOT NUMERIC
           OR WS-UNTIL-STAMP NOT > WS-FROM-STAMP
               DISPLAY "REPLAY UNTIL MUST BE YYYYMMDD AND HHMMSSCC, "
                   "AFTER THE RESTORE POINT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "DRY RUN - LIST ONLY, CHANGE NOTHING? (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-DRY-SWITCH
      *> ANYTHING BUT A PLAIN "N" IS TAKEN AS A DRY RUN
           IF WS-DRY-SWITCH NOT = "N" AND WS-DRY-SWITCH NOT = "n"
               MOVE "Y"                    TO WS-DRY-SWITCH
           END-IF
           IF NOT DRY-RUN
               DISPLAY "REPLAY EVERY CHANGE AFTER " WS-FROM-STAMP
                   " UP TO " WS-UNTIL-STAMP " - ARE YOU SURE? (Y/N): "
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF NOT CONFIRMED
                   DISPLAY "FORWARD RECOVERY CANCELLED"
                   MOVE 0 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM A1-PREPARE-LIVE-RUN
               IF RETURN-CODE NOT = 0
                   STOP RUN
               END-IF
           END-IF

           MOVE WS-FROM-STAMP              TO WS-LAST-DONE-STAMP
           SORT EVENT-SORT
               ON ASCENDING KEY ES-STAMP ES-TRAIL ES-SEQ
               INPUT PROCEDURE IS B1-RELEASE-TRAILS
               OUTPUT PROCEDURE IS C0-REPLAY-EVENTS

           PERFORM Y-PRINT-SUMMARY
           PERFORM Z0
           IF RUN-STOPPED
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           .
       S0Z.
           STOP RUN.

      *> THE REPORT HEADER: THE WINDOW, THE MODE, AND WHAT EACH
      *> TRAIL HAD INSIDE THE WINDOW
       A0-OPEN-REPORT SECTION.
       A0-OPEN-REPORTA.
           OPEN OUTPUT REPORT-FILE
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
           END-IF
           MOVE SPACE                      TO WS-LINE
           STRING "FORWARD RECOVERY FROM THE AUDIT TRAILS - RUN "
                  WS-RUN-DATE " " WS-RUN-TIME " BY " OPS-ID
                  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM W0-WRITE-LINE
           MOVE SPACE                      TO WS-LINE
           IF DRY-RUN
               STRING "RESTORE POINT " WS-FROM-STAMP
                      "  REPLAY UNTIL " WS-UNTIL-STAMP
                      "  DRY RUN - NOTHING IS CHANGED"
                      DELIMITED BY SIZE
               INTO WS-LINE
           ELSE
               STRING "RESTORE POINT " WS-FROM-STAMP
                      "  REPLAY UNTIL " WS-UNTIL-STAMP
                      "  LIVE RUN"
                      DELIMITED BY SIZE
               INTO WS-LINE
           END-IF
           PERFORM W0-WRITE-LINE
           MOVE SPACE                      TO WS-LINE
           PERFORM W0-WRITE-LINE
           MOVE "TRAILS READ:"             TO WS-LINE
           PERFORM W0-WRITE-LINE
           PERFORM VARYING TRAIL-IDX FROM 1 BY 1
                   UNTIL TRAIL-IDX > K-TRAIL-COUNT
               MOVE SPACE                  TO WS-LINE
               IF TC-FOUND(TRAIL-IDX) = "Y"
                   STRING "  " TRL-LABEL(TRAIL-IDX) " "
                          TC-EVENTS(TRAIL-IDX) " LINES IN THE WINDOW"
                          "  (" DELIMITED BY SIZE
                          TRL-DIR(TRAIL-IDX) DELIMITED BY "  "
                          "/" DELIMITED BY SIZE
                          TRL-FILE(TRAIL-IDX) DELIMITED BY SPACE
                          ")" DELIMITED BY SIZE
                   INTO WS-LINE
               ELSE
                   STRING "  " TRL-LABEL(TRAIL-IDX) " NOT FOUND"
                          "  (" DELIMITED BY SIZE
                          TRL-DIR(TRAIL-IDX) DELIMITED BY "  "
                          "/" DELIMITED BY SIZE
                          TRL-FILE(TRAIL-IDX) DELIMITED BY SPACE
                          ")" DELIMITED BY SIZE
                   INTO WS-LINE
               END-IF
               PERFORM W0-WRITE-LINE
           END-PERFORM
           MOVE SPACE                      TO WS-LINE
           PERFORM W0-WRITE-LINE
           MOVE SPACE                      TO WS-EVENT-RPT
           MOVE "WHEN"                     TO ER-STAMP
           MOVE "TRAIL"                    TO ER-LABEL
           MOVE "VERDICT"                  TO ER-VERDICT
           MOVE "CHANGE"                   TO ER-DETAIL
           MOVE WS-EVENT-RPT               TO WS-LINE
           PERFORM W0-WRITE-LINE
           .
       A0-OPEN-REPORTZ.
           EXIT.

      *> A LIVE RUN HOLDS THE ADAPTER FOR ITS LOADER STATEMENTS, AND
      *> MOVES THE OPERATOR'S OWN Corrections.csv / ClassReorgMap.txt
      *> ASIDE WHILE THE REPLAYS USE THOSE NAMES (PUT BACK IN Z0)
       A1-PREPARE-LIVE-RUN SECTION.
       A1-PREPARE-LIVE-RUNA.
           SET LOCK-ACQUIRE                TO TRUE
           MOVE "ROLLFWD"                  TO LOCK-OWNER
           CALL "SQLLOCK" USING SQLLOCK-INTERFACE
           IF LOCK-BUSY
               DISPLAY LOCK-MSG
               MOVE 12 TO RETURN-CODE
               GO TO A1-PREPARE-LIVE-RUNZ
           END-IF

      *> FILES STILL HELD FROM A RUN THAT DIED MUST GO BACK FIRST
           MOVE SPACE                      TO WS-COMMAND
           STRING "cd '" K-SECRETARIAT "' && "
                  "test ! -f Corrections.csv.RollFwdHold && "
                  "test ! -f ClassReorgMap.txt.RollFwdHold"
                  DELIMITED BY SIZE
           INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "A PREVIOUS ROLLFWD RUN LEFT *.RollFwdHold FILES"
                   " IN THE SECRETARIAT DIRECTORY - PUT THEM BACK FIRST"
               SET LOCK-RELEASE            TO TRUE
               CALL "SQLLOCK" USING SQLLOCK-INTERFACE
               MOVE 12 TO RETURN-CODE
               GO TO A1-PREPARE-LIVE-RUNZ
           END-IF
           MOVE SPACE                      TO WS-COMMAND
           STRING "cd '" K-SECRETARIAT "' && "
                  "{ test ! -f Corrections.csv || mv Corrections.csv "
                  "Corrections.csv.RollFwdHold; } && "
                  "{ test ! -f ClassReorgMap.txt || "
                  "mv ClassReorgMap.txt "
                  "ClassReorgMap.txt.RollFwdHold; }"
                  DELIMITED BY SIZE
           INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "COULD NOT SET Corrections.csv / "
                   "ClassReorgMap.txt ASIDE - NOTHING REPLAYED; CHECK "
                   "FOR *.RollFwdHold FILES IN THE SECRETARIAT "
                   "DIRECTORY"
               SET LOCK-RELEASE            TO TRUE
               CALL "SQLLOCK" USING SQLLOCK-INTERFACE
               MOVE 12 TO RETURN-CODE
               GO TO A1-PREPARE-LIVE-RUNZ
           END-IF
           CALL "SYSTEM" USING "rm -f RollFwdConsole.txt"
           MOVE 0 TO RETURN-CODE
           .
       A1-PREPARE-LIVE-RUNZ.
           EXIT.

      *> SORT INPUT: EVERY TRAIL LINE INSIDE THE WINDOW, KEYED BY ITS
      *> STAMP, THEN TRAIL AND LINE NUMBER SO TIES KEEP FILE ORDER
       B1-RELEASE-TRAILS SECTION.
       B1-RELEASE-TRAILSA.
           PERFORM B2-RELEASE-ONE-TRAIL THRU B2-RELEASE-ONE-TRAILZ
               VARYING TRAIL-IDX FROM 1 BY 1
               UNTIL TRAIL-IDX > K-TRAIL-COUNT
           .
       B1-RELEASE-TRAILSZ.
           EXIT.

       B2-RELEASE-ONE-TRAIL SECTION.
       B2-RELEASE-ONE-TRAILA.
           MOVE "N"                        TO TC-FOUND(TRAIL-IDX)
           MOVE 0                          TO TC-EVENTS(TRAIL-IDX)
           PERFORM B3-STAGE-TRAIL
           IF WS-WORK-STATUS NOT = "00"
               GO TO B2-RELEASE-ONE-TRAILZ
           END-IF
           MOVE "Y"                        TO TC-FOUND(TRAIL-IDX)
           MOVE 0                          TO WS-LINE-NO
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-TRAIL-LINE
               READ TRAIL-WORK INTO WS-TRAIL-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   ADD 1                   TO WS-LINE-NO
                   IF WS-TRAIL-LINE(1:8) NUMERIC
                   AND WS-TRAIL-LINE(10:8) NUMERIC
                   AND WS-TRAIL-LINE(1:17) > WS-FROM-STAMP
                   AND WS-TRAIL-LINE(1:17) NOT > WS-UNTIL-STAMP
                       MOVE WS-TRAIL-LINE(1:17) TO ES-STAMP
                       SET ES-TRAIL        TO TRAIL-IDX
                       MOVE WS-LINE-NO     TO ES-SEQ
                       MOVE WS-TRAIL-LINE  TO ES-LINE
                       RELEASE EVENT-SORT-REC
                       ADD 1               TO TC-EVENTS(TRAIL-IDX)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE TRAIL-WORK
           .
       B2-RELEASE-ONE-TRAILZ.
           EXIT.

      *> COPY TRAIL TRAIL-IDX TO THE FIXED WORK NAME AND OPEN IT; A
      *> FAILED COPY MUST NOT LET A STALE WORK FILE BE READ INSTEAD
       B3-STAGE-TRAIL SECTION.
       B3-STAGE-TRAILA.
           MOVE SPACE                      TO WS-COMMAND
           STRING "rm -f RollFwdTrail.txt && cp '" DELIMITED BY SIZE
                  TRL-DIR(TRAIL-IDX) DELIMITED BY "  "
                  "/" DELIMITED BY SIZE
                  TRL-FILE(TRAIL-IDX) DELIMITED BY SPACE
                  "' RollFwdTrail.txt 2>/dev/null" DELIMITED BY SIZE
           INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           IF RETURN-CODE NOT = 0
               MOVE "35"                   TO WS-WORK-STATUS
           ELSE
               OPEN INPUT TRAIL-WORK
           END-IF
           .
       B3-STAGE-TRAILZ.
           EXIT.

      *> SORT OUTPUT: THE EVENTS IN TIME ORDER, EACH REPLAYED (OR
      *> LISTED, ON A DRY RUN) UNTIL ONE WILL NOT GO IN
       C0-REPLAY-EVENTS SECTION.
       C0-REPLAY-EVENTSA.
           PERFORM A0-OPEN-REPORT
           SET EVENT-SORT-NEOF             TO TRUE
           PERFORM UNTIL EVENT-SORT-EOF OR RUN-STOPPED
               RETURN EVENT-SORT
                   AT END
                       SET EVENT-SORT-EOF  TO TRUE
                   NOT AT END
                       PERFORM C1-ONE-EVENT
               END-RETURN
           END-PERFORM
           .
       C0-REPLAY-EVENTSZ.
           EXIT.

       C1-ONE-EVENT SECTION.
       C1-ONE-EVENTA.
           ADD 1                           TO WS-COUNT-EVENTS
           MOVE ES-LINE                    TO WS-EVENT-LINE
           SET TRAIL-IDX                   TO ES-TRAIL
           MOVE SPACE                      TO WS-EVENT-RPT
           MOVE ES-STAMP                   TO ER-STAMP
           MOVE TRL-LABEL(TRAIL-IDX)       TO ER-LABEL
           MOVE 0                          TO WS-ANSWER-COUNT
           MOVE SPACE                      TO WS-STAGE-NAME
                                              WS-STAGE-LINE
           EVALUATE TRL-KIND(TRAIL-IDX)
               WHEN "G"
                   PERFORM D1-GRADE-CORRECTION
               WHEN "A"
                   PERFORM D2-APPEAL
               WHEN "R"
                   PERFORM D3-CLASS-REORG
               WHEN "C"
                   PERFORM D4-CONTACT
               WHEN "E"
                   PERFORM D5-ENROLLMENT
               WHEN "L"
                   PERFORM D6-LOADER-STATEMENT
           END-EVALUATE
           IF RUN-GOING
               MOVE ES-STAMP               TO WS-LAST-DONE-STAMP
           END-IF
           .
       C1-ONE-EVENTZ.
           EXIT.

      *> AN APPLIED CORRECTION IS REPEATED THROUGH GRADECORR
       D1-GRADE-CORRECTION SECTION.
       D1-GRADE-CORRECTIONA.
           IF GC-OUTCOME NOT = "APPLIED"
               MOVE "NOT APPLIED AT THE TIME - NOTHING TO REPEAT"
                                           TO ER-DETAIL
               PERFORM W2-SKIPPED
               GO TO D1-GRADE-CORRECTIONZ
           END-IF
           MOVE GC-CNP                     TO WS-CORR-CNP
           MOVE GC-MATERIE                 TO WS-CORR-MATERIE
           MOVE GC-DATANOTA                TO WS-CORR-DATA
           MOVE GC-OLD                     TO WS-CORR-OLD
           MOVE GC-NEW                     TO WS-CORR-NEW
           STRING "GRADE " GC-CNP " " GC-MATERIE " " GC-DATANOTA
                  " " GC-OLD " -> " GC-NEW
                  DELIMITED BY SIZE
           INTO ER-DETAIL
           PERFORM E0-RUN-CORRECTION
           .
       D1-GRADE-CORRECTIONZ.
           EXIT.

      *> ONLY A REVISED APPEAL CHANGED THE DATABASE; IT IS REPEATED AS
      *> THE SAME VERIFIED CORRECTION, THROUGH GRADECORR. THE REST OF
      *> AN APPEAL'S LIFE IS KEPT IN Appeals.txt, NOT IN A TABLE
       D2-APPEAL SECTION.
       D2-APPEALA.
           IF AP-ACTION NOT = "REVISED"
               STRING "APPEAL REGISTER ONLY (Appeals.txt) - "
                      "NO DATABASE CHANGE"
                      DELIMITED BY SIZE
               INTO ER-DETAIL
               PERFORM W2-SKIPPED
               GO TO D2-APPEALZ
           END-IF
           MOVE AP-CNP                     TO WS-CORR-CNP
           MOVE AP-MATERIE                 TO WS-CORR-MATERIE
           MOVE AP-DATANOTA                TO WS-CORR-DATA
           MOVE AP-OLD                     TO WS-CORR-OLD
           MOVE AP-NEW                     TO WS-CORR-NEW
           STRING "APPEAL " AP-ID " REVISED " AP-CNP " " AP-MATERIE
                  " " AP-DATANOTA " " AP-OLD " -> " AP-NEW
                  DELIMITED BY SIZE
           INTO ER-DETAIL
           PERFORM E0-RUN-CORRECTION
           .
       D2-APPEALZ.
           EXIT.

      *> A MOVE IS REPEATED THROUGH CLASSREORG WITH A ONE-LINE MAP.
      *> ITS RETURN CODE DOES NOT TELL A SKIPPED ROW FROM A MOVED ONE,
      *> SO THE NEW LINE ON ITS TRAIL IS WHAT PROVES THE MOVE
       D3-CLASS-REORG SECTION.
       D3-CLASS-REORGA.
           IF RG-OUTCOME NOT = "MOVED"
               MOVE "NOT MOVED AT THE TIME - NOTHING TO REPEAT"
                                           TO ER-DETAIL
               PERFORM W2-SKIPPED
               GO TO D3-CLASS-REORGZ
           END-IF
           STRING "MOVE " RG-CNP " FROM " RG-OLD " TO " RG-NEW
                  " (ORAR ROWS ARE NOT CLONED ON A REPLAY)"
                  DELIMITED BY SIZE
           INTO ER-DETAIL
           MOVE "ClassReorgMap.txt"        TO WS-STAGE-NAME
           STRING RG-CNP " " RG-NEW DELIMITED BY SIZE
           INTO WS-STAGE-LINE
           MOVE OPS-ID                     TO WS-ANSWER(1)
           MOVE "N"                        TO WS-ANSWER(2)
           MOVE "Y"                        TO WS-ANSWER(3)
           MOVE 3                          TO WS-ANSWER-COUNT
           IF DRY-RUN
               PERFORM W3-WOULD-REPLAY
               GO TO D3-CLASS-REORGZ
           END-IF

      *> A CHECKPOINT LEFT BY A REORG THAT DIED WOULD MAKE CLASSREORG
      *> SKIP THIS ONE-LINE MAP ALTOGETHER
           MOVE SPACE                      TO WS-COMMAND
           STRING "test ! -f '" K-SECRETARIAT
                  "/ClassReorgCheckpoint.txt'"
                  DELIMITED BY SIZE
           INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           IF RETURN-CODE NOT = 0
               MOVE "CONFLICT"             TO ER-VERDICT
               PERFORM W1-EVENT-LINE
               STRING "      ClassReorgCheckpoint.txt IS PRESENT - "
                      "A REORG DID NOT FINISH; COMPLETE OR CLEAR IT "
                      "FIRST"
                      DELIMITED BY SIZE
               INTO WS-LINE
               PERFORM W0-WRITE-LINE
               PERFORM W4-CONFLICT
               GO TO D3-CLASS-REORGZ
           END-IF

           PERFORM E4-COUNT-TRAIL
           MOVE WS-TAIL-COUNT              TO WS-TAIL-BEFORE
           PERFORM E2-STAGE-INPUT
           PERFORM E1-WRITE-ANSWERS
           MOVE "CLASSREORG"               TO WS-CHILD-PROGRAM
           PERFORM E3-RUN-SECRETARIAT
           PERFORM E4-COUNT-TRAIL
           IF WS-CHILD-RC NOT = 0
           OR WS-TAIL-COUNT NOT > WS-TAIL-BEFORE
           OR TR-CNP NOT = RG-CNP
           OR TR-OUTCOME NOT = "MOVED"
               MOVE "CONFLICT"             TO ER-VERDICT
               PERFORM W1-EVENT-LINE
               STRING "      NOT MOVED - NOT IN STUDENTI, ALREADY IN "
                      RG-NEW ", OR THE UPDATE FAILED (SEE "
                      "RollFwdConsole.txt)"
                      DELIMITED BY SIZE
               INTO WS-LINE
               PERFORM W0-WRITE-LINE
               PERFORM W4-CONFLICT
               GO TO D3-CLASS-REORGZ
           END-IF
      *> MOVED - BUT FROM ANOTHER CLASS THAN THE ORIGINAL MOVE SAW:
      *> THE RESTORED ROW IS NOT WHAT THE TRAIL EXPECTS
           IF TR-OLD NOT = RG-OLD
               MOVE "CONFLICT"             TO ER-VERDICT
               PERFORM W1-EVENT-LINE
               STRING "      MOVED, BUT FROM " TR-OLD " NOT " RG-OLD
                      " - CHECK THE STUDENT BY HAND"
                      DELIMITED BY SIZE
               INTO WS-LINE
               PERFORM W0-WRITE-LINE
               PERFORM W4-CONFLICT
               GO TO D3-CLASS-REORGZ
           END-IF
           PERFORM W5-REPLAYED
           .
       D3-CLASS-REORGZ.
           EXIT.

      *> A CONTACT UPDATE IS REPEATED THROUGH CONTACTS' MENU WITH
      *> EVERY FIELD AS WRITTEN. A PROPAGATED LINE IS ITS OWN UPDATE
      *> OF THAT SIBLING, SO THE SIBLING OFFER IS DECLINED. A LINE
      *> FROM BEFORE NAME AND ADDRESS WERE AUDITED LEAVES THEM AS
      *> RESTORED
       D4-CONTACT SECTION.
       D4-CONTACTA.
           IF CM-ACTION NOT = "UPDATE" AND CM-ACTION NOT = "PROPAGATED"
               MOVE "BOUNCE LIST ONLY - NO DATABASE CHANGE"
                                           TO ER-DETAIL
               PERFORM W2-SKIPPED
               GO TO D4-CONTACTZ
           END-IF
           IF CM-ACTION = "PROPAGATED"
               MOVE CM-DETAIL(20:)         TO WS-CONTACT-BLOCK
           ELSE
               MOVE CM-DETAIL              TO WS-CONTACT-BLOCK
           END-IF
           IF CM-NAME-TAG = " NAME "
               STRING "CONTACTS OF " CM-CNP " PHONE " CB-PHONE
                      " OPTIN " CB-OPTIN " LIMBA " CB-LIMBA
                      DELIMITED BY SIZE
               INTO ER-DETAIL
           ELSE
               MOVE SPACE                  TO CM-NAME CM-ADDR
               STRING "CONTACTS OF " CM-CNP " PHONE " CB-PHONE
                      " OPTIN " CB-OPTIN " LIMBA " CB-LIMBA
                      " (OLDER LINE - NAME/ADDRESS KEPT)"
                      DELIMITED BY SIZE
               INTO ER-DETAIL
           END-IF
           MOVE OPS-ID                     TO WS-ANSWER(1)
           MOVE "1"                        TO WS-ANSWER(2)
           MOVE CM-CNP                     TO WS-ANSWER(3)
           MOVE CM-NAME                    TO WS-ANSWER(4)
           MOVE CB-PHONE                   TO WS-ANSWER(5)
           MOVE CB-EMAIL                   TO WS-ANSWER(6)
           MOVE CB-OPTIN                   TO WS-ANSWER(7)
           MOVE CM-ADDR                    TO WS-ANSWER(8)
           MOVE CB-LIMBA                   TO WS-ANSWER(9)
           MOVE "N"                        TO WS-ANSWER(10)
      *> THE MENU LOOPS UNTIL Q - A FEW SPARE ONES IN CASE AN ANSWER
      *> ABOVE WAS REFUSED AND THE REST FELL THROUGH TO THE MENU
           MOVE "Q"                        TO WS-ANSWER(11)
                                              WS-ANSWER(12)
                                              WS-ANSWER(13)
                                              WS-ANSWER(14)
           MOVE 14                         TO WS-ANSWER-COUNT
           IF DRY-RUN
               PERFORM W3-WOULD-REPLAY
               GO TO D4-CONTACTZ
           END-IF

           PERFORM E4-COUNT-TRAIL
           MOVE WS-TAIL-COUNT              TO WS-TAIL-BEFORE
           PERFORM E1-WRITE-ANSWERS
           MOVE "CONTACTS"                 TO WS-CHILD-PROGRAM
           PERFORM E3-RUN-SECRETARIAT
           PERFORM E4-COUNT-TRAIL
           IF WS-TAIL-COUNT NOT > WS-TAIL-BEFORE
           OR TC-ACTION NOT = "UPDATE"
           OR TC-CNP NOT = CM-CNP
               MOVE "CONFLICT"             TO ER-VERDICT
               PERFORM W1-EVENT-LINE
               STRING "      NO UPDATE WRITTEN - NOT IN STUDENTI, A "
                      "FIELD WAS REFUSED OR THE UPDATE FAILED "
                      "(SEE RollFwdConsole.txt)"
                      DELIMITED BY SIZE
               INTO WS-LINE
               PERFORM W0-WRITE-LINE
               PERFORM W4-CONFLICT
               GO TO D4-CONTACTZ
           END-IF
           PERFORM W5-REPLAYED
           .
       D4-CONTACTZ.
           EXIT.

      *> AN ENROLLMENT IS REPEATED THROUGH ENROLL. ITS DETAILS COME
      *> FROM THE TRAIL LINE ITSELF OR, ON AN OLDER LINE, FROM THE
      *> STUDENT'S SampleOutputA5.txt LINE (ENROLL WROTE BOTH)
       D5-ENROLLMENT SECTION.
       D5-ENROLLMENTA.
           IF EN-NUME-TAG NOT = " NUME "
               PERFORM E5-FIND-A5-LINE
               IF NOT A5-LINE-FOUND
                   STRING "ENROLL " EN-CNP " INTO " EN-CLASA
                          DELIMITED BY SIZE
                   INTO ER-DETAIL
                   MOVE "CONFLICT"         TO ER-VERDICT
                   PERFORM W1-EVENT-LINE
                   STRING "      OLDER LINE WITHOUT THE NAMES, AND THE "
                          "CNP IS NOT ON SampleOutputA5.txt - "
                          "ENROLL BY HAND"
                          DELIMITED BY SIZE
                   INTO WS-LINE
                   PERFORM W0-WRITE-LINE
                   PERFORM W4-CONFLICT
                   GO TO D5-ENROLLMENTZ
               END-IF
               MOVE A5-NUME                TO EN-NUME
               MOVE A5-PRENUME             TO EN-PRENUME
               MOVE A5-PARENT-NAME         TO EN-PARENT-NAME
               MOVE A5-PARENT-PHONE        TO EN-PARENT-PHONE
               MOVE A5-PARENT-ADDR         TO EN-PARENT-ADDR
           END-IF
           STRING "ENROLL " EN-CNP " INTO " EN-CLASA " " EN-NUME " "
                  EN-PRENUME
                  DELIMITED BY SIZE
           INTO ER-DETAIL
           MOVE EN-CLASA                   TO WS-ANSWER(1)
           MOVE EN-NUME                    TO WS-ANSWER(2)
           MOVE EN-PRENUME                 TO WS-ANSWER(3)
           MOVE EN-CNP                     TO WS-ANSWER(4)
           MOVE EN-PARENT-NAME             TO WS-ANSWER(5)
           MOVE EN-PARENT-PHONE            TO WS-ANSWER(6)
           MOVE EN-PARENT-ADDR             TO WS-ANSWER(7)
           MOVE "Y"                        TO WS-ANSWER(8)
           MOVE OPS-ID                     TO WS-ANSWER(9)
           MOVE 9                          TO WS-ANSWER-COUNT
           IF DRY-RUN
               PERFORM W3-WOULD-REPLAY
               GO TO D5-ENROLLMENTZ
           END-IF

           PERFORM E1-WRITE-ANSWERS
           MOVE "ENROLL"                   TO WS-CHILD-PROGRAM
           PERFORM E3-RUN-SECRETARIAT
           IF WS-CHILD-RC NOT = 0
               MOVE "CONFLICT"             TO ER-VERDICT
               PERFORM W1-EVENT-LINE
               STRING "      NOT ENROLLED - CNP ALREADY ON ROLL, "
                      "CLASS AT ITS LIMIT OR INSERT FAILED "
                      "(SEE RollFwdConsole.txt)"
                      DELIMITED BY SIZE
               INTO WS-LINE
               PERFORM W0-WRITE-LINE
               PERFORM W4-CONFLICT
               GO TO D5-ENROLLMENTZ
           END-IF
           PERFORM W5-REPLAYED
           .
       D5-ENROLLMENTZ.
           EXIT.

      *> A LOADER LINE CARRIES THE WHOLE STATEMENT; IT IS SUBMITTED
      *> AGAIN AS IT STANDS. A FAILURE IS NOT DEAD-LETTERED: REPLAYED
      *> LATER, OUT OF ORDER, IT COULD UNDO A CHANGE MADE AFTER IT
       D6-LOADER-STATEMENT SECTION.
       D6-LOADER-STATEMENTA.
           IF LD-OUTCOME NOT = "INSERTED" AND LD-OUTCOME NOT = "UPDATED"
               STRING "NOT APPLIED AT THE TIME (DEAD LETTERS ARE "
                      "DLREPLAY'S)"
                      DELIMITED BY SIZE
               INTO ER-DETAIL
               PERFORM W2-SKIPPED
               GO TO D6-LOADER-STATEMENTZ
           END-IF

      *> THE STATEMENT ENDS WHERE THE " #nnnnnnnnnn" CHAIN LINK BEGINS
           MOVE LENGTH OF LD-STATEMENT     TO WS-STMT-LEN
           PERFORM UNTIL WS-STMT-LEN = 0
                   OR LD-STATEMENT(WS-STMT-LEN:1) NOT = SPACE
               SUBTRACT 1                  FROM WS-STMT-LEN
           END-PERFORM
           IF WS-STMT-LEN > 12
           AND LD-STATEMENT(WS-STMT-LEN - 11:2) = " #"
           AND LD-STATEMENT(WS-STMT-LEN - 9:10) NUMERIC
               SUBTRACT 12                 FROM WS-STMT-LEN
           END-IF
           IF WS-STMT-LEN = 0
               MOVE "EMPTY STATEMENT - NOTHING TO REPEAT" TO ER-DETAIL
               PERFORM W2-SKIPPED
               GO TO D6-LOADER-STATEMENTZ
           END-IF
           MOVE SPACE                      TO SQL-STATEMENT
           MOVE LD-STATEMENT(1:WS-STMT-LEN) TO SQL-STATEMENT
           MOVE SQL-STATEMENT              TO ER-DETAIL
           IF DRY-RUN
               PERFORM W3-WOULD-REPLAY
               PERFORM W6-LIST-STATEMENT
               GO TO D6-LOADER-STATEMENTZ
           END-IF

           PERFORM G0-SUBMIT-STATEMENT
           IF JAR-CALL-FAILED
               MOVE "CONFLICT"             TO ER-VERDICT
               PERFORM W1-EVENT-LINE
               PERFORM W6-LIST-STATEMENT
               STRING "      THE ADAPTER REFUSED IT - SQL STATUS "
                      SQL-STATUS-VALUE
                      DELIMITED BY SIZE
               INTO WS-LINE
               PERFORM W0-WRITE-LINE
               PERFORM W4-CONFLICT
               GO TO D6-LOADER-STATEMENTZ
           END-IF
           PERFORM W5-REPLAYED
           .
       D6-LOADER-STATEMENTZ.
           EXIT.

      *> ONE CORRECTION THROUGH GRADECORR: A ONE-LINE Corrections.csv
      *> AND THE OPERATOR ID FOR ITS SIGN-ON. RETURN CODE 0 MEANS IT
      *> WENT IN; OTHERWISE CorrectionRejects.txt SAYS WHY NOT
       E0-RUN-CORRECTION SECTION.
       E0-RUN-CORRECTIONA.
           MOVE "Corrections.csv"          TO WS-STAGE-NAME
           STRING WS-CORR-CNP DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-CORR-MATERIE DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  WS-CORR-DATA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-CORR-OLD DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  WS-CORR-NEW DELIMITED BY SPACE
           INTO WS-STAGE-LINE
           MOVE OPS-ID                     TO WS-ANSWER(1)
           MOVE 1                          TO WS-ANSWER-COUNT
           IF DRY-RUN
               PERFORM W3-WOULD-REPLAY
               GO TO E0-RUN-CORRECTIONZ
           END-IF

           PERFORM E2-STAGE-INPUT
           PERFORM E1-WRITE-ANSWERS
           MOVE "GRADECORR"                TO WS-CHILD-PROGRAM
           PERFORM E3-RUN-SECRETARIAT
           IF WS-CHILD-RC = 0
               PERFORM W5-REPLAYED
               GO TO E0-RUN-CORRECTIONZ
           END-IF

           MOVE "CONFLICT"                 TO ER-VERDICT
           PERFORM W1-EVENT-LINE
           MOVE SPACE                      TO WS-COMMAND
           STRING "rm -f RollFwdReject.txt && cp '" K-SECRETARIAT
                  "/CorrectionRejects.txt' RollFwdReject.txt "
                  "2>/dev/null"
                  DELIMITED BY SIZE
           INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           MOVE SPACE                      TO REJECT-WORK-FD
           IF RETURN-CODE = 0
               OPEN INPUT REJECT-WORK
               IF WS-REJECT-STATUS = "00"
                   READ REJECT-WORK
                       AT END MOVE SPACE   TO REJECT-WORK-FD
                   END-READ
                   CLOSE REJECT-WORK
               END-IF
           END-IF
           IF REJECT-WORK-FD > SPACE
               STRING "      GRADECORR REJECTED IT: " REJECT-WORK-FD
                      DELIMITED BY SIZE
               INTO WS-LINE
           ELSE
               STRING "      GRADECORR DID NOT RUN TO THE END "
                      "(SEE RollFwdConsole.txt)"
                      DELIMITED BY SIZE
               INTO WS-LINE
           END-IF
           PERFORM W0-WRITE-LINE
           PERFORM W4-CONFLICT
           .
       E0-RUN-CORRECTIONZ.
           EXIT.

      *> THE ANSWERS, ONE PER LINE, IN THE ORDER THE PROGRAM PROMPTS
       E1-WRITE-ANSWERS SECTION.
       E1-WRITE-ANSWERSA.
           OPEN OUTPUT ANSWER-FILE
           PERFORM VARYING WS-ANSWER-IDX FROM 1 BY 1
                   UNTIL WS-ANSWER-IDX > WS-ANSWER-COUNT
               MOVE WS-ANSWER(WS-ANSWER-IDX) TO ANSWER-FD
               WRITE ANSWER-FD
           END-PERFORM
           CLOSE ANSWER-FILE
           .
       E1-WRITE-ANSWERSZ.
           EXIT.

      *> THE ONE-LINE INPUT FILE, INTO THE SECRETARIAT DIRECTORY
      *> UNDER THE NAME THE PROGRAM READS
       E2-STAGE-INPUT SECTION.
       E2-STAGE-INPUTA.
           OPEN OUTPUT STAGE-FILE
           MOVE WS-STAGE-LINE              TO STAGE-FD
           WRITE STAGE-FD
           CLOSE STAGE-FILE
           MOVE SPACE                      TO WS-COMMAND
           STRING "cp RollFwdStage.txt '" K-SECRETARIAT "/"
                  DELIMITED BY SIZE
                  WS-STAGE-NAME DELIMITED BY SPACE
                  "'" DELIMITED BY SIZE
           INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           .
       E2-STAGE-INPUTZ.
           EXIT.

      *> RUN ONE SECRETARIAT PROGRAM IN ITS OWN DIRECTORY ON THE
      *> ANSWERS FILE; WHAT IT SAYS GOES TO RollFwdConsole.txt
       E3-RUN-SECRETARIAT SECTION.
       E3-RUN-SECRETARIATA.
           MOVE SPACE                      TO WS-COMMAND
           STRING "echo '----- " DELIMITED BY SIZE
                  ER-STAMP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CHILD-PROGRAM DELIMITED BY SPACE
                  "' >> RollFwdConsole.txt; cd '" DELIMITED BY SIZE
                  K-SECRETARIAT DELIMITED BY SIZE
                  "' && ./" DELIMITED BY SIZE
                  WS-CHILD-PROGRAM DELIMITED BY SPACE
                  " < '" K-HOME "/RollFwdAnswers.txt' >> '" K-HOME
                  "/RollFwdConsole.txt' 2>&1" DELIMITED BY SIZE
           INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           MOVE RETURN-CODE                TO WS-CHILD-RC
           MOVE 0                          TO RETURN-CODE
           .
       E3-RUN-SECRETARIATZ.
           EXIT.

      *> LINES ON THE CURRENT EVENT'S TRAIL, AND THE LAST OF THEM
       E4-COUNT-TRAIL SECTION.
       E4-COUNT-TRAILA.
           MOVE 0                          TO WS-TAIL-COUNT
           MOVE SPACE                      TO WS-TAIL-LINE
           PERFORM B3-STAGE-TRAIL
           IF WS-WORK-STATUS NOT = "00"
               GO TO E4-COUNT-TRAILZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-TRAIL-LINE
               READ TRAIL-WORK INTO WS-TRAIL-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   ADD 1                   TO WS-TAIL-COUNT
                   MOVE WS-TRAIL-LINE      TO WS-TAIL-LINE
               END-READ
           END-PERFORM
           CLOSE TRAIL-WORK
           .
       E4-COUNT-TRAILZ.
           EXIT.

      *> THE STUDENT'S LINE ON THE SECRETARIAT'S SampleOutputA5.txt
       E5-FIND-A5-LINE SECTION.
       E5-FIND-A5-LINEA.
           MOVE "N"                        TO WS-A5-FOUND
           MOVE SPACE                      TO WS-COMMAND
           STRING "rm -f RollFwdA5.txt && cp '" K-SECRETARIAT
                  "/SampleOutputA5.txt' RollFwdA5.txt 2>/dev/null"
                  DELIMITED BY SIZE
           INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           IF RETURN-CODE NOT = 0
               GO TO E5-FIND-A5-LINEZ
           END-IF
           OPEN INPUT A5-WORK
           IF WS-A5-STATUS NOT = "00"
               GO TO E5-FIND-A5-LINEZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF OR A5-LINE-FOUND
               MOVE SPACE                  TO WS-A5-LINE
               READ A5-WORK INTO WS-A5-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF A5-CNP = EN-CNP
                       MOVE "Y"            TO WS-A5-FOUND
                   END-IF
               END-READ
           END-PERFORM
           CLOSE A5-WORK
           .
       E5-FIND-A5-LINEZ.
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

       W0-WRITE-LINE SECTION.
       W0-WRITE-LINEA.
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE SPACE                      TO WS-LINE
           .
       W0-WRITE-LINEZ.
           EXIT.

      *> THE EVENT'S OWN LINE, THEN WHAT ITS REPLAY IS FED: THE
      *> STAGED INPUT FILE LINE AND THE ANSWERS IN PROMPT ORDER
       W1-EVENT-LINE SECTION.
       W1-EVENT-LINEA.
           MOVE WS-EVENT-RPT               TO WS-LINE
           PERFORM W0-WRITE-LINE
           IF WS-STAGE-NAME > SPACE
               STRING "      " WS-STAGE-NAME ": " WS-STAGE-LINE
                      DELIMITED BY SIZE
               INTO WS-LINE
               PERFORM W0-WRITE-LINE
           END-IF
           PERFORM VARYING WS-ANSWER-IDX FROM 1 BY 1
                   UNTIL WS-ANSWER-IDX > WS-ANSWER-COUNT
               STRING "      ANSWER " WS-ANSWER-IDX ": "
                      WS-ANSWER(WS-ANSWER-IDX)
                      DELIMITED BY SIZE
               INTO WS-LINE
               PERFORM W0-WRITE-LINE
           END-PERFORM
           .
       W1-EVENT-LINEZ.
           EXIT.

       W2-SKIPPED SECTION.
       W2-SKIPPEDA.
           MOVE "SKIPPED"                  TO ER-VERDICT
           MOVE WS-EVENT-RPT               TO WS-LINE
           PERFORM W0-WRITE-LINE
           ADD 1                           TO WS-COUNT-SKIPPED
           .
       W2-SKIPPEDZ.
           EXIT.

       W3-WOULD-REPLAY SECTION.
       W3-WOULD-REPLAYA.
           MOVE "WOULD REPLAY"             TO ER-VERDICT
           PERFORM W1-EVENT-LINE
           ADD 1                           TO WS-COUNT-REPLAYED
           .
       W3-WOULD-REPLAYZ.
           EXIT.

      *> THE FIRST CHANGE THAT WILL NOT GO IN STOPS THE RUN: WHAT
      *> FOLLOWS MAY DEPEND ON IT
       W4-CONFLICT SECTION.
       W4-CONFLICTA.
           SET RUN-STOPPED                 TO TRUE
           MOVE ER-STAMP                   TO WS-CONFLICT-STAMP
           ADD 1                           TO WS-COUNT-CONFLICT
           .
       W4-CONFLICTZ.
           EXIT.

       W5-REPLAYED SECTION.
       W5-REPLAYEDA.
           MOVE "REPLAYED"                 TO ER-VERDICT
           PERFORM W1-EVENT-LINE
           ADD 1                           TO WS-COUNT-REPLAYED
           .
       W5-REPLAYEDZ.
           EXIT.

      *> THE WHOLE LOADER STATEMENT, 150 CHARACTERS A LINE
       W6-LIST-STATEMENT SECTION.
       W6-LIST-STATEMENTA.
           PERFORM VARYING WS-STMT-POS FROM 1 BY 150
                   UNTIL WS-STMT-POS > WS-STMT-LEN
               STRING "      SQL: " SQL-STATEMENT(WS-STMT-POS:150)
                      DELIMITED BY SIZE
               INTO WS-LINE
               PERFORM W0-WRITE-LINE
           END-PERFORM
           .
       W6-LIST-STATEMENTZ.
           EXIT.

      *> THE FOOTER: COUNTS, AND - WHEN THE RUN STOPPED - WHERE TO
      *> RESUME. THE ORIGINAL "UNTIL" IS GIVEN AGAIN, SO A RESUMED RUN
      *> DOES NOT PICK UP THE LINES THIS RUN'S REPLAYS WROTE
       Y-PRINT-SUMMARY SECTION.
       Y-PRINT-SUMMARYA.
           MOVE SPACE                      TO WS-LINE
           PERFORM W0-WRITE-LINE
           STRING "EVENTS IN THE WINDOW SEEN: " WS-COUNT-EVENTS
                  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM W0-WRITE-LINE
           IF DRY-RUN
               STRING "WOULD BE REPLAYED        : " WS-COUNT-REPLAYED
                      DELIMITED BY SIZE
               INTO WS-LINE
           ELSE
               STRING "REPLAYED                 : " WS-COUNT-REPLAYED
                      DELIMITED BY SIZE
               INTO WS-LINE
           END-IF
           PERFORM W0-WRITE-LINE
           STRING "SKIPPED (NO DB CHANGE)   : " WS-COUNT-SKIPPED
                  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM W0-WRITE-LINE
           STRING "CONFLICTS                : " WS-COUNT-CONFLICT
                  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM W0-WRITE-LINE
           MOVE SPACE                      TO WS-LINE
           PERFORM W0-WRITE-LINE
           IF RUN-STOPPED
               STRING "STOPPED AT THE CONFLICT ABOVE - NOTHING "
                      "AFTER IT WAS REPLAYED"
                      DELIMITED BY SIZE
               INTO WS-LINE
               PERFORM W0-WRITE-LINE
               STRING "TO RETRY IT ONCE ITS CAUSE IS FIXED, RUN AGAIN "
                      "FROM " WS-LAST-DONE-STAMP " UNTIL "
                      WS-UNTIL-STAMP
                      DELIMITED BY SIZE
               INTO WS-LINE
               PERFORM W0-WRITE-LINE
               STRING "IF IT WAS MADE BY HAND INSTEAD, RUN AGAIN FROM "
                      WS-CONFLICT-STAMP " UNTIL " WS-UNTIL-STAMP
                      DELIMITED BY SIZE
               INTO WS-LINE
               PERFORM W0-WRITE-LINE
           ELSE
               IF DRY-RUN
                   MOVE "DRY RUN - NOTHING WAS CHANGED" TO WS-LINE
               ELSE
                   STRING "FORWARD RECOVERY COMPLETE UP TO "
                          WS-UNTIL-STAMP
                          DELIMITED BY SIZE
                   INTO WS-LINE
               END-IF
               PERFORM W0-WRITE-LINE
           END-IF

           DISPLAY "===== ROLLFWD RUN SUMMARY ====="
           DISPLAY "EVENTS SEEN     : " WS-COUNT-EVENTS
           DISPLAY "REPLAYED        : " WS-COUNT-REPLAYED
           DISPLAY "SKIPPED         : " WS-COUNT-SKIPPED
           DISPLAY "CONFLICTS       : " WS-COUNT-CONFLICT
           IF RUN-STOPPED
               DISPLAY "STOPPED AT " WS-CONFLICT-STAMP
                   " - SEE RollForwardReport.txt"
           END-IF
           .
       Y-PRINT-SUMMARYZ.
           EXIT.

      *> CLOSE AND KEEP A DATED COPY OF THE REPORT; A LIVE RUN ALSO
      *> PUTS THE OPERATOR'S FILES BACK AND RELEASES THE ADAPTER
       Z0 SECTION.
       Z0A.
           CLOSE REPORT-FILE
           MOVE SPACE                      TO WS-COMMAND
           STRING "cp RollForwardReport.txt RollForward_" WS-RUN-DATE
                  "_" WS-RUN-TIME ".txt"
                  DELIMITED BY SIZE
           INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           IF NOT DRY-RUN
               PERFORM Z1-PUT-BACK-HELD-FILES
               SET LOCK-RELEASE            TO TRUE
               CALL "SQLLOCK" USING SQLLOCK-INTERFACE
           END-IF
           .
       Z0Z.
           EXIT.

       Z1-PUT-BACK-HELD-FILES SECTION.
       Z1-PUT-BACK-HELD-FILESA.
           MOVE SPACE                      TO WS-COMMAND
           STRING "cd '" K-SECRETARIAT "' && { "
                  "if test -f Corrections.csv.RollFwdHold; then "
                  "mv -f Corrections.csv.RollFwdHold Corrections.csv; "
                  "else rm -f Corrections.csv; fi; "
                  "if test -f ClassReorgMap.txt.RollFwdHold; then "
                  "mv -f ClassReorgMap.txt.RollFwdHold "
                  "ClassReorgMap.txt; "
                  "else rm -f ClassReorgMap.txt; fi; }"
                  DELIMITED BY SIZE
           INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           .
       Z1-PUT-BACK-HELD-FILESZ.
           EXIT.
       END PROGRAM ROLLFWD.
