      ******************************************************************
      * Author:
      * Date:
      * Purpose: GATED NEW SCHOOL-YEAR OPENING DRIVER (RUN FROM THE
      *          INSTALLATION ROOT, LIKE CLOSEOUT). ROLLOVER PROMOTES
      *          AND NOTEARCH CLOSES THE OLD YEAR, BUT OPENING THE NEW
      *          ONE WAS A TWO-DAY CHECKLIST DONE BY HAND. THIS TAKES
      *          THE NEW ANSCOLAR, RUNS YEARPREP (CLASE ROWS FOR THE
      *          NEW CLASSES, TEACHING ASSIGNMENTS CARRIED FORWARD,
      *          DEPARTED PROFESSORS LISTED), THEN CHECKS SIX GATES -
      *          EVERY NEW CLASS HAS ITS CLASE ROW, NO ASSIGNMENT IS
      *          HELD BY A DEPARTED PROFESSOR, SchoolCalendar.txt
      *          HAS A TERM IN THE NEW YEAR, JobCalendar.txt HAS ITS
      *          CLOSEOUT DATE, ClassCapacity.txt COVERS EVERY NEW
      *          CLASS, PlanCadruEdition.txt NAMES THE NEW YEAR. ONLY
      *          WHEN EVERY GATE PASSES (AND THE OPERATOR CONFIRMS)
      *          IS THE CERTIFICATE NUMBERING RESTARTED, THE TEXTBOOK
      *          LEDGER OPENED FOR THE YEAR AND THE YEAR RECORDED AS
      *          OPEN IN SchoolYears.txt - UNTIL THEN NOTEMODULE
      *          REFUSES EVERY GRADE DATED IN THE NEW YEAR. THE SIGNED
      *          REPORT (YearOpeningReport.txt) SAYS WHICH ITEM HELD
      *          THE OPENING BACK.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. YEAROPEN.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> THE SIGNED GO/NO-GO RECORD OF EVERY OPENING ATTEMPT
           SELECT OPEN-REPORT ASSIGN TO 'YearOpeningReport.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

      *> EACH CHECKED FILE IS STAGED HERE BEFORE IT IS READ (ASSIGN
      *> NAMES ARE FIXED UNDER THIS DIALECT, SAME WORKAROUND AS
      *> CLOSEOUT)
           SELECT OPEN-WORK ASSIGN TO 'YearOpenWork.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.

      *> EVERY SCHOOL YEAR ON RECORD AS OPEN - NOTEMODULE READS THIS
      *> IN THE ASSIGN 07 DIRECTORY TO REFUSE GRADES OF A YEAR THAT
      *> HAS NOT BEEN OPENED
           SELECT YEARS-FILE ASSIGN TO 'SchoolYears.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-YEARS-STATUS.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
        FD OPEN-REPORT.
       01 OPEN-REPORT-FD                   PIC X(120).

        FD OPEN-WORK.
       01 OPEN-WORK-FD                     PIC X(250).

        FD YEARS-FILE.
       01 YEARS-FD                         PIC X(40).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WS-REPORT-STATUS                 PIC X(02).
       01 WS-WORK-STATUS                   PIC X(02).
       01 WS-YEARS-STATUS                  PIC X(02).

      *> THE YEAR BEING OPENED, AS NOTEMODULE VALIDATES IT (NNNN/NNNN)
       01 WS-NEW-AN.
           05 WNA-Y1                       PIC X(04).
           05 WNA-SLASH                    PIC X(01).
           05 WNA-Y2                       PIC X(04).
       01 WS-Y1-NUM                        PIC 9(04).
       01 WS-Y2-NUM                        PIC 9(04).
       01 WS-PREV-Y1-NUM                   PIC 9(04).
       01 WS-PREV-AN                       PIC X(09).
      *> THE OLD YEAR IN A FORM THAT CAN NAME A DIRECTORY (2024-2025)
       01 WS-PREV-TAG                      PIC X(09).
      *> THE NEW YEAR'S SPAN, 1 AUGUST TO 31 AUGUST A YEAR LATER -
      *> WIDE ENOUGH FOR A TERM THAT STARTS IN THE LAST DAYS OF AUGUST
       01 WS-YEAR-FROM                     PIC X(08).
       01 WS-YEAR-TO                       PIC X(08).

      *> PHASE 1 - THE PREPARATION STEP, RUN THE WAY CLOSEOUT RUNS
      *> ITS VERIFICATION STEPS (SEPARATE OS PROCESS, RC-CHECKED)
       01 K-PREP-NAME                      PIC X(20) VALUE "YEARPREP".
       01 K-PREP-COMMAND                   PIC X(90) VALUE
           "cd 'Assign 12 Secretariat FLOARE EMIL' && ./YEARPREP".

       01 WS-STEP-NAME                  PIC X(20).
       01 WS-STEP-COMMAND               PIC X(90).
       01 WS-STEP-RC                    PIC S9(04).

       01 WS-CHAIN-SWITCH               PIC X(01) VALUE "O".
           88 CHAIN-OK                  VALUE "O".
           88 CHAIN-HALTED              VALUE "H".

      *> THE SIX GATES AND WHAT EACH FOUND
       01 GATE-RESULTS.
           05 GATE-ENTRY OCCURS 6 TIMES.
               10 GT-NAME               PIC X(30).
               10 GT-PASSED-SW          PIC X(01).
                   88 GT-PASSED         VALUE "Y".
                   88 GT-BLOCKED        VALUE "N".
               10 GT-DETAIL             PIC X(60).
       01 WS-GATE-IDX                   PIC 9(01).
       01 WS-ALL-PASSED-SW              PIC X(01) VALUE "Y".
           88 ALL-GATES-PASSED          VALUE "Y".
           88 SOME-GATE-BLOCKED         VALUE "N".

      *> PHASE 2 - WHAT THE OPENING ITSELF DID, FOR THE REPORT
       01 OPENING-RESULTS.
           05 OPENING-ENTRY OCCURS 3 TIMES.
               10 OP-NAME               PIC X(30).
               10 OP-DONE-SW            PIC X(01).
                   88 OP-DONE           VALUE "Y".
                   88 OP-NOT-DONE       VALUE "N".
               10 OP-DETAIL             PIC X(60).
       01 WS-OPENING-IDX                PIC 9(01).
       01 WS-OPENED-SW                  PIC X(01) VALUE "N".
           88 YEAR-OPENED               VALUE "Y".
           88 YEAR-NOT-OPENED           VALUE "N".

       01 WS-STAGE-SOURCE               PIC X(80).
       01 WS-COPY-COMMAND               PIC X(160).
       01 WS-SHELL-COMMAND              PIC X(300).
       01 WS-LINE                       PIC X(250).

      *> "CLASSES MISSING: nnnnn" / "DEPARTED ASSIGNMENTS: nnnnn"
      *> OUT OF YearPrepReport.txt
       01 WS-MARKER-COUNT               PIC X(05).

      *> ONE SchoolCalendar.txt LINE: TYPE(8) START(8) END(8)
       01 WS-CAL-LINE.
           05 CAL-TYPE                  PIC X(08).
           05 FILLER                    PIC X(01).
           05 CAL-START                 PIC X(08).
           05 FILLER                    PIC X(01).
           05 CAL-END                   PIC X(08).

      *> ONE JobCalendar.txt LINE: "CLOSEOUT YYYYMMDD"
       01 WS-JOB-LINE.
           05 JOB-NAME                  PIC X(08).
           05 FILLER                    PIC X(01).
           05 JOB-DATE                  PIC X(08).

      *> THE NEW CLASSES YEARPREP LISTED ("CLASS xxxx" LINES), EACH
      *> TICKED WHEN ClassCapacity.txt CARRIES A LIMIT FOR IT
       01 K-MAX-CLASS                   PIC 9(03) VALUE 100.
       01 CLASS-TABLE.
           05 CLASS-ENTRY OCCURS 100 TIMES.
               10 CT-CLASA              PIC X(04).
               10 CT-COVERED-SW         PIC X(01).
                   88 CT-COVERED        VALUE "Y".
                   88 CT-UNCOVERED      VALUE "N".
       01 CLASS-COUNT                   PIC 9(03) VALUE 0.
       01 WS-CLS-IDX                    PIC 9(03).
       01 WS-UNCOVERED-COUNT            PIC 9(03) VALUE 0.
       01 WS-FIRST-UNCOVERED            PIC X(04).

       01 WS-FOUND-SW                   PIC X(01) VALUE "N".
           88 MARKER-FOUND              VALUE "Y".
           88 MARKER-NOT-FOUND          VALUE "N".
       01 WS-YEAR-LISTED-SW             PIC X(01) VALUE "N".
           88 YEAR-LISTED               VALUE "Y".
           88 YEAR-NOT-LISTED           VALUE "N".

       01 WS-CONFIRM                    PIC X(01) VALUE "N".
           88 CONFIRMED                 VALUE "Y" "y".

       01 WS-RPT-DATE                   PIC 9(08).
       01 WS-RPT-TIME                   PIC 9(08).
       01 WS-RPT-LINE                   PIC X(120).

       01 INP-SWITCH                    PIC X(1) VALUE "N".
           88 INP1-EOF                  VALUE "E".
           88 INP1-NEOF                 VALUE "N".

      *> ONE SchoolYears.txt LINE: THE YEAR, OPEN, THE DAY IT WAS
      *> OPENED - THE LINE NOTEMODULE PARSES
       01 WS-YEAR-LINE.
           05 WYL-AN                    PIC X(09).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WYL-STATE                 PIC X(04).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WYL-DATE                  PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WYL-NOTE                  PIC X(16).
       COPY TRAINENV-INT.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       S0 SECTION.
       S0A.
           DISPLAY "NEW SCHOOL-YEAR OPENING DRIVER"
           ACCEPT WS-RPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RPT-TIME FROM TIME

           DISPLAY "SCHOOL YEAR TO OPEN (E.G. 2025/2026): "
               WITH NO ADVANCING
           ACCEPT WS-NEW-AN
           IF WNA-Y1 NOT NUMERIC OR WNA-SLASH NOT = "/"
           OR WNA-Y2 NOT NUMERIC
               DISPLAY "SCHOOL YEAR MUST LOOK LIKE NNNN/NNNN - "
                   "NOTHING DONE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WNA-Y1                  TO WS-Y1-NUM
           MOVE WNA-Y2                  TO WS-Y2-NUM
           IF WS-Y2-NUM NOT = WS-Y1-NUM + 1
               DISPLAY "THE SECOND YEAR MUST FOLLOW THE FIRST - "
                   "NOTHING DONE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-PREV-Y1-NUM = WS-Y1-NUM - 1
           MOVE SPACE                   TO WS-PREV-AN WS-PREV-TAG
           STRING WS-PREV-Y1-NUM "/" WNA-Y1 DELIMITED BY SIZE
           INTO WS-PREV-AN
           STRING WS-PREV-Y1-NUM "-" WNA-Y1 DELIMITED BY SIZE
           INTO WS-PREV-TAG
           MOVE SPACE                   TO WS-YEAR-FROM WS-YEAR-TO
           STRING WNA-Y1 "0801" DELIMITED BY SIZE INTO WS-YEAR-FROM
           STRING WNA-Y2 "0831" DELIMITED BY SIZE INTO WS-YEAR-TO

      *> WITH NO YEAR ON RECORD AT ALL NOTEMODULE CHECKS NOTHING -
      *> THE YEAR JUST ENDED GOES ON FIRST, SO FROM THIS RUN ON THE
      *> NEW YEAR'S GRADES WAIT FOR ITS OPENING
           PERFORM Y0-SEED-YEAR-FILE

           MOVE K-PREP-NAME             TO WS-STEP-NAME
           MOVE K-PREP-COMMAND          TO WS-STEP-COMMAND
           PERFORM B0-RUN-PREP-STEP
           IF CHAIN-HALTED
               DISPLAY "THE PREPARATION STEP FAILED - OPENING REFUSED"
               PERFORM R0-WRITE-OPEN-REPORT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM G1-GATE-CLASE
           PERFORM G2-GATE-ASSIGNMENTS
           PERFORM G3-GATE-SCHOOL-CALENDAR
           PERFORM G4-GATE-JOB-CALENDAR
           PERFORM G5-GATE-CAPACITY
           PERFORM G6-GATE-PLAN-EDITION

           PERFORM VARYING WS-GATE-IDX FROM 1 BY 1
                   UNTIL WS-GATE-IDX > 6
               IF GT-BLOCKED(WS-GATE-IDX)
                   SET SOME-GATE-BLOCKED   TO TRUE
               END-IF
           END-PERFORM

           IF SOME-GATE-BLOCKED
               PERFORM R0-WRITE-OPEN-REPORT
               DISPLAY "ONE OR MORE GATES BLOCKED - " WS-NEW-AN
                   " WAS NOT OPENED"
               DISPLAY "SEE YearOpeningReport.txt"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "ALL GATES PASSED. OPEN " WS-NEW-AN
               " NOW? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF NOT CONFIRMED
               PERFORM R0-WRITE-OPEN-REPORT
               DISPLAY "YEAR NOT OPENED - GATES REMAIN VALID FOR A "
                   "LATER ATTEMPT"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM O1-RESET-CERT-NUMBERING
           PERFORM O2-OPEN-TEXTBOOK-LEDGER
           PERFORM O3-RECORD-YEAR-OPEN
           PERFORM R0-WRITE-OPEN-REPORT

           IF YEAR-OPENED
               DISPLAY "SCHOOL YEAR " WS-NEW-AN " OPENED - InsertAll "
                   "NOW LOADS ITS GRADES"
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "THE YEAR COULD NOT BE RECORDED AS OPEN - SEE "
                   "YearOpeningReport.txt"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN
           .
       S0Z.
           EXIT.

       B0-RUN-PREP-STEP SECTION.
       B0-RUN-PREP-STEPA.
           DISPLAY "PREPARATION STEP: " WS-STEP-NAME
           CALL "SYSTEM" USING WS-STEP-COMMAND
           MOVE RETURN-CODE             TO WS-STEP-RC
      *> RC 4 IS "RAN WITH FINDINGS" ALL OVER THIS SHOP - THE GATES
      *> JUDGE THE FINDINGS, SO ONLY A HARD FAILURE HALTS HERE
           IF WS-STEP-RC NOT = 0 AND WS-STEP-RC NOT = 4
               SET CHAIN-HALTED         TO TRUE
               DISPLAY WS-STEP-NAME " FAILED, RETURN CODE: "
                   WS-STEP-RC
           END-IF
           .
       B0-RUN-PREP-STEPZ.
           EXIT.

      *> COPY WS-STAGE-SOURCE TO THE WORK FILE AND OPEN IT; A MISSING
      *> SOURCE LEAVES WS-WORK-STATUS AT "35"
       X0-STAGE-FILE SECTION.
       X0-STAGE-FILEA.
           MOVE SPACE                     TO WS-COPY-COMMAND
           STRING "cp '" WS-STAGE-SOURCE DELIMITED BY "  "
                  "' 'YearOpenWork.txt'" DELIMITED BY SIZE
           INTO WS-COPY-COMMAND
           CALL "SYSTEM" USING WS-COPY-COMMAND
           IF RETURN-CODE NOT = 0
               MOVE "35"                  TO WS-WORK-STATUS
           ELSE
               OPEN INPUT OPEN-WORK
           END-IF
           .
       X0-STAGE-FILEZ.
           EXIT.

      *> GATE 1: YEARPREP MUST LEAVE NO NEW CLASS WITHOUT ITS CLASE
      *> ROW - AND ITS REPORT ALSO HOLDS THE CLASS LIST GATE 5 NEEDS
       G1-GATE-CLASE SECTION.
       G1-GATE-CLASEA.
           MOVE "CLASE ROWS"              TO GT-NAME(1)
           MOVE "N"                       TO GT-PASSED-SW(1)
           MOVE "YearPrepReport.txt NOT READABLE" TO GT-DETAIL(1)
           MOVE "Assign 12 Secretariat FLOARE EMIL/YearPrepReport.txt"
                                          TO WS-STAGE-SOURCE
           PERFORM X0-STAGE-FILE
           IF WS-WORK-STATUS NOT = "00"
               GO TO G1-GATE-CLASEZ
           END-IF
           SET MARKER-NOT-FOUND           TO TRUE
           SET INP1-NEOF                  TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                 TO WS-LINE
               READ OPEN-WORK INTO WS-LINE
               AT END
                   SET INP1-EOF           TO TRUE
               NOT AT END
                   IF WS-LINE(1:17) = "CLASSES MISSING: "
                       SET MARKER-FOUND   TO TRUE
                       MOVE WS-LINE(18:5) TO WS-MARKER-COUNT
                   END-IF
                   IF WS-LINE(1:6) = "CLASS "
                   AND CLASS-COUNT < K-MAX-CLASS
                       ADD 1              TO CLASS-COUNT
                       MOVE WS-LINE(7:4)  TO CT-CLASA(CLASS-COUNT)
                       SET CT-UNCOVERED(CLASS-COUNT) TO TRUE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE OPEN-WORK
           IF MARKER-NOT-FOUND
               MOVE "NO CLASSES-MISSING LINE - RUN YEARPREP"
                                          TO GT-DETAIL(1)
           ELSE
               IF WS-MARKER-COUNT = "00000"
                   MOVE "Y"               TO GT-PASSED-SW(1)
                   MOVE SPACE             TO GT-DETAIL(1)
                   STRING CLASS-COUNT " NEW CLASSES, EVERY ONE IN "
                          "CLASE" DELIMITED BY SIZE
                   INTO GT-DETAIL(1)
               ELSE
                   MOVE SPACE             TO GT-DETAIL(1)
                   STRING WS-MARKER-COUNT " CLASSES WITH NO CLASE ROW"
                          " - SEE YearPrepReport.txt"
                          DELIMITED BY SIZE
                   INTO GT-DETAIL(1)
               END-IF
           END-IF
           .
       G1-GATE-CLASEZ.
           EXIT.

      *> GATE 2: NO TEACHING ASSIGNMENT MAY STILL NAME A PROFESSOR
      *> WHO HAS LEFT
       G2-GATE-ASSIGNMENTS SECTION.
       G2-GATE-ASSIGNMENTSA.
           MOVE "TEACHING ASSIGNMENTS"    TO GT-NAME(2)
           MOVE "N"                       TO GT-PASSED-SW(2)
           MOVE "YearPrepReport.txt NOT READABLE" TO GT-DETAIL(2)
           MOVE "Assign 12 Secretariat FLOARE EMIL/YearPrepReport.txt"
                                          TO WS-STAGE-SOURCE
           PERFORM X0-STAGE-FILE
           IF WS-WORK-STATUS NOT = "00"
               GO TO G2-GATE-ASSIGNMENTSZ
           END-IF
           SET MARKER-NOT-FOUND           TO TRUE
           SET INP1-NEOF                  TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                 TO WS-LINE
               READ OPEN-WORK INTO WS-LINE
               AT END
                   SET INP1-EOF           TO TRUE
               NOT AT END
                   IF WS-LINE(1:22) = "DEPARTED ASSIGNMENTS: "
                       SET MARKER-FOUND   TO TRUE
                       MOVE WS-LINE(23:5) TO WS-MARKER-COUNT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE OPEN-WORK
           IF MARKER-NOT-FOUND
               MOVE "NO DEPARTED-ASSIGNMENTS LINE - RUN YEARPREP"
                                          TO GT-DETAIL(2)
           ELSE
               IF WS-MARKER-COUNT = "00000"
                   MOVE "Y"               TO GT-PASSED-SW(2)
                   MOVE "EVERY ASSIGNMENT HELD BY A CURRENT PROFESSOR"
                                          TO GT-DETAIL(2)
               ELSE
                   MOVE SPACE             TO GT-DETAIL(2)
                   STRING WS-MARKER-COUNT " ASSIGNMENTS OF DEPARTED "
                          "PROFESSORS - RUN PROFDEPART"
                          DELIMITED BY SIZE
                   INTO GT-DETAIL(2)
               END-IF
           END-IF
           .
       G2-GATE-ASSIGNMENTSZ.
           EXIT.

      *> GATE 3: THE NEW SchoolCalendar.txt IS IN PLACE - AT LEAST
      *> ONE TERM STARTS INSIDE THE NEW YEAR
       G3-GATE-SCHOOL-CALENDAR SECTION.
       G3-GATE-SCHOOL-CALENDARA.
           MOVE "SCHOOL CALENDAR"         TO GT-NAME(3)
           MOVE "N"                       TO GT-PASSED-SW(3)
           MOVE "NO SchoolCalendar.txt IN THE ASSIGN 07 DIRECTORY"
                                          TO GT-DETAIL(3)
           MOVE "Assign 07 FLOARE EMIL/SchoolCalendar.txt"
                                          TO WS-STAGE-SOURCE
           PERFORM X0-STAGE-FILE
           IF WS-WORK-STATUS NOT = "00"
               GO TO G3-GATE-SCHOOL-CALENDARZ
           END-IF
           SET MARKER-NOT-FOUND           TO TRUE
           SET INP1-NEOF                  TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                 TO WS-CAL-LINE
               READ OPEN-WORK INTO WS-CAL-LINE
               AT END
                   SET INP1-EOF           TO TRUE
               NOT AT END
                   IF CAL-TYPE = "TERM"
                   AND CAL-START NOT < WS-YEAR-FROM
                   AND CAL-START NOT > WS-YEAR-TO
                       SET MARKER-FOUND   TO TRUE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE OPEN-WORK
           IF MARKER-FOUND
               MOVE "Y"                   TO GT-PASSED-SW(3)
               MOVE SPACE                 TO GT-DETAIL(3)
               STRING "TERMS ON FILE FOR " WS-NEW-AN
                      DELIMITED BY SIZE
               INTO GT-DETAIL(3)
           ELSE
               MOVE SPACE                 TO GT-DETAIL(3)
               STRING "NO TERM FOR " WS-NEW-AN
                      " IN SchoolCalendar.txt" DELIMITED BY SIZE
               INTO GT-DETAIL(3)
           END-IF
           .
       G3-GATE-SCHOOL-CALENDARZ.
           EXIT.

      *> GATE 4: THE DISPATCHER KNOWS WHEN THE NEW YEAR CLOSES - A
      *> CLOSEOUT DATE INSIDE THE NEW YEAR IN JobCalendar.txt
       G4-GATE-JOB-CALENDAR SECTION.
       G4-GATE-JOB-CALENDARA.
           MOVE "JOB CALENDAR"            TO GT-NAME(4)
           MOVE "N"                       TO GT-PASSED-SW(4)
           MOVE "NO JobCalendar.txt"      TO GT-DETAIL(4)
           MOVE "JobCalendar.txt"         TO WS-STAGE-SOURCE
           PERFORM X0-STAGE-FILE
           IF WS-WORK-STATUS NOT = "00"
               GO TO G4-GATE-JOB-CALENDARZ
           END-IF
           SET MARKER-NOT-FOUND           TO TRUE
           SET INP1-NEOF                  TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                 TO WS-JOB-LINE
               READ OPEN-WORK INTO WS-JOB-LINE
               AT END
                   SET INP1-EOF           TO TRUE
               NOT AT END
                   IF JOB-NAME = "CLOSEOUT"
                   AND JOB-DATE NOT < WS-YEAR-FROM
                   AND JOB-DATE NOT > WS-YEAR-TO
                       SET MARKER-FOUND   TO TRUE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE OPEN-WORK
           IF MARKER-FOUND
               MOVE "Y"                   TO GT-PASSED-SW(4)
               MOVE SPACE                 TO GT-DETAIL(4)
               STRING "CLOSEOUT SCHEDULED FOR " WS-NEW-AN
                      DELIMITED BY SIZE
               INTO GT-DETAIL(4)
           ELSE
               MOVE SPACE                 TO GT-DETAIL(4)
               STRING "NO CLOSEOUT DATE FOR " WS-NEW-AN
                      " IN JobCalendar.txt" DELIMITED BY SIZE
               INTO GT-DETAIL(4)
           END-IF
           .
       G4-GATE-JOB-CALENDARZ.
           EXIT.

      *> GATE 5: ClassCapacity.txt CARRIES A LIMIT FOR EVERY NEW
      *> CLASS (CLASA IN COLUMNS 1-4, THE LAYOUT CAPREPORT READS)
       G5-GATE-CAPACITY SECTION.
       G5-GATE-CAPACITYA.
           MOVE "CLASS CAPACITY"          TO GT-NAME(5)
           MOVE "N"                       TO GT-PASSED-SW(5)
           IF CLASS-COUNT = 0
               MOVE "NO CLASS LIST FROM YEARPREP TO CHECK"
                                          TO GT-DETAIL(5)
               GO TO G5-GATE-CAPACITYZ
           END-IF
           MOVE "NO ClassCapacity.txt IN THE ASSIGN 13 DIRECTORY"
                                          TO GT-DETAIL(5)
           MOVE "Assign 13 Rapoarte FLOARE EMIL/ClassCapacity.txt"
                                          TO WS-STAGE-SOURCE
           PERFORM X0-STAGE-FILE
           IF WS-WORK-STATUS NOT = "00"
               GO TO G5-GATE-CAPACITYZ
           END-IF
           SET INP1-NEOF                  TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                 TO WS-LINE
               READ OPEN-WORK INTO WS-LINE
               AT END
                   SET INP1-EOF           TO TRUE
               NOT AT END
                   PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
                           UNTIL WS-CLS-IDX > CLASS-COUNT
                       IF CT-CLASA(WS-CLS-IDX) = WS-LINE(1:4)
                           SET CT-COVERED(WS-CLS-IDX) TO TRUE
                       END-IF
                   END-PERFORM
               END-READ
           END-PERFORM
           CLOSE OPEN-WORK

           MOVE 0                         TO WS-UNCOVERED-COUNT
           MOVE SPACE                     TO WS-FIRST-UNCOVERED
           PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
                   UNTIL WS-CLS-IDX > CLASS-COUNT
               IF CT-UNCOVERED(WS-CLS-IDX)
                   ADD 1                  TO WS-UNCOVERED-COUNT
                   IF WS-FIRST-UNCOVERED = SPACE
                       MOVE CT-CLASA(WS-CLS-IDX) TO WS-FIRST-UNCOVERED
                   END-IF
               END-IF
           END-PERFORM
           IF WS-UNCOVERED-COUNT = 0
               MOVE "Y"                   TO GT-PASSED-SW(5)
               MOVE "A LIMIT FOR EVERY NEW CLASS" TO GT-DETAIL(5)
           ELSE
               MOVE SPACE                 TO GT-DETAIL(5)
               STRING WS-UNCOVERED-COUNT " CLASSES WITH NO LIMIT, "
                      "FIRST " WS-FIRST-UNCOVERED DELIMITED BY SIZE
               INTO GT-DETAIL(5)
           END-IF
           .
       G5-GATE-CAPACITYZ.
           EXIT.

      *> GATE 6: THE CURRICULUM PLAN IS THE NEW EDITION - THE
      *> TIMETABLE OFFICE DECLARES THE YEAR IT LOADED IN
      *> PlanCadruEdition.txt NEXT TO PlanCadru.txt
       G6-GATE-PLAN-EDITION SECTION.
       G6-GATE-PLAN-EDITIONA.
           MOVE "PLAN-CADRU EDITION"      TO GT-NAME(6)
           MOVE "N"                       TO GT-PASSED-SW(6)
           MOVE "NO PlanCadru.txt IN THE ASSIGN 14 DIRECTORY"
                                          TO GT-DETAIL(6)
           MOVE "Assign 14 Orar FLOARE EMIL/PlanCadru.txt"
                                          TO WS-STAGE-SOURCE
           PERFORM X0-STAGE-FILE
           IF WS-WORK-STATUS NOT = "00"
               GO TO G6-GATE-PLAN-EDITIONZ
           END-IF
           CLOSE OPEN-WORK

           MOVE "NO PlanCadruEdition.txt - EDITION UNKNOWN"
                                          TO GT-DETAIL(6)
           MOVE "Assign 14 Orar FLOARE EMIL/PlanCadruEdition.txt"
                                          TO WS-STAGE-SOURCE
           PERFORM X0-STAGE-FILE
           IF WS-WORK-STATUS NOT = "00"
               GO TO G6-GATE-PLAN-EDITIONZ
           END-IF
           MOVE SPACE                     TO WS-LINE
           READ OPEN-WORK INTO WS-LINE
               AT END
                   MOVE SPACE             TO WS-LINE
           END-READ
           CLOSE OPEN-WORK
           IF WS-LINE(1:9) = WS-NEW-AN
               MOVE "Y"                   TO GT-PASSED-SW(6)
               MOVE SPACE                 TO GT-DETAIL(6)
               STRING "EDITION " WS-NEW-AN " LOADED"
                      DELIMITED BY SIZE
               INTO GT-DETAIL(6)
           ELSE
               MOVE SPACE                 TO GT-DETAIL(6)
               STRING "PlanCadru.txt IS THE " WS-LINE(1:9)
                      " EDITION, NOT " WS-NEW-AN DELIMITED BY SIZE
               INTO GT-DETAIL(6)
           END-IF
           .
       G6-GATE-PLAN-EDITIONZ.
           EXIT.

      *> OPENING 1: CERTIFICATE NUMBERS RESTART EACH YEAR - THE OLD
      *> COUNTER AND THE CERTIFICATES FILED UNDER ITS NUMBERS MOVE TO
      *> A DIRECTORY NAMED FOR THE YEAR JUST ENDED, SO ADEVGEN STARTS
      *> AGAIN AT 000001 WITHOUT OVERWRITING ANY OF THEM. THE
      *> DIRECTORY'S EXISTENCE MEANS A RERUN DOES NOT RESET TWICE.
       O1-RESET-CERT-NUMBERING SECTION.
       O1-RESET-CERT-NUMBERINGA.
           MOVE "CERTIFICATE NUMBERING"   TO OP-NAME(1)
           MOVE "N"                       TO OP-DONE-SW(1)
           MOVE SPACE                     TO WS-SHELL-COMMAND
           STRING "cd 'Assign 12 Secretariat FLOARE EMIL' && "
                  "if [ ! -d 'AdeverinteArhiva_" WS-PREV-TAG "' ]; "
                  "then mkdir 'AdeverinteArhiva_" WS-PREV-TAG "' && "
                  "(mv AdeverintaSeq.txt Adeverinta_[0-9]*.txt "
                  "'AdeverinteArhiva_" WS-PREV-TAG "/' 2>/dev/null; "
                  "true); fi"
                  DELIMITED BY SIZE
           INTO WS-SHELL-COMMAND
           CALL "SYSTEM" USING WS-SHELL-COMMAND
           IF RETURN-CODE NOT = 0
               MOVE "AdeverintaSeq.txt NOT ARCHIVED - DO IT BY HAND"
                                          TO OP-DETAIL(1)
           ELSE
               MOVE "Y"                   TO OP-DONE-SW(1)
               MOVE SPACE                 TO OP-DETAIL(1)
               STRING "RESTARTS AT 000001, " WS-PREV-AN
                      " IN AdeverinteArhiva_" WS-PREV-TAG
                      DELIMITED BY SIZE
               INTO OP-DETAIL(1)
           END-IF
           .
       O1-RESET-CERT-NUMBERINGZ.
           EXIT.

      *> OPENING 2: MANUALE ISSUES BOOKS ONLY FOR A YEAR ON ITS
      *> ManualeYears.txt LIST
       O2-OPEN-TEXTBOOK-LEDGER SECTION.
       O2-OPEN-TEXTBOOK-LEDGERA.
           MOVE "TEXTBOOK LEDGER"         TO OP-NAME(2)
           MOVE "N"                       TO OP-DONE-SW(2)
           MOVE SPACE                     TO WS-SHELL-COMMAND
           STRING "cd 'Assign 12 Secretariat FLOARE EMIL' && "
                  "(grep -qx '" WS-NEW-AN "' ManualeYears.txt "
                  "2>/dev/null || echo '" WS-NEW-AN
                  "' >> ManualeYears.txt)"
                  DELIMITED BY SIZE
           INTO WS-SHELL-COMMAND
           CALL "SYSTEM" USING WS-SHELL-COMMAND
           IF RETURN-CODE NOT = 0
               MOVE "COULD NOT UPDATE ManualeYears.txt"
                                          TO OP-DETAIL(2)
           ELSE
               MOVE "Y"                   TO OP-DONE-SW(2)
               MOVE SPACE                 TO OP-DETAIL(2)
               STRING "ManualeLoans OPEN FOR " WS-NEW-AN
                      DELIMITED BY SIZE
               INTO OP-DETAIL(2)
           END-IF
           .
       O2-OPEN-TEXTBOOK-LEDGERZ.
           EXIT.

      *> OPENING 3: THE YEAR GOES ON RECORD AS OPEN AND THE RECORD IS
      *> COPIED WHERE NOTEMODULE RUNS - FROM HERE ON ITS GRADES LOAD
       O3-RECORD-YEAR-OPEN SECTION.
       O3-RECORD-YEAR-OPENA.
           MOVE "SCHOOL YEAR RECORD"      TO OP-NAME(3)
           MOVE "N"                       TO OP-DONE-SW(3)
           PERFORM Y1-FIND-YEAR
           IF YEAR-NOT-LISTED
               MOVE SPACE                 TO WS-YEAR-LINE
               MOVE WS-NEW-AN             TO WYL-AN
               MOVE "OPEN"                TO WYL-STATE
               MOVE WS-RPT-DATE           TO WYL-DATE
               OPEN EXTEND YEARS-FILE
               IF WS-YEARS-STATUS = "35"
                   OPEN OUTPUT YEARS-FILE
               END-IF
               MOVE WS-YEAR-LINE          TO YEARS-FD
               WRITE YEARS-FD
               CLOSE YEARS-FILE
           END-IF
           PERFORM Y2-DISTRIBUTE-YEAR-FILE
           IF RETURN-CODE NOT = 0
               MOVE "COULD NOT COPY SchoolYears.txt TO ASSIGN 07"
                                          TO OP-DETAIL(3)
           ELSE
               MOVE "Y"                   TO OP-DONE-SW(3)
               SET YEAR-OPENED            TO TRUE
               MOVE SPACE                 TO OP-DETAIL(3)
               STRING WS-NEW-AN " OPEN - GRADES FOR IT NOW LOAD"
                      DELIMITED BY SIZE
               INTO OP-DETAIL(3)
           END-IF
           .
       O3-RECORD-YEAR-OPENZ.
           EXIT.

      *> THE FIRST RUN EVER FINDS NO SchoolYears.txt: THE YEAR JUST
      *> ENDED GOES ON AS OPEN, SO ITS LATE GRADES STILL LOAD
       Y0-SEED-YEAR-FILE SECTION.
       Y0-SEED-YEAR-FILEA.
           OPEN INPUT YEARS-FILE
           IF WS-YEARS-STATUS = "00"
               CLOSE YEARS-FILE
           ELSE
               MOVE SPACE                 TO WS-YEAR-LINE
               MOVE WS-PREV-AN            TO WYL-AN
               MOVE "OPEN"                TO WYL-STATE
               MOVE WS-RPT-DATE           TO WYL-DATE
               MOVE "ON FIRST OPENING"    TO WYL-NOTE
               OPEN OUTPUT YEARS-FILE
               MOVE WS-YEAR-LINE          TO YEARS-FD
               WRITE YEARS-FD
               CLOSE YEARS-FILE
               DISPLAY "SchoolYears.txt STARTED WITH " WS-PREV-AN
           END-IF
           PERFORM Y2-DISTRIBUTE-YEAR-FILE
           IF RETURN-CODE NOT = 0
               DISPLAY "COULD NOT COPY SchoolYears.txt TO THE ASSIGN "
                   "07 DIRECTORY - COPY IT BY HAND"
           END-IF
           .
       Y0-SEED-YEAR-FILEZ.
           EXIT.

      *> IS THE YEAR BEING OPENED ALREADY ON RECORD?
       Y1-FIND-YEAR SECTION.
       Y1-FIND-YEARA.
           SET YEAR-NOT-LISTED            TO TRUE
           OPEN INPUT YEARS-FILE
           IF WS-YEARS-STATUS NOT = "00"
               GO TO Y1-FIND-YEARZ
           END-IF
           SET INP1-NEOF                  TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                 TO WS-YEAR-LINE
               READ YEARS-FILE INTO WS-YEAR-LINE
               AT END
                   SET INP1-EOF           TO TRUE
               NOT AT END
                   IF WYL-AN = WS-NEW-AN
                   AND WYL-STATE = "OPEN"
                       SET YEAR-LISTED    TO TRUE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE YEARS-FILE
           .
       Y1-FIND-YEARZ.
           EXIT.

       Y2-DISTRIBUTE-YEAR-FILE SECTION.
       Y2-DISTRIBUTE-YEAR-FILEA.
           MOVE SPACE                     TO WS-COPY-COMMAND
           STRING "cp 'SchoolYears.txt' 'Assign 07 FLOARE EMIL/'"
                  DELIMITED BY SIZE
           INTO WS-COPY-COMMAND
           CALL "SYSTEM" USING WS-COPY-COMMAND
           .
       Y2-DISTRIBUTE-YEAR-FILEZ.
           EXIT.

      *> THE SIGNED RECORD OF THIS OPENING ATTEMPT, APPENDED SO EVERY
      *> REFUSED AND GRANTED OPENING STAYS ON FILE
       R0-WRITE-OPEN-REPORT SECTION.
       R0-WRITE-OPEN-REPORTA.
           OPEN EXTEND OPEN-REPORT
           IF WS-REPORT-STATUS = "35"
               OPEN OUTPUT OPEN-REPORT
           END-IF
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO OPEN-REPORT-FD
               WRITE OPEN-REPORT-FD
           END-IF

           MOVE SPACE                     TO WS-RPT-LINE
           STRING "SCHOOL-YEAR OPENING " WS-NEW-AN " GATE CHECK "
                  WS-RPT-DATE " " WS-RPT-TIME DELIMITED BY SIZE
           INTO WS-RPT-LINE
           MOVE WS-RPT-LINE               TO OPEN-REPORT-FD
           WRITE OPEN-REPORT-FD

           IF CHAIN-HALTED
               MOVE "  PREPARATION STEP FAILED - SEE CONSOLE LOG"
                                          TO OPEN-REPORT-FD
               WRITE OPEN-REPORT-FD
           ELSE
               PERFORM R1-ONE-GATE-LINE THRU R1-ONE-GATE-LINEZ
                   VARYING WS-GATE-IDX FROM 1 BY 1
                   UNTIL WS-GATE-IDX > 6
           END-IF

           IF ALL-GATES-PASSED AND CHAIN-OK AND CONFIRMED
               PERFORM R2-ONE-OPENING-LINE THRU R2-ONE-OPENING-LINEZ
                   VARYING WS-OPENING-IDX FROM 1 BY 1
                   UNTIL WS-OPENING-IDX > 3
           END-IF

           MOVE SPACE                     TO WS-RPT-LINE
           EVALUATE TRUE
               WHEN CHAIN-HALTED OR SOME-GATE-BLOCKED
                   MOVE "  VERDICT: OPENING REFUSED" TO WS-RPT-LINE
               WHEN YEAR-OPENED
                   MOVE "  VERDICT: YEAR OPENED" TO WS-RPT-LINE
               WHEN NOT CONFIRMED
                   MOVE "  VERDICT: OPENING PERMITTED, NOT RUN"
                                          TO WS-RPT-LINE
               WHEN OTHER
                   MOVE "  VERDICT: OPENING INCOMPLETE"
                                          TO WS-RPT-LINE
           END-EVALUATE
           MOVE WS-RPT-LINE               TO OPEN-REPORT-FD
           WRITE OPEN-REPORT-FD
           CLOSE OPEN-REPORT
           .
       R0-WRITE-OPEN-REPORTZ.
           EXIT.

       R1-ONE-GATE-LINE SECTION.
       R1-ONE-GATE-LINEA.
           MOVE SPACE                     TO WS-RPT-LINE
           IF GT-PASSED(WS-GATE-IDX)
               STRING "  PASS    " GT-NAME(WS-GATE-IDX)
                      " - " GT-DETAIL(WS-GATE-IDX)
                      DELIMITED BY SIZE
               INTO WS-RPT-LINE
           ELSE
               STRING "  BLOCKED " GT-NAME(WS-GATE-IDX)
                      " - " GT-DETAIL(WS-GATE-IDX)
                      DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-IF
           MOVE WS-RPT-LINE               TO OPEN-REPORT-FD
           WRITE OPEN-REPORT-FD
           .
       R1-ONE-GATE-LINEZ.
           EXIT.

       R2-ONE-OPENING-LINE SECTION.
       R2-ONE-OPENING-LINEA.
           MOVE SPACE                     TO WS-RPT-LINE
           IF OP-DONE(WS-OPENING-IDX)
               STRING "  DONE    " OP-NAME(WS-OPENING-IDX)
                      " - " OP-DETAIL(WS-OPENING-IDX)
                      DELIMITED BY SIZE
               INTO WS-RPT-LINE
           ELSE
               STRING "  FAILED  " OP-NAME(WS-OPENING-IDX)
                      " - " OP-DETAIL(WS-OPENING-IDX)
                      DELIMITED BY SIZE
               INTO WS-RPT-LINE
           END-IF
           MOVE WS-RPT-LINE               TO OPEN-REPORT-FD
           WRITE OPEN-REPORT-FD
           .
       R2-ONE-OPENING-LINEZ.
           EXIT.
       END PROGRAM YEAROPEN.
