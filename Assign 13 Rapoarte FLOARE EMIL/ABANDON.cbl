      ******************************************************************
      * Author:
      * Date:
      * Purpose: MONTHLY SCHOOL-DROPOUT (ABANDON SCOLAR) RETURN FOR
      *          THE INSPECTORATE. ABSALERT COUNTS UNMOTIVATED HOURS
      *          AND CANNOT TELL A PUPIL WHO SKIPS A LESSON FROM ONE
      *          WHO HAS STOPPED COMING. THIS WALKS EVERY SCHOOL DAY
      *          OF THE SCHOOL YEAR UP TO THE END OF THE MONTH (INSIDE
      *          A TERM, OUTSIDE EVERY HOLIDAY/FREE RANGE OF
      *          SchoolCalendar.txt, MONDAY TO FRIDAY - THE DECTRANS
      *          RULE) AND, FOR EVERY STUDENT OF Extract_STUDENTI.txt,
      *          FINDS THE RUNS OF FULL DAYS OF ABSENCE: DAYS ON WHICH
      *          EVERY LESSON THE Extract_ORAR.txt TIMETABLE GIVES THE
      *          STUDENT (THE CLASS'S LESSONS, A GROUP'S ONLY FOR ITS
      *          MEMBERS) HAS A ROW IN Extract_ABSENTE.txt, MOTIVATED
      *          OR NOT. A RUN OF ABANDON-DAYS (BUSINESS-PARAMETER
      *          REGISTRY, 10 BUILT IN) OR MORE CONSECUTIVE SCHOOL
      *          DAYS THAT REACHES INTO THE MONTH PUTS THE STUDENT ON
      *          THE RETURN, WITH THE CLASS'S DIRIGINTE
      *          (DirigintiRoster.txt), THE LAST DAY THEY ATTENDED,
      *          WHETHER THEY ARE STILL AWAY AT THE END OF THE MONTH
      *          AND THE CONTACTS TRIED WITH THE FAMILY SINCE THE RUN
      *          BEGAN (THE LETTERS ON LetterDispatchLog.txt). WRITES
      *          THE INSPECTORATE'S FIXED-LAYOUT RETURN
      *          (AbandonScolar_<YYYYMM>.txt: HEADER, ONE DETAIL PER
      *          STUDENT, TRAILER WITH THE COUNTS) AND THE SCHOOL
      *          MEDIATOR'S FOLLOW-UP SHEET
      *          (FisaMediator_<YYYYMM>.txt). THE WALK STOPS AT THE
      *          DATE OF THE ABSENCE EXTRACT, SO A MONTH STILL UNDER
      *          WAY IS JUDGED ONLY ON THE DAYS ALREADY RECORDED. A
      *          CLASS WITHOUT A TIMETABLE CANNOT SHOW A FULL DAY OF
      *          ABSENCE: ITS STUDENTS ARE COUNTED AS FARA ORAR FOR A
      *          HAND CHECK. A TRAINING COPY WRITES THE SHEET ONLY -
      *          THE RETURN NEVER LEAVES THE SCHOOL FROM THERE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ABANDON.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> THE SCHOOL CALENDAR, STAGED FROM ITS HOME IN THE ASSIGN 07
      *> DIRECTORY: TERM/HOLIDAY/FREE RANGES, ONE PER LINE
           SELECT CALENDAR-FILE ASSIGN TO 'SchoolCalendarCopy.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAL-STATUS.

           SELECT STUD-EXTRACT ASSIGN TO 'Extract_STUDENTI.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STUD-EXT-STATUS.

           SELECT ORAR-EXTRACT ASSIGN TO 'Extract_ORAR.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORAR-EXT-STATUS.

           SELECT ABS-EXTRACT ASSIGN TO 'Extract_ABSENTE.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ABS-EXT-STATUS.

      *> THE STUDENT-TO-GROUP REGISTRY GRUPMAINT MAINTAINS - A
      *> GROUP'S LESSONS COUNT ONLY FOR ITS MEMBERS
           SELECT GRUPE-FILE ASSIGN TO 'SubjectGroups.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GRUPE-STATUS.

      *> CLASS-TO-DIRIGINTE ROSTER DIRLOAD EXPORTS, STAGED FROM THE
      *> SECRETARIAT
           SELECT DIRIGINTI-ROSTER ASSIGN TO 'DirigintiRosterCopy.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROSTER-STATUS.

      *> THE LETTER EVENT TRAIL, STAGED FROM THE ANGRYPARENTS
      *> DIRECTORY
           SELECT DISPATCH-FILE ASSIGN TO 'LetterDispatchLogCopy.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DISPATCH-STATUS.

      *> BOTH OUTPUTS ARE WRITTEN HERE, THEN FILED UNDER THEIR DATED
      *> NAMES (ASSIGN NAMES ARE FIXED UNDER THIS DIALECT, SAME
      *> WORKAROUND AS DBBACKUP)
           SELECT RETURN-OUT ASSIGN TO 'AbandonScolarWork.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SHEET-OUT ASSIGN TO 'FisaMediatorWork.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
        FD CALENDAR-FILE.
       01 CALENDAR-FD                       PIC X(30).

        FD STUD-EXTRACT.
       01 STUD-EXTRACT-FD                   PIC X(300).

        FD ORAR-EXTRACT.
       01 ORAR-EXTRACT-FD                   PIC X(90).

        FD ABS-EXTRACT.
       01 ABS-EXTRACT-FD                    PIC X(80).

        FD GRUPE-FILE.
       01 GRUPE-FD                          PIC X(40).

        FD DIRIGINTI-ROSTER.
       01 DIRIGINTI-ROSTER-FD               PIC X(80).

        FD DISPATCH-FILE.
       01 DISPATCH-FD                       PIC X(100).

        FD RETURN-OUT.
       01 RETURN-OUT-FD                     PIC X(180).

        FD SHEET-OUT.
       01 SHEET-OUT-FD                      PIC X(132).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WS-CAL-STATUS                    PIC X(02).
       01 WS-STUD-EXT-STATUS               PIC X(02).
       01 WS-ORAR-EXT-STATUS               PIC X(02).
       01 WS-ABS-EXT-STATUS                PIC X(02).
       01 WS-GRUPE-STATUS                  PIC X(02).
       01 WS-ROSTER-STATUS                 PIC X(02).
       01 WS-DISPATCH-STATUS               PIC X(02).

       01 WS-RUN-MONTH                     PIC X(06).
       01 WS-RUN-MONTH-NUM REDEFINES WS-RUN-MONTH.
           05 WS-RUN-YYYY                  PIC 9(04).
           05 WS-RUN-MM                    PIC 9(02).
       01 WS-MONTH-FIRST                   PIC X(08).
       01 WS-MONTH-LAST                    PIC X(08).
      *> THE WALK RUNS FROM 1 SEPTEMBER OF THE SCHOOL YEAR TO THE
      *> END OF THE MONTH, OR THE ABSENCE EXTRACT'S DATE IF EARLIER
       01 WS-WALK-FROM                     PIC X(08).
       01 WS-WALK-TO                       PIC X(08).
       01 WS-EXTRACT-DATE                  PIC X(08) VALUE SPACE.
       01 WS-EXTRACT-WORD                  PIC X(10).
       01 WS-EXTRACT-TAG                   PIC X(10).
       01 WS-LEAP-REST                     PIC 9(03).
       01 WS-LEAP-QUOT                     PIC 9(04).
       01 WS-DAYS-IN-MONTH                 PIC 9(02).

      *> HOW MANY CONSECUTIVE SCHOOL DAYS OF FULL ABSENCE MAKE A
      *> STUDENT AT RISK - LEFT BLANK, ABANDON-DAYS FROM THE
      *> BUSINESS-PARAMETER REGISTRY AS IN FORCE AT THE END OF THE
      *> MONTH; THE 10 HERE ONLY WHEN IT HAS NONE
       01 K-DEFAULT-DAYS                   PIC 9(03) VALUE 10.
       01 WS-MIN-DAYS                      PIC 9(03) VALUE 0.
       COPY PARAM-INT.
       01 WS-PARAM-HEADER                  PIC X(130).

      *> THE CALENDAR: "TERM     START END" AND "HOLIDAY  START END"
      *> / "FREE     START END" LINES, THE LAYOUT NOTEMODULE READS
       01 WS-CAL-LINE.
           05 CAL-TYPE                     PIC X(08).
           05 FILLER                       PIC X(01).
           05 CAL-START                    PIC 9(08).
           05 FILLER                       PIC X(01).
           05 CAL-END                      PIC 9(08).
       01 K-MAX-TERM                       PIC 9(02) VALUE 10.
       01 TERM-TABLE.
           05 TERM-ENTRY OCCURS 10 TIMES.
               10 TERM-START               PIC 9(08).
               10 TERM-END                 PIC 9(08).
       01 TERM-COUNT                       PIC 9(02) VALUE 0.
       01 K-MAX-CLOSED                     PIC 9(02) VALUE 50.
       01 CLOSED-TABLE.
           05 CLOSED-ENTRY OCCURS 50 TIMES.
               10 CLOSED-START             PIC 9(08).
               10 CLOSED-END               PIC 9(08).
       01 CLOSED-COUNT                     PIC 9(02) VALUE 0.
       01 WS-CAL-IDX                       PIC 9(02).
       01 WS-SCHOOL-DAY-SW                 PIC X(01).
           88 SCHOOL-DAY                    VALUE "Y".
           88 NOT-SCHOOL-DAY                VALUE "N".

      *> THE SCHOOL DAYS OF THE WALK, WORKED OUT ONCE WITH THEIR
      *> WEEKDAY (1 = MONDAY)
       01 K-MAX-SDAY                       PIC 9(03) VALUE 366.
       01 SDAY-TABLE.
           05 SDAY-ENTRY OCCURS 366 TIMES.
               10 SD-DATE                  PIC X(08).
               10 SD-DOW                   PIC 9(01).
       01 SDAY-COUNT                       PIC 9(03) VALUE 0.
       01 WS-SDAY-IDX                      PIC 9(03).
       01 WS-MONTH-SDAYS                   PIC 9(02) VALUE 0.

      *> ZELLER WORK FIELDS FOR THE DAY BEING WALKED
       01 WS-DATE-NUM                      PIC 9(08).
       01 WS-DATE-NUM-GROUP REDEFINES WS-DATE-NUM.
           05 WS-DATE-YYYY                 PIC 9(04).
           05 WS-DATE-MM                   PIC 9(02).
           05 WS-DATE-DD                   PIC 9(02).
       01 WS-DATE-TXT REDEFINES WS-DATE-NUM PIC X(08).
       01 WS-Z-Y                           PIC 9(04).
       01 WS-Z-M                           PIC 9(02).
       01 WS-Z-C                           PIC 9(02).
       01 WS-Z-K                           PIC 9(02).
       01 WS-Z-T                           PIC 9(04).
       01 WS-Z-T2                          PIC 9(04).
       01 WS-Z-H                           PIC 9(04).
       01 WS-Z-DOW                         PIC 9(01).

      *> ONE Extract_STUDENTI.txt ROW
       01 WS-STUD-ROW.
           05 SR-CNP                       PIC X(13).
           05 FILLER                       PIC X(02).
           05 SR-CLASA                     PIC X(04).
           05 FILLER                       PIC X(02).
           05 SR-NUME                      PIC X(30).
           05 FILLER                       PIC X(02).
           05 SR-PRENUME                   PIC X(30).

      *> ONE Extract_ORAR.txt ROW AND THE WHOLE SCHOOL'S WEEK
       01 WS-ORAR-ROW.
           05 OR-ZI                        PIC X(01).
           05 FILLER                       PIC X(02).
           05 OR-ORA                       PIC X(01).
           05 FILLER                       PIC X(02).
           05 OR-CLASA                     PIC X(04).
           05 FILLER                       PIC X(02).
           05 OR-MATERIE                   PIC X(30).
           05 FILLER                       PIC X(02).
           05 OR-CNP                       PIC X(13).
           05 FILLER                       PIC X(02).
           05 OR-SALA                      PIC X(10).
           05 FILLER                       PIC X(02).
           05 OR-GRUPA                     PIC X(10).
       01 K-MAX-ORAR                       PIC 9(04) VALUE 2000.
       01 ORAR-TABLE.
           05 ORAR-ENTRY OCCURS 2000 TIMES.
               10 OT-CLASA                 PIC X(04).
               10 OT-ZI                    PIC X(01).
               10 OT-ORA                   PIC X(01).
               10 OT-MATERIE               PIC X(30).
               10 OT-GRUPA                 PIC X(10).
       01 ORAR-COUNT                       PIC 9(04) VALUE 0.
       01 WS-ORAR-IDX                      PIC 9(04).

      *> THE STUDENT'S OWN WEEK: EVERY LESSON A FULL DAY OF ABSENCE
      *> MUST COVER
       01 K-MAX-SLOT                       PIC 9(03) VALUE 80.
       01 SLOT-TABLE.
           05 SLOT-ENTRY OCCURS 80 TIMES.
               10 SL-ZI                    PIC 9(01).
               10 SL-ORA                   PIC X(01).
               10 SL-MATERIE               PIC X(30).
       01 SLOT-COUNT                       PIC 9(03) VALUE 0.
       01 WS-SLOT-IDX                      PIC 9(03).

      *> THE STUDENT-TO-GROUP REGISTRY HELD IN MEMORY
       01 K-MAX-GRP                        PIC 9(04) VALUE 3000.
       01 GRP-TABLE.
           05 GRP-ENTRY OCCURS 3000 TIMES.
               10 GR-CNP                   PIC X(13).
               10 GR-CLASA                 PIC X(04).
               10 GR-GRUPA                 PIC X(10).
       01 GRP-COUNT                        PIC 9(04) VALUE 0.
       01 WS-GRP-IDX                       PIC 9(04).
       01 WS-GRP-LINE                      PIC X(40).
       01 WS-SLOT-COUNTS-SW                PIC X(01).
           88 SLOT-COUNTS                   VALUE "Y".
           88 SLOT-NOT-COUNTS               VALUE "N".

      *> ONE Extract_ABSENTE.txt ROW; EVERY ABSENCE OF THE WALK IS
      *> HELD, THEN THE STUDENT'S OWN ARE PICKED OUT PER STUDENT
       01 WS-ABS-ROW.
           05 AR-CNP                       PIC X(13).
           05 FILLER                       PIC X(02).
           05 AR-DATA                      PIC X(08).
           05 FILLER                       PIC X(02).
           05 AR-MATERIE                   PIC X(30).
           05 FILLER                       PIC X(02).
           05 AR-MOTIVAT                   PIC X(01).
           05 FILLER                       PIC X(02).
           05 AR-ORA                       PIC X(01).
       01 K-MAX-ABS                        PIC 9(05) VALUE 30000.
       01 ABS-TABLE.
           05 ABS-ENTRY OCCURS 30000 TIMES.
               10 AB-CNP                   PIC X(13).
               10 AB-DATA                  PIC X(08).
               10 AB-ORA                   PIC X(01).
               10 AB-MOTIVAT               PIC X(01).
               10 AB-MATERIE               PIC X(30).
       01 ABS-COUNT                        PIC 9(05) VALUE 0.
       01 WS-ABS-IDX                       PIC 9(05).
       01 K-MAX-STU-ABS                    PIC 9(04) VALUE 2000.
       01 STU-ABS-TABLE.
           05 STU-ABS-ENTRY OCCURS 2000 TIMES.
               10 SA-DATA                  PIC X(08).
               10 SA-ORA                   PIC X(01).
               10 SA-MOTIVAT               PIC X(01).
               10 SA-MATERIE               PIC X(30).
       01 STU-ABS-COUNT                    PIC 9(04) VALUE 0.
       01 WS-STU-ABS-IDX                   PIC 9(04).

      *> ONE DirigintiRoster.txt LINE, THE COLUMNS DIRLOAD WRITES
       01 WS-ROSTER-LINE.
           05 RO-CLASA                     PIC X(04).
           05 FILLER                       PIC X(01).
           05 RO-CNP                       PIC X(13).
           05 FILLER                       PIC X(01).
           05 RO-NUME                      PIC X(30).
           05 FILLER                       PIC X(01).
           05 RO-PRENUME                   PIC X(30).
       01 K-MAX-ROSTER                     PIC 9(03) VALUE 200.
       01 ROSTER-TABLE.
           05 ROSTER-ENTRY OCCURS 200 TIMES.
               10 RT-CLASA                 PIC X(04).
               10 RT-NUME                  PIC X(30).
               10 RT-PRENUME               PIC X(30).
       01 ROSTER-COUNT                     PIC 9(03) VALUE 0.
       01 WS-ROSTER-IDX                    PIC 9(03).
       01 WS-DIRIG-NUME                    PIC X(30).
       01 WS-DIRIG-PRENUME                 PIC X(30).

      *> ONE DISPATCH EVENT, THE COLUMNS THE LETTER RUNS WRITE
       01 DISPATCH-LINE.
           05 DP-DATE                      PIC 9(08).
           05 FILLER                       PIC X(01).
           05 DP-TIME                      PIC 9(08).
           05 FILLER                       PIC X(01).
           05 DP-STATUS                    PIC X(12).
           05 FILLER                       PIC X(01).
           05 DP-CNP                       PIC X(13).
           05 FILLER                       PIC X(01).
           05 DP-FILE                      PIC X(50).
      *> THE NEWEST STATE PER LETTER, FOLDED FROM THE EVENT TRAIL THE
      *> WAY LTRDISPATCH DOES IT
       01 K-MAX-LETTER                     PIC 9(04) VALUE 2000.
       01 LETTER-TABLE.
           05 LETTER-ENTRY OCCURS 2000 TIMES.
               10 LT-FILE                  PIC X(50).
               10 LT-CNP                   PIC X(13).
               10 LT-GEN-DATE              PIC 9(08).
               10 LT-STATUS                PIC X(12).
       01 LETTER-COUNT                     PIC 9(04) VALUE 0.
       01 WS-LTR-IDX                       PIC 9(04).
       01 WS-HIT-IDX                       PIC 9(04).

      *> THE STUDENT BEING WALKED
       01 WS-CUR-CNP                       PIC X(13).
       01 WS-CUR-CLASA                     PIC X(04).
       01 WS-CUR-NUME                      PIC X(30).
       01 WS-CUR-PRENUME                   PIC X(30).
       01 WS-RUN-DAYS                      PIC 9(03).
       01 WS-RUN-MOTIV                     PIC 9(03).
       01 WS-RUN-START                     PIC X(08).
       01 WS-RUN-END                       PIC X(08).
       01 WS-RUN-PREV                      PIC X(08).
       01 WS-LAST-ATTENDED                 PIC X(08).
      *> THE RUN THAT PUTS THE STUDENT ON THE RETURN - THE LATEST
      *> ONE LONG ENOUGH THAT REACHES INTO THE MONTH
       01 WS-HIT-SW                        PIC X(01).
           88 RUN-QUALIFIES                 VALUE "Y".
       01 WS-HIT-DAYS                      PIC 9(03).
       01 WS-HIT-MOTIV                     PIC 9(03).
       01 WS-HIT-START                     PIC X(08).
       01 WS-HIT-END                       PIC X(08).
       01 WS-HIT-PREV                      PIC X(08).
       01 WS-HIT-STARE                     PIC X(01).

      *> THE DAY BEING JUDGED
       01 WS-LESSONS-THAT-DAY              PIC 9(02).
       01 WS-FULL-DAY-SW                   PIC X(01).
           88 FULL-DAY-ABSENT               VALUE "Y".
       01 WS-ALL-MOTIV-SW                  PIC X(01).
           88 ALL-MOTIVATED                 VALUE "Y".
       01 WS-COVERED-SW                    PIC X(01).
           88 LESSON-COVERED                VALUE "Y".

      *> EVERY STUDENT AT RISK, FOR THE TWO OUTPUTS
       01 K-MAX-RISK                       PIC 9(03) VALUE 500.
       01 RISK-TABLE.
           05 RISK-ENTRY OCCURS 500 TIMES.
               10 RK-CNP                   PIC X(13).
               10 RK-CLASA                 PIC X(04).
               10 RK-NUME                  PIC X(30).
               10 RK-PRENUME               PIC X(30).
               10 RK-DAYS                  PIC 9(03).
               10 RK-MOTIV                 PIC 9(03).
               10 RK-START                 PIC X(08).
               10 RK-END                   PIC X(08).
               10 RK-LAST-ATT              PIC X(08).
      *> A = STILL AWAY AT THE END OF THE PERIOD, R = CAME BACK
               10 RK-STARE                 PIC X(01).
               10 RK-DIRIG-NUME            PIC X(30).
               10 RK-DIRIG-PRENUME         PIC X(30).
               10 RK-CONTACTS              PIC 9(02).
               10 RK-LAST-CONTACT          PIC X(08).
               10 RK-LAST-STATUS           PIC X(12).
       01 RISK-COUNT                       PIC 9(03) VALUE 0.
       01 WS-RISK-IDX                      PIC 9(03).

       01 WS-COUNT-STUDENTS                PIC 9(05) VALUE 0.
       01 WS-COUNT-NO-ORAR                 PIC 9(05) VALUE 0.
       01 WS-COUNT-AWAY                    PIC 9(04) VALUE 0.
       01 WS-COUNT-BACK                    PIC 9(04) VALUE 0.

      *> THE THREE RECORD SHAPES OF THE INSPECTORATE'S RETURN. EVERY
      *> RECORD IS 180 BYTES, RECORD TYPE IN COLUMN 1; A DATE NOT
      *> KNOWN IS ZEROS
       01 RETURN-HEADER.
           05 RH-TYPE                      PIC X(01) VALUE "H".
           05 RH-FILE-ID                   PIC X(14) VALUE
               "ABANDON-SCOLAR".
           05 RH-MONTH                     PIC X(06).
           05 RH-MIN-DAYS                  PIC 9(03).
           05 RH-OBSERVED-TO               PIC X(08).
           05 RH-EXPORT-DATE               PIC 9(08).
           05 FILLER                       PIC X(140) VALUE SPACE.
       01 RETURN-DETAIL.
           05 RD-TYPE                      PIC X(01) VALUE "D".
           05 RD-CNP                       PIC X(13).
           05 RD-NUME                      PIC X(30).
           05 RD-PRENUME                   PIC X(30).
           05 RD-CLASA                     PIC X(04).
           05 RD-ZILE                      PIC 9(03).
           05 RD-ZILE-MOTIVATE             PIC 9(03).
           05 RD-INCEPUT                   PIC X(08).
           05 RD-ULTIMA-PREZENTA           PIC X(08).
           05 RD-STARE                     PIC X(01).
           05 RD-DIRIG-NUME                PIC X(30).
           05 RD-DIRIG-PRENUME             PIC X(30).
           05 RD-CONTACTE                  PIC 9(02).
           05 RD-ULTIMUL-CONTACT           PIC X(08).
           05 FILLER                       PIC X(09) VALUE SPACE.
       01 RETURN-TRAILER.
           05 RT-TYPE                      PIC X(01) VALUE "T".
           05 RT-DETAIL-COUNT              PIC 9(06).
           05 RT-AWAY-COUNT                PIC 9(06).
           05 RT-BACK-COUNT                PIC 9(06).
           05 RT-NO-ORAR-COUNT             PIC 9(06).
           05 FILLER                       PIC X(155) VALUE SPACE.
       01 WS-EXPORT-DATE                   PIC 9(08).

       01 WS-DAYS-DISP                     PIC ZZ9.
       01 WS-COUNT-DISP                    PIC Z9.
       01 WS-LINE                          PIC X(132).
       01 WS-COPY-COMMAND                  PIC X(160).

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".
       COPY TRAINENV-INT.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       S0  SECTION.
       S0A.
           DISPLAY "SCHOOL-DROPOUT (ABANDON SCOLAR) MONTHLY RETURN"
           DISPLAY "MONTH (YYYYMM): " WITH NO ADVANCING
           ACCEPT WS-RUN-MONTH
           IF WS-RUN-MONTH NOT NUMERIC
               DISPLAY "MONTH NOT NUMERIC - NOTHING DONE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RUN-MM < 1 OR WS-RUN-MM > 12
               DISPLAY "MONTH " WS-RUN-MM " OUT OF RANGE - NOTHING "
                   "DONE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM A3-MONTH-BOUNDS

           MOVE "ABANDON-DAYS"             TO PRM-NAME
           MOVE WS-MONTH-LAST              TO PRM-AS-OF
           MOVE K-DEFAULT-DAYS             TO PRM-DEFAULT
           CALL "PARAMGET" USING PARAM-INTERFACE
           DISPLAY "CONSECUTIVE SCHOOL DAYS OF FULL ABSENCE (BLANK = "
               PRM-SHOWN "): " WITH NO ADVANCING
           ACCEPT WS-MIN-DAYS
           IF WS-MIN-DAYS = 0
               MOVE PRM-VALUE              TO WS-MIN-DAYS
           ELSE
               MOVE WS-MIN-DAYS            TO PRM-VALUE
               MOVE PRM-VALUE              TO PRM-SHOWN
               MOVE "ENTERED BY THE OPERATOR" TO PRM-SOURCE
           END-IF
           IF WS-MIN-DAYS = 0
               MOVE 1                      TO WS-MIN-DAYS
           END-IF
           MOVE SPACE                      TO WS-PARAM-HEADER
           STRING "PARAMETERS: ABANDON-DAYS " PRM-SHOWN " - "
                  PRM-SOURCE
                  DELIMITED BY SIZE
           INTO WS-PARAM-HEADER
           DISPLAY WS-PARAM-HEADER

      *> WITHOUT THE CALENDAR A HOLIDAY WOULD READ AS DAYS AWAY -
      *> NO RETURN IS BETTER THAN A WRONG ONE
           PERFORM A1-LOAD-CALENDAR
           IF TERM-COUNT = 0
               DISPLAY "NO TERMS IN SchoolCalendar.txt - CANNOT TELL "
                   "THE SCHOOL DAYS, NO RETURN WRITTEN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM A2-LOAD-ABSENCES
           IF WS-ABS-EXT-STATUS NOT = "00"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-WALK-TO < WS-MONTH-FIRST
               DISPLAY "Extract_ABSENTE.txt IS FROM " WS-EXTRACT-DATE
                   " - NOTHING OF " WS-RUN-MONTH " RECORDED YET "
                   "(RUN TBLEXTRACT)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM A4-MARK-SCHOOL-DAYS
           PERFORM A5-LOAD-ORAR
           IF ORAR-COUNT = 0
               DISPLAY "NO TIMETABLE - NO FULL DAY OF ABSENCE CAN BE "
                   "SHOWN, NO RETURN WRITTEN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM A6-LOAD-GROUPS
           PERFORM A7-LOAD-ROSTER
           PERFORM A8-LOAD-LETTERS

           PERFORM B0-SWEEP-STUDENTS
           IF WS-STUD-EXT-STATUS NOT = "00"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               DISPLAY "TRAINING COPY (OF " TRN-SNAP-ID ") - THE "
                   "INSPECTORATE RETURN IS NOT PRODUCED HERE"
           ELSE
               PERFORM D0-WRITE-RETURN
           END-IF
           PERFORM E0-WRITE-SHEET

           DISPLAY "SCHOOL DAYS IN " WS-RUN-MONTH " OBSERVED TO "
               WS-WALK-TO ": " WS-MONTH-SDAYS
           DISPLAY "STUDENTS CHECKED: " WS-COUNT-STUDENTS
               "  AT RISK: " RISK-COUNT
               "  STILL AWAY: " WS-COUNT-AWAY
               "  CAME BACK: " WS-COUNT-BACK
           IF WS-COUNT-NO-ORAR > 0
               DISPLAY "NOT JUDGED - CLASS WITHOUT A TIMETABLE "
                   "(FARA ORAR): " WS-COUNT-NO-ORAR
           END-IF
           MOVE 0 TO RETURN-CODE
           .
       S0Z.
           STOP RUN.

      *> THE CALENDAR LIVES IN THE ASSIGN 07 DIRECTORY - A FRESH
      *> COPY IS STAGED HERE EVERY RUN (THE PONTAJ PATTERN)
       A1-LOAD-CALENDAR SECTION.
       A1-LOAD-CALENDARA.
           MOVE SPACE                      TO WS-COPY-COMMAND
           STRING "cp '../Assign 07 FLOARE EMIL/"
                  "SchoolCalendar.txt' 'SchoolCalendarCopy.txt'"
                  DELIMITED BY SIZE
           INTO WS-COPY-COMMAND
           CALL "SYSTEM" USING WS-COPY-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "NO SchoolCalendar.txt IN THE ASSIGN 07 "
                   "DIRECTORY"
               GO TO A1-LOAD-CALENDARZ
           END-IF

           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS NOT = "00"
               DISPLAY "STAGED CALENDAR NOT READABLE"
               GO TO A1-LOAD-CALENDARZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-CAL-LINE
               READ CALENDAR-FILE INTO WS-CAL-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   EVALUATE CAL-TYPE
                       WHEN "TERM"
                           IF TERM-COUNT < K-MAX-TERM
                           AND CAL-START NUMERIC AND CAL-END NUMERIC
                               ADD 1 TO TERM-COUNT
                               MOVE CAL-START TO
                                   TERM-START(TERM-COUNT)
                               MOVE CAL-END   TO
                                   TERM-END(TERM-COUNT)
                           END-IF
                       WHEN "HOLIDAY"
                       WHEN "FREE"
                           IF CLOSED-COUNT < K-MAX-CLOSED
                           AND CAL-START NUMERIC AND CAL-END NUMERIC
                               ADD 1 TO CLOSED-COUNT
                               MOVE CAL-START TO
                                   CLOSED-START(CLOSED-COUNT)
                               MOVE CAL-END   TO
                                   CLOSED-END(CLOSED-COUNT)
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE
           DISPLAY "SCHOOL CALENDAR LOADED: " TERM-COUNT " TERMS, "
               CLOSED-COUNT " CLOSED RANGES"
           .
       A1-LOAD-CALENDARZ.
           EXIT.

      *> EVERY ABSENCE OF THE WALK, MOTIVATED OR NOT - A PUPIL ON A
      *> LONG MEDICAL LEAVE STILL SHOWS, THE RETURN CARRIES THE
      *> MOTIVATED DAYS SO THE INSPECTORATE CAN TELL THEM APART. THE
      *> EXTRACT HEADER'S DATE ENDS THE WALK: A DAY AFTER IT HAS
      *> SIMPLY NOT BEEN RECORDED YET
       A2-LOAD-ABSENCES SECTION.
       A2-LOAD-ABSENCESA.
           OPEN INPUT ABS-EXTRACT
           IF WS-ABS-EXT-STATUS NOT = "00"
               DISPLAY "Extract_ABSENTE.txt NOT FOUND - RUN TBLEXTRACT "
                   "FIRST"
               GO TO A2-LOAD-ABSENCESZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-ABS-ROW
               READ ABS-EXTRACT INTO WS-ABS-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-ABS-ROW(1:8) = "EXTRACT "
                       DISPLAY "READING SNAPSHOT: " WS-ABS-ROW(1:42)
                       UNSTRING WS-ABS-ROW DELIMITED BY ALL SPACE
                           INTO WS-EXTRACT-WORD WS-EXTRACT-TAG
                                WS-EXTRACT-DATE
                       END-UNSTRING
                   ELSE
                   IF AR-CNP > SPACE AND AR-DATA NUMERIC
                   AND AR-DATA >= WS-WALK-FROM
                   AND AR-DATA <= WS-MONTH-LAST
                   AND ABS-COUNT < K-MAX-ABS
                       ADD 1               TO ABS-COUNT
                       MOVE AR-CNP         TO AB-CNP(ABS-COUNT)
                       MOVE AR-DATA        TO AB-DATA(ABS-COUNT)
                       MOVE AR-ORA         TO AB-ORA(ABS-COUNT)
                       MOVE AR-MOTIVAT     TO AB-MOTIVAT(ABS-COUNT)
                       MOVE AR-MATERIE     TO AB-MATERIE(ABS-COUNT)
                   END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ABS-EXTRACT
           DISPLAY "ABSENCES IN THE SCHOOL YEAR TO DATE: " ABS-COUNT

           MOVE WS-MONTH-LAST              TO WS-WALK-TO
           IF WS-EXTRACT-DATE NUMERIC
           AND WS-EXTRACT-DATE < WS-WALK-TO
               MOVE WS-EXTRACT-DATE        TO WS-WALK-TO
           END-IF
           .
       A2-LOAD-ABSENCESZ.
           EXIT.

      *> FIRST AND LAST DAY OF THE MONTH, AND 1 SEPTEMBER OF ITS
      *> SCHOOL YEAR, WHERE THE WALK STARTS
       A3-MONTH-BOUNDS SECTION.
       A3-MONTH-BOUNDSA.
           MOVE WS-RUN-YYYY                TO WS-DATE-YYYY
           MOVE WS-RUN-MM                  TO WS-DATE-MM
           PERFORM W3-DAYS-IN-MONTH
           MOVE SPACE                      TO WS-MONTH-FIRST
           STRING WS-RUN-MONTH "01" DELIMITED BY SIZE
           INTO WS-MONTH-FIRST
           MOVE SPACE                      TO WS-MONTH-LAST
           STRING WS-RUN-MONTH WS-DAYS-IN-MONTH DELIMITED BY SIZE
           INTO WS-MONTH-LAST
           IF WS-RUN-MM < 9
               SUBTRACT 1                  FROM WS-DATE-YYYY
           END-IF
           MOVE 9                          TO WS-DATE-MM
           MOVE 1                          TO WS-DATE-DD
           MOVE WS-DATE-TXT                TO WS-WALK-FROM
           .
       A3-MONTH-BOUNDSZ.
           EXIT.

      *> EVERY SCHOOL DAY FROM THE WALK'S START TO ITS END
       A4-MARK-SCHOOL-DAYS SECTION.
       A4-MARK-SCHOOL-DAYSA.
           MOVE WS-WALK-FROM               TO WS-DATE-TXT
           PERFORM UNTIL WS-DATE-TXT > WS-WALK-TO
                   OR SDAY-COUNT >= K-MAX-SDAY
               PERFORM W1-IS-SCHOOL-DAY
               IF SCHOOL-DAY
                   ADD 1                   TO SDAY-COUNT
                   MOVE WS-DATE-TXT        TO SD-DATE(SDAY-COUNT)
                   MOVE WS-Z-DOW           TO SD-DOW(SDAY-COUNT)
                   IF WS-DATE-TXT >= WS-MONTH-FIRST
                       ADD 1               TO WS-MONTH-SDAYS
                   END-IF
               END-IF
               PERFORM W2-NEXT-DAY
           END-PERFORM
           DISPLAY "SCHOOL DAYS WALKED: " SDAY-COUNT
           .
       A4-MARK-SCHOOL-DAYSZ.
           EXIT.

      *> THE TIMETABLE: EVERY WEEKDAY LESSON OF EVERY CLASS
       A5-LOAD-ORAR SECTION.
       A5-LOAD-ORARA.
           OPEN INPUT ORAR-EXTRACT
           IF WS-ORAR-EXT-STATUS NOT = "00"
               DISPLAY "Extract_ORAR.txt NOT FOUND - RUN TBLEXTRACT "
                   "FIRST"
               GO TO A5-LOAD-ORARZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-ORAR-ROW
               READ ORAR-EXTRACT INTO WS-ORAR-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-ORAR-ROW(1:8) = "EXTRACT "
                       DISPLAY "READING SNAPSHOT: " WS-ORAR-ROW(1:42)
                   ELSE
                   IF OR-ZI >= "1" AND OR-ZI <= "5"
                   AND ORAR-COUNT < K-MAX-ORAR
                       ADD 1               TO ORAR-COUNT
                       MOVE OR-CLASA       TO OT-CLASA(ORAR-COUNT)
                       MOVE OR-ZI          TO OT-ZI(ORAR-COUNT)
                       MOVE OR-ORA         TO OT-ORA(ORAR-COUNT)
                       MOVE OR-MATERIE     TO OT-MATERIE(ORAR-COUNT)
                       MOVE OR-GRUPA       TO OT-GRUPA(ORAR-COUNT)
                   END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ORAR-EXTRACT
           DISPLAY "TIMETABLE SLOTS: " ORAR-COUNT
           .
       A5-LOAD-ORARZ.
           EXIT.

      *> NO REGISTRY MEANS NO GROUPS: A GROUP LESSON THEN COUNTS FOR
      *> NOBODY, RATHER THAN FOR EVERYBODY
       A6-LOAD-GROUPS SECTION.
       A6-LOAD-GROUPSA.
           OPEN INPUT GRUPE-FILE
           IF WS-GRUPE-STATUS NOT = "00"
               GO TO A6-LOAD-GROUPSZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-GRP-LINE
               READ GRUPE-FILE INTO WS-GRP-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-GRP-LINE > SPACE
                   AND GRP-COUNT < K-MAX-GRP
                       ADD 1               TO GRP-COUNT
                       UNSTRING WS-GRP-LINE DELIMITED BY ";" INTO
                           GR-CNP(GRP-COUNT)
                           GR-CLASA(GRP-COUNT)
                           GR-GRUPA(GRP-COUNT)
                       END-UNSTRING
                   END-IF
               END-READ
           END-PERFORM
           CLOSE GRUPE-FILE
           DISPLAY "GROUP MEMBERSHIPS ON FILE: " GRP-COUNT
           .
       A6-LOAD-GROUPSZ.
           EXIT.

      *> THE ROSTER LIVES IN THE SECRETARIAT - STAGED FRESH EVERY
      *> RUN. WITHOUT IT THE DIRIGINTE COLUMNS STAY BLANK
       A7-LOAD-ROSTER SECTION.
       A7-LOAD-ROSTERA.
           MOVE SPACE                      TO WS-COPY-COMMAND
           STRING "cp '../Assign 12 Secretariat FLOARE EMIL/"
                  "DirigintiRoster.txt' 'DirigintiRosterCopy.txt'"
                  DELIMITED BY SIZE
           INTO WS-COPY-COMMAND
           CALL "SYSTEM" USING WS-COPY-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "NO DirigintiRoster.txt - RUN DIRLOAD TO NAME "
                   "THE RESPONSIBLE DIRIGINTI"
               GO TO A7-LOAD-ROSTERZ
           END-IF

           OPEN INPUT DIRIGINTI-ROSTER
           IF WS-ROSTER-STATUS NOT = "00"
               GO TO A7-LOAD-ROSTERZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-ROSTER-LINE
               READ DIRIGINTI-ROSTER INTO WS-ROSTER-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF RO-CLASA > SPACE
                   AND ROSTER-COUNT < K-MAX-ROSTER
                       ADD 1               TO ROSTER-COUNT
                       MOVE RO-CLASA       TO RT-CLASA(ROSTER-COUNT)
                       MOVE RO-NUME        TO RT-NUME(ROSTER-COUNT)
                       MOVE RO-PRENUME     TO RT-PRENUME(ROSTER-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE DIRIGINTI-ROSTER
           DISPLAY "DIRIGINTI ON THE ROSTER: " ROSTER-COUNT
           .
       A7-LOAD-ROSTERZ.
           EXIT.

      *> THE LETTER TRAIL LIVES WITH ANGRYPARENTS - STAGED FRESH
      *> EVERY RUN AND FOLDED TO ONE ENTRY PER LETTER: THE FIRST
      *> EVENT FIXES THE GENERATION DATE, THE NEWEST ONE THE STATUS
       A8-LOAD-LETTERS SECTION.
       A8-LOAD-LETTERSA.
           MOVE SPACE                      TO WS-COPY-COMMAND
           STRING "cp '../Assign 08 Angry Parrents FLOARE EMIL/"
                  "LetterDispatchLog.txt' 'LetterDispatchLogCopy.txt'"
                  DELIMITED BY SIZE
           INTO WS-COPY-COMMAND
           CALL "SYSTEM" USING WS-COPY-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "NO LetterDispatchLog.txt - NO CONTACTS WITH "
                   "THE FAMILIES ON RECORD"
               GO TO A8-LOAD-LETTERSZ
           END-IF

           OPEN INPUT DISPATCH-FILE
           IF WS-DISPATCH-STATUS NOT = "00"
               GO TO A8-LOAD-LETTERSZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO DISPATCH-LINE
               READ DISPATCH-FILE INTO DISPATCH-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF DP-FILE > SPACE AND DP-DATE NUMERIC
                       PERFORM A9-FOLD-EVENT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE DISPATCH-FILE
           DISPLAY "LETTERS ON THE DISPATCH LOG: " LETTER-COUNT
           .
       A8-LOAD-LETTERSZ.
           EXIT.

       A9-FOLD-EVENT SECTION.
       A9-FOLD-EVENTA.
           MOVE 0                          TO WS-HIT-IDX
           PERFORM VARYING WS-LTR-IDX FROM 1 BY 1
                   UNTIL WS-LTR-IDX > LETTER-COUNT
               IF LT-FILE(WS-LTR-IDX) = DP-FILE
                   MOVE WS-LTR-IDX         TO WS-HIT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-HIT-IDX = 0
               IF LETTER-COUNT >= K-MAX-LETTER
                   GO TO A9-FOLD-EVENTZ
               END-IF
               ADD 1                       TO LETTER-COUNT
               MOVE LETTER-COUNT           TO WS-HIT-IDX
               MOVE DP-FILE                TO LT-FILE(WS-HIT-IDX)
               MOVE DP-CNP                 TO LT-CNP(WS-HIT-IDX)
               MOVE DP-DATE                TO LT-GEN-DATE(WS-HIT-IDX)
           END-IF
           MOVE DP-STATUS                  TO LT-STATUS(WS-HIT-IDX)
           .
       A9-FOLD-EVENTZ.
           EXIT.

      *> EVERY STUDENT ON THE STUDENTI EXTRACT IS WALKED IN TURN
       B0-SWEEP-STUDENTS SECTION.
       B0-SWEEP-STUDENTSA.
           OPEN INPUT STUD-EXTRACT
           IF WS-STUD-EXT-STATUS NOT = "00"
               DISPLAY "Extract_STUDENTI.txt NOT FOUND - RUN "
                   "TBLEXTRACT FIRST"
               GO TO B0-SWEEP-STUDENTSZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-STUD-ROW
               READ STUD-EXTRACT INTO WS-STUD-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-STUD-ROW(1:8) NOT = "EXTRACT "
                   AND SR-CNP > SPACE
                       ADD 1               TO WS-COUNT-STUDENTS
                       PERFORM C0-ONE-STUDENT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE STUD-EXTRACT
           .
       B0-SWEEP-STUDENTSZ.
           EXIT.

      *> ONE STUDENT: THEIR WEEK, THEIR ABSENCES, THEN THE WALK
       C0-ONE-STUDENT SECTION.
       C0-ONE-STUDENTA.
           MOVE SR-CNP                     TO WS-CUR-CNP
           MOVE SR-CLASA                   TO WS-CUR-CLASA
           MOVE SR-NUME                    TO WS-CUR-NUME
           MOVE SR-PRENUME                 TO WS-CUR-PRENUME

           MOVE 0                          TO SLOT-COUNT
           PERFORM C3-PICK-SLOT
               VARYING WS-ORAR-IDX FROM 1 BY 1
               UNTIL WS-ORAR-IDX > ORAR-COUNT
           IF SLOT-COUNT = 0
               ADD 1                       TO WS-COUNT-NO-ORAR
               GO TO C0-ONE-STUDENTZ
           END-IF

           MOVE 0                          TO STU-ABS-COUNT
           PERFORM VARYING WS-ABS-IDX FROM 1 BY 1
                   UNTIL WS-ABS-IDX > ABS-COUNT
               IF AB-CNP(WS-ABS-IDX) = WS-CUR-CNP
               AND STU-ABS-COUNT < K-MAX-STU-ABS
                   ADD 1                   TO STU-ABS-COUNT
                   MOVE AB-DATA(WS-ABS-IDX) TO SA-DATA(STU-ABS-COUNT)
                   MOVE AB-ORA(WS-ABS-IDX)  TO SA-ORA(STU-ABS-COUNT)
                   MOVE AB-MOTIVAT(WS-ABS-IDX) TO
                       SA-MOTIVAT(STU-ABS-COUNT)
                   MOVE AB-MATERIE(WS-ABS-IDX) TO
                       SA-MATERIE(STU-ABS-COUNT)
               END-IF
           END-PERFORM
      *> NO ABSENCE AT ALL - NOTHING TO WALK
           IF STU-ABS-COUNT = 0
               GO TO C0-ONE-STUDENTZ
           END-IF

           MOVE 0                          TO WS-RUN-DAYS
           MOVE 0                          TO WS-RUN-MOTIV
           MOVE SPACE                      TO WS-RUN-START
           MOVE SPACE                      TO WS-RUN-END
           MOVE SPACE                      TO WS-RUN-PREV
           MOVE SPACE                      TO WS-LAST-ATTENDED
           MOVE "N"                        TO WS-HIT-SW
           PERFORM C1-ONE-DAY
               VARYING WS-SDAY-IDX FROM 1 BY 1
               UNTIL WS-SDAY-IDX > SDAY-COUNT
      *> A RUN STILL OPEN AT THE END OF THE WALK: STILL AWAY
           PERFORM C4-CLOSE-RUN
           IF WS-RUN-DAYS > 0 AND RUN-QUALIFIES
           AND WS-HIT-END = WS-RUN-END
               MOVE "A"                    TO WS-HIT-STARE
           END-IF
           IF RUN-QUALIFIES
               PERFORM C5-RECORD-RISK
           END-IF
           .
       C0-ONE-STUDENTZ.
           EXIT.

      *> ONE SCHOOL DAY: A DAY WITHOUT LESSONS FOR THE STUDENT
      *> NEITHER BREAKS NOR LENGTHENS A RUN; A DAY WITH EVEN ONE
      *> LESSON ATTENDED ENDS IT
       C1-ONE-DAY SECTION.
       C1-ONE-DAYA.
           MOVE 0                          TO WS-LESSONS-THAT-DAY
           MOVE "Y"                        TO WS-FULL-DAY-SW
           MOVE "Y"                        TO WS-ALL-MOTIV-SW
           PERFORM C2-ONE-LESSON
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > SLOT-COUNT
                  OR NOT FULL-DAY-ABSENT
           IF WS-LESSONS-THAT-DAY = 0
               GO TO C1-ONE-DAYZ
           END-IF
           IF FULL-DAY-ABSENT
               IF WS-RUN-DAYS = 0
                   MOVE SD-DATE(WS-SDAY-IDX) TO WS-RUN-START
                   MOVE WS-LAST-ATTENDED   TO WS-RUN-PREV
               END-IF
               ADD 1                       TO WS-RUN-DAYS
               IF ALL-MOTIVATED
                   ADD 1                   TO WS-RUN-MOTIV
               END-IF
               MOVE SD-DATE(WS-SDAY-IDX)   TO WS-RUN-END
           ELSE
               PERFORM C4-CLOSE-RUN
               MOVE 0                      TO WS-RUN-DAYS
               MOVE 0                      TO WS-RUN-MOTIV
               MOVE SD-DATE(WS-SDAY-IDX)   TO WS-LAST-ATTENDED
           END-IF
           .
       C1-ONE-DAYZ.
           EXIT.

      *> A LESSON OF THE DAY'S WEEKDAY IS MISSED WHEN AN ABSENCE
      *> CARRIES ITS HOUR - OR, FOR A ROW LOADED WITHOUT THE HOUR,
      *> ITS SUBJECT (ABSMODULE'S LEGACY ONE-PER-DAY RULE)
       C2-ONE-LESSON SECTION.
       C2-ONE-LESSONA.
           IF SL-ZI(WS-SLOT-IDX) NOT = SD-DOW(WS-SDAY-IDX)
               GO TO C2-ONE-LESSONZ
           END-IF
           ADD 1                           TO WS-LESSONS-THAT-DAY
           MOVE "N"                        TO WS-COVERED-SW
           PERFORM VARYING WS-STU-ABS-IDX FROM 1 BY 1
                   UNTIL WS-STU-ABS-IDX > STU-ABS-COUNT
               IF SA-DATA(WS-STU-ABS-IDX) = SD-DATE(WS-SDAY-IDX)
               AND (SA-ORA(WS-STU-ABS-IDX) = SL-ORA(WS-SLOT-IDX)
                    OR (SA-ORA(WS-STU-ABS-IDX) = SPACE
                        AND SA-MATERIE(WS-STU-ABS-IDX) =
                            SL-MATERIE(WS-SLOT-IDX)))
                   SET LESSON-COVERED      TO TRUE
                   IF SA-MOTIVAT(WS-STU-ABS-IDX) NOT = "M"
                       MOVE "N"            TO WS-ALL-MOTIV-SW
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT LESSON-COVERED
               MOVE "N"                    TO WS-FULL-DAY-SW
           END-IF
           .
       C2-ONE-LESSONZ.
           EXIT.

      *> THE CLASS'S LESSONS; A GROUP LESSON ONLY FOR THE GROUP'S
      *> REGISTERED MEMBERS
       C3-PICK-SLOT SECTION.
       C3-PICK-SLOTA.
           IF OT-CLASA(WS-ORAR-IDX) NOT = WS-CUR-CLASA
           OR SLOT-COUNT >= K-MAX-SLOT
               GO TO C3-PICK-SLOTZ
           END-IF
           SET SLOT-COUNTS                 TO TRUE
           IF OT-GRUPA(WS-ORAR-IDX) NOT = SPACE
               SET SLOT-NOT-COUNTS         TO TRUE
               PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                       UNTIL WS-GRP-IDX > GRP-COUNT
                   IF GR-CNP(WS-GRP-IDX) = WS-CUR-CNP
                   AND GR-CLASA(WS-GRP-IDX) = WS-CUR-CLASA
                   AND GR-GRUPA(WS-GRP-IDX) = OT-GRUPA(WS-ORAR-IDX)
                       SET SLOT-COUNTS     TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF SLOT-NOT-COUNTS
               GO TO C3-PICK-SLOTZ
           END-IF
           ADD 1                           TO SLOT-COUNT
           MOVE OT-ZI(WS-ORAR-IDX)         TO SL-ZI(SLOT-COUNT)
           MOVE OT-ORA(WS-ORAR-IDX)        TO SL-ORA(SLOT-COUNT)
           MOVE OT-MATERIE(WS-ORAR-IDX)    TO SL-MATERIE(SLOT-COUNT)
           .
       C3-PICK-SLOTZ.
           EXIT.

      *> A RUN JUST ENDED (OR THE WALK DID): LONG ENOUGH AND
      *> REACHING INTO THE MONTH, IT BECOMES THE STUDENT'S RUN - A
      *> LATER ONE REPLACES AN EARLIER ONE
       C4-CLOSE-RUN SECTION.
       C4-CLOSE-RUNA.
           IF WS-RUN-DAYS < WS-MIN-DAYS
           OR WS-RUN-END < WS-MONTH-FIRST
               GO TO C4-CLOSE-RUNZ
           END-IF
           SET RUN-QUALIFIES               TO TRUE
           MOVE WS-RUN-DAYS                TO WS-HIT-DAYS
           MOVE WS-RUN-MOTIV               TO WS-HIT-MOTIV
           MOVE WS-RUN-START               TO WS-HIT-START
           MOVE WS-RUN-END                 TO WS-HIT-END
           MOVE WS-RUN-PREV                TO WS-HIT-PREV
           MOVE "R"                        TO WS-HIT-STARE
           .
       C4-CLOSE-RUNZ.
           EXIT.

      *> ON THE RETURN: THE DIRIGINTE OF THE CLASS AND THE LETTERS
      *> SENT TO THE FAMILY SINCE THE RUN BEGAN
       C5-RECORD-RISK SECTION.
       C5-RECORD-RISKA.
           IF RISK-COUNT >= K-MAX-RISK
               DISPLAY "RETURN FULL AT " K-MAX-RISK " STUDENTS - "
                   WS-CUR-CNP " LEFT OUT"
               GO TO C5-RECORD-RISKZ
           END-IF
           ADD 1                           TO RISK-COUNT
           MOVE WS-CUR-CNP                 TO RK-CNP(RISK-COUNT)
           MOVE WS-CUR-CLASA               TO RK-CLASA(RISK-COUNT)
           MOVE WS-CUR-NUME                TO RK-NUME(RISK-COUNT)
           MOVE WS-CUR-PRENUME             TO RK-PRENUME(RISK-COUNT)
           MOVE WS-HIT-DAYS                TO RK-DAYS(RISK-COUNT)
           MOVE WS-HIT-MOTIV               TO RK-MOTIV(RISK-COUNT)
           MOVE WS-HIT-START               TO RK-START(RISK-COUNT)
           MOVE WS-HIT-END                 TO RK-END(RISK-COUNT)
           MOVE WS-HIT-PREV                TO RK-LAST-ATT(RISK-COUNT)
           MOVE WS-HIT-STARE               TO RK-STARE(RISK-COUNT)
           IF WS-HIT-STARE = "A"
               ADD 1                       TO WS-COUNT-AWAY
           ELSE
               ADD 1                       TO WS-COUNT-BACK
           END-IF

           MOVE SPACE                      TO RK-DIRIG-NUME(RISK-COUNT)
           MOVE SPACE                   TO RK-DIRIG-PRENUME(RISK-COUNT)
           PERFORM VARYING WS-ROSTER-IDX FROM 1 BY 1
                   UNTIL WS-ROSTER-IDX > ROSTER-COUNT
               IF RT-CLASA(WS-ROSTER-IDX) = WS-CUR-CLASA
                   MOVE RT-NUME(WS-ROSTER-IDX) TO
                       RK-DIRIG-NUME(RISK-COUNT)
                   MOVE RT-PRENUME(WS-ROSTER-IDX) TO
                       RK-DIRIG-PRENUME(RISK-COUNT)
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE 0                          TO RK-CONTACTS(RISK-COUNT)
           MOVE SPACE                   TO RK-LAST-CONTACT(RISK-COUNT)
           MOVE SPACE                   TO RK-LAST-STATUS(RISK-COUNT)
           PERFORM VARYING WS-LTR-IDX FROM 1 BY 1
                   UNTIL WS-LTR-IDX > LETTER-COUNT
               IF LT-CNP(WS-LTR-IDX) = WS-CUR-CNP
               AND LT-GEN-DATE(WS-LTR-IDX) NOT < WS-HIT-START
                   IF RK-CONTACTS(RISK-COUNT) < 99
                       ADD 1               TO RK-CONTACTS(RISK-COUNT)
                   END-IF
                   IF LT-GEN-DATE(WS-LTR-IDX) NOT <
                       RK-LAST-CONTACT(RISK-COUNT)
                       MOVE LT-GEN-DATE(WS-LTR-IDX) TO
                           RK-LAST-CONTACT(RISK-COUNT)
                       MOVE LT-STATUS(WS-LTR-IDX) TO
                           RK-LAST-STATUS(RISK-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           .
       C5-RECORD-RISKZ.
           EXIT.

      *> THE INSPECTORATE'S RETURN: HEADER, ONE DETAIL PER STUDENT
      *> AT RISK, TRAILER WITH THE COUNTS; FILED UNDER THE MONTH
       D0-WRITE-RETURN SECTION.
       D0-WRITE-RETURNA.
           OPEN OUTPUT RETURN-OUT
           ACCEPT WS-EXPORT-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-MONTH               TO RH-MONTH
           MOVE WS-MIN-DAYS                TO RH-MIN-DAYS
           MOVE WS-WALK-TO                 TO RH-OBSERVED-TO
           MOVE WS-EXPORT-DATE             TO RH-EXPORT-DATE
           MOVE RETURN-HEADER              TO RETURN-OUT-FD
           WRITE RETURN-OUT-FD

           PERFORM VARYING WS-RISK-IDX FROM 1 BY 1
                   UNTIL WS-RISK-IDX > RISK-COUNT
               MOVE RK-CNP(WS-RISK-IDX)    TO RD-CNP
               MOVE RK-NUME(WS-RISK-IDX)   TO RD-NUME
               MOVE RK-PRENUME(WS-RISK-IDX) TO RD-PRENUME
               MOVE RK-CLASA(WS-RISK-IDX)  TO RD-CLASA
               MOVE RK-DAYS(WS-RISK-IDX)   TO RD-ZILE
               MOVE RK-MOTIV(WS-RISK-IDX)  TO RD-ZILE-MOTIVATE
               MOVE RK-START(WS-RISK-IDX)  TO RD-INCEPUT
               MOVE RK-LAST-ATT(WS-RISK-IDX) TO RD-ULTIMA-PREZENTA
               IF RD-ULTIMA-PREZENTA = SPACE
                   MOVE ZERO               TO RD-ULTIMA-PREZENTA
               END-IF
               MOVE RK-STARE(WS-RISK-IDX)  TO RD-STARE
               MOVE RK-DIRIG-NUME(WS-RISK-IDX) TO RD-DIRIG-NUME
               MOVE RK-DIRIG-PRENUME(WS-RISK-IDX) TO RD-DIRIG-PRENUME
               MOVE RK-CONTACTS(WS-RISK-IDX) TO RD-CONTACTE
               MOVE RK-LAST-CONTACT(WS-RISK-IDX) TO RD-ULTIMUL-CONTACT
               IF RD-ULTIMUL-CONTACT = SPACE
                   MOVE ZERO               TO RD-ULTIMUL-CONTACT
               END-IF
               MOVE RETURN-DETAIL          TO RETURN-OUT-FD
               WRITE RETURN-OUT-FD
           END-PERFORM

           MOVE RISK-COUNT                 TO RT-DETAIL-COUNT
           MOVE WS-COUNT-AWAY              TO RT-AWAY-COUNT
           MOVE WS-COUNT-BACK              TO RT-BACK-COUNT
           MOVE WS-COUNT-NO-ORAR           TO RT-NO-ORAR-COUNT
           MOVE RETURN-TRAILER             TO RETURN-OUT-FD
           WRITE RETURN-OUT-FD
           CLOSE RETURN-OUT

           MOVE SPACE                      TO WS-COPY-COMMAND
           STRING "cp 'AbandonScolarWork.txt' 'AbandonScolar_"
                   WS-RUN-MONTH ".txt'" DELIMITED BY SIZE
           INTO WS-COPY-COMMAND
           CALL "SYSTEM" USING WS-COPY-COMMAND
           DISPLAY "INSPECTORATE RETURN FILED AS AbandonScolar_"
               WS-RUN-MONTH ".txt"
           .
       D0-WRITE-RETURNZ.
           EXIT.

      *> THE MEDIATOR'S FOLLOW-UP SHEET: ONE BLOCK PER STUDENT WITH
      *> THE FACTS, EVERY LETTER SENT SINCE THE RUN BEGAN AND ROOM
      *> FOR THE VISIT NOTES
       E0-WRITE-SHEET SECTION.
       E0-WRITE-SHEETA.
           OPEN OUTPUT SHEET-OUT
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO SHEET-OUT-FD
               WRITE SHEET-OUT-FD
           END-IF
           MOVE SPACE                      TO WS-LINE
           STRING "FISA DE URMARIRE - MEDIATOR SCOLAR - RISC DE "
                  "ABANDON SCOLAR - LUNA " WS-RUN-MONTH
                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO SHEET-OUT-FD
           WRITE SHEET-OUT-FD
           MOVE WS-PARAM-HEADER            TO SHEET-OUT-FD
           WRITE SHEET-OUT-FD
           MOVE SPACE                      TO WS-LINE
           STRING "ZILE DE SCOALA OBSERVATE PANA LA " WS-WALK-TO
                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO SHEET-OUT-FD
           WRITE SHEET-OUT-FD

           PERFORM E1-ONE-STUDENT
               VARYING WS-RISK-IDX FROM 1 BY 1
               UNTIL WS-RISK-IDX > RISK-COUNT

           MOVE SPACE                      TO SHEET-OUT-FD
           WRITE SHEET-OUT-FD
           MOVE SPACE                      TO WS-LINE
           STRING "ELEVI IN RISC: " RISK-COUNT
                  "  INCA ABSENTI: " WS-COUNT-AWAY
                  "  REVENITI: " WS-COUNT-BACK
                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO SHEET-OUT-FD
           WRITE SHEET-OUT-FD
           IF WS-COUNT-NO-ORAR > 0
               MOVE SPACE                  TO WS-LINE
               STRING "ELEVI NEVERIFICATI - CLASA FARA ORAR: "
                      WS-COUNT-NO-ORAR
                      DELIMITED BY SIZE
               INTO WS-LINE
               MOVE WS-LINE                TO SHEET-OUT-FD
               WRITE SHEET-OUT-FD
           END-IF
           CLOSE SHEET-OUT

           MOVE SPACE                      TO WS-COPY-COMMAND
           STRING "cp 'FisaMediatorWork.txt' 'FisaMediator_"
                   WS-RUN-MONTH ".txt'" DELIMITED BY SIZE
           INTO WS-COPY-COMMAND
           CALL "SYSTEM" USING WS-COPY-COMMAND
           DISPLAY "MEDIATOR SHEET FILED AS FisaMediator_"
               WS-RUN-MONTH ".txt"
           .
       E0-WRITE-SHEETZ.
           EXIT.

       E1-ONE-STUDENT SECTION.
       E1-ONE-STUDENTA.
           MOVE SPACE                      TO SHEET-OUT-FD
           WRITE SHEET-OUT-FD
           MOVE ALL "-"                    TO SHEET-OUT-FD(1:72)
           WRITE SHEET-OUT-FD
           MOVE SPACE                      TO WS-LINE
           STRING "ELEV: " RK-NUME(WS-RISK-IDX) " "
                  RK-PRENUME(WS-RISK-IDX)
                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO SHEET-OUT-FD
           WRITE SHEET-OUT-FD
           MOVE SPACE                      TO WS-LINE
           STRING "CNP: " RK-CNP(WS-RISK-IDX)
                  "  CLASA: " RK-CLASA(WS-RISK-IDX)
                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO SHEET-OUT-FD
           WRITE SHEET-OUT-FD
           MOVE SPACE                      TO WS-LINE
           IF RK-DIRIG-NUME(WS-RISK-IDX) = SPACE
               MOVE "DIRIGINTE: NECUNOSCUT (RULATI DIRLOAD)"
                                           TO WS-LINE
           ELSE
               STRING "DIRIGINTE: " RK-DIRIG-NUME(WS-RISK-IDX) " "
                      RK-DIRIG-PRENUME(WS-RISK-IDX)
                      DELIMITED BY SIZE
               INTO WS-LINE
           END-IF
           MOVE WS-LINE                    TO SHEET-OUT-FD
           WRITE SHEET-OUT-FD

           MOVE RK-DAYS(WS-RISK-IDX)       TO WS-DAYS-DISP
           MOVE SPACE                      TO WS-LINE
           STRING "ABSENT DE LA TOATE ORELE: " WS-DAYS-DISP
                  " ZILE DE SCOALA CONSECUTIVE, DIN "
                  RK-START(WS-RISK-IDX) " PANA LA "
                  RK-END(WS-RISK-IDX)
                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO SHEET-OUT-FD
           WRITE SHEET-OUT-FD
           IF RK-MOTIV(WS-RISK-IDX) > 0
               MOVE RK-MOTIV(WS-RISK-IDX)  TO WS-DAYS-DISP
               MOVE SPACE                  TO WS-LINE
               STRING "  DIN CARE CU TOATE ABSENTELE MOTIVATE: "
                      WS-DAYS-DISP " ZILE"
                      DELIMITED BY SIZE
               INTO WS-LINE
               MOVE WS-LINE                TO SHEET-OUT-FD
               WRITE SHEET-OUT-FD
           END-IF
           MOVE SPACE                      TO WS-LINE
           IF RK-LAST-ATT(WS-RISK-IDX) = SPACE
               MOVE "ULTIMA ZI DE PREZENTA: NICIUNA IN ANUL SCOLAR"
                                           TO WS-LINE
           ELSE
               STRING "ULTIMA ZI DE PREZENTA: "
                      RK-LAST-ATT(WS-RISK-IDX)
                      DELIMITED BY SIZE
               INTO WS-LINE
           END-IF
           MOVE WS-LINE                    TO SHEET-OUT-FD
           WRITE SHEET-OUT-FD
           IF RK-STARE(WS-RISK-IDX) = "A"
               MOVE "SITUATIE: INCA ABSENT LA SFARSITUL PERIOADEI"
                                           TO SHEET-OUT-FD
           ELSE
               MOVE "SITUATIE: REVENIT LA SCOALA"
                                           TO SHEET-OUT-FD
           END-IF
           WRITE SHEET-OUT-FD

           MOVE RK-CONTACTS(WS-RISK-IDX)   TO WS-COUNT-DISP
           MOVE SPACE                      TO WS-LINE
           STRING "CONTACTE CU FAMILIA DE LA INCEPUTUL ABSENTEI: "
                  WS-COUNT-DISP
                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO SHEET-OUT-FD
           WRITE SHEET-OUT-FD
           PERFORM VARYING WS-LTR-IDX FROM 1 BY 1
                   UNTIL WS-LTR-IDX > LETTER-COUNT
               IF LT-CNP(WS-LTR-IDX) = RK-CNP(WS-RISK-IDX)
               AND LT-GEN-DATE(WS-LTR-IDX) NOT < RK-START(WS-RISK-IDX)
                   MOVE SPACE              TO WS-LINE
                   STRING "  " LT-GEN-DATE(WS-LTR-IDX) "  "
                          LT-STATUS(WS-LTR-IDX) "  "
                          LT-FILE(WS-LTR-IDX)
                          DELIMITED BY SIZE
                   INTO WS-LINE
                   MOVE WS-LINE            TO SHEET-OUT-FD
                   WRITE SHEET-OUT-FD
               END-IF
           END-PERFORM
           IF RK-CONTACTS(WS-RISK-IDX) = 0
               MOVE "  NICIO SCRISOARE TRIMISA - CONTACTATI FAMILIA"
                                           TO SHEET-OUT-FD
               WRITE SHEET-OUT-FD
           END-IF

           MOVE "VIZITA LA DOMICILIU (DATA / CONSTATARI):"
                                           TO SHEET-OUT-FD
           WRITE SHEET-OUT-FD
           MOVE "  ______________________________________________"
                                           TO SHEET-OUT-FD
           WRITE SHEET-OUT-FD
           MOVE "MASURI STABILITE:"        TO SHEET-OUT-FD
           WRITE SHEET-OUT-FD
           MOVE "  ______________________________________________"
                                           TO SHEET-OUT-FD
           WRITE SHEET-OUT-FD
           .
       E1-ONE-STUDENTZ.
           EXIT.

      *> A SCHOOL DAY IS INSIDE SOME TERM, OUTSIDE EVERY HOLIDAY OR
      *> FREE RANGE AND FALLS MONDAY TO FRIDAY; LEAVES THE WEEKDAY
      *> (1 = MONDAY) IN WS-Z-DOW FOR THE LESSON MATCH
       W1-IS-SCHOOL-DAY SECTION.
       W1-IS-SCHOOL-DAYA.
           SET NOT-SCHOOL-DAY              TO TRUE
           PERFORM W0-DAY-OF-WEEK
           IF WS-Z-DOW > 5
               GO TO W1-IS-SCHOOL-DAYZ
           END-IF
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > TERM-COUNT
               IF WS-DATE-NUM NOT < TERM-START(WS-CAL-IDX)
               AND WS-DATE-NUM NOT > TERM-END(WS-CAL-IDX)
                   SET SCHOOL-DAY          TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT-SCHOOL-DAY
               GO TO W1-IS-SCHOOL-DAYZ
           END-IF
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > CLOSED-COUNT
               IF WS-DATE-NUM NOT < CLOSED-START(WS-CAL-IDX)
               AND WS-DATE-NUM NOT > CLOSED-END(WS-CAL-IDX)
                   SET NOT-SCHOOL-DAY      TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
       W1-IS-SCHOOL-DAYZ.
           EXIT.

      *> ZELLER'S CONGRUENCE ON WS-DATE-NUM, THE DIVIDE ... REMAINDER
      *> FORM NOTEMODULE USES, FOLDED TO 1 = MONDAY ... 7 = SUNDAY
       W0-DAY-OF-WEEK SECTION.
       W0-DAY-OF-WEEKA.
           MOVE WS-DATE-YYYY               TO WS-Z-Y
           MOVE WS-DATE-MM                 TO WS-Z-M
           IF WS-Z-M < 3
               ADD 12                      TO WS-Z-M
               SUBTRACT 1                  FROM WS-Z-Y
           END-IF
           DIVIDE WS-Z-Y BY 100 GIVING WS-Z-C REMAINDER WS-Z-K
           COMPUTE WS-Z-T = 13 * (WS-Z-M + 1)
           DIVIDE WS-Z-T BY 5 GIVING WS-Z-T
           COMPUTE WS-Z-H = WS-DATE-DD + WS-Z-T + WS-Z-K
           DIVIDE WS-Z-K BY 4 GIVING WS-Z-T2
           ADD WS-Z-T2                     TO WS-Z-H
           DIVIDE WS-Z-C BY 4 GIVING WS-Z-T2
           ADD WS-Z-T2                     TO WS-Z-H
           COMPUTE WS-Z-H = WS-Z-H + 5 * WS-Z-C
           DIVIDE WS-Z-H BY 7 GIVING WS-Z-T REMAINDER WS-Z-DOW
      *> ZELLER'S 0 IS SATURDAY, 1 SUNDAY, 2 MONDAY
           EVALUATE WS-Z-DOW
               WHEN 0 MOVE 6               TO WS-Z-DOW
               WHEN 1 MOVE 7               TO WS-Z-DOW
               WHEN OTHER
                   SUBTRACT 1              FROM WS-Z-DOW
           END-EVALUATE
           .
       W0-DAY-OF-WEEKZ.
           EXIT.

      *> THE CALENDAR DAY AFTER WS-DATE-NUM
       W2-NEXT-DAY SECTION.
       W2-NEXT-DAYA.
           PERFORM W3-DAYS-IN-MONTH
           IF WS-DATE-DD < WS-DAYS-IN-MONTH
               ADD 1                       TO WS-DATE-DD
               GO TO W2-NEXT-DAYZ
           END-IF
           MOVE 1                          TO WS-DATE-DD
           IF WS-DATE-MM < 12
               ADD 1                       TO WS-DATE-MM
           ELSE
               MOVE 1                      TO WS-DATE-MM
               ADD 1                       TO WS-DATE-YYYY
           END-IF
           .
       W2-NEXT-DAYZ.
           EXIT.

      *> DAYS IN THE MONTH OF WS-DATE-NUM (FEBRUARY BY THE LEAP RULE)
       W3-DAYS-IN-MONTH SECTION.
       W3-DAYS-IN-MONTHA.
           EVALUATE WS-DATE-MM
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30                 TO WS-DAYS-IN-MONTH
               WHEN 2
                   MOVE 28                 TO WS-DAYS-IN-MONTH
                   DIVIDE WS-DATE-YYYY BY 4 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REST
                   IF WS-LEAP-REST = 0
                       MOVE 29             TO WS-DAYS-IN-MONTH
                       DIVIDE WS-DATE-YYYY BY 100 GIVING WS-LEAP-QUOT
                           REMAINDER WS-LEAP-REST
                       IF WS-LEAP-REST = 0
                           MOVE 28         TO WS-DAYS-IN-MONTH
                           DIVIDE WS-DATE-YYYY BY 400
                               GIVING WS-LEAP-QUOT
                               REMAINDER WS-LEAP-REST
                           IF WS-LEAP-REST = 0
                               MOVE 29     TO WS-DAYS-IN-MONTH
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31                 TO WS-DAYS-IN-MONTH
           END-EVALUATE
           .
       W3-DAYS-IN-MONTHZ.
           EXIT.
       END PROGRAM ABANDON.
