      ******************************************************************
      * Author:
      * Date:
      * Purpose: GRADE-ENTRY LATENCY REPORT PER PROFESSOR. THE
      *          REGULATION SAYS A GRADE GOES INTO THE CATALOG WITHIN
      *          DAYS OF BEING GIVEN, BUT NOTE ONLY CARRIES DATANOTA.
      *          THE LOAD TIMESTAMP COMES FROM InsertAllAudit.txt (ONE
      *          LINE PER GRADE ROW THE NIGHT LOAD GOT INTO NOTE,
      *          WRITTEN BY NOTEMODULE IN THE ASSIGN 07 DIRECTORY).
      *          EVERY Extract_NOTE.txt ROW IS JOINED TO ITS LOAD
      *          LINE (STUDENT, SUBJECT, DATANOTA - THE FIRST LOAD
      *          COUNTS) AND THE DELAY IN DAYS IS FOLDED INTO ITS
      *          PROFESSOR/SUBJECT/CLASS LINE: ROWS, MEDIAN DELAY,
      *          WORST DELAY AND HOW MANY WENT OVER THE ALLOWED DAYS.
      *          A SECOND PART LISTS, FOR EVERY CLOSE DATE IN
      *          ClosedPeriods.txt, THE ROWS LOADED IN THE LAST WEEK
      *          BEFORE IT - WHERE "CATCH-UP" GRADING SHOWS. WRITES
      *          GradeLatency.txt. A ROW WITH NO LOAD LINE (LOADED
      *          BEFORE THE AUDIT EXISTED, OR WRITTEN BY ANOTHER
      *          PATH) IS ONLY COUNTED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. GRADELAT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> THE NIGHTLY SNAPSHOTS TBLEXTRACT FILES HERE
           SELECT STUD-EXTRACT ASSIGN TO 'Extract_STUDENTI.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STUD-EXT-STATUS.

           SELECT NOTE-EXTRACT ASSIGN TO 'Extract_NOTE.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOTE-EXT-STATUS.

           SELECT PROF-EXTRACT ASSIGN TO 'Extract_PROFESORI.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROF-EXT-STATUS.

      *> STAGED IN FROM THE ASSIGN 07 DIRECTORY (STAGE-LIST)
           SELECT AUDIT-FILE ASSIGN TO 'InsertAllAudit.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT PERIODS-FILE ASSIGN TO 'ClosedPeriods.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PERIODS-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'GradeLatency.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> WORK FILES FOR THE TWO EXTERNAL SORTS: THE LOAD LINES INTO
      *> KEY ORDER FOR THE JOIN, THE DELAYS INTO GROUP ORDER FOR THE
      *> MEDIAN
           SELECT LOAD-SORT ASSIGN TO 'LoadSortWork.tmp'.

           SELECT DELAY-SORT ASSIGN TO 'DelaySortWork.tmp'.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
        FD STUD-EXTRACT.
       01 STUD-EXTRACT-FD                   PIC X(250).

        FD NOTE-EXTRACT.
       01 NOTE-EXTRACT-FD                   PIC X(120).

        FD PROF-EXTRACT.
       01 PROF-EXTRACT-FD                   PIC X(80).

        FD AUDIT-FILE.
       01 AUDIT-FD                          PIC X(341).

        FD PERIODS-FILE.
       01 PERIODS-FD                        PIC X(60).

        FD REPORT-FILE.
       01 REPORT-FILE-FD                    PIC X(130).

        SD LOAD-SORT.
       01 LOAD-SORT-REC.
           05 LS-KEY.
               10 LS-CNP                    PIC X(13).
               10 LS-MATERIE                PIC X(30).
               10 LS-DATA                   PIC X(08).
           05 LS-LOADED                     PIC 9(08).
           05 LS-LTIME                      PIC 9(08).

        SD DELAY-SORT.
       01 DELAY-SORT-REC.
           05 DS-KEY.
               10 DS-PROF                   PIC X(13).
               10 DS-MATERIE                PIC X(30).
               10 DS-CLASA                  PIC X(04).
           05 DS-DELAY                      PIC 9(04).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WS-STUD-EXT-STATUS               PIC X(02).
       01 WS-NOTE-EXT-STATUS               PIC X(02).
       01 WS-PROF-EXT-STATUS               PIC X(02).
       01 WS-AUDIT-STATUS                  PIC X(02).
       01 WS-PERIODS-STATUS                PIC X(02).

      *> HOW MANY DAYS AFTER DATANOTA A GRADE MAY REACH THE CATALOG
       01 K-DEFAULT-ALLOWED-DAYS           PIC 9(02) VALUE 7.
       01 WS-ALLOWED-DAYS                  PIC 9(02) VALUE 0.
      *> THE "LAST WEEK" BEFORE A CLOSE DATE, THE CLOSE DAY INCLUDED
       01 K-CATCHUP-DAYS                   PIC 9(02) VALUE 7.

      *> OPTIONAL SCHOOL-YEAR FILTER FOR THE NOTE SWEEP
       01 WS-AN-SCOLAR                     PIC X(09) VALUE SPACE.

      *> THE SOURCES THAT LIVE IN THE ASSIGN 07 DIRECTORY. THE OLD
      *> COPY IS REMOVED FIRST, SO A MISSING SOURCE IS REPORTED
      *> RATHER THAN SILENTLY REPLACED BY A STALE ONE.
       01 STAGE-LIST-DATA.
           05 FILLER PIC X(70) VALUE
               "../Assign 07 FLOARE EMIL/InsertAllAudit.txt".
           05 FILLER PIC X(30) VALUE "InsertAllAudit.txt".
           05 FILLER PIC X(70) VALUE
               "../Assign 07 FLOARE EMIL/ClosedPeriods.txt".
           05 FILLER PIC X(30) VALUE "ClosedPeriods.txt".
       01 STAGE-LIST REDEFINES STAGE-LIST-DATA.
           05 STAGE-ENTRY OCCURS 2 TIMES INDEXED BY STAGE-IDX.
               10 STAGE-SOURCE             PIC X(70).
               10 STAGE-LOCAL              PIC X(30).
       01 WS-STAGE-COMMAND                 PIC X(200).

      *> STUDENTI: CNP AND CLASA (THE CLASS A GRADE COUNTS UNDER)
       01 WS-STUD-ROW.
           05 SR-CNP                       PIC X(13).
           05 FILLER                       PIC X(02).
           05 SR-CLASA                     PIC X(04).
       01 K-MAX-STUDENT                    PIC 9(04) VALUE 2000.
       01 STUDENT-TABLE.
           05 STUDENT-ENTRY OCCURS 2000 TIMES.
               10 ST-CNP                   PIC X(13).
               10 ST-CLASA                 PIC X(04).
       01 STUDENT-COUNT                    PIC 9(04) VALUE 0.
       01 WS-STUD-IDX                      PIC 9(04).

      *> THE PROFESSORS' NAMES FROM THE PROFESORI SNAPSHOT
       01 WS-PROF-ROW.
           05 PF-CNP                       PIC X(13).
           05 FILLER                       PIC X(02).
           05 PF-NUME                      PIC X(30).
           05 FILLER                       PIC X(02).
           05 PF-PRENUME                   PIC X(30).
       01 K-MAX-PROF                       PIC 9(03) VALUE 200.
       01 PROF-TABLE.
           05 PROF-ENTRY OCCURS 200 TIMES.
               10 PT-CNP                   PIC X(13).
               10 PT-NAME                  PIC X(61).
       01 PROF-COUNT                       PIC 9(03) VALUE 0.
       01 WS-PROF-IDX                      PIC 9(03).
       01 WS-PROF-NAME                     PIC X(61).

      *> NOTE: ONE Extract_NOTE.txt ROW
       01 WS-NOTE-ROW.
           05 NR-CNP                       PIC X(13).
           05 FILLER                       PIC X(02).
           05 NR-MATERIE                   PIC X(30).
           05 FILLER                       PIC X(02).
           05 NR-NOTA                      PIC X(02).
           05 FILLER                       PIC X(02).
           05 NR-DATA                      PIC X(08).
           05 FILLER                       PIC X(02).
           05 NR-TIP                       PIC X(01).
           05 FILLER                       PIC X(02).
           05 NR-AN                        PIC X(09).
           05 FILLER                       PIC X(02).
           05 NR-CNP-PROF                  PIC X(13).
       01 WS-NOTE-CLASA                    PIC X(04).

      *> ONE ClosedPeriods.txt LINE: FROM(8) SP TO(8) SP LABEL(20)
       01 WS-PERIOD-LINE.
           05 PD-FROM                      PIC X(08).
           05 FILLER                       PIC X(01).
           05 PD-TO                        PIC X(08).
           05 FILLER                       PIC X(01).
           05 PD-LABEL                     PIC X(20).
       01 K-MAX-PERIOD                     PIC 9(02) VALUE 20.
       01 PERIOD-TABLE.
           05 PERIOD-ENTRY OCCURS 20 TIMES.
               10 PT-CLOSE                 PIC 9(08).
               10 PT-LABEL                 PIC X(20).
               10 PT-CLOSE-SERIAL          PIC 9(08).
       01 PERIOD-COUNT                     PIC 9(02) VALUE 0.
       01 WS-PERIOD-IDX                    PIC 9(02).

      *> ONE InsertAllAudit.txt LINE, NOTEMODULE'S LOAD-AUDIT-LINE
       01 WS-AUDIT-LINE.
           05 AU-DATE                      PIC X(08).
           05 FILLER                       PIC X(01).
           05 AU-TIME                      PIC X(08).
           05 FILLER                       PIC X(01).
           05 AU-OUTCOME                   PIC X(10).
           05 FILLER                       PIC X(01).
           05 AU-STATEMENT                 PIC X(300).
      *> THE VALUES OF THE INSERT, SPLIT APART
       01 WS-STMT-HEAD                     PIC X(300).
       01 WS-STMT-TAIL                     PIC X(300).
       01 WS-AUDIT-ROW.
           05 AR-CNP                       PIC X(13).
           05 AR-MATERIE-ESC               PIC X(60).
           05 AR-NOTA                      PIC X(02).
           05 AR-DATA                      PIC X(08).
           05 AR-TIP                       PIC X(01).
           05 AR-AN                        PIC X(09).
           05 AR-PROF                      PIC X(13).
      *> THE SUBJECT WITH ITS DOUBLED APOSTROPHES UNDONE, SO IT
      *> MATCHES THE EXTRACT
       01 WS-MATERIE-PLAIN                 PIC X(30).
       01 WS-ESC-IDX                       PIC 9(02).
       01 WS-PLAIN-IDX                     PIC 9(02).
       01 WS-SKIP-SW                       PIC X(01).
           88 SKIP-NEXT-QUOTE               VALUE "Y".
           88 KEEP-NEXT-QUOTE               VALUE "N".

      *> THE FIRST LOAD OF EVERY STUDENT/SUBJECT/DATE, IN KEY ORDER
      *> FOR THE BINARY SEARCH
       01 K-MAX-LOAD                       PIC 9(05) VALUE 20000.
       01 LOAD-TABLE.
           05 LOAD-ENTRY OCCURS 20000 TIMES.
               10 LT-KEY                   PIC X(51).
               10 LT-LOADED                PIC 9(08).
       01 LOAD-COUNT                       PIC 9(05) VALUE 0.
       01 WS-LOAD-EOF-SW                   PIC X(01).
           88 LOAD-SORT-EOF                 VALUE "E".
           88 LOAD-SORT-NEOF                VALUE "N".

      *> BINARY SEARCH STATE (THE SRCHMOD LFT/RGT/MID SHAPE)
       01 WS-FIND-KEY.
           05 FK-CNP                       PIC X(13).
           05 FK-MATERIE                   PIC X(30).
           05 FK-DATA                      PIC X(08).
       01 LFT                              PIC 9(05).
       01 RGT                              PIC 9(05).
       01 MID                              PIC 9(05).
       01 WS-FIND-SW                       PIC X(01).
           88 LOAD-FOUND                    VALUE "Y".
           88 LOAD-NOT-FOUND                VALUE "N".
       01 WS-LOADED                        PIC 9(08).

      *> DAY-SERIAL ARITHMETIC FOR THE DELAY (APPEALS' FORMULA)
       01 WS-SERIAL-DATE                   PIC 9(08).
       01 WS-SERIAL-GROUP REDEFINES WS-SERIAL-DATE.
           05 WS-SER-YYYY                  PIC 9(04).
           05 WS-SER-MM                    PIC 9(02).
           05 WS-SER-DD                    PIC 9(02).
       01 WS-SERIAL-OUT                    PIC 9(08).
       01 WS-SERIAL-GRADE                  PIC 9(08).
       01 WS-SERIAL-LOADED                 PIC 9(08).
       01 WS-DELAY                         PIC S9(05).
       01 K-MONTH-DAYS-DATA.
           05 FILLER PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01 K-MONTH-DAYS REDEFINES K-MONTH-DAYS-DATA.
           05 K-MDAYS OCCURS 12 TIMES      PIC 9(03).

      *> ONE PROFESSOR/SUBJECT/CLASS GROUP AS IT COMES OFF THE SORT,
      *> ITS DELAYS ALREADY ASCENDING
       01 WS-DELAY-EOF-SW                  PIC X(01).
           88 DELAY-SORT-EOF                VALUE "E".
           88 DELAY-SORT-NEOF               VALUE "N".
       01 WS-GROUP-KEY.
           05 GK-PROF                      PIC X(13).
           05 GK-MATERIE                   PIC X(30).
           05 GK-CLASA                     PIC X(04).
       01 K-MAX-GROUP-ROWS                 PIC 9(04) VALUE 3000.
       01 GROUP-DELAY-TABLE.
           05 GD-DELAY OCCURS 3000 TIMES   PIC 9(04).
       01 GROUP-ROWS                       PIC 9(05) VALUE 0.
       01 GROUP-KEPT                       PIC 9(04) VALUE 0.
       01 GROUP-OVER                       PIC 9(05) VALUE 0.
       01 GROUP-WORST                      PIC 9(04) VALUE 0.
       01 WS-MEDIAN                        PIC 9(04)V9.
       01 WS-MID-LOW                       PIC 9(04).
       01 WS-MID-HIGH                      PIC 9(04).

       01 WS-REPORT-LINE.
           05 RL-PROF                      PIC X(13).
           05 FILLER                       PIC X(01).
           05 RL-NAME                      PIC X(25).
           05 FILLER                       PIC X(01).
           05 RL-MATERIE                   PIC X(25).
           05 FILLER                       PIC X(01).
           05 RL-CLASA                     PIC X(04).
           05 FILLER                       PIC X(01).
           05 RL-ROWS                      PIC ZZZZ9.
           05 FILLER                       PIC X(01).
           05 RL-MEDIAN                    PIC ZZZ9.9.
           05 FILLER                       PIC X(01).
           05 RL-WORST                     PIC ZZZZ9.
           05 FILLER                       PIC X(01).
           05 RL-OVER                      PIC ZZZZ9.
           05 FILLER                       PIC X(35).

       01 WS-CATCHUP-LINE.
           05 CL-PROF                      PIC X(13).
           05 FILLER                       PIC X(01).
           05 CL-CLASA                     PIC X(05).
           05 FILLER                       PIC X(01).
           05 CL-MATERIE                   PIC X(30).
           05 FILLER                       PIC X(01).
           05 CL-STUDENT                   PIC X(13).
           05 FILLER                       PIC X(01).
           05 CL-DATANOTA                  PIC X(08).
           05 FILLER                       PIC X(01).
           05 CL-LOADED                    PIC 9(08).
           05 FILLER                       PIC X(01).
           05 CL-DELAY                     PIC ZZZ9.
           05 FILLER                       PIC X(43).

       01 WS-LINE                          PIC X(130).
       01 WS-DAYS-DISP                     PIC Z9.
       01 WS-COUNT-DISP                    PIC ZZZZ9.
       01 WS-WINDOW-START                  PIC 9(08).

       01 WS-RUN-COUNTERS.
        05 WS-COUNT-LOAD-LINES             PIC 9(06) VALUE 0.
        05 WS-COUNT-NOTE-ROWS              PIC 9(06) VALUE 0.
        05 WS-COUNT-JOINED                 PIC 9(06) VALUE 0.
        05 WS-COUNT-NO-LOAD                PIC 9(06) VALUE 0.
        05 WS-COUNT-GROUPS                 PIC 9(05) VALUE 0.
        05 WS-COUNT-CATCHUP                PIC 9(05) VALUE 0.
        05 WS-COUNT-PERIOD-ROWS            PIC 9(05) VALUE 0.

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".
       COPY TRAINENV-INT.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       S0  SECTION.
       S0A.
           DISPLAY "GRADE-ENTRY LATENCY REPORT"
           DISPLAY "ALLOWED DAYS FROM DATANOTA TO LOAD (BLANK = "
               K-DEFAULT-ALLOWED-DAYS "): " WITH NO ADVANCING
           ACCEPT WS-ALLOWED-DAYS
           IF WS-ALLOWED-DAYS = 0
               MOVE K-DEFAULT-ALLOWED-DAYS TO WS-ALLOWED-DAYS
           END-IF
           DISPLAY "SCHOOL YEAR (E.G. 2025/2026, BLANK = ALL): "
               WITH NO ADVANCING
           ACCEPT WS-AN-SCOLAR

           PERFORM A9-STAGE-INPUTS
           PERFORM A1-LOAD-STUDENTS
           PERFORM A2-LOAD-PROF-NAMES
           PERFORM A3-LOAD-PERIODS
           PERFORM B0-LOAD-AUDIT
           IF LOAD-COUNT = 0
               DISPLAY "NO GRADE LOADS IN InsertAllAudit.txt - NOTHING "
                   "TO MEASURE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
           END-IF
           PERFORM C0-LATENCY-BY-GROUP
           PERFORM D0-CATCH-UP
           CLOSE REPORT-FILE

           DISPLAY "LOAD LINES READ:          " WS-COUNT-LOAD-LINES
           DISPLAY "NOTE ROWS CHECKED:        " WS-COUNT-NOTE-ROWS
           DISPLAY "JOINED TO A LOAD:         " WS-COUNT-JOINED
           DISPLAY "NO LOAD LINE (SKIPPED):   " WS-COUNT-NO-LOAD
           DISPLAY "PROFESSOR/SUBJECT/CLASS:  " WS-COUNT-GROUPS
           DISPLAY "CATCH-UP ROWS LISTED:     " WS-COUNT-CATCHUP
           DISPLAY "REPORT IN GradeLatency.txt"
           MOVE 0 TO RETURN-CODE
           .
       S0Z.
           STOP RUN.

      *> PULL THE OUT-OF-DIRECTORY SOURCES IN
       A9-STAGE-INPUTS SECTION.
       A9-STAGE-INPUTSA.
           PERFORM VARYING STAGE-IDX FROM 1 BY 1
                   UNTIL STAGE-IDX > 2
               MOVE SPACE                  TO WS-STAGE-COMMAND
               STRING "rm -f '" DELIMITED BY SIZE
                      STAGE-LOCAL(STAGE-IDX) DELIMITED BY SPACE
                      "'; cp '" DELIMITED BY SIZE
                      STAGE-SOURCE(STAGE-IDX) DELIMITED BY "  "
                      "' '" DELIMITED BY SIZE
                      STAGE-LOCAL(STAGE-IDX) DELIMITED BY SPACE
                      "'" DELIMITED BY SIZE
               INTO WS-STAGE-COMMAND
               CALL "SYSTEM" USING WS-STAGE-COMMAND
               IF RETURN-CODE NOT = 0
                   DISPLAY "COULD NOT STAGE "
                       STAGE-SOURCE(STAGE-IDX)
               END-IF
           END-PERFORM
           .
       A9-STAGE-INPUTSZ.
           EXIT.

       A1-LOAD-STUDENTS SECTION.
       A1-LOAD-STUDENTSA.
           OPEN INPUT STUD-EXTRACT
           IF WS-STUD-EXT-STATUS NOT = "00"
               DISPLAY "Extract_STUDENTI.txt NOT FOUND - RUN "
                   "TBLEXTRACT FIRST"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-STUD-ROW
               READ STUD-EXTRACT INTO WS-STUD-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-STUD-ROW(1:8) = "EXTRACT "
                       CONTINUE
                   ELSE
                   IF SR-CNP > SPACE
                   AND STUDENT-COUNT < K-MAX-STUDENT
                       ADD 1               TO STUDENT-COUNT
                       MOVE SR-CNP         TO ST-CNP(STUDENT-COUNT)
                       MOVE SR-CLASA       TO ST-CLASA(STUDENT-COUNT)
                   END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE STUD-EXTRACT
           .
       A1-LOAD-STUDENTSZ.
           EXIT.

       A2-LOAD-PROF-NAMES SECTION.
       A2-LOAD-PROF-NAMESA.
           OPEN INPUT PROF-EXTRACT
           IF WS-PROF-EXT-STATUS NOT = "00"
               DISPLAY "NO Extract_PROFESORI.txt - NAMES LEFT BLANK"
               GO TO A2-LOAD-PROF-NAMESZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-PROF-ROW
               READ PROF-EXTRACT INTO WS-PROF-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-PROF-ROW(1:8) = "EXTRACT "
                       CONTINUE
                   ELSE
                   IF PF-CNP > SPACE
                   AND PROF-COUNT < K-MAX-PROF
                       ADD 1               TO PROF-COUNT
                       MOVE PF-CNP         TO PT-CNP(PROF-COUNT)
                       MOVE SPACE          TO PT-NAME(PROF-COUNT)
                       STRING PF-NUME DELIMITED BY "  "
                              " " DELIMITED BY SIZE
                              PF-PRENUME DELIMITED BY "  "
                       INTO PT-NAME(PROF-COUNT)
                   END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PROF-EXTRACT
           .
       A2-LOAD-PROF-NAMESZ.
           EXIT.

      *> THE CLOSE DATE OF A PERIOD IS ITS TO-DATE
       A3-LOAD-PERIODS SECTION.
       A3-LOAD-PERIODSA.
           OPEN INPUT PERIODS-FILE
           IF WS-PERIODS-STATUS NOT = "00"
               DISPLAY "NO ClosedPeriods.txt - NO CATCH-UP SECTION"
               GO TO A3-LOAD-PERIODSZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-PERIOD-LINE
               READ PERIODS-FILE INTO WS-PERIOD-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF PD-TO NUMERIC
                   AND PERIOD-COUNT < K-MAX-PERIOD
                       ADD 1               TO PERIOD-COUNT
                       MOVE PD-TO          TO PT-CLOSE(PERIOD-COUNT)
                       MOVE PD-LABEL       TO PT-LABEL(PERIOD-COUNT)
                       MOVE PD-TO          TO WS-SERIAL-DATE
                       PERFORM Y1-TO-SERIAL
                       MOVE WS-SERIAL-OUT  TO
                                       PT-CLOSE-SERIAL(PERIOD-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PERIODS-FILE
           .
       A3-LOAD-PERIODSZ.
           EXIT.

      *> THE LOAD LINES GO THROUGH THE SORT INTO KEY ORDER; THE
      *> OUTPUT SIDE KEEPS THE EARLIEST LOAD OF EACH KEY
       B0-LOAD-AUDIT SECTION.
       B0-LOAD-AUDITA.
           SORT LOAD-SORT
               ON ASCENDING KEY LS-KEY LS-LOADED LS-LTIME
               INPUT PROCEDURE IS B1-RELEASE-LOADS
               OUTPUT PROCEDURE IS B2-RETURN-LOADS
           .
       B0-LOAD-AUDITZ.
           EXIT.

       B1-RELEASE-LOADS SECTION.
       B1-RELEASE-LOADSA.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "NO InsertAllAudit.txt IN THE ASSIGN 07 "
                   "DIRECTORY"
               GO TO B1-RELEASE-LOADSZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-AUDIT-LINE
               READ AUDIT-FILE INTO WS-AUDIT-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF AU-OUTCOME = "INSERTED"
                   AND AU-STATEMENT(1:17) = "INSERT INTO NOTE("
                   AND AU-DATE NUMERIC
                       PERFORM B3-SPLIT-INSERT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           .
       B1-RELEASE-LOADSZ.
           EXIT.

       B2-RETURN-LOADS SECTION.
       B2-RETURN-LOADSA.
           SET LOAD-SORT-NEOF              TO TRUE
           PERFORM UNTIL LOAD-SORT-EOF
               RETURN LOAD-SORT
                   AT END
                       SET LOAD-SORT-EOF   TO TRUE
                   NOT AT END
                       IF LOAD-COUNT = 0
                       OR LT-KEY(LOAD-COUNT) NOT = LS-KEY
                           IF LOAD-COUNT < K-MAX-LOAD
                               ADD 1       TO LOAD-COUNT
                               MOVE LS-KEY TO LT-KEY(LOAD-COUNT)
                               MOVE LS-LOADED
                                           TO LT-LOADED(LOAD-COUNT)
                           END-IF
                       END-IF
               END-RETURN
           END-PERFORM
           .
       B2-RETURN-LOADSZ.
           EXIT.

      *> VALUES ('CNP', 'MATERIE' ,'NOTA','DATA','TIP','AN','PROF')
      *> - THE EXACT SHAPE NOTEMODULE BUILDS
       B3-SPLIT-INSERT SECTION.
       B3-SPLIT-INSERTA.
           MOVE SPACE                      TO WS-STMT-HEAD
                                              WS-STMT-TAIL
                                              WS-AUDIT-ROW
           UNSTRING AU-STATEMENT DELIMITED BY "VALUES ('"
               INTO WS-STMT-HEAD WS-STMT-TAIL
           END-UNSTRING
           UNSTRING WS-STMT-TAIL DELIMITED BY "', '" OR "' ,'"
                                           OR "','" OR "')"
               INTO AR-CNP AR-MATERIE-ESC AR-NOTA AR-DATA AR-TIP
                    AR-AN AR-PROF
           END-UNSTRING
           IF AR-CNP <= SPACE OR AR-DATA <= SPACE
               GO TO B3-SPLIT-INSERTZ
           END-IF
           PERFORM B4-UNESCAPE-MATERIE
           ADD 1                           TO WS-COUNT-LOAD-LINES
           MOVE AR-CNP                     TO LS-CNP
           MOVE WS-MATERIE-PLAIN           TO LS-MATERIE
           MOVE AR-DATA                    TO LS-DATA
           MOVE AU-DATE                    TO LS-LOADED
           IF AU-TIME NUMERIC
               MOVE AU-TIME                TO LS-LTIME
           ELSE
               MOVE 0                      TO LS-LTIME
           END-IF
           RELEASE LOAD-SORT-REC
           .
       B3-SPLIT-INSERTZ.
           EXIT.

      *> '' IN THE STATEMENT WAS ONE ' IN THE SUBJECT NAME
       B4-UNESCAPE-MATERIE SECTION.
       B4-UNESCAPE-MATERIEA.
           MOVE SPACE                      TO WS-MATERIE-PLAIN
           MOVE 0                          TO WS-PLAIN-IDX
           SET KEEP-NEXT-QUOTE             TO TRUE
           PERFORM VARYING WS-ESC-IDX FROM 1 BY 1
                   UNTIL WS-ESC-IDX > 60 OR WS-PLAIN-IDX >= 30
               IF AR-MATERIE-ESC(WS-ESC-IDX:1) = "'"
               AND SKIP-NEXT-QUOTE
                   SET KEEP-NEXT-QUOTE     TO TRUE
               ELSE
                   IF AR-MATERIE-ESC(WS-ESC-IDX:1) = "'"
                       SET SKIP-NEXT-QUOTE TO TRUE
                   END-IF
                   ADD 1                   TO WS-PLAIN-IDX
                   MOVE AR-MATERIE-ESC(WS-ESC-IDX:1)
                               TO WS-MATERIE-PLAIN(WS-PLAIN-IDX:1)
               END-IF
           END-PERFORM
           .
       B4-UNESCAPE-MATERIEZ.
           EXIT.

      *> EVERY JOINED NOTE ROW GOES THROUGH THE SORT INTO PROFESSOR/
      *> SUBJECT/CLASS/DELAY ORDER - EACH GROUP THEN ARRIVES WITH ITS
      *> DELAYS ASCENDING, SO ITS MEDIAN IS JUST ITS MIDDLE ROW
       C0-LATENCY-BY-GROUP SECTION.
       C0-LATENCY-BY-GROUPA.
           MOVE SPACE                      TO WS-LINE
           MOVE WS-ALLOWED-DAYS            TO WS-DAYS-DISP
           STRING "GRADE-ENTRY DELAY (DAYS FROM DATANOTA TO LOAD) - "
                  "ALLOWED " WS-DAYS-DISP " DAYS" DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           IF WS-AN-SCOLAR > SPACE
               MOVE SPACE                  TO WS-LINE
               STRING "SCHOOL YEAR " WS-AN-SCOLAR DELIMITED BY SIZE
               INTO WS-LINE
               MOVE WS-LINE                TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
           END-IF
           MOVE SPACE                      TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE SPACE                      TO WS-LINE
           MOVE "PROFESOR"                 TO WS-LINE(1:8)
           MOVE "NUME"                     TO WS-LINE(15:4)
           MOVE "MATERIE"                  TO WS-LINE(41:7)
           MOVE "CLASA"                    TO WS-LINE(67:5)
           MOVE " ROWS"                    TO WS-LINE(72:5)
           MOVE "MEDIAN"                   TO WS-LINE(78:6)
           MOVE "WORST"                    TO WS-LINE(85:5)
           MOVE " OVER"                    TO WS-LINE(91:5)
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD

           SORT DELAY-SORT
               ON ASCENDING KEY DS-KEY DS-DELAY
               INPUT PROCEDURE IS C1-RELEASE-DELAYS
               OUTPUT PROCEDURE IS C2-RETURN-DELAYS

           MOVE SPACE                      TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE SPACE                      TO WS-LINE
           STRING "NOTE ROWS JOINED: " WS-COUNT-JOINED
                  "   WITHOUT A LOAD LINE: " WS-COUNT-NO-LOAD
                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           .
       C0-LATENCY-BY-GROUPZ.
           EXIT.

       C1-RELEASE-DELAYS SECTION.
       C1-RELEASE-DELAYSA.
           OPEN INPUT NOTE-EXTRACT
           IF WS-NOTE-EXT-STATUS NOT = "00"
               DISPLAY "Extract_NOTE.txt NOT FOUND - RUN TBLEXTRACT "
                   "FIRST"
               GO TO C1-RELEASE-DELAYSZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-NOTE-ROW
               READ NOTE-EXTRACT INTO WS-NOTE-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-NOTE-ROW(1:8) = "EXTRACT "
                       CONTINUE
                   ELSE
                   IF NR-CNP > SPACE
                   AND (WS-AN-SCOLAR <= SPACE
                        OR NR-AN = WS-AN-SCOLAR)
                       ADD 1               TO WS-COUNT-NOTE-ROWS
                       PERFORM E0-JOIN-NOTE-ROW
                       IF LOAD-FOUND
                           ADD 1           TO WS-COUNT-JOINED
                           MOVE NR-CNP-PROF TO DS-PROF
                           MOVE NR-MATERIE TO DS-MATERIE
                           MOVE WS-NOTE-CLASA TO DS-CLASA
                           MOVE WS-DELAY   TO DS-DELAY
                           RELEASE DELAY-SORT-REC
                       ELSE
                           ADD 1           TO WS-COUNT-NO-LOAD
                       END-IF
                   END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE NOTE-EXTRACT
           .
       C1-RELEASE-DELAYSZ.
           EXIT.

       C2-RETURN-DELAYS SECTION.
       C2-RETURN-DELAYSA.
           MOVE SPACE                      TO WS-GROUP-KEY
           MOVE 0                          TO GROUP-ROWS
           SET DELAY-SORT-NEOF             TO TRUE
           PERFORM UNTIL DELAY-SORT-EOF
               RETURN DELAY-SORT
                   AT END
                       SET DELAY-SORT-EOF  TO TRUE
                   NOT AT END
                       IF DS-KEY NOT = WS-GROUP-KEY
                           PERFORM C3-WRITE-GROUP
                           MOVE DS-KEY     TO WS-GROUP-KEY
                           MOVE 0          TO GROUP-ROWS GROUP-KEPT
                                              GROUP-OVER GROUP-WORST
                       END-IF
                       ADD 1               TO GROUP-ROWS
                       IF GROUP-KEPT < K-MAX-GROUP-ROWS
                           ADD 1           TO GROUP-KEPT
                           MOVE DS-DELAY   TO GD-DELAY(GROUP-KEPT)
                       END-IF
                       IF DS-DELAY > WS-ALLOWED-DAYS
                           ADD 1           TO GROUP-OVER
                       END-IF
                       MOVE DS-DELAY       TO GROUP-WORST
               END-RETURN
           END-PERFORM
           PERFORM C3-WRITE-GROUP
           .
       C2-RETURN-DELAYSZ.
           EXIT.

      *> ONE REPORT LINE FOR THE GROUP JUST COMPLETED (NOTHING BEFORE
      *> THE FIRST ONE)
       C3-WRITE-GROUP SECTION.
       C3-WRITE-GROUPA.
           IF GROUP-ROWS = 0
               GO TO C3-WRITE-GROUPZ
           END-IF
           ADD 1                           TO WS-COUNT-GROUPS
           COMPUTE WS-MID-LOW  = (GROUP-KEPT + 1) / 2
           COMPUTE WS-MID-HIGH = (GROUP-KEPT + 2) / 2
           COMPUTE WS-MEDIAN =
               (GD-DELAY(WS-MID-LOW) + GD-DELAY(WS-MID-HIGH)) / 2

           PERFORM E2-PROF-NAME
           MOVE SPACE                      TO WS-REPORT-LINE
           MOVE GK-PROF                    TO RL-PROF
           MOVE WS-PROF-NAME               TO RL-NAME
           MOVE GK-MATERIE                 TO RL-MATERIE
           MOVE GK-CLASA                   TO RL-CLASA
           MOVE GROUP-ROWS                 TO RL-ROWS
           MOVE WS-MEDIAN                  TO RL-MEDIAN
           MOVE GROUP-WORST                TO RL-WORST
           MOVE GROUP-OVER                 TO RL-OVER
           MOVE WS-REPORT-LINE             TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           .
       C3-WRITE-GROUPZ.
           EXIT.

      *> THE CATCH-UP WEEKS: PER CLOSE DATE, EVERY ROW WHOSE LOAD
      *> FELL IN THE LAST K-CATCHUP-DAYS UP TO AND INCLUDING IT
       D0-CATCH-UP SECTION.
       D0-CATCH-UPA.
           MOVE SPACE                      TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE SPACE                      TO WS-LINE
           MOVE K-CATCHUP-DAYS             TO WS-DAYS-DISP
           STRING "ROWS LOADED IN THE LAST " WS-DAYS-DISP
                  " DAYS BEFORE A CLOSE DATE (ClosedPeriods.txt)"
                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           IF PERIOD-COUNT = 0
               MOVE "  NO CLOSED PERIODS ON FILE" TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
               GO TO D0-CATCH-UPZ
           END-IF
           PERFORM D1-ONE-PERIOD
               VARYING WS-PERIOD-IDX FROM 1 BY 1
               UNTIL WS-PERIOD-IDX > PERIOD-COUNT
           .
       D0-CATCH-UPZ.
           EXIT.

       D1-ONE-PERIOD SECTION.
       D1-ONE-PERIODA.
           MOVE 0                          TO WS-COUNT-PERIOD-ROWS
           MOVE SPACE                      TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE SPACE                      TO WS-LINE
           STRING "CLOSE " PT-CLOSE(WS-PERIOD-IDX) " "
                  PT-LABEL(WS-PERIOD-IDX) DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE SPACE                      TO WS-LINE
           MOVE "PROFESOR"                 TO WS-LINE(1:8)
           MOVE "CLASA"                    TO WS-LINE(15:5)
           MOVE "MATERIE"                  TO WS-LINE(21:7)
           MOVE "ELEV"                     TO WS-LINE(52:4)
           MOVE "DATANOTA"                 TO WS-LINE(66:8)
           MOVE "LOADED"                   TO WS-LINE(75:6)
           MOVE "DAYS"                     TO WS-LINE(84:4)
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD

           OPEN INPUT NOTE-EXTRACT
           IF WS-NOTE-EXT-STATUS NOT = "00"
               GO TO D1-ONE-PERIODZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-NOTE-ROW
               READ NOTE-EXTRACT INTO WS-NOTE-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-NOTE-ROW(1:8) = "EXTRACT "
                       CONTINUE
                   ELSE
                   IF NR-CNP > SPACE
                   AND (WS-AN-SCOLAR <= SPACE
                        OR NR-AN = WS-AN-SCOLAR)
                       PERFORM E0-JOIN-NOTE-ROW
                       IF LOAD-FOUND
                       AND WS-SERIAL-LOADED <=
                               PT-CLOSE-SERIAL(WS-PERIOD-IDX)
                       AND WS-SERIAL-LOADED + K-CATCHUP-DAYS >
                               PT-CLOSE-SERIAL(WS-PERIOD-IDX)
                           PERFORM D2-WRITE-CATCHUP-ROW
                       END-IF
                   END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE NOTE-EXTRACT

           MOVE SPACE                      TO WS-LINE
           MOVE WS-COUNT-PERIOD-ROWS       TO WS-COUNT-DISP
           STRING "  ROWS: " WS-COUNT-DISP DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           .
       D1-ONE-PERIODZ.
           EXIT.

       D2-WRITE-CATCHUP-ROW SECTION.
       D2-WRITE-CATCHUP-ROWA.
           ADD 1                           TO WS-COUNT-PERIOD-ROWS
           ADD 1                           TO WS-COUNT-CATCHUP
           MOVE SPACE                      TO WS-CATCHUP-LINE
           MOVE NR-CNP-PROF                TO CL-PROF
           MOVE WS-NOTE-CLASA              TO CL-CLASA
           MOVE NR-MATERIE                 TO CL-MATERIE
           MOVE NR-CNP                     TO CL-STUDENT
           MOVE NR-DATA                    TO CL-DATANOTA
           MOVE WS-LOADED                  TO CL-LOADED
           MOVE WS-DELAY                   TO CL-DELAY
           MOVE WS-CATCHUP-LINE            TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           .
       D2-WRITE-CATCHUP-ROWZ.
           EXIT.

      *> FIND THE NOTE ROW'S FIRST LOAD (BINARY SEARCH OVER THE
      *> SORTED LOAD TABLE) AND, WHEN FOUND, ITS CLASS AND DELAY.
      *> A LOAD BEFORE THE GRADE'S OWN DATE COUNTS AS NO DELAY.
       E0-JOIN-NOTE-ROW SECTION.
       E0-JOIN-NOTE-ROWA.
           SET LOAD-NOT-FOUND              TO TRUE
           MOVE NR-CNP                     TO FK-CNP
           MOVE NR-MATERIE                 TO FK-MATERIE
           MOVE NR-DATA                    TO FK-DATA
           MOVE 1                          TO LFT
           MOVE LOAD-COUNT                 TO RGT
           PERFORM TEST BEFORE UNTIL LFT > RGT
               OR LOAD-FOUND
               COMPUTE MID = (RGT + LFT) / 2
               IF LT-KEY(MID) = WS-FIND-KEY
                   SET LOAD-FOUND          TO TRUE
               ELSE
                   IF WS-FIND-KEY > LT-KEY(MID)
                       COMPUTE LFT = MID + 1
                   ELSE
                       IF MID = 1
                           MOVE 0          TO RGT
                       ELSE
                           COMPUTE RGT = MID - 1
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF LOAD-NOT-FOUND
               GO TO E0-JOIN-NOTE-ROWZ
           END-IF
           IF NR-DATA NOT NUMERIC
               SET LOAD-NOT-FOUND          TO TRUE
               GO TO E0-JOIN-NOTE-ROWZ
           END-IF

           MOVE LT-LOADED(MID)             TO WS-LOADED
           MOVE WS-LOADED                  TO WS-SERIAL-DATE
           PERFORM Y1-TO-SERIAL
           MOVE WS-SERIAL-OUT              TO WS-SERIAL-LOADED
           MOVE NR-DATA                    TO WS-SERIAL-DATE
           PERFORM Y1-TO-SERIAL
           MOVE WS-SERIAL-OUT              TO WS-SERIAL-GRADE
           COMPUTE WS-DELAY = WS-SERIAL-LOADED - WS-SERIAL-GRADE
           IF WS-DELAY < 0
               MOVE 0                      TO WS-DELAY
           END-IF

           MOVE SPACE                      TO WS-NOTE-CLASA
           PERFORM VARYING WS-STUD-IDX FROM 1 BY 1
                   UNTIL WS-STUD-IDX > STUDENT-COUNT
               IF ST-CNP(WS-STUD-IDX) = NR-CNP
                   MOVE ST-CLASA(WS-STUD-IDX) TO WS-NOTE-CLASA
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
       E0-JOIN-NOTE-ROWZ.
           EXIT.

       E2-PROF-NAME SECTION.
       E2-PROF-NAMEA.
           MOVE SPACE                      TO WS-PROF-NAME
           PERFORM VARYING WS-PROF-IDX FROM 1 BY 1
                   UNTIL WS-PROF-IDX > PROF-COUNT
               IF PT-CNP(WS-PROF-IDX) = GK-PROF
                   MOVE PT-NAME(WS-PROF-IDX) TO WS-PROF-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
       E2-PROF-NAMEZ.
           EXIT.

       Y1-TO-SERIAL SECTION.
       Y1-TO-SERIALA.
           IF WS-SER-MM < 1 OR WS-SER-MM > 12
               MOVE 1                      TO WS-SER-MM
           END-IF
           COMPUTE WS-SERIAL-OUT =
               WS-SER-YYYY * 365 + WS-SER-YYYY / 4
               + K-MDAYS(WS-SER-MM) + WS-SER-DD
           .
       Y1-TO-SERIALZ.
           EXIT.
