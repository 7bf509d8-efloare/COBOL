      ******************************************************************
      * Author:
      * Date:
      * Purpose: SITUATIE SCOLARA NEINCHEIATA - SEMESTER-END RUN.
      *          A STUDENT WITH TOO FEW GRADES IN A SUBJECT, OR WITH
      *          ABSENCES OVER THE LEGAL SHARE OF THAT SUBJECT'S
      *          HOURS, GETS NO AVERAGE AT ALL: THE SITUATION IS
      *          "NEINCHEIATA" AND IS CLOSED IN A SEPARATE SESSION
      *          (INCHEIEREA SITUATIEI), NOT THE CORIGENTE ONE. TWO
      *          PASSES, LIKE CORIGEXAM:
      *            M - MARK: EVERY PAIR CATCOVER COUNTED
      *                (CatalogCounts.txt) WITH FEWER GRADES THAN
      *                THE MINIMUM, OR WHOSE ABSENCES
      *                (Extract_ABSENTE.txt) REACH THE LEGAL SHARE OF
      *                THE HOURS THE ORAR (Extract_ORAR.txt) GIVES THE
      *                SUBJECT OVER THE SEMESTER, GOES ON THE REGISTRY
      *                (SituatiiNeincheiate.txt) AND ON THE SESSION
      *                SCHEDULE (IncheiereSchedule.txt);
      *            R - INGEST THE SESSION RESULTS
      *                (IncheiereResults.csv: CLASA,LAST,FIRST,
      *                SUBJECT,AVG): A PASSING AVERAGE CLOSES THE
      *                SITUATION (INCHEIAT), A FAILING ONE SENDS THE
      *                SUBJECT TO THE CORIGENTE SESSION (CORIGENT). A
      *                RESULT THAT MATCHES NO OPEN SITUATION IS
      *                DIVERTED TO IncheiereRejects.txt.
      *          ROLLOVER READS THE REGISTRY AND HOLDS BACK ANYONE
      *          STILL NEINCHEIAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SITNEINC.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> THE REGISTRY: CNP;CLASA;NUME;PRENUME;MATERIE;SEMESTRU;
      *> MOTIV;STARE;MEDIE - ONE LINE PER STUDENT/SUBJECT/SEMESTER
           SELECT REGISTRY-FILE ASSIGN TO 'SituatiiNeincheiate.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-STATUS.

      *> CATCOVER'S PER-PAIR GRADE COUNTS
           SELECT COUNTS-FILE ASSIGN TO 'CatalogCounts.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COUNTS-STATUS.

           SELECT ORAR-EXTRACT ASSIGN TO 'Extract_ORAR.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORAR-EXT-STATUS.

           SELECT ABS-EXTRACT ASSIGN TO 'Extract_ABSENTE.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ABS-EXT-STATUS.

      *> THE STUDENT-TO-GROUP REGISTRY GRUPMAINT MAINTAINS - A
      *> GROUP'S HOURS COUNT ONLY FOR ITS MEMBERS
           SELECT GRUPE-FILE ASSIGN TO 'SubjectGroups.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GRUPE-STATUS.

           SELECT SESSION-SCHEDULE ASSIGN TO 'IncheiereSchedule.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SESSION-RESULTS ASSIGN TO 'IncheiereResults.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RES-STATUS.

           SELECT SESSION-REPORT ASSIGN TO 'IncheiereReport.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SESSION-REJECTS ASSIGN TO 'IncheiereRejects.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
        FD REGISTRY-FILE.
       01 REGISTRY-FD                       PIC X(150).

        FD COUNTS-FILE.
       01 COUNTS-FD                         PIC X(130).

        FD ORAR-EXTRACT.
       01 ORAR-EXTRACT-FD                   PIC X(90).

        FD ABS-EXTRACT.
       01 ABS-EXTRACT-FD                    PIC X(80).

        FD GRUPE-FILE.
       01 GRUPE-FD                          PIC X(40).

        FD SESSION-SCHEDULE.
       01 SESSION-SCHEDULE-FD               PIC X(130).

        FD SESSION-RESULTS.
       01 SESSION-RESULTS-FD                PIC X(120).

        FD SESSION-REPORT.
       01 SESSION-REPORT-FD                 PIC X(130).

        FD SESSION-REJECTS.
       01 SESSION-REJECTS-FD                PIC X(140).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WS-REG-STATUS                    PIC X(02).
       01 WS-COUNTS-STATUS                 PIC X(02).
       01 WS-ORAR-EXT-STATUS               PIC X(02).
       01 WS-ABS-EXT-STATUS                PIC X(02).
       01 WS-GRUPE-STATUS                  PIC X(02).
       01 WS-RES-STATUS                    PIC X(02).

       01 WS-MODE                          PIC X(01).
           88 MODE-MARK                     VALUE "M" "m".
           88 MODE-RESULTS                  VALUE "R" "r".

      *> THE LEGAL SHARE: ABSENCES (EXCUSED OR NOT) REACHING HALF OF
      *> A SUBJECT'S HOURS IN THE SEMESTER LEAVE IT NEINCHEIAT
       01 K-ABS-SHARE-PCT                  PIC 9(03) VALUE 50.
      *> SCHOOL WEEKS IN THE SEMESTER - EVERY ORAR SLOT IS HELD ONCE
      *> A WEEK, THE SAME PRICING ABSRATE USES
       01 K-DEFAULT-WEEKS                  PIC 9(02) VALUE 14.
       01 K-PASS-THRESHOLD                 PIC 9(02) VALUE 5.

       01 WS-SEMESTRU                      PIC X(01).
       01 WS-WEEKS                         PIC 9(02) VALUE 0.
       01 WS-PERIOD-FROM                   PIC X(08).
       01 WS-PERIOD-TO                     PIC X(08).
       01 WS-SESSION-DATE                  PIC X(08).

      *> THE REGISTRY HELD IN MEMORY
       01 WS-REG-LINE                      PIC X(150).
       01 K-MAX-REG                        PIC 9(04) VALUE 3000.
       01 REG-TABLE.
           05 REG-ENTRY OCCURS 3000 TIMES.
               10 RG-CNP                   PIC X(13).
               10 RG-CLASA                 PIC X(04).
               10 RG-NUME                  PIC X(30).
               10 RG-PRENUME               PIC X(30).
               10 RG-MATERIE               PIC X(30).
               10 RG-SEMESTRU              PIC X(01).
      *> NOTE = TOO FEW GRADES, ABSENTE = OVER THE ABSENCE SHARE,
      *> AMBELE = BOTH
               10 RG-MOTIV                 PIC X(07).
               10 RG-STARE                 PIC X(10).
                   88 RG-OPEN               VALUE "NEINCHEIAT".
               10 RG-MEDIE                 PIC X(05).
      *> Y = STILL NEINCHEIAT ON THIS MARK RUN'S DATA
               10 RG-SEEN                  PIC X(01).
       01 REG-COUNT                        PIC 9(04) VALUE 0.
       01 WS-REG-IDX                       PIC 9(04).
       01 WS-REG-IDX2                      PIC 9(04).

      *> ONE CatalogCounts.txt LINE
       01 WS-COUNTS-LINE                   PIC X(130).
       01 WS-COUNTS-ROW.
           05 CC-CNP                       PIC X(13).
           05 CC-CLASA                     PIC X(04).
           05 CC-NUME                      PIC X(30).
           05 CC-PRENUME                   PIC X(30).
           05 CC-MATERIE                   PIC X(30).
           05 CC-GRADES                    PIC 9(04).
           05 CC-MIN                       PIC 9(02).

      *> ONE Extract_ORAR.txt ROW
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
       01 K-MAX-SLOT                       PIC 9(04) VALUE 2000.
       01 SLOT-TABLE.
           05 SLOT-ENTRY OCCURS 2000 TIMES.
               10 SL-CLASA                 PIC X(04).
               10 SL-MATERIE               PIC X(30).
               10 SL-GRUPA                 PIC X(10).
       01 SLOT-COUNT                       PIC 9(04) VALUE 0.
       01 WS-SLOT-IDX                      PIC 9(04).

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

      *> ONE Extract_ABSENTE.txt ROW AND THE PER-PAIR ABSENCE COUNTS
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
       01 K-MAX-ABS                        PIC 9(05) VALUE 20000.
       01 ABS-TABLE.
           05 ABS-ENTRY OCCURS 20000 TIMES.
               10 AB-CNP                   PIC X(13).
               10 AB-MATERIE               PIC X(30).
               10 AB-COUNT                 PIC 9(04).
       01 ABS-COUNT                        PIC 9(05) VALUE 0.
       01 WS-ABS-IDX                       PIC 9(05).

      *> PER-PAIR WORK FIELDS FOR THE MARK PASS
       01 WS-WEEKLY-HOURS                  PIC 9(03).
       01 WS-HOURS-HELD                    PIC 9(05).
       01 WS-ABSENCES                      PIC 9(04).
       01 WS-ABS-PCT                       PIC 9(07).
       01 WS-SHARE-LIMIT                   PIC 9(07).
       01 WS-MOTIV                         PIC X(07).
       01 WS-FOUND-SW                      PIC X(01) VALUE "N".
           88 ENTRY-FOUND                   VALUE "Y".
           88 ENTRY-NOT-FOUND               VALUE "N".

      *> ONE PARSED SESSION RESULT
       01 WS-RES-LINE                      PIC X(120).
       01 WS-RES.
           05 RS-CLASA                     PIC X(04).
           05 RS-LAST                      PIC X(30).
           05 RS-FIRST                     PIC X(30).
           05 RS-SUBJECT                   PIC X(30).
           05 RS-AVG-TXT                   PIC X(06).

      *> AVERAGE TEXT COMES AS 99.99, THE SAME AS CorigResults.csv
       01 WS-SCORE-PARSE.
           05 WS-SCORE-INT                 PIC 9(02).
           05 FILLER                       PIC X(01).
           05 WS-SCORE-DEC                 PIC 9(02).
       01 WS-SCORE-NUM                     PIC 9(02)V9(02).
       01 WS-AVG-DISP                      PIC Z9.99.

       01 WS-LINE                          PIC X(130).
       01 WS-DIST-COMMAND                  PIC X(200).

       01 WS-RUN-COUNTERS.
        05 WS-COUNT-PAIRS                  PIC 9(05) VALUE 0.
        05 WS-COUNT-MARKED                 PIC 9(04) VALUE 0.
        05 WS-COUNT-NEW                    PIC 9(04) VALUE 0.
        05 WS-COUNT-CLEARED                PIC 9(04) VALUE 0.
        05 WS-COUNT-CLOSED                 PIC 9(04) VALUE 0.
        05 WS-COUNT-TO-CORIG               PIC 9(04) VALUE 0.
        05 WS-COUNT-REJECTED               PIC 9(04) VALUE 0.
        05 WS-COUNT-STILL-OPEN             PIC 9(04) VALUE 0.

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".
       COPY TRAINENV-INT.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       S0  SECTION.
       S0A.
           DISPLAY "SITUATIE SCOLARA NEINCHEIATA"
           DISPLAY "MODE - M MARK AND SCHEDULE, R INGEST RESULTS: "
               WITH NO ADVANCING
           ACCEPT WS-MODE

           PERFORM A0-LOAD-REGISTRY

           EVALUATE TRUE
               WHEN MODE-MARK
                   PERFORM B0-ASK-PARAMETERS
                   PERFORM B1-LOAD-ORAR
                   PERFORM B2-LOAD-GROUPS
                   PERFORM B3-LOAD-ABSENCES
                   PERFORM C0-MARK-PAIRS
                   PERFORM C3-DROP-CLEARED
                   PERFORM D0-WRITE-SCHEDULE
               WHEN MODE-RESULTS
                   PERFORM E0-INGEST-RESULTS
                   PERFORM E2-WRITE-REPORT
               WHEN OTHER
                   DISPLAY "UNKNOWN MODE: " WS-MODE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           PERFORM W0-REWRITE-REGISTRY
           PERFORM Y-PRINT-SUMMARY
           MOVE 0 TO RETURN-CODE
           .
       S0Z.
           STOP RUN.

      *> NO REGISTRY YET MEANS NOBODY HAS EVER BEEN MARKED
       A0-LOAD-REGISTRY SECTION.
       A0-LOAD-REGISTRYA.
           OPEN INPUT REGISTRY-FILE
           IF WS-REG-STATUS NOT = "00"
               GO TO A0-LOAD-REGISTRYZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-REG-LINE
               READ REGISTRY-FILE INTO WS-REG-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-REG-LINE > SPACE
                   AND REG-COUNT < K-MAX-REG
                       ADD 1               TO REG-COUNT
                       MOVE SPACE          TO REG-ENTRY(REG-COUNT)
                       UNSTRING WS-REG-LINE DELIMITED BY ";" INTO
                           RG-CNP(REG-COUNT)
                           RG-CLASA(REG-COUNT)
                           RG-NUME(REG-COUNT)
                           RG-PRENUME(REG-COUNT)
                           RG-MATERIE(REG-COUNT)
                           RG-SEMESTRU(REG-COUNT)
                           RG-MOTIV(REG-COUNT)
                           RG-STARE(REG-COUNT)
                           RG-MEDIE(REG-COUNT)
                       END-UNSTRING
                   END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTRY-FILE
           DISPLAY "SITUATIONS ON THE REGISTRY: " REG-COUNT
           .
       A0-LOAD-REGISTRYZ.
           EXIT.

       B0-ASK-PARAMETERS SECTION.
       B0-ASK-PARAMETERSA.
           DISPLAY "SEMESTER (1/2): " WITH NO ADVANCING
           ACCEPT WS-SEMESTRU
           IF WS-SEMESTRU NOT = "1" AND WS-SEMESTRU NOT = "2"
               DISPLAY "SEMESTER MUST BE 1 OR 2"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "SCHOOL WEEKS IN THE SEMESTER (BLANK = "
               K-DEFAULT-WEEKS "): " WITH NO ADVANCING
           ACCEPT WS-WEEKS
           IF WS-WEEKS = 0
               MOVE K-DEFAULT-WEEKS        TO WS-WEEKS
           END-IF
           DISPLAY "SEMESTER FROM (YYYYMMDD, BLANK = ALL): "
               WITH NO ADVANCING
           ACCEPT WS-PERIOD-FROM
           DISPLAY "SEMESTER TO   (YYYYMMDD, BLANK = ALL): "
               WITH NO ADVANCING
           ACCEPT WS-PERIOD-TO
           DISPLAY "INCHEIERE SESSION DATE (YYYYMMDD): "
               WITH NO ADVANCING
           ACCEPT WS-SESSION-DATE
           .
       B0-ASK-PARAMETERSZ.
           EXIT.

      *> THE TIMETABLE: WHICH SLOTS A CLASS/SUBJECT HAS EACH WEEK
       B1-LOAD-ORAR SECTION.
       B1-LOAD-ORARA.
           OPEN INPUT ORAR-EXTRACT
           IF WS-ORAR-EXT-STATUS NOT = "00"
               DISPLAY "Extract_ORAR.txt NOT FOUND - ABSENCE SHARE "
                   "NOT CHECKED (RUN TBLEXTRACT)"
               GO TO B1-LOAD-ORARZ
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
                   AND SLOT-COUNT < K-MAX-SLOT
                       ADD 1               TO SLOT-COUNT
                       MOVE OR-CLASA       TO SL-CLASA(SLOT-COUNT)
                       MOVE OR-MATERIE     TO SL-MATERIE(SLOT-COUNT)
                       MOVE OR-GRUPA       TO SL-GRUPA(SLOT-COUNT)
                   END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ORAR-EXTRACT
           DISPLAY "TIMETABLE SLOTS: " SLOT-COUNT
           .
       B1-LOAD-ORARZ.
           EXIT.

       B2-LOAD-GROUPS SECTION.
       B2-LOAD-GROUPSA.
           OPEN INPUT GRUPE-FILE
           IF WS-GRUPE-STATUS NOT = "00"
               GO TO B2-LOAD-GROUPSZ
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
       B2-LOAD-GROUPSZ.
           EXIT.

      *> EVERY ABSENCE OF THE SEMESTER, EXCUSED OR NOT, COUNTS
      *> TOWARDS THE SHARE
       B3-LOAD-ABSENCES SECTION.
       B3-LOAD-ABSENCESA.
           OPEN INPUT ABS-EXTRACT
           IF WS-ABS-EXT-STATUS NOT = "00"
               DISPLAY "Extract_ABSENTE.txt NOT FOUND - ABSENCE "
                   "SHARE NOT CHECKED (RUN TBLEXTRACT)"
               GO TO B3-LOAD-ABSENCESZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-ABS-ROW
               READ ABS-EXTRACT INTO WS-ABS-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-ABS-ROW(1:8) = "EXTRACT "
                       CONTINUE
                   ELSE
                   IF AR-CNP > SPACE
                   AND (WS-PERIOD-FROM = SPACE
                        OR AR-DATA >= WS-PERIOD-FROM)
                   AND (WS-PERIOD-TO = SPACE
                        OR AR-DATA <= WS-PERIOD-TO)
                       PERFORM B4-COUNT-ONE-ABSENCE
                   END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ABS-EXTRACT
           DISPLAY "STUDENT/SUBJECT PAIRS WITH ABSENCES: " ABS-COUNT
           .
       B3-LOAD-ABSENCESZ.
           EXIT.

       B4-COUNT-ONE-ABSENCE SECTION.
       B4-COUNT-ONE-ABSENCEA.
           PERFORM VARYING WS-ABS-IDX FROM 1 BY 1
                   UNTIL WS-ABS-IDX > ABS-COUNT
               IF AB-CNP(WS-ABS-IDX) = AR-CNP
               AND AB-MATERIE(WS-ABS-IDX) = AR-MATERIE
                   ADD 1                   TO AB-COUNT(WS-ABS-IDX)
                   GO TO B4-COUNT-ONE-ABSENCEZ
               END-IF
           END-PERFORM
           IF ABS-COUNT < K-MAX-ABS
               ADD 1                       TO ABS-COUNT
               MOVE AR-CNP                 TO AB-CNP(ABS-COUNT)
               MOVE AR-MATERIE             TO AB-MATERIE(ABS-COUNT)
               MOVE 1                      TO AB-COUNT(ABS-COUNT)
           END-IF
           .
       B4-COUNT-ONE-ABSENCEZ.
           EXIT.

      *> PASS M: EVERY PAIR CATCOVER CHECKED IS WEIGHED AGAINST THE
      *> GRADE MINIMUM AND THE ABSENCE SHARE
       C0-MARK-PAIRS SECTION.
       C0-MARK-PAIRSA.
           OPEN INPUT COUNTS-FILE
           IF WS-COUNTS-STATUS NOT = "00"
               DISPLAY "CatalogCounts.txt NOT FOUND - RUN CATCOVER "
                   "FIRST"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-COUNTS-LINE
               READ COUNTS-FILE INTO WS-COUNTS-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-COUNTS-LINE > SPACE
                       ADD 1               TO WS-COUNT-PAIRS
                       PERFORM C1-WEIGH-ONE-PAIR
                   END-IF
               END-READ
           END-PERFORM
           CLOSE COUNTS-FILE
           .
       C0-MARK-PAIRSZ.
           EXIT.

       C1-WEIGH-ONE-PAIR SECTION.
       C1-WEIGH-ONE-PAIRA.
           MOVE SPACE                      TO WS-COUNTS-ROW
           MOVE 0                          TO CC-GRADES
           MOVE 0                          TO CC-MIN
           UNSTRING WS-COUNTS-LINE DELIMITED BY ";" INTO
               CC-CNP
               CC-CLASA
               CC-NUME
               CC-PRENUME
               CC-MATERIE
               CC-GRADES
               CC-MIN
           END-UNSTRING

      *> THE SUBJECT'S WEEKLY HOURS FOR THIS STUDENT: WHOLE-CLASS
      *> SLOTS AND THE SLOTS OF THE STUDENT'S OWN GROUPS
           MOVE 0                          TO WS-WEEKLY-HOURS
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > SLOT-COUNT
               IF SL-CLASA(WS-SLOT-IDX) = CC-CLASA
               AND SL-MATERIE(WS-SLOT-IDX) = CC-MATERIE
                   PERFORM C2-CHECK-SLOT-COUNTS
                   IF SLOT-COUNTS
                       ADD 1               TO WS-WEEKLY-HOURS
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-HOURS-HELD = WS-WEEKLY-HOURS * WS-WEEKS

           MOVE 0                          TO WS-ABSENCES
           PERFORM VARYING WS-ABS-IDX FROM 1 BY 1
                   UNTIL WS-ABS-IDX > ABS-COUNT
               IF AB-CNP(WS-ABS-IDX) = CC-CNP
               AND AB-MATERIE(WS-ABS-IDX) = CC-MATERIE
                   MOVE AB-COUNT(WS-ABS-IDX) TO WS-ABSENCES
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE SPACE                      TO WS-MOTIV
           IF CC-GRADES < CC-MIN
               MOVE "NOTE"                 TO WS-MOTIV
           END-IF
      *> A SUBJECT OFF THE TIMETABLE HAS NO HOURS TO TAKE A SHARE OF
           IF WS-HOURS-HELD > 0
               COMPUTE WS-ABS-PCT = WS-ABSENCES * 100
               COMPUTE WS-SHARE-LIMIT =
                   WS-HOURS-HELD * K-ABS-SHARE-PCT
               IF WS-ABS-PCT >= WS-SHARE-LIMIT
                   IF WS-MOTIV = SPACE
                       MOVE "ABSENTE"      TO WS-MOTIV
                   ELSE
                       MOVE "AMBELE"       TO WS-MOTIV
                   END-IF
               END-IF
           END-IF
           IF WS-MOTIV = SPACE
               GO TO C1-WEIGH-ONE-PAIRZ
           END-IF
           ADD 1                           TO WS-COUNT-MARKED

      *> ALREADY ON THE REGISTRY FOR THIS SEMESTER? AN OPEN ENTRY
      *> TAKES THE CURRENT REASON; A CLOSED ONE STAYS AS DECIDED
           SET ENTRY-NOT-FOUND             TO TRUE
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > REG-COUNT
               IF RG-CNP(WS-REG-IDX) = CC-CNP
               AND RG-MATERIE(WS-REG-IDX) = CC-MATERIE
               AND RG-SEMESTRU(WS-REG-IDX) = WS-SEMESTRU
                   SET ENTRY-FOUND         TO TRUE
                   MOVE "Y"                TO RG-SEEN(WS-REG-IDX)
                   IF RG-OPEN(WS-REG-IDX)
                       MOVE WS-MOTIV       TO RG-MOTIV(WS-REG-IDX)
                       MOVE CC-CLASA       TO RG-CLASA(WS-REG-IDX)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ENTRY-FOUND
               GO TO C1-WEIGH-ONE-PAIRZ
           END-IF
           IF REG-COUNT >= K-MAX-REG
               DISPLAY "REGISTRY FULL AT " K-MAX-REG " - "
                   CC-CNP " " CC-MATERIE " NOT MARKED"
               GO TO C1-WEIGH-ONE-PAIRZ
           END-IF
           ADD 1                           TO REG-COUNT
           MOVE SPACE                      TO REG-ENTRY(REG-COUNT)
           MOVE CC-CNP                     TO RG-CNP(REG-COUNT)
           MOVE CC-CLASA                   TO RG-CLASA(REG-COUNT)
           MOVE CC-NUME                    TO RG-NUME(REG-COUNT)
           MOVE CC-PRENUME                 TO RG-PRENUME(REG-COUNT)
           MOVE CC-MATERIE                 TO RG-MATERIE(REG-COUNT)
           MOVE WS-SEMESTRU                TO RG-SEMESTRU(REG-COUNT)
           MOVE WS-MOTIV                   TO RG-MOTIV(REG-COUNT)
           MOVE "NEINCHEIAT"               TO RG-STARE(REG-COUNT)
           MOVE "Y"                        TO RG-SEEN(REG-COUNT)
           ADD 1                           TO WS-COUNT-NEW
           .
       C1-WEIGH-ONE-PAIRZ.
           EXIT.

      *> A WHOLE-CLASS SLOT COUNTS FOR EVERYBODY, A GROUP SLOT ONLY
      *> FOR THE GROUP'S REGISTERED MEMBERS
       C2-CHECK-SLOT-COUNTS SECTION.
       C2-CHECK-SLOT-COUNTSA.
           SET SLOT-COUNTS                 TO TRUE
           IF SL-GRUPA(WS-SLOT-IDX) = SPACE
               GO TO C2-CHECK-SLOT-COUNTSZ
           END-IF
           SET SLOT-NOT-COUNTS             TO TRUE
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > GRP-COUNT
               IF GR-CNP(WS-GRP-IDX) = CC-CNP
               AND GR-CLASA(WS-GRP-IDX) = CC-CLASA
               AND GR-GRUPA(WS-GRP-IDX) = SL-GRUPA(WS-SLOT-IDX)
                   SET SLOT-COUNTS         TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
       C2-CHECK-SLOT-COUNTSZ.
           EXIT.

      *> AN OPEN SITUATION OF THIS SEMESTER THAT NO LONGER QUALIFIES
      *> (THE GRADES WERE ENTERED SINCE THE LAST RUN) LEAVES THE
      *> REGISTRY
       C3-DROP-CLEARED SECTION.
       C3-DROP-CLEAREDA.
           MOVE 0                          TO WS-REG-IDX2
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > REG-COUNT
               IF RG-OPEN(WS-REG-IDX)
               AND RG-SEMESTRU(WS-REG-IDX) = WS-SEMESTRU
               AND RG-SEEN(WS-REG-IDX) NOT = "Y"
                   ADD 1                   TO WS-COUNT-CLEARED
               ELSE
                   ADD 1                   TO WS-REG-IDX2
                   IF WS-REG-IDX2 NOT = WS-REG-IDX
                       MOVE REG-ENTRY(WS-REG-IDX)
                                       TO REG-ENTRY(WS-REG-IDX2)
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-REG-IDX2                TO REG-COUNT
           .
       C3-DROP-CLEAREDZ.
           EXIT.

      *> THE INCHEIERE SESSION: EVERY OPEN SITUATION OF THE SEMESTER
       D0-WRITE-SCHEDULE SECTION.
       D0-WRITE-SCHEDULEA.
           OPEN OUTPUT SESSION-SCHEDULE
           MOVE SPACE                      TO WS-LINE
           STRING "SESIUNEA DE INCHEIERE A SITUATIEI - SEMESTRUL "
                  WS-SEMESTRU " - DATA " WS-SESSION-DATE
                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO SESSION-SCHEDULE-FD
           WRITE SESSION-SCHEDULE-FD
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > REG-COUNT
               IF RG-OPEN(WS-REG-IDX)
               AND RG-SEMESTRU(WS-REG-IDX) = WS-SEMESTRU
                   MOVE SPACE              TO WS-LINE
                   STRING RG-CLASA(WS-REG-IDX) "  "
                          RG-NUME(WS-REG-IDX) " "
                          RG-PRENUME(WS-REG-IDX) " "
                          RG-MATERIE(WS-REG-IDX) " "
                          RG-MOTIV(WS-REG-IDX)
                          DELIMITED BY SIZE
                   INTO WS-LINE
                   MOVE WS-LINE            TO SESSION-SCHEDULE-FD
                   WRITE SESSION-SCHEDULE-FD
               END-IF
           END-PERFORM
           CLOSE SESSION-SCHEDULE
           .
       D0-WRITE-SCHEDULEZ.
           EXIT.

      *> PASS R: APPLY EACH SESSION RESULT TO ITS OPEN SITUATION
       E0-INGEST-RESULTS SECTION.
       E0-INGEST-RESULTSA.
           OPEN OUTPUT SESSION-REJECTS
           OPEN INPUT SESSION-RESULTS
           IF WS-RES-STATUS NOT = "00"
               DISPLAY "IncheiereResults.csv NOT FOUND"
               CLOSE SESSION-REJECTS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-RES-LINE
               READ SESSION-RESULTS INTO WS-RES-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-RES-LINE > SPACE
                       PERFORM E1-APPLY-ONE-RESULT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SESSION-RESULTS
           CLOSE SESSION-REJECTS
           .
       E0-INGEST-RESULTSZ.
           EXIT.

       E1-APPLY-ONE-RESULT SECTION.
       E1-APPLY-ONE-RESULTA.
           MOVE SPACE                      TO WS-RES
           UNSTRING WS-RES-LINE DELIMITED BY "," INTO
               RS-CLASA
               RS-LAST
               RS-FIRST
               RS-SUBJECT
               RS-AVG-TXT
           END-UNSTRING

           MOVE RS-AVG-TXT                 TO WS-SCORE-PARSE
           COMPUTE WS-SCORE-NUM =
               WS-SCORE-INT + WS-SCORE-DEC / 100

           SET ENTRY-NOT-FOUND             TO TRUE
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > REG-COUNT
               IF RG-CLASA(WS-REG-IDX) = RS-CLASA
               AND RG-NUME(WS-REG-IDX) = RS-LAST
               AND RG-PRENUME(WS-REG-IDX) = RS-FIRST
               AND RG-MATERIE(WS-REG-IDX) = RS-SUBJECT
               AND RG-OPEN(WS-REG-IDX)
                   MOVE RS-AVG-TXT(1:5)    TO RG-MEDIE(WS-REG-IDX)
      *> A FAILED INCHEIERE IS NOT THE END OF THE ROAD - THE
      *> SUBJECT GOES ON TO THE CORIGENTE SESSION
                   IF WS-SCORE-NUM NOT < K-PASS-THRESHOLD
                       MOVE "INCHEIAT"     TO RG-STARE(WS-REG-IDX)
                       ADD 1               TO WS-COUNT-CLOSED
                   ELSE
                       MOVE "CORIGENT"     TO RG-STARE(WS-REG-IDX)
                       ADD 1               TO WS-COUNT-TO-CORIG
                   END-IF
                   SET ENTRY-FOUND         TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM

      *> A RESULT FOR A SITUATION THAT WAS NEVER OPEN IS A KEYING
      *> ERROR - DIVERT IT FOR THE SECRETARIAT TO CHECK
           IF ENTRY-NOT-FOUND
               MOVE SPACE                  TO SESSION-REJECTS-FD
               STRING "NO OPEN NEINCHEIAT SITUATION: " WS-RES-LINE
                       DELIMITED BY SIZE
               INTO SESSION-REJECTS-FD
               WRITE SESSION-REJECTS-FD
               ADD 1                       TO WS-COUNT-REJECTED
           END-IF
           .
       E1-APPLY-ONE-RESULTZ.
           EXIT.

      *> THE OUTCOME OF THE SESSION, AND WHO IS STILL OPEN
       E2-WRITE-REPORT SECTION.
       E2-WRITE-REPORTA.
           OPEN OUTPUT SESSION-REPORT
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO SESSION-REPORT-FD
               WRITE SESSION-REPORT-FD
           END-IF
           MOVE "REZULTATE - SESIUNEA DE INCHEIERE A SITUATIEI"
                                           TO SESSION-REPORT-FD
           WRITE SESSION-REPORT-FD
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > REG-COUNT
               IF RG-OPEN(WS-REG-IDX)
                   ADD 1                   TO WS-COUNT-STILL-OPEN
               END-IF
               MOVE SPACE                  TO WS-LINE
               STRING RG-CLASA(WS-REG-IDX) "  "
                      RG-NUME(WS-REG-IDX) " "
                      RG-PRENUME(WS-REG-IDX) " "
                      RG-MATERIE(WS-REG-IDX) " SEM "
                      RG-SEMESTRU(WS-REG-IDX) " "
                      RG-STARE(WS-REG-IDX) " "
                      RG-MEDIE(WS-REG-IDX)
                      DELIMITED BY SIZE
               INTO WS-LINE
               MOVE WS-LINE                TO SESSION-REPORT-FD
               WRITE SESSION-REPORT-FD
           END-PERFORM
           MOVE SPACE                      TO SESSION-REPORT-FD
           WRITE SESSION-REPORT-FD
           MOVE SPACE                      TO WS-LINE
           STRING "STILL NEINCHEIAT: " WS-COUNT-STILL-OPEN
                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO SESSION-REPORT-FD
           WRITE SESSION-REPORT-FD
           CLOSE SESSION-REPORT
           .
       E2-WRITE-REPORTZ.
           EXIT.

       W0-REWRITE-REGISTRY SECTION.
       W0-REWRITE-REGISTRYA.
           OPEN OUTPUT REGISTRY-FILE
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > REG-COUNT
               MOVE SPACE                  TO WS-REG-LINE
               STRING RG-CNP(WS-REG-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      RG-CLASA(WS-REG-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      RG-NUME(WS-REG-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      RG-PRENUME(WS-REG-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      RG-MATERIE(WS-REG-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      RG-SEMESTRU(WS-REG-IDX) DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      RG-MOTIV(WS-REG-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      RG-STARE(WS-REG-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      RG-MEDIE(WS-REG-IDX) DELIMITED BY "  "
               INTO WS-REG-LINE
               END-STRING
               MOVE WS-REG-LINE            TO REGISTRY-FD
               WRITE REGISTRY-FD
           END-PERFORM
           CLOSE REGISTRY-FILE

      *> ROLLOVER READS THE REGISTRY IN ITS OWN STEP DIRECTORY
           MOVE SPACE                      TO WS-DIST-COMMAND
           STRING "cp 'SituatiiNeincheiate.txt' "
                  "'../Assign 12 Secretariat FLOARE EMIL/'"
                  DELIMITED BY SIZE
           INTO WS-DIST-COMMAND
           CALL "SYSTEM" USING WS-DIST-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "COULD NOT COPY SituatiiNeincheiate.txt TO THE "
                   "SECRETARIAT DIRECTORY - COPY IT BY HAND"
           END-IF
           .
       W0-REWRITE-REGISTRYZ.
           EXIT.

       Y-PRINT-SUMMARY SECTION.
       Y-PRINT-SUMMARYA.
           DISPLAY "===== SITNEINC RUN SUMMARY ====="
           EVALUATE TRUE
               WHEN MODE-MARK
                   DISPLAY "PAIRS WEIGHED        : " WS-COUNT-PAIRS
                   DISPLAY "PAIRS NEINCHEIAT     : " WS-COUNT-MARKED
                   DISPLAY "NEW ON THE REGISTRY  : " WS-COUNT-NEW
                   DISPLAY "CLEARED SINCE LAST   : " WS-COUNT-CLEARED
               WHEN MODE-RESULTS
                   DISPLAY "SITUATIONS CLOSED    : " WS-COUNT-CLOSED
                   DISPLAY "SENT TO CORIGENTE    : " WS-COUNT-TO-CORIG
                   DISPLAY "RESULTS REJECTED     : " WS-COUNT-REJECTED
                   DISPLAY "STILL NEINCHEIAT     : " WS-COUNT-STILL-OPEN
           END-EVALUATE
           .
       Y-PRINT-SUMMARYZ.
           EXIT.
       END PROGRAM SITNEINC.
