      *          THE ORAR, THEN ONE ROW PER STUDENT WITH A COLUMN
      *          PER DAY/HOUR - '.' PRESENT, 'M' MOTIVATED ABSENCE,
      *          'N' UNMOTIVATED. AN ABSENCE IS PLACED ON THE HOUR
      *          ITS SUBJECT OCCUPIES THAT DAY IN THE ORAR. A LESSON
      *          THE ORAR GIVES TO A GROUP OF THE CLASS (GRUPA) THE
      *          STUDENT IS NOT REGISTERED IN (SubjectGroups.txt,
      *          GRUPMAINT) SHOWS '-' - NOT THEIR LESSON. WRITES
      *          AttendanceRegister.txt.
      * Tectonics: cobc
      ******************************************************************
           SELECT REPORT-FILE ASSIGN TO 'AttendanceRegister.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> THE STUDENT-TO-GROUP REGISTRY GRUPMAINT MAINTAINS
      *> (CNP;CLASA;GRUPA). NO FILE MEANS NOBODY IS IN A GROUP.
           SELECT GRUPE-FILE ASSIGN TO 'SubjectGroups.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GRUPE-STATUS.

      *> STATEMENTS WHOSE JAR INVOCATION FAILED ARE APPENDED HERE
      *> INSTEAD OF BEING SILENTLY DROPPED
           SELECT DEAD-LETTER-FILE ASSIGN TO 'SQLDeadLetters.txt'
        FD REPORT-FILE.
       01 REPORT-FILE-FD                    PIC X(132).

        FD GRUPE-FILE.
       01 GRUPE-FD                          PIC X(40).

        FD DEAD-LETTER-FILE.
       01 DEAD-LETTER-FD                    PIC X(321).

       05 SQL-STATEMENT                    PIC X(300).

       01 WS-DL-STATUS                     PIC X(02).
       01 WS-GRUPE-STATUS                  PIC X(02).

       01 JAR-CALL-SWITCH                  PIC X(01) VALUE "O".
           88 JAR-CALL-OK                   VALUE "O".
       01 WS-CLS-IDX                       PIC 9(03).
       01 WS-CUR-CLASA                     PIC X(04).

      *> THE CLASS'S TIMETABLE FOR THE GRID: DAY, HOUR, SUBJECT AND
      *> THE GROUP THE LESSON IS FOR (BLANK = THE WHOLE CLASS) -
      *> PARALLEL GROUP LESSONS MAKE MORE SLOTS THAN HOURS
       01 K-MAX-SLOT                       PIC 9(02) VALUE 70.
       01 SLOT-TABLE.
           05 SLOT-ENTRY OCCURS 70 TIMES.
               10 SL-ZI                    PIC X(01).
               10 SL-ORA                   PIC X(01).
               10 SL-MATERIE               PIC X(30).
               10 SL-GRUPA                 PIC X(10).
       01 SLOT-COUNT                       PIC 9(02) VALUE 0.
       01 WS-SLOT-IDX                      PIC 9(02).

      *> ONE ROW OF "SELECT ZI, ORA, MATERIE, GRUPA FROM ORAR"
       01 WS-SLOT-ROW.
           05 SR-ZI                        PIC X(01).
           05 FILLER                       PIC X(02).
           05 SR-ORA                       PIC X(01).
           05 FILLER                       PIC X(02).
           05 SR-MATERIE                   PIC X(30).
           05 FILLER                       PIC X(02).
           05 SR-GRUPA                     PIC X(10).

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
       01 WS-SLOT-ATTENDED-SW              PIC X(01).
           88 SLOT-ATTENDED                 VALUE "Y".
           88 SLOT-NOT-ATTENDED             VALUE "N".

      *> THE CLASS ROSTER
       01 K-MAX-STUDENT                    PIC 9(02) VALUE 50.
       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".
       COPY TRAINENV-INT.

      *-----------------------
       PROCEDURE DIVISION.
           END-IF

           PERFORM A0
           PERFORM A1-LOAD-GROUPS
           PERFORM B0-BUILD-CLASS-LIST
           IF CLASS-COUNT = 0
               DISPLAY "NO CLASSES TO PRINT"
           END-IF

           OPEN OUTPUT REPORT-FILE
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
           END-IF
           PERFORM C0-ONE-CLASS-PAGE THRU C0-ONE-CLASS-PAGEZ
               VARYING WS-CLS-IDX FROM 1 BY 1
               UNTIL WS-CLS-IDX > CLASS-COUNT
       A0Z.
           EXIT.

       A1-LOAD-GROUPS SECTION.
       A1-LOAD-GROUPSA.
           OPEN INPUT GRUPE-FILE
           IF WS-GRUPE-STATUS NOT = "00"
               GO TO A1-LOAD-GROUPSZ
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
       A1-LOAD-GROUPSZ.
           EXIT.

      *> MONDAY PLUS 0..4 - PLAIN CALENDAR ARITHMETIC, NO INTRINSICS
       W0-BUILD-WEEK-DATES SECTION.
       W0-BUILD-WEEK-DATESA.
       D0-LOAD-CLASS-ORARA.
           MOVE 0                          TO SLOT-COUNT
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT ZI, ORA, MATERIE, GRUPA FROM ORAR WHERE "
                   "CLASA = '" WS-CUR-CLASA "' ORDER BY ZI, ORA"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM G0-SUBMIT-STATEMENT
                       MOVE SR-ZI          TO SL-ZI(SLOT-COUNT)
                       MOVE SR-ORA         TO SL-ORA(SLOT-COUNT)
                       MOVE SR-MATERIE     TO SL-MATERIE(SLOT-COUNT)
                       MOVE SR-GRUPA       TO SL-GRUPA(SLOT-COUNT)
                   END-IF
               END-READ
           END-PERFORM
       F0-ONE-STUDENT-ROW SECTION.
       F0-ONE-STUDENT-ROWA.
           MOVE ALL "."                    TO WEEK-GRID
           PERFORM F1-MARK-OTHER-GROUPS
           PERFORM C1-FETCH-WEEK-ABSENCES

           MOVE SPACE                      TO WS-LINE
       F0-ONE-STUDENT-ROWZ.
           EXIT.

      *> HOURS HELD ONLY FOR GROUPS THE STUDENT IS NOT IN SHOW '-';
      *> AN HOUR WITH A PARALLEL LESSON OF THEIR OWN STAYS '.'
       F1-MARK-OTHER-GROUPS SECTION.
       F1-MARK-OTHER-GROUPSA.
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > SLOT-COUNT
               PERFORM F2-CHECK-SLOT-ATTENDED
               IF SLOT-NOT-ATTENDED
               AND SL-ZI(WS-SLOT-IDX) >= "1"
               AND SL-ZI(WS-SLOT-IDX) <= "5"
               AND SL-ORA(WS-SLOT-IDX) >= "1"
               AND SL-ORA(WS-SLOT-IDX) <= "7"
                   MOVE SL-ZI(WS-SLOT-IDX)  TO WS-ABS-DAY
                   MOVE SL-ORA(WS-SLOT-IDX) TO WS-HIT-HOUR
                   MOVE "-" TO GRID-CELL(WS-ABS-DAY, WS-HIT-HOUR)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > SLOT-COUNT
               PERFORM F2-CHECK-SLOT-ATTENDED
               IF SLOT-ATTENDED
               AND SL-ZI(WS-SLOT-IDX) >= "1"
               AND SL-ZI(WS-SLOT-IDX) <= "5"
               AND SL-ORA(WS-SLOT-IDX) >= "1"
               AND SL-ORA(WS-SLOT-IDX) <= "7"
                   MOVE SL-ZI(WS-SLOT-IDX)  TO WS-ABS-DAY
                   MOVE SL-ORA(WS-SLOT-IDX) TO WS-HIT-HOUR
                   MOVE "." TO GRID-CELL(WS-ABS-DAY, WS-HIT-HOUR)
               END-IF
           END-PERFORM
           .
       F1-MARK-OTHER-GROUPSZ.
           EXIT.

      *> A WHOLE-CLASS LESSON IS EVERYBODY'S; A GROUP LESSON ONLY
      *> ITS REGISTERED MEMBERS'
       F2-CHECK-SLOT-ATTENDED SECTION.
       F2-CHECK-SLOT-ATTENDEDA.
           SET SLOT-ATTENDED               TO TRUE
           IF SL-GRUPA(WS-SLOT-IDX) = SPACE
               GO TO F2-CHECK-SLOT-ATTENDEDZ
           END-IF
           SET SLOT-NOT-ATTENDED           TO TRUE
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > GRP-COUNT
               IF GR-CNP(WS-GRP-IDX) = ST-CNP(WS-STUD-IDX)
               AND GR-CLASA(WS-GRP-IDX) = WS-CUR-CLASA
               AND GR-GRUPA(WS-GRP-IDX) = SL-GRUPA(WS-SLOT-IDX)
                   SET SLOT-ATTENDED       TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
       F2-CHECK-SLOT-ATTENDEDZ.
           EXIT.

       C1-FETCH-WEEK-ABSENCES SECTION.
       C1-FETCH-WEEK-ABSENCESA.
           MOVE SPACE              TO SQL-STATEMENT
                   UNTIL WS-SLOT-IDX > SLOT-COUNT
               IF SL-ZI(WS-SLOT-IDX)(1:1) = WS-ABS-DAY(1:1)
               AND SL-MATERIE(WS-SLOT-IDX) = AB-MATERIE
                   PERFORM F2-CHECK-SLOT-ATTENDED
                   IF SLOT-ATTENDED
                       MOVE SL-ORA(WS-SLOT-IDX) TO WS-HIT-HOUR
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           .
