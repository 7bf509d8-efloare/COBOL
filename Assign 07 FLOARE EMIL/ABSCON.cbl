      ******************************************************************
      * Author:
      * Date:
      * Purpose: PROFESSOR-FACING ATTENDANCE CONSOLE, THE COMPANION OF
      *          GRADECON. ABSENCES USED TO REACH THE SYSTEM ONLY AS
      *          THE Absente.csv THE DIRIGINTI ASSEMBLE FROM PAPER AT
      *          THE END OF THE WEEK, SO ABSALERT'S SAME-DAY ALERTS
      *          CAME DAYS LATE. HERE THE SIGNED-ON PROFESSOR SEES
      *          TODAY'S ORAR SLOTS (THEIR OWN PLUS ANY THEY COVER
      *          TODAY AS SUPLINITOR PER SUPLINIRI), PICKS THE
      *          CURRENT LESSON, GETS THE CLASS ROSTER (OR THE GROUP'S
      *          MEMBERS FROM SubjectGroups.txt) AND MARKS THE
      *          ABSENTEES. EACH ONE RUNS THROUGH ABSMODULE IN DRY-RUN
      *          MODE AS AN UNMOTIVATED ABSENCE FOR THAT LESSON HOUR,
      *          SO THE CNP, ORAR, EXEMPTION, CLOSED-PERIOD AND
      *          DUPLICATE CHECKS FIRE AT THE KEYBOARD. ACCEPTED ROWS
      *          GO TO THE SESSION'S OWN DROP FILE IN Inbound/
      *          (FEEDDROP), WHICH FEEDMERGE ADDS TO Absente.csv FOR
      *          THE NIGHTLY LOAD. FINISHING THE LESSON FILES ITS
      *          REGISTER UNDER RegisterTaken/ - EVEN WITH NOBODY
      *          ABSENT - SO REGCHECK CAN LIST THE LESSONS WHOSE
      *          REGISTER WAS NEVER TAKEN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ABSCON.
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

      *> THE STUDENT-TO-GROUP REGISTRY GRUPMAINT MAINTAINS
      *> (CNP;CLASA;GRUPA), FOR THE ROSTER OF A GROUP LESSON
           SELECT GRUPE-FILE ASSIGN TO 'SubjectGroups.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GRUPE-STATUS.

      *> THE TAKEN REGISTER IS WRITTEN HERE, THEN MOVED UNDER ITS
      *> OWN NAME INTO RegisterTaken/ (ASSIGN NAMES ARE FIXED UNDER
      *> THIS DIALECT). THE SESSION HOLDS THE ADAPTER LOCK WHILE IT
      *> DOES SO, SO TWO CONSOLES NEVER SHARE THE FILE.
           SELECT REGISTRU-FILE ASSIGN TO 'RegisterMark.txt'
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
       01 SQL-RESULTS-FD                    PIC X(2500).

        FD SQL-STATUS-FILE.
       01 SQL-STATUS-FD                     PIC X(10).

        FD GRUPE-FILE.
       01 GRUPE-FD                          PIC X(40).

        FD REGISTRU-FILE.
       01 REGISTRU-FD                       PIC X(80).

        FD DEAD-LETTER-FILE.
       01 DEAD-LETTER-FD                    PIC X(321).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 FIELDS-FOR-SQL.
       05 K-INVOKE-JAR                     PIC X(27) VALUE
               "java -jar JSqlAdapter.jar ".

       05 SQL-STATEMENT                    PIC X(300).

       01 WS-GRUPE-STATUS                  PIC X(02).
       01 WS-DL-STATUS                     PIC X(02).
       01 WS-COPY-COMMAND                  PIC X(160).

       01 JAR-CALL-SWITCH                  PIC X(01) VALUE "O".
           88 JAR-CALL-OK                   VALUE "O".
           88 JAR-CALL-FAILED               VALUE "F".
       01 WS-JAR-RC                        PIC S9(04) VALUE 0.
       01 SQL-STATUS-VALUE                 PIC X(4).

       01 CNP-INTERFACE.
           COPY CNP-INT.

      *> THE ROW HANDED TO ABSMODULE FOR THE DRY-RUN VALIDATION
       COPY ABSENTE-INFO.

      *> THE TAKEN REGISTER, AS REGCHECK READS IT BACK
       COPY REGISTRU-INFO.

      *> RUN-TOKEN LOCK AROUND THE SHARED ADAPTER HANDSHAKE FILES
       COPY SQLLOCK-INT.

      *> THE SESSION'S DROP FILE FOR Absente.csv - SEVERAL PROFESSORS
      *> TAKE THE REGISTER AT ONCE, EACH INTO A DROP OF THEIR OWN
       COPY FEEDDROP-INT.

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
           05 DL-PROGRAM                   PIC X(12) VALUE "ABSCON".
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 DL-STATEMENT                 PIC X(290).

       01 WS-PROF-CNP                      PIC X(13).
       01 WS-PROF-NAME                     PIC X(61).

      *> TODAY AND ITS ORAR DAY (ZELLER, AS IN ABSMODULE)
       01 WS-TODAY                         PIC 9(08).
       01 WS-TODAY-X REDEFINES WS-TODAY    PIC X(08).
       01 WS-Z-YEAR                        PIC 9(04).
       01 WS-Z-MONTH                       PIC 9(02).
       01 WS-Z-DAY                         PIC 9(02).
       01 WS-Z-M                           PIC 9(02).
       01 WS-Z-K                           PIC 9(02).
       01 WS-Z-J                           PIC 9(02).
       01 WS-Z-T                           PIC 9(06).
       01 WS-Z-H                           PIC 9(02).
       01 WS-Z-REM                         PIC 9(06).
       01 WS-ORAR-ZI                       PIC X(01).

      *> ONE ROW OF "SELECT ORA, CLASA, MATERIE, GRUPA FROM ORAR"
       01 WS-SLOT-ROW.
           05 SR-ORA                       PIC X(01).
           05 FILLER                       PIC X(02).
           05 SR-CLASA                     PIC X(04).
           05 FILLER                       PIC X(02).
           05 SR-MATERIE                   PIC X(30).
           05 FILLER                       PIC X(02).
           05 SR-GRUPA                     PIC X(10).

       01 K-MAX-SLOT                       PIC 9(02) VALUE 20.
       01 SLOT-TABLE.
           05 SLOT-ENTRY OCCURS 20 TIMES.
               10 SL-ORA                   PIC X(01).
               10 SL-CLASA                 PIC X(04).
               10 SL-MATERIE               PIC X(30).
      *> BLANK = THE WHOLE CLASS, OTHERWISE ONE GROUP OF IT
               10 SL-GRUPA                 PIC X(10).
      *> T = THE PROFESSOR'S OWN LESSON, S = ONE THEY COVER TODAY
      *> AS SUPLINITOR PER SUPLINIRI
               10 SL-SOURCE                PIC X(01).
       01 SLOT-COUNT                       PIC 9(02) VALUE 0.
       01 WS-SLOT-IDX                      PIC 9(02).
       01 WS-SLOT-CHOICE                   PIC 9(02).

      *> THE PICKED LESSON
       01 WS-CUR-ORA                       PIC X(01).
       01 WS-CUR-MATERIE                   PIC X(30).
       01 WS-CUR-CLASA                     PIC X(04).
       01 WS-CUR-GRUPA                     PIC X(10).

      *> THE CLASS ROSTER, WITH WHO HAS BEEN MARKED ABSENT
       01 WS-STUD-ROW.
           05 SD-CNP                       PIC X(13).
           05 FILLER                       PIC X(02).
           05 SD-NUME                      PIC X(30).
           05 FILLER                       PIC X(02).
           05 SD-PRENUME                   PIC X(30).
       01 K-MAX-STUDENT                    PIC 9(02) VALUE 50.
       01 STUD-TABLE.
           05 STUD-ENTRY OCCURS 50 TIMES.
               10 ST-CNP                   PIC X(13).
               10 ST-NUME                  PIC X(30).
               10 ST-PRENUME               PIC X(30).
               10 ST-MARK                  PIC X(01).
                   88 ST-MARKED-ABSENT      VALUE "A".
                   88 ST-PRESENT            VALUE " ".
       01 STUD-COUNT                       PIC 9(02) VALUE 0.
       01 WS-STUD-IDX                      PIC 9(02).
       01 WS-STUD-CHOICE                   PIC 9(02).

      *> THE MEMBERS OF THE LESSON'S GROUP (CNPS ONLY)
       01 K-MAX-MEMBER                     PIC 9(02) VALUE 50.
       01 MEMBER-TABLE.
           05 MB-CNP OCCURS 50 TIMES       PIC X(13).
       01 MEMBER-COUNT                     PIC 9(02) VALUE 0.
       01 WS-MEMBER-IDX                    PIC 9(02).
       01 WS-GRP-LINE                      PIC X(40).
       01 WS-GRP-ROW.
           05 GR-CNP                       PIC X(13).
           05 GR-CLASA                     PIC X(04).
           05 GR-GRUPA                     PIC X(10).
       01 WS-MEMBER-SW                     PIC X(01).
           88 IS-GROUP-MEMBER               VALUE "Y".
           88 NOT-GROUP-MEMBER              VALUE "N".

      *> THE ACCEPTED ROW IN THE FEED'S OWN FORMAT
       01 WS-CSV-LINE                      PIC X(120).

      *> MENU STATE
       01 WS-MORE-SW                       PIC X(01) VALUE "Y".
           88 MORE-ABSENTEES                VALUE "Y" "y".

       01 WS-RUN-COUNTERS.
        05 WS-COUNT-ACCEPTED               PIC 9(03) VALUE 0.
        05 WS-COUNT-REJECTED               PIC 9(03) VALUE 0.

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       S0  SECTION.
       S0A.
           DISPLAY "ATTENDANCE REGISTER CONSOLE"
           SET DRP-IS-CLOSED               TO TRUE
           MOVE 0                          TO DRP-ROW-COUNT
           DISPLAY "YOUR CNP: " WITH NO ADVANCING
           ACCEPT WS-PROF-CNP
           MOVE WS-PROF-CNP                TO CNP-VAL
           CALL "CNPMODULE" USING CNP-INTERFACE
           IF CNP-QUIT NOT = 0
               DISPLAY "CNP REJECTED: " CNP-ERR-MSG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *> THE REGISTER IS TAKEN FOR TODAY'S LESSONS ONLY - A PAST DAY
      *> STILL GOES THROUGH THE DIRIGINTE'S Absente.csv
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM W-DAY-OF-WEEK
           IF WS-Z-H < 1 OR WS-Z-H > 5
               DISPLAY "NO LESSONS ON THE ORAR TODAY (WEEKEND)"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-Z-H(2:1)                TO WS-ORAR-ZI

           SET LOCK-ACQUIRE                TO TRUE
           MOVE "ABSCON"                   TO LOCK-OWNER
           CALL "SQLLOCK" USING SQLLOCK-INTERFACE
           IF LOCK-BUSY
               DISPLAY LOCK-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM A0
           PERFORM B0-VERIFY-PROFESSOR
           IF WS-PROF-NAME <= SPACE
               DISPLAY "CNP NOT IN PROFESORI - ONLY A PROFESSOR ON "
                   "FILE CAN TAKE THE REGISTER"
               PERFORM Z0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "WELCOME, " WS-PROF-NAME

           PERFORM B1-LOAD-SLOTS
           PERFORM B2-LOAD-COVER-SLOTS
           IF SLOT-COUNT = 0
               DISPLAY "NO LESSONS ON THE ORAR FOR YOU TODAY"
               PERFORM Z0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM C0-PICK-LESSON
           IF WS-CUR-MATERIE <= SPACE
               PERFORM Z0
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM D0-LOAD-ROSTER
           IF STUD-COUNT = 0
               DISPLAY "NO STUDENTS IN " WS-CUR-CLASA " " WS-CUR-GRUPA
               PERFORM Z0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM E0-MARK-ABSENTEES UNTIL NOT MORE-ABSENTEES
           PERFORM F0-FILE-REGISTER

           PERFORM Z0
           DISPLAY "===== ABSCON SESSION SUMMARY ====="
           DISPLAY "LESSON: ORA " WS-CUR-ORA "  " WS-CUR-CLASA "  "
               WS-CUR-MATERIE
           DISPLAY "ABSENCES ACCEPTED FOR Absente.csv: "
               WS-COUNT-ACCEPTED
           IF DRP-ROW-COUNT > 0
               DISPLAY "QUEUED IN Inbound/" DRP-NAME
           END-IF
           DISPLAY "ABSENCES REJECTED AT THE KEYBOARD: "
               WS-COUNT-REJECTED
           MOVE 0 TO RETURN-CODE
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

       B0-VERIFY-PROFESSOR SECTION.
       B0-VERIFY-PROFESSORA.
           MOVE SPACE                      TO WS-PROF-NAME
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT NUME, PRENUME FROM PROFESORI WHERE CNP = '"
                   WS-PROF-CNP "'"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM G0-SUBMIT-STATEMENT
           IF JAR-CALL-OK
               OPEN INPUT SQL-RESULTS
               READ SQL-RESULTS INTO WS-PROF-NAME
                   AT END CONTINUE
               END-READ
               CLOSE SQL-RESULTS
           END-IF
           .
       B0-VERIFY-PROFESSORZ.
           EXIT.

      *> THE PROFESSOR'S OWN LESSONS ON TODAY'S ORAR DAY
       B1-LOAD-SLOTS SECTION.
       B1-LOAD-SLOTSA.
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT ORA, CLASA, MATERIE, GRUPA FROM ORAR "
                   "WHERE CNP = '" WS-PROF-CNP "' AND ZI = '"
                   WS-ORAR-ZI "' ORDER BY ORA"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM G0-SUBMIT-STATEMENT
           IF JAR-CALL-FAILED
               GO TO B1-LOAD-SLOTSZ
           END-IF
           OPEN INPUT SQL-RESULTS
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-SLOT-ROW
               READ SQL-RESULTS INTO WS-SLOT-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF SR-MATERIE > SPACE
                   AND SLOT-COUNT < K-MAX-SLOT
                       ADD 1               TO SLOT-COUNT
                       MOVE SR-ORA         TO SL-ORA(SLOT-COUNT)
                       MOVE SR-CLASA       TO SL-CLASA(SLOT-COUNT)
                       MOVE SR-MATERIE     TO SL-MATERIE(SLOT-COUNT)
                       MOVE SR-GRUPA       TO SL-GRUPA(SLOT-COUNT)
                       MOVE "T"            TO SL-SOURCE(SLOT-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SQL-RESULTS
           .
       B1-LOAD-SLOTSZ.
           EXIT.

      *> A SUPLINITOR TAKES THE REGISTER OF THE LESSONS THEY COVER
      *> TODAY: THE TITULAR'S ORAR SLOTS FOR THE DAY, NARROWED BY THE
      *> SUPLINIRI ROW'S CLASA/MATERIE ('*' COVERS EVERY SLOT)
       B2-LOAD-COVER-SLOTS SECTION.
       B2-LOAD-COVER-SLOTSA.
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT O.ORA, O.CLASA, O.MATERIE, O.GRUPA FROM "
                   "SUPLINIRI S, ORAR O WHERE S.CNPSUPLINITOR = '"
                   WS-PROF-CNP "' AND S.DELA <= '" WS-TODAY
                   "' AND S.PANALA >= '" WS-TODAY
                   "' AND O.CNP = S.CNPTITULAR AND O.ZI = '"
                   WS-ORAR-ZI "' AND S.CLASA IN (O.CLASA, '*') AND "
                   "S.MATERIE IN (O.MATERIE, '*') ORDER BY O.ORA"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM G0-SUBMIT-STATEMENT
      *> NO SUPLINIRI TABLE YET (SUPLLOAD NEVER RAN) - ONLY THE OWN
      *> LESSONS ARE OFFERED
           IF JAR-CALL-FAILED
               GO TO B2-LOAD-COVER-SLOTSZ
           END-IF
           OPEN INPUT SQL-RESULTS
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-SLOT-ROW
               READ SQL-RESULTS INTO WS-SLOT-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF SR-MATERIE > SPACE
                   AND SLOT-COUNT < K-MAX-SLOT
                       ADD 1               TO SLOT-COUNT
                       MOVE SR-ORA         TO SL-ORA(SLOT-COUNT)
                       MOVE SR-CLASA       TO SL-CLASA(SLOT-COUNT)
                       MOVE SR-MATERIE     TO SL-MATERIE(SLOT-COUNT)
                       MOVE SR-GRUPA       TO SL-GRUPA(SLOT-COUNT)
                       MOVE "S"            TO SL-SOURCE(SLOT-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SQL-RESULTS
           .
       B2-LOAD-COVER-SLOTSZ.
           EXIT.

       C0-PICK-LESSON SECTION.
       C0-PICK-LESSONA.
           MOVE SPACE                      TO WS-CUR-MATERIE
           DISPLAY "YOUR LESSONS TODAY (" WS-TODAY "):"
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > SLOT-COUNT
               IF SL-SOURCE(WS-SLOT-IDX) = "S"
                   DISPLAY "  " WS-SLOT-IDX " - ORA "
                       SL-ORA(WS-SLOT-IDX) "  "
                       SL-CLASA(WS-SLOT-IDX) "  "
                       SL-MATERIE(WS-SLOT-IDX) " "
                       SL-GRUPA(WS-SLOT-IDX) "  (SUPLINIRE)"
               ELSE
                   DISPLAY "  " WS-SLOT-IDX " - ORA "
                       SL-ORA(WS-SLOT-IDX) "  "
                       SL-CLASA(WS-SLOT-IDX) "  "
                       SL-MATERIE(WS-SLOT-IDX) " "
                       SL-GRUPA(WS-SLOT-IDX)
               END-IF
           END-PERFORM
           DISPLAY "PICK THE CURRENT LESSON (0 = QUIT): "
               WITH NO ADVANCING
           ACCEPT WS-SLOT-CHOICE
           IF WS-SLOT-CHOICE < 1
           OR WS-SLOT-CHOICE > SLOT-COUNT
               DISPLAY "NOTHING PICKED"
               GO TO C0-PICK-LESSONZ
           END-IF
           MOVE SL-ORA(WS-SLOT-CHOICE)     TO WS-CUR-ORA
           MOVE SL-MATERIE(WS-SLOT-CHOICE) TO WS-CUR-MATERIE
           MOVE SL-CLASA(WS-SLOT-CHOICE)   TO WS-CUR-CLASA
           MOVE SL-GRUPA(WS-SLOT-CHOICE)   TO WS-CUR-GRUPA
           .
       C0-PICK-LESSONZ.
           EXIT.

       D0-LOAD-ROSTER SECTION.
       D0-LOAD-ROSTERA.
           IF WS-CUR-GRUPA > SPACE
               PERFORM D1-LOAD-GROUP-MEMBERS
           END-IF
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT CNP, NUME, PRENUME FROM STUDENTI WHERE "
                   "CLASA = '" WS-CUR-CLASA "' ORDER BY NUME, PRENUME"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM G0-SUBMIT-STATEMENT
           IF JAR-CALL-FAILED
               GO TO D0-LOAD-ROSTERZ
           END-IF
           OPEN INPUT SQL-RESULTS
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-STUD-ROW
               READ SQL-RESULTS INTO WS-STUD-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   SET IS-GROUP-MEMBER     TO TRUE
                   IF WS-CUR-GRUPA > SPACE
                       PERFORM D2-CHECK-MEMBER
                   END-IF
                   IF SD-CNP > SPACE
                   AND IS-GROUP-MEMBER
                   AND STUD-COUNT < K-MAX-STUDENT
                       ADD 1               TO STUD-COUNT
                       MOVE SD-CNP         TO ST-CNP(STUD-COUNT)
                       MOVE SD-NUME        TO ST-NUME(STUD-COUNT)
                       MOVE SD-PRENUME     TO ST-PRENUME(STUD-COUNT)
                       SET ST-PRESENT(STUD-COUNT) TO TRUE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SQL-RESULTS
           .
       D0-LOAD-ROSTERZ.
           EXIT.

      *> A GROUP LESSON CALLS ONLY THE GROUP: ITS MEMBERS FROM THE
      *> REGISTRY. NO REGISTRY FILE MEANS AN EMPTY GROUP.
       D1-LOAD-GROUP-MEMBERS SECTION.
       D1-LOAD-GROUP-MEMBERSA.
           MOVE 0                          TO MEMBER-COUNT
           OPEN INPUT GRUPE-FILE
           IF WS-GRUPE-STATUS NOT = "00"
               DISPLAY "NO SubjectGroups.txt - GROUP " WS-CUR-GRUPA
                   " HAS NO MEMBERS ON FILE"
               GO TO D1-LOAD-GROUP-MEMBERSZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-GRP-LINE
               READ GRUPE-FILE INTO WS-GRP-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   MOVE SPACE              TO WS-GRP-ROW
                   UNSTRING WS-GRP-LINE DELIMITED BY ";" INTO
                       GR-CNP
                       GR-CLASA
                       GR-GRUPA
                   END-UNSTRING
                   IF GR-CLASA = WS-CUR-CLASA
                   AND GR-GRUPA = WS-CUR-GRUPA
                   AND MEMBER-COUNT < K-MAX-MEMBER
                       ADD 1               TO MEMBER-COUNT
                       MOVE GR-CNP         TO MB-CNP(MEMBER-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE GRUPE-FILE
           .
       D1-LOAD-GROUP-MEMBERSZ.
           EXIT.

       D2-CHECK-MEMBER SECTION.
       D2-CHECK-MEMBERA.
           SET NOT-GROUP-MEMBER            TO TRUE
           PERFORM VARYING WS-MEMBER-IDX FROM 1 BY 1
                   UNTIL WS-MEMBER-IDX > MEMBER-COUNT
               IF MB-CNP(WS-MEMBER-IDX) = SD-CNP
                   SET IS-GROUP-MEMBER     TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
       D2-CHECK-MEMBERZ.
           EXIT.

      *> ONE ABSENTEE PER PASS; THE ROSTER SHOWS WHO IS ALREADY
      *> MARKED, AND 0 CLOSES THE REGISTER FOR THE LESSON
       E0-MARK-ABSENTEES SECTION.
       E0-MARK-ABSENTEESA.
           DISPLAY SPACE
           DISPLAY "REGISTER - ORA " WS-CUR-ORA "  " WS-CUR-CLASA "  "
               WS-CUR-MATERIE " " WS-CUR-GRUPA
           PERFORM VARYING WS-STUD-IDX FROM 1 BY 1
                   UNTIL WS-STUD-IDX > STUD-COUNT
               IF ST-MARKED-ABSENT(WS-STUD-IDX)
                   DISPLAY "  " WS-STUD-IDX " - "
                       ST-NUME(WS-STUD-IDX)(1:20) " "
                       ST-PRENUME(WS-STUD-IDX)(1:15) "  ABSENT"
               ELSE
                   DISPLAY "  " WS-STUD-IDX " - "
                       ST-NUME(WS-STUD-IDX)(1:20) " "
                       ST-PRENUME(WS-STUD-IDX)(1:15)
               END-IF
           END-PERFORM
           DISPLAY "ABSENT STUDENT NUMBER (0 = REGISTER DONE): "
               WITH NO ADVANCING
           ACCEPT WS-STUD-CHOICE
           IF WS-STUD-CHOICE < 1 OR WS-STUD-CHOICE > STUD-COUNT
               MOVE "N"                    TO WS-MORE-SW
               GO TO E0-MARK-ABSENTEESZ
           END-IF
           IF ST-MARKED-ABSENT(WS-STUD-CHOICE)
               DISPLAY "ALREADY MARKED ABSENT FOR THIS LESSON"
               GO TO E0-MARK-ABSENTEESZ
           END-IF

      *> THE SAME CHECKS ABSMODULE RUNS AT NIGHT, FIRED NOW: DRY
      *> MODE VALIDATES AND DUPLICATE-CHECKS WITHOUT LOADING. A
      *> REGISTER ABSENCE IS UNMOTIVATED UNTIL THE DIRIGINTE SAYS
      *> OTHERWISE.
           MOVE SPACE                      TO ABS-CNP-STUD ABS-DATA
                                              ABS-MATERIE ABS-MOTIVAT
                                              ABS-ORA
           MOVE ST-CNP(WS-STUD-CHOICE)     TO ABS-CNP-STUD
           MOVE WS-TODAY-X                 TO ABS-DATA
           MOVE WS-CUR-MATERIE             TO ABS-MATERIE
           SET ABS-NEMOTIVATA              TO TRUE
           MOVE WS-CUR-ORA                 TO ABS-ORA
           MOVE 0                          TO ABS-ERROR
           SET ABS-MODE-DRY                TO TRUE
           CALL "ABSMODULE" USING ABSENTE-INFO

           IF ABS-ERROR = 1
               ADD 1                       TO WS-COUNT-REJECTED
               DISPLAY "REJECTED - SEE AbsRejects.txt FOR THE REASON"
               GO TO E0-MARK-ABSENTEESZ
           END-IF

           PERFORM W0-APPEND-TO-FEED
           IF DRP-FAILED
               ADD 1                       TO WS-COUNT-REJECTED
               DISPLAY "NOT QUEUED - THE DROP FILE COULD NOT BE "
                   "WRITTEN, MARK THE STUDENT AGAIN LATER"
               GO TO E0-MARK-ABSENTEESZ
           END-IF
           SET ST-MARKED-ABSENT(WS-STUD-CHOICE) TO TRUE
           ADD 1                           TO WS-COUNT-ACCEPTED
           DISPLAY "ACCEPTED - " ST-NUME(WS-STUD-CHOICE)(1:20)
               " ABSENT ORA " WS-CUR-ORA " QUEUED FOR TONIGHT'S LOAD"
           .
       E0-MARK-ABSENTEESZ.
           EXIT.

      *> THE REGISTER IS FILED AS TAKEN ONCE THE PROFESSOR CLOSES IT,
      *> WITH OR WITHOUT ABSENTEES. ONE FILE PER LESSON AND
      *> PROFESSOR, SO NO TWO CONSOLES EVER APPEND TO THE SAME FILE;
      *> TAKING THE SAME REGISTER AGAIN REPLACES THE EARLIER ONE.
       F0-FILE-REGISTER SECTION.
       F0-FILE-REGISTERA.
           MOVE WS-TODAY-X                 TO REG-DATA
           MOVE WS-ORAR-ZI                 TO REG-ZI
           MOVE WS-CUR-ORA                 TO REG-ORA
           MOVE WS-CUR-CLASA               TO REG-CLASA
           MOVE WS-CUR-GRUPA               TO REG-GRUPA
           MOVE WS-CUR-MATERIE             TO REG-MATERIE
           MOVE WS-PROF-CNP                TO REG-CNP-PROF
           MOVE WS-COUNT-ACCEPTED          TO REG-ABSENT-COUNT
           OPEN OUTPUT REGISTRU-FILE
           MOVE REGISTRU-INFO              TO REGISTRU-FD
           WRITE REGISTRU-FD
           CLOSE REGISTRU-FILE

           MOVE SPACE                      TO WS-COPY-COMMAND
           STRING "mkdir -p RegisterTaken && mv 'RegisterMark.txt' "
                  "'RegisterTaken/" WS-TODAY "_" WS-CUR-ORA "_"
                  DELIMITED BY SIZE
                  WS-CUR-CLASA DELIMITED BY SPACE
                  "_" DELIMITED BY SIZE
                  WS-PROF-CNP DELIMITED BY SPACE
                  "_" DELIMITED BY SIZE
                  WS-CUR-GRUPA DELIMITED BY SPACE
                  ".txt'" DELIMITED BY SIZE
           INTO WS-COPY-COMMAND
           CALL "SYSTEM" USING WS-COPY-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "THE REGISTER COULD NOT BE FILED AS TAKEN - "
                   "TELL THE SECRETARIAT (ORA " WS-CUR-ORA " "
                   WS-CUR-CLASA ")"
               GO TO F0-FILE-REGISTERZ
           END-IF
           DISPLAY "REGISTER TAKEN - " WS-COUNT-ACCEPTED " ABSENT"
           .
       F0-FILE-REGISTERZ.
           EXIT.

       W0-APPEND-TO-FEED SECTION.
       W0-APPEND-TO-FEEDA.
           MOVE SPACE                      TO WS-CSV-LINE
           STRING ST-CNP(WS-STUD-CHOICE) DELIMITED BY " "
                  ";" DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-CUR-MATERIE DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  ABS-MOTIVAT DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-CUR-ORA DELIMITED BY SIZE
           INTO WS-CSV-LINE

      *> THE DROP IS STARTED WITH THE SESSION'S FIRST ABSENCE
           IF DRP-IS-CLOSED
               SET DRP-OPEN                TO TRUE
               MOVE "Absente"              TO DRP-FEED
               MOVE "ABSCON"               TO DRP-SOURCE
               MOVE "Inbound"              TO DRP-INBOUND
               CALL "FEEDDROP" USING FEEDDROP-INTERFACE
               IF DRP-FAILED
                   GO TO W0-APPEND-TO-FEEDZ
               END-IF
           END-IF
           SET DRP-WRITE                   TO TRUE
           MOVE WS-CSV-LINE                TO DRP-ROW
           CALL "FEEDDROP" USING FEEDDROP-INTERFACE
           .
       W0-APPEND-TO-FEEDZ.
           EXIT.

      *> ZELLER'S CONGRUENCE ON WS-TODAY (YYYYMMDD), MAPPED TO THE
      *> ORAR'S 1=MONDAY .. 5=FRIDAY (0 = WEEKEND)
       W-DAY-OF-WEEK SECTION.
       W-DAY-OF-WEEKA.
           MOVE WS-TODAY-X(1:4)    TO WS-Z-YEAR
           MOVE WS-TODAY-X(5:2)    TO WS-Z-MONTH
           MOVE WS-TODAY-X(7:2)    TO WS-Z-DAY
           MOVE WS-Z-MONTH         TO WS-Z-M
           IF WS-Z-M < 3
               ADD 12              TO WS-Z-M
               SUBTRACT 1          FROM WS-Z-YEAR
           END-IF
           DIVIDE WS-Z-YEAR BY 100 GIVING WS-Z-J
               REMAINDER WS-Z-K
           COMPUTE WS-Z-T = WS-Z-DAY
               + ((13 * (WS-Z-M + 1)) / 5)
               + WS-Z-K + (WS-Z-K / 4) + (WS-Z-J / 4)
               + 5 * WS-Z-J
           DIVIDE WS-Z-T BY 7 GIVING WS-Z-REM
               REMAINDER WS-Z-H
      *> ZELLER: 0=SATURDAY 1=SUNDAY 2=MONDAY .. 6=FRIDAY
           EVALUATE WS-Z-H
               WHEN 2 MOVE 1 TO WS-Z-H
               WHEN 3 MOVE 2 TO WS-Z-H
               WHEN 4 MOVE 3 TO WS-Z-H
               WHEN 5 MOVE 4 TO WS-Z-H
               WHEN 6 MOVE 5 TO WS-Z-H
               WHEN OTHER MOVE 0 TO WS-Z-H
           END-EVALUATE
           .
       W-DAY-OF-WEEKZ.
           EXIT.

      *> WRITE THE STATEMENT AND RUN IT THROUGH THE ADAPTER
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

      *> SEALING THE DROP IS WHAT HANDS THE SESSION'S ABSENCES TO
      *> FEEDMERGE
           IF DRP-IS-OPEN
               SET DRP-CLOSE               TO TRUE
               CALL "FEEDDROP" USING FEEDDROP-INTERFACE
               IF DRP-FAILED
                   DISPLAY "THE DROP FILE Inbound/" DRP-NAME
                       " COULD NOT BE SEALED - TELL THE SECRETARIAT"
               END-IF
           END-IF

           SET LOCK-RELEASE                TO TRUE
           CALL "SQLLOCK" USING SQLLOCK-INTERFACE
           .
       Z0Z.
           EXIT.
       END PROGRAM ABSCON.
