      *          WHOLE Note.csv EXPORT, SITTING IN A NOTEBOOK FOR
      *          WEEKS AND LANDING IN ONE LUMP THE NIGHT BEFORE
      *          CLOSE. HERE THE PROFESSOR PICKS FROM THEIR OWN
      *          PROFESORMATERIECLASA ASSIGNMENTS (PLUS ANY THEY
      *          COVER TODAY AS SUPLINITOR), GETS THE CLASS
      *          ROSTER, AND KEYS GRADES WITH IMMEDIATE VALIDATION -
      *          EACH ROW RUNS THROUGH NOTEMODULE IN DRY-RUN MODE,
      *          SO THE CNP, RANGE, CALENDAR, TEACHING-PLAN AND
      *          DUPLICATE CHECKS ALL FIRE WHILE THE PROFESSOR IS
      *          STILL AT THE KEYBOARD. ACCEPTED ROWS GO TO THE
      *          SESSION'S OWN DROP FILE IN Inbound/ (FEEDDROP), WHICH
      *          FEEDMERGE ADDS TO Note.csv FOR THE NIGHTLY InsertAll
      *          LOAD, EACH STAMPED WITH THE SIGNED-ON PROFESSOR'S
      *          CNP. AN
      *          ASSIGNMENT THAT TARGETS A GROUP OF THE CLASS (GRUPA)
      *          ROSTERS ONLY THE STUDENTS GRUPMAINT HAS REGISTERED IN
      *          THAT GROUP. AT SIGN-ON THE PROFESSOR FIRST SEES LAST
      *          NIGHT'S WORKLIST (Worklist_<CNP>.txt, BUILT BY
      *          WORKLIST): GRADES OWED, REFUSED ROWS, APPEALS, TEZE
      *          AND FAILED SUBSTITUTIONS, IN DUE-DATE ORDER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT SQL-STATUS-FILE ASSIGN TO 'SQLResults/SQLSta.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> THE STUDENT-TO-GROUP REGISTRY GRUPMAINT MAINTAINS
      *> (CNP;CLASA;GRUPA), FOR THE ROSTER OF A GROUP ASSIGNMENT
           SELECT GRUPE-FILE ASSIGN TO 'SubjectGroups.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GRUPE-STATUS.

      *> THE SIGNED-ON PROFESSOR'S NIGHTLY WORKLIST (WORKLIST FILES
      *> IT HERE AS Worklist_<CNP>.txt), STAGED UNDER A FIXED NAME
           SELECT WORKLIST-FILE ASSIGN TO 'WorklistCopy.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORKLIST-STATUS.

      *> STATEMENTS WHOSE JAR INVOCATION FAILED ARE APPENDED HERE
      *> INSTEAD OF BEING SILENTLY DROPPED
        FD SQL-STATUS-FILE.
       01 SQL-STATUS-FD                     PIC X(10).

        FD GRUPE-FILE.
       01 GRUPE-FD                          PIC X(40).

        FD WORKLIST-FILE.
       01 WORKLIST-FD                       PIC X(130).

        FD DEAD-LETTER-FILE.
       01 DEAD-LETTER-FD                    PIC X(321).

       05 SQL-STATEMENT                    PIC X(300).

       01 WS-GRUPE-STATUS                  PIC X(02).
       01 WS-DL-STATUS                     PIC X(02).
       01 WS-WORKLIST-STATUS               PIC X(02).
       01 WS-WORKLIST-LINE                 PIC X(130).
       01 WS-COPY-COMMAND                  PIC X(120).

       01 JAR-CALL-SWITCH                  PIC X(01) VALUE "O".
           88 JAR-CALL-OK                   VALUE "O".
      *> RUN-TOKEN LOCK AROUND THE SHARED ADAPTER HANDSHAKE FILES
       COPY SQLLOCK-INT.

      *> THE SESSION'S DROP FILE FOR Note.csv - SEVERAL PROFESSORS
      *> ENTER GRADES AT ONCE, EACH INTO A DROP OF THEIR OWN
       COPY FEEDDROP-INT.

      *> SHARED CLASSIFICATION OF SQLSta VALUES INTO RETRYABLE VS
      *> FATAL, PLUS HOW OFTEN AND HOW LONG TO RETRY A TRANSIENT ONE
       COPY SQLSTA-INT.
       01 WS-PROF-CNP                      PIC X(13).
       01 WS-PROF-NAME                     PIC X(61).

      *> ONE ROW OF "SELECT MATERIE, CLASA, GRUPA FROM
      *> PROFESORMATERIECLASA"
       01 WS-ASSIGN-ROW.
           05 AS-MATERIE                   PIC X(30).
           05 FILLER                       PIC X(02).
           05 AS-CLASA                     PIC X(04).
           05 FILLER                       PIC X(02).
           05 AS-GRUPA                     PIC X(10).

       01 K-MAX-ASSIGN                     PIC 9(02) VALUE 30.
       01 ASSIGN-TABLE.
           05 ASSIGN-ENTRY OCCURS 30 TIMES.
               10 AT-MATERIE               PIC X(30).
               10 AT-CLASA                 PIC X(04).
      *> BLANK = THE WHOLE CLASS, OTHERWISE ONE GROUP OF IT
               10 AT-GRUPA                 PIC X(10).
      *> T = THE PROFESSOR'S OWN ASSIGNMENT, S = ONE THEY COVER
      *> TODAY AS SUPLINITOR PER SUPLINIRI
               10 AT-SOURCE                PIC X(01).
       01 ASSIGN-COUNT                     PIC 9(02) VALUE 0.
       01 WS-TODAY                         PIC 9(08).
       01 WS-ASSIGN-IDX                    PIC 9(02).
       01 WS-ASSIGN-CHOICE                 PIC 9(02).

      *> THE PICKED ASSIGNMENT
       01 WS-CUR-MATERIE                   PIC X(30).
       01 WS-CUR-CLASA                     PIC X(04).
       01 WS-CUR-GRUPA                     PIC X(10).
       01 WS-AN-SCOLAR                     PIC X(09).

      *> THE CLASS ROSTER
       01 WS-STUD-IDX                      PIC 9(02).
       01 WS-STUD-CHOICE                   PIC 9(02).

      *> THE MEMBERS OF THE PICKED GROUP (CNPS ONLY)
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

       01 WS-ENTRY-NOTA                    PIC X(02).
      *> CLASSES 0-4 TAKE A CALIFICATIV (FB/B/S/I) INSTEAD OF 1-10
       01 WS-CUR-LEVEL                     PIC X(02).
           88 CUR-LEVEL-PRIMARY             VALUE "00" "01" "02" "03"
                                                  "04".
       01 WS-ENTRY-DATA                    PIC X(08).
       01 WS-ENTRY-TIP                     PIC X(01).

       S0  SECTION.
       S0A.
           DISPLAY "GRADE ENTRY CONSOLE"
           SET DRP-IS-CLOSED               TO TRUE
           MOVE 0                          TO DRP-ROW-COUNT
           DISPLAY "YOUR CNP: " WITH NO ADVANCING
           ACCEPT WS-PROF-CNP
           MOVE WS-PROF-CNP                TO CNP-VAL
               STOP RUN
           END-IF
           DISPLAY "WELCOME, " WS-PROF-NAME
           PERFORM B3-SHOW-WORKLIST

           PERFORM B1-LOAD-ASSIGNMENTS
           PERFORM B2-LOAD-COVER-ASSIGNMENTS
           IF ASSIGN-COUNT = 0
               DISPLAY "NO TEACHING ASSIGNMENTS ON FILE FOR YOU"
               PERFORM Z0

           PERFORM D0-LOAD-ROSTER
           IF STUD-COUNT = 0
               DISPLAY "NO STUDENTS IN " WS-CUR-CLASA " " WS-CUR-GRUPA
               PERFORM Z0
               MOVE 8 TO RETURN-CODE
               STOP RUN

           PERFORM Z0
           DISPLAY "===== GRADECON SESSION SUMMARY ====="
           DISPLAY "GRADES ACCEPTED FOR Note.csv: " WS-COUNT-ACCEPTED
           IF DRP-ROW-COUNT > 0
               DISPLAY "QUEUED IN Inbound/" DRP-NAME
           END-IF
           DISPLAY "GRADES REJECTED AT THE KEYBOARD: "
               WS-COUNT-REJECTED
           MOVE 0 TO RETURN-CODE
       B0-VERIFY-PROFESSORZ.
           EXIT.

      *> LAST NIGHT'S WORKLIST, SHOWN BEFORE ANY GRADE IS KEYED.
      *> THE OLD STAGED COPY GOES FIRST, SO A PROFESSOR WITHOUT A
      *> LIST NEVER SEES THE PREVIOUS USER'S.
       B3-SHOW-WORKLIST SECTION.
       B3-SHOW-WORKLISTA.
           MOVE SPACE                      TO WS-COPY-COMMAND
           STRING "rm -f 'WorklistCopy.txt'; cp 'Worklist_"
                  DELIMITED BY SIZE
                  WS-PROF-CNP DELIMITED BY SPACE
                  ".txt' 'WorklistCopy.txt'" DELIMITED BY SIZE
           INTO WS-COPY-COMMAND
           CALL "SYSTEM" USING WS-COPY-COMMAND
           OPEN INPUT WORKLIST-FILE
           IF WS-WORKLIST-STATUS NOT = "00"
               DISPLAY "NO WORKLIST ON FILE FOR YOU YET"
               GO TO B3-SHOW-WORKLISTZ
           END-IF
           DISPLAY "===== YOUR PENDING ITEMS ====="
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-WORKLIST-LINE
               READ WORKLIST-FILE INTO WS-WORKLIST-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   DISPLAY WS-WORKLIST-LINE
               END-READ
           END-PERFORM
           CLOSE WORKLIST-FILE
           DISPLAY "=============================="
           .
       B3-SHOW-WORKLISTZ.
           EXIT.

      *> ONLY THE PROFESSOR'S OWN ASSIGNMENTS - ONE CANNOT ENTER
      *> GRADES FOR SOMEONE ELSE'S CLASS
       B1-LOAD-ASSIGNMENTS SECTION.
       B1-LOAD-ASSIGNMENTSA.
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT MATERIE, CLASA, GRUPA FROM "
                   "PROFESORMATERIECLASA WHERE CNP = '" WS-PROF-CNP
                   "' ORDER BY CLASA, MATERIE, GRUPA"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM G0-SUBMIT-STATEMENT
                       ADD 1               TO ASSIGN-COUNT
                       MOVE AS-MATERIE     TO AT-MATERIE(ASSIGN-COUNT)
                       MOVE AS-CLASA       TO AT-CLASA(ASSIGN-COUNT)
                       MOVE AS-GRUPA       TO AT-GRUPA(ASSIGN-COUNT)
                       MOVE "T"            TO AT-SOURCE(ASSIGN-COUNT)
                   END-IF
               END-READ
           END-PERFORM
       B1-LOAD-ASSIGNMENTSZ.
           EXIT.

      *> A SUPLINITOR GRADES THE CLASSES THEY COVER TODAY: THE
      *> TITULAR'S ASSIGNMENTS, NARROWED BY THE SUPLINIRI ROW'S
      *> CLASA/MATERIE ('*' COVERS EVERY SLOT THE TITULAR HOLDS)
       B2-LOAD-COVER-ASSIGNMENTS SECTION.
       B2-LOAD-COVER-ASSIGNMENTSA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT P.MATERIE, P.CLASA, P.GRUPA FROM "
                   "SUPLINIRI S, "
                   "PROFESORMATERIECLASA P WHERE S.CNPSUPLINITOR = '"
                   WS-PROF-CNP "' AND S.DELA <= '" WS-TODAY
                   "' AND S.PANALA >= '" WS-TODAY
                   "' AND P.CNP = S.CNPTITULAR AND S.CLASA IN "
                   "(P.CLASA, '*') AND S.MATERIE IN (P.MATERIE, '*')"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM G0-SUBMIT-STATEMENT
      *> NO SUPLINIRI TABLE YET (SUPLLOAD NEVER RAN) - ONLY THE OWN
      *> ASSIGNMENTS ARE OFFERED
           IF JAR-CALL-FAILED
               GO TO B2-LOAD-COVER-ASSIGNMENTSZ
           END-IF
           OPEN INPUT SQL-RESULTS
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-ASSIGN-ROW
               READ SQL-RESULTS INTO WS-ASSIGN-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF AS-MATERIE > SPACE
                   AND ASSIGN-COUNT < K-MAX-ASSIGN
                       ADD 1               TO ASSIGN-COUNT
                       MOVE AS-MATERIE     TO AT-MATERIE(ASSIGN-COUNT)
                       MOVE AS-CLASA       TO AT-CLASA(ASSIGN-COUNT)
                       MOVE AS-GRUPA       TO AT-GRUPA(ASSIGN-COUNT)
                       MOVE "S"            TO AT-SOURCE(ASSIGN-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SQL-RESULTS
           .
       B2-LOAD-COVER-ASSIGNMENTSZ.
           EXIT.

       C0-PICK-ASSIGNMENT SECTION.
       C0-PICK-ASSIGNMENTA.
           MOVE SPACE                      TO WS-CUR-MATERIE
           DISPLAY "YOUR ASSIGNMENTS:"
           PERFORM VARYING WS-ASSIGN-IDX FROM 1 BY 1
                   UNTIL WS-ASSIGN-IDX > ASSIGN-COUNT
               IF AT-SOURCE(WS-ASSIGN-IDX) = "S"
                   DISPLAY "  " WS-ASSIGN-IDX " - "
                       AT-CLASA(WS-ASSIGN-IDX) "  "
                       AT-MATERIE(WS-ASSIGN-IDX) " "
                       AT-GRUPA(WS-ASSIGN-IDX) "  (SUPLINIRE)"
               ELSE
                   DISPLAY "  " WS-ASSIGN-IDX " - "
                       AT-CLASA(WS-ASSIGN-IDX) "  "
                       AT-MATERIE(WS-ASSIGN-IDX) " "
                       AT-GRUPA(WS-ASSIGN-IDX)
               END-IF
           END-PERFORM
           DISPLAY "PICK ONE (0 = QUIT): " WITH NO ADVANCING
           ACCEPT WS-ASSIGN-CHOICE
           END-IF
           MOVE AT-MATERIE(WS-ASSIGN-CHOICE) TO WS-CUR-MATERIE
           MOVE AT-CLASA(WS-ASSIGN-CHOICE)   TO WS-CUR-CLASA
           MOVE AT-GRUPA(WS-ASSIGN-CHOICE)   TO WS-CUR-GRUPA
           .
       C0-PICK-ASSIGNMENTZ.
           EXIT.

       D0-LOAD-ROSTER SECTION.
       D0-LOAD-ROSTERA.
           IF WS-CUR-GRUPA > SPACE
               PERFORM D1-LOAD-GROUP-MEMBERS
           END-IF
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT CNP, NUME, PRENUME FROM STUDENTI WHERE "
                   "CLASA = '" WS-CUR-CLASA "' ORDER BY NUME, PRENUME"
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
       D0-LOAD-ROSTERZ.
           EXIT.

      *> A GROUP ASSIGNMENT GRADES ONLY THE GROUP: ITS MEMBERS FROM
      *> THE REGISTRY. NO REGISTRY FILE MEANS AN EMPTY GROUP.
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

       E0-ENTER-GRADES SECTION.
       E0-ENTER-GRADESA.
           DISPLAY SPACE
           DISPLAY "ROSTER - " WS-CUR-CLASA "  " WS-CUR-MATERIE
               " " WS-CUR-GRUPA
           PERFORM VARYING WS-STUD-IDX FROM 1 BY 1
                   UNTIL WS-STUD-IDX > STUD-COUNT
               DISPLAY "  " WS-STUD-IDX " - "
               GO TO E0-ENTER-GRADESZ
           END-IF

           IF WS-CUR-CLASA(2:1) IS NUMERIC
               MOVE WS-CUR-CLASA(1:2)      TO WS-CUR-LEVEL
           ELSE
               MOVE "0"                    TO WS-CUR-LEVEL(1:1)
               MOVE WS-CUR-CLASA(1:1)      TO WS-CUR-LEVEL(2:1)
           END-IF
           IF CUR-LEVEL-PRIMARY
               DISPLAY "CALIFICATIV (FB/B/S/I): " WITH NO ADVANCING
           ELSE
               DISPLAY "NOTA (1-10): " WITH NO ADVANCING
           END-IF
           ACCEPT WS-ENTRY-NOTA
           INSPECT WS-ENTRY-NOTA CONVERTING "bfis" TO "BFIS"
           DISPLAY "DATE (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-ENTRY-DATA
           DISPLAY "TIP (BLANK = ORAL, T = TEZA): " WITH NO ADVANCING
                                              NOTE-MATERIE NOTE-NOTA
                                              NOTE-DATA NOTE-CLASA
                                              NOTE-TIP NOTE-AN-SCOLAR
                                              NOTE-CNP-PROF
           MOVE ST-CNP(WS-STUD-CHOICE)     TO NOTE-CNP-STUD
           MOVE WS-CUR-MATERIE             TO NOTE-MATERIE
           MOVE WS-ENTRY-NOTA              TO NOTE-NOTA
           MOVE WS-CUR-CLASA               TO NOTE-CLASA
           MOVE WS-ENTRY-TIP               TO NOTE-TIP
           MOVE WS-AN-SCOLAR               TO NOTE-AN-SCOLAR
      *> THE GRADE IS STAMPED WITH WHOEVER SIGNED ON - NOTEMODULE
      *> THEN CHECKS THEY HOLD THE ASSIGNMENT OR COVER IT THAT DAY
           MOVE WS-PROF-CNP                TO NOTE-CNP-PROF
           MOVE 0                          TO NOTE-ERROR
           SET NOTE-MODE-DRY               TO TRUE
           CALL "NOTEMODULE" USING NOTE-INFO
           END-IF

           PERFORM W0-APPEND-TO-FEED
           IF DRP-FAILED
               ADD 1                       TO WS-COUNT-REJECTED
               DISPLAY "NOT QUEUED - THE DROP FILE COULD NOT BE "
                   "WRITTEN, KEY THE GRADE AGAIN LATER"
               GO TO E0-ENTER-GRADESZ
           END-IF
           ADD 1                           TO WS-COUNT-ACCEPTED
           DISPLAY "ACCEPTED - " ST-NUME(WS-STUD-CHOICE)(1:20)
               " " WS-ENTRY-NOTA " QUEUED FOR TONIGHT'S LOAD"
                  WS-ENTRY-TIP DELIMITED BY " "
                  ";" DELIMITED BY SIZE
                  WS-AN-SCOLAR DELIMITED BY " "
                  ";" DELIMITED BY SIZE
                  WS-PROF-CNP DELIMITED BY " "
           INTO WS-CSV-LINE

      *> THE DROP IS STARTED WITH THE SESSION'S FIRST GRADE
           IF DRP-IS-CLOSED
               SET DRP-OPEN                TO TRUE
               MOVE "Note"                 TO DRP-FEED
               MOVE "GRADECON"             TO DRP-SOURCE
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
       Z0A.
           CLOSE DEAD-LETTER-FILE

      *> SEALING THE DROP IS WHAT HANDS THE SESSION'S GRADES TO
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
