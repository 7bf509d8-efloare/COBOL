      *          TRANSCRIPT AND MATRICOL SHOW THE FULL RECORD AND
      *          THE FOREIGN GRADES STAY TELLABLE APART. EVERY
      *          INTAKE WRITES ONE TransferInAudit.txt LINE.
      *          THE CARRIED SUBJECTS ARE THEN CHECKED AGAINST THE
      *          PLAN-CADRU (PlanCadru.txt, STAGED FROM THE ORAR
      *          DIRECTORY) FOR THE GRADE LEVEL OF THE ENROLLING
      *          CLASS: EVERY REQUIRED SUBJECT THE STUDENT BRINGS NO
      *          GRADE FOR IS OWED AS A DIFFERENTIAL EXAM (EXAMEN DE
      *          DIFERENTA) AND IS APPENDED TO ExameneDiferenta.txt,
      *          WITH THE PROFESSOR WHO TEACHES IT TO THE CLASS, FOR
      *          EXDIFER TO SCHEDULE AND GRADE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAPACITY-STATUS.

      *> THE PLAN-CADRU, STAGED FROM THE ORAR DIRECTORY WHERE
      *> PLANCHECK KEEPS IT
           SELECT PLAN-FILE ASSIGN TO 'PlanCadru.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLAN-STATUS.

      *> THE DIFFERENTIAL-EXAM REGISTRY EXDIFER WORKS FROM
           SELECT DIFER-FILE ASSIGN TO 'ExameneDiferenta.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DIFER-STATUS.

           SELECT AUDIT-FILE ASSIGN TO 'TransferInAudit.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.
        FD CAPACITY-FILE.
       01 CAPACITY-FD                       PIC X(08).

        FD PLAN-FILE.
       01 PLAN-FD                           PIC X(80).

        FD DIFER-FILE.
       01 DIFER-FD                          PIC X(120).

        FD AUDIT-FILE.
       01 AUDIT-FD                          PIC X(112).

        FD DEAD-LETTER-FILE.
       01 DEAD-LETTER-FD                    PIC X(621).
       01 WS-A5-STATUS                     PIC X(02).
       01 WS-AUDIT-STATUS                  PIC X(02).
       01 WS-DL-STATUS                     PIC X(02).
       01 WS-PLAN-STATUS                   PIC X(02).
       01 WS-DIFER-STATUS                  PIC X(02).

       01 JAR-CALL-SWITCH                  PIC X(01) VALUE "O".
           88 JAR-CALL-OK                   VALUE "O".
           05 A5-PARENT-PHONE              PIC X(15).
           05 A5-PARENT-ADDR               PIC X(50).

      *> EVERY AUDIT LINE CARRIES THE FINGERPRINT OF THE ONE BEFORE IT
       COPY AUDCHAIN-INT.
       01 AUDIT-LINE.
           05 AUD-DATE                     PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 FILLER                       PIC X(04) VALUE " BY ".
           05 AUD-OPERATOR                 PIC X(08).

      *> EVERY DISTINCT SUBJECT THE TRANSFER FILE CARRIED A GRADE IN
       01 CARRIED-TABLE.
           05 CT-MATERIE OCCURS 60 TIMES   PIC X(30).
       01 CARRIED-COUNT                    PIC 9(03) VALUE 0.
       01 WS-CARRIED-IDX                   PIC 9(03).
       01 WS-CARRIED-SW                    PIC X(01) VALUE "N".
           88 SUBJECT-CARRIED               VALUE "Y".
           88 SUBJECT-NOT-CARRIED           VALUE "N".

      *> ONE PlanCadru.txt LINE, THE LAYOUT PLANCHECK READS
       01 WS-PLAN-LINE.
           05 PL-NIVEL                     PIC X(02).
           05 FILLER                       PIC X(01).
           05 PL-MATERIE                   PIC X(30).
           05 FILLER                       PIC X(01).
           05 PL-ORE                       PIC 9(02).
           05 FILLER                       PIC X(44).
      *> GRADE LEVEL OF THE ENROLLING CLASS, DERIVED AS PLANCHECK
      *> DOES ("10A" -> "10", "9B" -> "9")
       01 WS-CUR-NIVEL                     PIC X(02).
       01 WS-PLAN-STAGE-COMMAND            PIC X(140).

      *> ONE ExameneDiferenta.txt LINE:
      *> CNP;CLASA;MATERIE;CNPPROF;DATAEXAM;STARE;NOTA
       01 WS-DIFER-LINE                    PIC X(120).
       01 WS-DIF-PROF                      PIC X(13).
       01 WS-DIF-STARE                     PIC X(12)
                                           VALUE "DE PROGRAMAT".
       01 WS-PROF-ROW                      PIC X(100).

       01 WS-CONFIRM                       PIC X(01) VALUE "N".
           88 CONFIRMED                     VALUE "Y" "y".

       01 WS-RUN-COUNTERS.
        05 WS-COUNT-NOTES                  PIC 9(04) VALUE 0.
        05 WS-COUNT-NOTE-FAILS             PIC 9(04) VALUE 0.
        05 WS-COUNT-DIFER                  PIC 9(04) VALUE 0.

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           PERFORM W0-APPEND-FLAT-FILE

           PERFORM F0-LOAD-GRADE-HISTORY
           PERFORM K0-CHECK-CURRICULUM
           PERFORM W1-WRITE-AUDIT
           PERFORM Z0
           DISPLAY "===== TRANSFERIN RUN SUMMARY ====="
           DISPLAY "STUDENT ENROLLED IN : " WS-NEW-CLASA
           DISPLAY "EXTERNAL GRADES LOADED: " WS-COUNT-NOTES
           DISPLAY "GRADE LOADS FAILED  : " WS-COUNT-NOTE-FAILS
           DISPLAY "DIFFERENTIAL EXAMS DUE: " WS-COUNT-DIFER
           IF WS-COUNT-NOTE-FAILS > 0
               MOVE 4 TO RETURN-CODE
           ELSE

       F1-LOAD-ONE-GRADE SECTION.
       F1-LOAD-ONE-GRADEA.
           PERFORM F2-NOTE-CARRIED-SUBJECT

           MOVE NR-MATERIE                 TO ESC-IN
           MOVE 30                         TO ESC-IN-LEN
           CALL "SQLESCAPE" USING SQLESC-INTERFACE
       F1-LOAD-ONE-GRADEZ.
           EXIT.

      *> REMEMBER THE SUBJECT FOR THE CURRICULUM CHECK, ONCE
       F2-NOTE-CARRIED-SUBJECT SECTION.
       F2-NOTE-CARRIED-SUBJECTA.
           PERFORM VARYING WS-CARRIED-IDX FROM 1 BY 1
                   UNTIL WS-CARRIED-IDX > CARRIED-COUNT
               IF CT-MATERIE(WS-CARRIED-IDX) = NR-MATERIE
                   GO TO F2-NOTE-CARRIED-SUBJECTZ
               END-IF
           END-PERFORM
           IF CARRIED-COUNT < 60
               ADD 1                       TO CARRIED-COUNT
               MOVE NR-MATERIE             TO CT-MATERIE(CARRIED-COUNT)
           END-IF
           .
       F2-NOTE-CARRIED-SUBJECTZ.
           EXIT.

      *> EVERY PLAN-CADRU SUBJECT OF THE CLASS'S GRADE LEVEL THAT THE
      *> STUDENT CARRIED NO GRADE IN IS OWED AS A DIFFERENTIAL EXAM.
      *> NO PLAN-CADRU ON FILE MEANS NOTHING CAN BE CHECKED - SAID
      *> ON THE CONSOLE, THE INTAKE ITSELF STANDS.
       K0-CHECK-CURRICULUM SECTION.
       K0-CHECK-CURRICULUMA.
           MOVE SPACE                      TO WS-PLAN-STAGE-COMMAND
           STRING "cp '../Assign 14 Orar FLOARE EMIL/PlanCadru.txt' "
                  "'PlanCadru.txt'"
                  DELIMITED BY SIZE
           INTO WS-PLAN-STAGE-COMMAND
           CALL "SYSTEM" USING WS-PLAN-STAGE-COMMAND
           OPEN INPUT PLAN-FILE
           IF WS-PLAN-STATUS NOT = "00"
               DISPLAY "PlanCadru.txt NOT FOUND - CURRICULUM NOT "
                   "CHECKED, DIFFERENTIAL EXAMS NOT ASSESSED"
               GO TO K0-CHECK-CURRICULUMZ
           END-IF

           MOVE SPACE                      TO WS-CUR-NIVEL
           IF WS-NEW-CLASA(2:1) >= "0" AND WS-NEW-CLASA(2:1) <= "9"
               MOVE WS-NEW-CLASA(1:2)      TO WS-CUR-NIVEL
           ELSE
               MOVE WS-NEW-CLASA(1:1)      TO WS-CUR-NIVEL(1:1)
           END-IF

           OPEN EXTEND DIFER-FILE
           IF WS-DIFER-STATUS = "35"
               OPEN OUTPUT DIFER-FILE
           END-IF

           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-PLAN-LINE
               READ PLAN-FILE INTO WS-PLAN-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF PL-NIVEL = WS-CUR-NIVEL
                   AND PL-MATERIE > SPACE
                       PERFORM K1-CHECK-ONE-SUBJECT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PLAN-FILE
           CLOSE DIFER-FILE
           .
       K0-CHECK-CURRICULUMZ.
           EXIT.

       K1-CHECK-ONE-SUBJECT SECTION.
       K1-CHECK-ONE-SUBJECTA.
           SET SUBJECT-NOT-CARRIED         TO TRUE
           PERFORM VARYING WS-CARRIED-IDX FROM 1 BY 1
                   UNTIL WS-CARRIED-IDX > CARRIED-COUNT
               IF CT-MATERIE(WS-CARRIED-IDX) = PL-MATERIE
                   SET SUBJECT-CARRIED     TO TRUE
               END-IF
           END-PERFORM
           IF SUBJECT-CARRIED
               GO TO K1-CHECK-ONE-SUBJECTZ
           END-IF

           PERFORM K2-FIND-PROFESSOR

           MOVE SPACE                      TO WS-DIFER-LINE
           STRING WS-CNP                   DELIMITED BY SIZE
                  ";"                      DELIMITED BY SIZE
                  WS-NEW-CLASA             DELIMITED BY "  "
                  ";"                      DELIMITED BY SIZE
                  PL-MATERIE               DELIMITED BY "  "
                  ";"                      DELIMITED BY SIZE
                  WS-DIF-PROF              DELIMITED BY "  "
                  ";;"                     DELIMITED BY SIZE
                  WS-DIF-STARE             DELIMITED BY SIZE
                  ";"                      DELIMITED BY SIZE
           INTO WS-DIFER-LINE
           MOVE WS-DIFER-LINE              TO DIFER-FD
           WRITE DIFER-FD
           ADD 1                           TO WS-COUNT-DIFER
           DISPLAY "DIFFERENTIAL EXAM OWED: " PL-MATERIE
           .
       K1-CHECK-ONE-SUBJECTZ.
           EXIT.

      *> THE EXAMINER DEFAULTS TO WHOEVER TEACHES THE SUBJECT TO THE
      *> ENROLLING CLASS; NONE ON FILE LEAVES IT FOR EXDIFER TO ASK
       K2-FIND-PROFESSOR SECTION.
       K2-FIND-PROFESSORA.
           MOVE SPACE                      TO WS-DIF-PROF
           MOVE PL-MATERIE                 TO ESC-IN
           MOVE 30                         TO ESC-IN-LEN
           CALL "SQLESCAPE" USING SQLESC-INTERFACE
           MOVE ESC-OUT                    TO WS-MATERIE-ESC
           MOVE ESC-OUT-LEN                TO WS-MATERIE-ESC-LEN

           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT CNP FROM PROFESORMATERIECLASA WHERE "
                   "CLASA = '" WS-NEW-CLASA "' AND MATERIE = '"
                   WS-MATERIE-ESC(1:WS-MATERIE-ESC-LEN)
                   "' ORDER BY GRUPA"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM G0-SUBMIT-STATEMENT
           IF JAR-CALL-FAILED
               GO TO K2-FIND-PROFESSORZ
           END-IF
           MOVE SPACE                      TO WS-PROF-ROW
           OPEN INPUT SQL-RESULTS
           READ SQL-RESULTS INTO WS-PROF-ROW
               AT END CONTINUE
           END-READ
           CLOSE SQL-RESULTS
           MOVE WS-PROF-ROW(1:13)          TO WS-DIF-PROF
           .
       K2-FIND-PROFESSORZ.
           EXIT.

       W1-WRITE-AUDIT SECTION.
       W1-WRITE-AUDITA.
           OPEN EXTEND AUDIT-FILE
           MOVE WS-NEW-CLASA               TO AUD-CLASA
           MOVE WS-COUNT-NOTES             TO AUD-NOTES
           MOVE OPS-ID                     TO AUD-OPERATOR
           MOVE 'TransferInAudit.txt'      TO ACH-FILE
           SET ACH-FIXED                   TO TRUE
           MOVE LENGTH OF AUDIT-LINE       TO ACH-LENGTH
           MOVE AUDIT-LINE                 TO ACH-LINE
           CALL "AUDCHAIN" USING AUDCHAIN-INTERFACE
           MOVE ACH-LINE                   TO AUDIT-FD
           WRITE AUDIT-FD
           CLOSE AUDIT-FILE
           .
