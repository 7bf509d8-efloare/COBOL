      *                VERIFIED UPDATE GRADECORR USES (OLD VALUE
      *                RE-CHECKED FIRST);
      *            P - PRINT THE OUTCOME NOTICE FOR THE FAMILY
      *                (WORDED FROM THE SECRETARIAT'S APPEAL TEMPLATE
      *                IN THE FAMILY'S LETTER LANGUAGE), FILED WITH
      *                THE OTHER FAMILY LETTERS UNDER THE ASSIGN 08
      *                Letters/ (APL_<CNP>_<ID>_<DATE>_<TIME>.txt)
      *                AND REGISTERED GENERATED IN ITS
      *                LetterDispatchLog.txt, SO IT IS POSTED OR
      *                E-MAILED AND AGED LIKE EVERY OTHER LETTER;
      *            L - LIST. EVERY ACTION IS AUDITED WITH THE
      *          OPERATOR (AppealsAudit.txt).
      * Tectonics: cobc
           SELECT NOTICE-FILE ASSIGN TO 'AppealNoticeWork.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> THE NOTICE'S GENERATED EVENT IS WRITTEN HERE, THEN APPENDED
      *> TO THE LETTER RUNS' DISPATCH LOG IN THEIR OWN DIRECTORY
           SELECT DISPATCH-WORK ASSIGN TO 'AppealDispatchWork.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> STATEMENTS WHOSE JAR INVOCATION FAILED ARE APPENDED HERE
      *> INSTEAD OF BEING SILENTLY DROPPED
           SELECT DEAD-LETTER-FILE ASSIGN TO 'SQLDeadLetters.txt'
       01 APPEALS-FD                        PIC X(130).

        FD AUDIT-FILE.
       01 AUDIT-FD                          PIC X(182).

        FD NOTICE-FILE.
       01 NOTICE-FD                         PIC X(90).

        FD DISPATCH-WORK.
       01 DISPATCH-WORK-FD                  PIC X(100).

        FD DEAD-LETTER-FILE.
       01 DEAD-LETTER-FD                    PIC X(321).

           88 CHOICE-PRINT                  VALUE "P" "p".
           88 CHOICE-QUIT                   VALUE "Q" "q".

      *> THE LEGAL FILING WINDOW IN DAYS FROM THE GRADE'S DATE - THE
      *> BUSINESS-PARAMETER REGISTRY'S APPEAL-WINDOW-DAYS AS IN FORCE
      *> ON THE GRADE'S DATE; THE 10 HERE ONLY WHEN IT HAS NONE
       01 K-APPEAL-WINDOW-DAYS             PIC 9(02) VALUE 10.
       01 WS-APPEAL-WINDOW-DAYS            PIC 9(02) VALUE 0.
       COPY PARAM-INT.

      *> THE WHOLE APPEAL REGISTER IN MEMORY, REWRITTEN AFTER EVERY
      *> CHANGE. STATES: FILED -> ASSIGNED -> UPHELD / REVISED.
       01 K-MONTH-DAYS REDEFINES K-MONTH-DAYS-DATA.
           05 K-MDAYS OCCURS 12 TIMES      PIC 9(03).

       01 WS-COPY-COMMAND                  PIC X(250).
       01 WS-LISTED-COUNT                  PIC 9(03).
       01 WS-LINE                          PIC X(90).

      *> WHERE THE FAMILY LETTERS ARE FILED AND LOGGED
       01 K-LETTER-DIR                     PIC X(45) VALUE
               "../Assign 08 Angry Parrents FLOARE EMIL".
       01 WS-LETTER-DATE                   PIC 9(08).
       01 WS-LETTER-TIME                   PIC 9(08).
       01 WS-LETTER-NAME                   PIC X(50).

      *> ONE DISPATCH EVENT, THE LAYOUT LTRDISPATCH READS
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

      *> THE APPEALING STUDENT, FOR THE NOTICE'S LANGUAGE
       01 WS-NOTICE-STUD-ROW.
           05 NS-CLASA                     PIC X(04).
           05 FILLER                       PIC X(02).
           05 NS-NUME                      PIC X(30).
           05 FILLER                       PIC X(02).
           05 NS-PRENUME                   PIC X(30).
           05 FILLER                       PIC X(02).
           05 NS-LIMBA                     PIC X(02).

      *> THE NOTICE WORDING, MERGED FROM THE SECRETARIAT'S APPEAL
      *> TEMPLATE IN THE FAMILY'S LANGUAGE - THE TEXT WRITTEN HERE
      *> ONLY WHEN THERE IS NO TEMPLATE
       COPY LTRMERGE-INT.
       01 WS-MERGE-IDX                     PIC 9(02).

      *> EVERY AUDIT LINE CARRIES THE FINGERPRINT OF THE ONE BEFORE IT
       COPY AUDCHAIN-INT.
       01 AUDIT-LINE.
           05 AUD-DATE                     PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           END-IF

      *> THE LEGAL WINDOW
           MOVE "APPEAL-WINDOW-DAYS"       TO PRM-NAME
           MOVE WS-NEW-DATANOTA            TO PRM-AS-OF
           MOVE K-APPEAL-WINDOW-DAYS       TO PRM-DEFAULT
           CALL "PARAMGET" USING PARAM-INTERFACE
           MOVE PRM-VALUE                  TO WS-APPEAL-WINDOW-DAYS
           DISPLAY "PARAMETERS: APPEAL-WINDOW-DAYS " PRM-SHOWN " - "
               PRM-SOURCE
           MOVE WS-NEW-DATANOTA            TO WS-SERIAL-DATE
           PERFORM Y1-TO-SERIAL
           MOVE WS-SERIAL-OUT              TO WS-SERIAL-GRADE
                   "REGISTERED"
               GO TO R0-REGISTER-APPEALZ
           END-IF
           IF WS-DAYS-BETWEEN > WS-APPEAL-WINDOW-DAYS
               DISPLAY "FILED " WS-DAYS-BETWEEN " DAYS AFTER THE "
                   "GRADE - PAST THE LEGAL WINDOW OF "
                   WS-APPEAL-WINDOW-DAYS " DAYS, NOT REGISTERED"
               GO TO R0-REGISTER-APPEALZ
           END-IF

               GO TO P0-PRINT-NOTICEZ
           END-IF

      *> THE STUDENT'S FAMILY LANGUAGE; A STUDENT NO LONGER IN
      *> STUDENTI GETS THE NOTICE IN ROMANIAN
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT CLASA, NUME, PRENUME, LIMBA_CORESP FROM "
                   "STUDENTI WHERE CNP = '" AP-CNP(WS-WORK-IDX) "'"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM G0-SUBMIT-STATEMENT
           MOVE SPACE                      TO WS-NOTICE-STUD-ROW
           IF JAR-CALL-OK
               OPEN INPUT SQL-RESULTS
               READ SQL-RESULTS INTO WS-NOTICE-STUD-ROW
                   AT END CONTINUE
               END-READ
               CLOSE SQL-RESULTS
           END-IF

           MOVE SPACE                      TO LTM-VALUES
           MOVE "APPEAL"                   TO LTM-TYPE
           MOVE NS-LIMBA                   TO LTM-LANG
           MOVE AP-ID(WS-WORK-IDX)         TO LTM-NR
           MOVE AP-CNP(WS-WORK-IDX)        TO LTM-CNP
           MOVE NS-NUME                    TO LTM-NUME
           MOVE NS-PRENUME                 TO LTM-PRENUME
           MOVE NS-CLASA                   TO LTM-CLASA
           MOVE AP-MATERIE(WS-WORK-IDX)    TO LTM-MATERIA
           MOVE AP-OLD-NOTA(WS-WORK-IDX)   TO LTM-NOTA
           MOVE AP-NEW-NOTA(WS-WORK-IDX)   TO LTM-NOTA-NOUA
           MOVE AP-DATANOTA(WS-WORK-IDX)   TO LTM-DATA
           MOVE AP-FILED(WS-WORK-IDX)      TO LTM-DATA2
           MOVE AP-PROF-CNP(WS-WORK-IDX)   TO LTM-PROFESOR

           OPEN OUTPUT NOTICE-FILE
           MOVE "COMUNICARE"               TO LTM-SECTION
           PERFORM L0-WRITE-SECTION
           IF LTM-BUILT-IN
               MOVE SPACE                  TO WS-LINE
               STRING "COMUNICARE - CONTESTATIA NR. "
                      AP-ID(WS-WORK-IDX)
                      DELIMITED BY SIZE
               INTO WS-LINE
               MOVE WS-LINE                TO NOTICE-FD
               WRITE NOTICE-FD
               MOVE SPACE                  TO WS-LINE
               STRING "ELEV (CNP): " AP-CNP(WS-WORK-IDX)
                      "  MATERIA: " AP-MATERIE(WS-WORK-IDX)
                      DELIMITED BY SIZE
               INTO WS-LINE
               MOVE WS-LINE                TO NOTICE-FD
               WRITE NOTICE-FD
               MOVE SPACE                  TO WS-LINE
               STRING "NOTA CONTESTATA: " AP-OLD-NOTA(WS-WORK-IDX)
                      " DIN " AP-DATANOTA(WS-WORK-IDX)
                      "  DEPUSA LA " AP-FILED(WS-WORK-IDX)
                      DELIMITED BY SIZE
               INTO WS-LINE
               MOVE WS-LINE                TO NOTICE-FD
               WRITE NOTICE-FD
           END-IF
           IF AP-STATE(WS-WORK-IDX) = "UPHELD"
               MOVE "MENTINUTA"            TO LTM-SECTION
           ELSE
               MOVE "MODIFICATA"           TO LTM-SECTION
           END-IF
           PERFORM L0-WRITE-SECTION
           IF LTM-BUILT-IN
               MOVE SPACE                  TO WS-LINE
               IF AP-STATE(WS-WORK-IDX) = "UPHELD"
                   STRING "REZULTAT: NOTA SE MENTINE ("
                          AP-OLD-NOTA(WS-WORK-IDX) ")"
                          DELIMITED BY SIZE
                   INTO WS-LINE
               ELSE
                   STRING "REZULTAT: NOTA SE MODIFICA IN "
                          AP-NEW-NOTA(WS-WORK-IDX)
                          DELIMITED BY SIZE
                   INTO WS-LINE
               END-IF
               MOVE WS-LINE                TO NOTICE-FD
               WRITE NOTICE-FD
           END-IF
           MOVE "REEVALUARE"               TO LTM-SECTION
           PERFORM L0-WRITE-SECTION
           IF LTM-BUILT-IN
               MOVE SPACE                  TO WS-LINE
               STRING "REEVALUARE EFECTUATA DE (CNP): "
                      AP-PROF-CNP(WS-WORK-IDX)
                      DELIMITED BY SIZE
               INTO WS-LINE
               MOVE WS-LINE                TO NOTICE-FD
               WRITE NOTICE-FD
           END-IF
      *> THE LAST LINE NAMES THE TEMPLATE VERSION THAT PRODUCED IT
           MOVE LTM-STAMP                  TO NOTICE-FD
           WRITE NOTICE-FD
           CLOSE NOTICE-FILE

      *> FILED AMONG THE FAMILY LETTERS, THE TIME IN THE NAME KEEPING
      *> A REPRINT FROM OVERWRITING A NOTICE ALREADY POSTED
           ACCEPT WS-LETTER-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LETTER-TIME FROM TIME
           MOVE SPACE                      TO WS-LETTER-NAME
           STRING "APL_" AP-CNP(WS-WORK-IDX) "_" AP-ID(WS-WORK-IDX)
                  "_" WS-LETTER-DATE "_" WS-LETTER-TIME(1:6) ".txt"
                  DELIMITED BY SIZE
           INTO WS-LETTER-NAME
           MOVE SPACE                      TO WS-COPY-COMMAND
           STRING "mkdir -p '" DELIMITED BY SIZE
                  K-LETTER-DIR DELIMITED BY "  "
                  "/Letters' && cp 'AppealNoticeWork.txt' '"
                  DELIMITED BY SIZE
                  K-LETTER-DIR DELIMITED BY "  "
                  "/Letters/" DELIMITED BY SIZE
                  WS-LETTER-NAME DELIMITED BY "  "
                  "'" DELIMITED BY SIZE
           INTO WS-COPY-COMMAND
           CALL "SYSTEM" USING WS-COPY-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "COULD NOT FILE THE NOTICE UNDER Letters/ - "
                   "IT IS LEFT IN AppealNoticeWork.txt"
               MOVE 0                      TO RETURN-CODE
               GO TO P0-PRINT-NOTICEZ
           END-IF
           PERFORM P1-REGISTER-DISPATCH

           MOVE "NOTIFIED"                 TO AUD-ACTION
           PERFORM X0-WRITE-AUDIT
           DISPLAY "NOTICE FILED AS Letters/" WS-LETTER-NAME
           .
       P0-PRINT-NOTICEZ.
           EXIT.

      *> ONE SECTION OF THE FAMILY'S TEMPLATE ONTO THE NOTICE. A
      *> SECTION THE TEMPLATE DOES NOT HAVE COMES BACK LTM-BUILT-IN
      *> AND THE CALLER WRITES ITS OWN WORDING INSTEAD.
       L0-WRITE-SECTION SECTION.
       L0-WRITE-SECTIONA.
           CALL "LTRMERGE" USING LTRMERGE-INTERFACE
           IF LTM-MERGED
               PERFORM VARYING WS-MERGE-IDX FROM 1 BY 1
                       UNTIL WS-MERGE-IDX > LTM-LINE-COUNT
                   MOVE LTM-LINE(WS-MERGE-IDX) TO NOTICE-FD
                   WRITE NOTICE-FD
               END-PERFORM
           END-IF
           .
       L0-WRITE-SECTIONZ.
           EXIT.

       Y0-FIND-APPEAL SECTION.
       Y0-FIND-APPEALA.
           DISPLAY "APPEAL NUMBER: " WITH NO ADVANCING
       W0-REWRITE-REGISTERZ.
           EXIT.

      *> THE NOTICE GOES ON THE DISPATCH LOG AS GENERATED, THE SAME
      *> TRAIL EVERY OTHER FAMILY LETTER STARTS ON
       P1-REGISTER-DISPATCH SECTION.
       P1-REGISTER-DISPATCHA.
           MOVE SPACE                      TO DISPATCH-LINE
           MOVE WS-LETTER-DATE             TO DP-DATE
           MOVE WS-LETTER-TIME             TO DP-TIME
           MOVE "GENERATED"                TO DP-STATUS
           MOVE AP-CNP(WS-WORK-IDX)        TO DP-CNP
           MOVE WS-LETTER-NAME             TO DP-FILE
           OPEN OUTPUT DISPATCH-WORK
           MOVE DISPATCH-LINE              TO DISPATCH-WORK-FD
           WRITE DISPATCH-WORK-FD
           CLOSE DISPATCH-WORK

           MOVE SPACE                      TO WS-COPY-COMMAND
           STRING "cat 'AppealDispatchWork.txt' >> '" DELIMITED BY SIZE
                  K-LETTER-DIR DELIMITED BY "  "
                  "/LetterDispatchLog.txt'" DELIMITED BY SIZE
           INTO WS-COPY-COMMAND
           CALL "SYSTEM" USING WS-COPY-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "COULD NOT REGISTER " WS-LETTER-NAME
               DISPLAY "IN LetterDispatchLog.txt - THE EVENT IS LEFT "
                   "IN AppealDispatchWork.txt"
               MOVE 0                      TO RETURN-CODE
           END-IF
           .
       P1-REGISTER-DISPATCHZ.
           EXIT.

       X0-WRITE-AUDIT SECTION.
       X0-WRITE-AUDITA.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
                  DELIMITED BY SIZE
           INTO AUD-DETAIL
           MOVE OPS-ID                     TO AUD-OPERATOR
           MOVE 'AppealsAudit.txt'         TO ACH-FILE
           SET ACH-FIXED                   TO TRUE
           MOVE LENGTH OF AUDIT-LINE       TO ACH-LENGTH
           MOVE AUDIT-LINE                 TO ACH-LINE
           CALL "AUDCHAIN" USING AUDCHAIN-INTERFACE
           MOVE ACH-LINE                   TO AUDIT-FD
           WRITE AUDIT-FD
           .
       X0-WRITE-AUDITZ.
