           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DISPATCH-STATUS.

      *> FAMILY REGISTRY HOUSEHOLD DISTRIBUTES: HOUSEHOLD;CNP PER
      *> CHILD OF A FAMILY WITH MORE THAN ONE CHILD ENROLLED
           SELECT HOUSEHOLD-FILE ASSIGN TO 'Households.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HH-STATUS.

      *> RETURNED-MAIL LOG CONTACTS MAINTAINS
           SELECT BOUNCE-FILE ASSIGN TO 'ContactBounceList.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           SELECT DEAD-LETTER-FILE ASSIGN TO 'SQLDeadLetters.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> THE CES REGISTRY CESMAINT DISTRIBUTES
      *> (CNP;MATERIE;CERTREF;FROM;TO;MINNOTE;EVAL) - A SUBJECT UNDER
      *> A STUDENT'S INDIVIDUAL PLAN IS JUDGED BY THE PLAN, SO IT GETS
      *> NO STANDARD FAILING LETTER. NO FILE MEANS NO ADAPTED PLANS.
           SELECT CES-FILE ASSIGN TO 'CesRegistry.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CES-STATUS.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
        FD DISPATCH-FILE.
       01 DISPATCH-FD                       PIC X(100).

        FD HOUSEHOLD-FILE.
       01 HOUSEHOLD-FD                      PIC X(30).

        FD BOUNCE-FILE.
       01 BOUNCE-FD                         PIC X(100).

        FD DEAD-LETTER-FILE.
       01 DEAD-LETTER-FD                    PIC X(321).

        FD CES-FILE.
       01 CES-FD                            PIC X(100).

      *-----------------------
       WORKING-STORAGE SECTION.

      *> HOW MANY FAILING GRADES IS A CNP ALLOWED TO HAVE BEFORE IT
      *> COUNTS AS "AT RISK"? DEFAULTS TO THE ROMANIAN CORIGENT LINE
      *> OF 5, BUT IS NOW A RUNTIME SETTING INSTEAD OF BEING BAKED
      *> INTO THE SQL STRING. THE LINE IN FORCE COMES FROM THE
      *> BUSINESS-PARAMETER REGISTRY (FAIL-GRADE); THE 5 HERE IS ONLY
      *> USED WHEN THE REGISTRY HAS NO VERSION FOR TODAY
       01 WS-THRESHOLD                     PIC 9(02) VALUE 5.
       01 K-DEFAULT-THRESHOLD              PIC 9(02) VALUE 5.
       COPY PARAM-INT.
      *> FIRST LINE OF AtRiskReport.txt: THE THRESHOLD THE REPORT WAS
      *> PRODUCED WITH AND WHERE IT CAME FROM
       01 WS-PARAM-HEADER                  PIC X(172).

      *> WHICH SCHOOL YEAR THE AT-RISK SQL LOOKS AT - TWO YEARS CAN
      *> NOW COEXIST IN NOTE, SO LAST YEAR'S FAILING GRADES MUST NOT
           05 WP-PARENT-PHONE             PIC X(15).
           05 FILLER                      PIC X(02).
           05 WP-PARENT-ADDR              PIC X(50).
           05 FILLER                      PIC X(02).
           05 WP-LIMBA                    PIC X(02).

      *> THE CLASS-TO-DIRIGINTE ROSTER, LOADED AT STARTUP FOR THE
      *> LETTER'S "DIRIGINTE" LINE
           05 BO-DATE                     PIC X(08).
           05 FILLER                      PIC X(01).
           05 BO-CNP                      PIC X(13).
           05 FILLER                      PIC X(01).
      *> "E-MAIL " MARKS A MAILBOX MAILSPOOL SAW BOUNCE - THE POSTAL
      *> ADDRESS IS NOT IN QUESTION, SO NO WARNING FOR THOSE
           05 BO-TAG                      PIC X(07).
           05 FILLER                      PIC X(70).
       01 K-MAX-BOUNCE                    PIC 9(03) VALUE 200.
       01 BOUNCE-TABLE.
           05 BO-ENTRY OCCURS 200 TIMES   PIC X(13).
           05 FILLER                      PIC X(01) VALUE SPACE.
           05 DP-FILE                     PIC X(50).

      *> A DISPATCH-LOG LINE READ BACK, TO SEE WHETHER A HOUSEHOLD'S
      *> ENVELOPE HAS ALREADY GONE OUT (THE NEWEST EVENT WINS)
       01 WS-DISPATCH-IN.
           05 FILLER                      PIC X(18).
           05 DI-STATUS                   PIC X(12).
           05 FILLER                      PIC X(01).
           05 DI-CNP                      PIC X(13).
           05 FILLER                      PIC X(01).
           05 DI-FILE                     PIC X(50).
       01 WS-LAST-STATUS                  PIC X(12).

      *> CHILDREN OF ONE HOUSEHOLD SHARE ONE ENVELOPE A DAY,
      *> Letters/LTR_<HOUSEHOLD>_<DATE>.txt, AS LONG AS IT HAS NOT
      *> BEEN POSTED - A LATER NOTICE IS ADDED TO IT
       01 WS-HH-STATUS                    PIC X(02).
       01 WS-HH-LINE.
           05 HL-ID                       PIC X(06).
           05 HL-CNP                      PIC X(13).
       01 WS-HH-ID                        PIC X(06).
       01 WS-ENVELOPE-FILE                PIC X(50).
       01 WS-ENVELOPE-SW                  PIC X(01) VALUE "N".
           88 ENVELOPE-OPEN                VALUE "O".
           88 ENVELOPE-NONE                VALUE "N".

      *> THE CES LINES VALID TODAY: CNP AND ADAPTED SUBJECT
      *> ("TOATE" = THE WHOLE CURRICULUM)
       01 WS-CES-STATUS                   PIC X(02).
       01 WS-CES-LINE                     PIC X(100).
       01 WS-CES-ROW.
           05 CR-CNP                      PIC X(13).
           05 CR-MATERIE                  PIC X(30).
           05 CR-CERTREF                  PIC X(20).
           05 CR-FROM                     PIC X(08).
           05 CR-TO                       PIC X(08).
       01 K-MAX-CES                       PIC 9(03) VALUE 500.
       01 CES-TABLE.
           05 CES-ENTRY OCCURS 500 TIMES.
               10 CE-CNP                  PIC X(13).
               10 CE-MATERIE              PIC X(30).
       01 CES-COUNT                       PIC 9(03) VALUE 0.
       01 WS-CES-IDX                      PIC 9(03).
       01 WS-CES-RUN-DATE                 PIC 9(08) VALUE 0.
       01 WS-CES-HELD-COUNT               PIC 9(05) VALUE 0.
       01 WS-CES-SW                       PIC X(01) VALUE "N".
           88 SUBJECT-CES                  VALUE "Y".
           88 SUBJECT-NOT-CES              VALUE "N".

       01 WS-LETTER-SEQ                   PIC 9(03) VALUE 0.
       01 WS-LETTER-DATE                  PIC 9(08).
      *> THE RUN'S START TIME KEEPS TWO SAME-DAY RUNS FROM
      *> OVERWRITING EACH OTHER'S LETTERS
       01 WS-LETTER-TIME                  PIC 9(08).
       01 WS-MOVE-COMMAND                 PIC X(160).
       01 WS-LTR-LINE                     PIC X(120).

       *> USEFULL STUFF
           05 DL-PROGRAM               PIC X(12) VALUE "ANGRYPARENTS".
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 DL-STATEMENT                 PIC X(290).
       COPY TRAINENV-INT.

      *> THE LETTER WORDING, MERGED FROM THE SECRETARIAT'S BLAME
      *> TEMPLATE IN THE FAMILY'S LANGUAGE - THE TEXT WRITTEN HERE
      *> ONLY WHEN THERE IS NO TEMPLATE
       COPY LTRMERGE-INT.
       01 WS-MERGE-IDX                    PIC 9(02).

      *-----------------------
       PROCEDURE DIVISION.
           PERFORM H-LOAD-NOTIFIED
           PERFORM H-LOAD-DIRIGINTI
           PERFORM H-LOAD-BOUNCES
           PERFORM H-LOAD-CES

           IF BATCH-MODE
               PERFORM G-BATCH-AT-RISK-REPORT

       A0 SECTION.
       A0A.
           MOVE "FAIL-GRADE"               TO PRM-NAME
           MOVE SPACE                      TO PRM-AS-OF
           MOVE K-DEFAULT-THRESHOLD        TO PRM-DEFAULT
           CALL "PARAMGET" USING PARAM-INTERFACE
           DISPLAY "FAILING GRADE THRESHOLD (BLANK = " PRM-SHOWN "): "
               WITH NO ADVANCING
           ACCEPT WS-THRESHOLD
           IF WS-THRESHOLD = 0
               MOVE PRM-VALUE              TO WS-THRESHOLD
           ELSE
               MOVE WS-THRESHOLD           TO PRM-VALUE
               MOVE PRM-VALUE              TO PRM-SHOWN
               MOVE "ENTERED BY THE OPERATOR" TO PRM-SOURCE
           END-IF
           MOVE SPACE                      TO WS-PARAM-HEADER
           STRING "PARAMETERS: FAIL-GRADE " PRM-SHOWN " - " PRM-SOURCE
                  DELIMITED BY SIZE
           INTO WS-PARAM-HEADER
           DISPLAY WS-PARAM-HEADER

           DISPLAY "SCHOOL YEAR (E.G. 2025/2026, BLANK = ALL): "
               WITH NO ADVANCING
                   SET ROSTER-EOF            TO TRUE
               NOT AT END
                   IF BO-CNP > SPACE
                   AND BO-TAG NOT = "E-MAIL "
                   AND BOUNCE-COUNT < K-MAX-BOUNCE
                       ADD 1               TO BOUNCE-COUNT
                       MOVE BO-CNP         TO BO-ENTRY(BOUNCE-COUNT)
       H-LOAD-BOUNCESZ.
           EXIT.

      *> LOAD THE CES LINES VALID TODAY; NO FILE MEANS NO PLANS
       H-LOAD-CES SECTION.
       H-LOAD-CESA.
           ACCEPT WS-CES-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT CES-FILE
           IF WS-CES-STATUS NOT = "00"
               GO TO H-LOAD-CESZ
           END-IF
           SET ROSTER-NEOF                 TO TRUE
           PERFORM UNTIL ROSTER-EOF
               MOVE SPACE                  TO WS-CES-LINE
               READ CES-FILE INTO WS-CES-LINE
               AT END
                   SET ROSTER-EOF          TO TRUE
               NOT AT END
                   MOVE SPACE              TO WS-CES-ROW
                   UNSTRING WS-CES-LINE DELIMITED BY ";" INTO
                       CR-CNP CR-MATERIE CR-CERTREF CR-FROM CR-TO
                   END-UNSTRING
                   IF CR-CNP > SPACE
                   AND (CR-FROM = SPACE OR CR-FROM <= WS-CES-RUN-DATE)
                   AND (CR-TO = SPACE OR CR-TO >= WS-CES-RUN-DATE)
                   AND CES-COUNT < K-MAX-CES
                       ADD 1               TO CES-COUNT
                       MOVE CR-CNP         TO CE-CNP(CES-COUNT)
                       MOVE CR-MATERIE     TO CE-MATERIE(CES-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CES-FILE
           DISPLAY "CES ENTRIES IN FORCE: " CES-COUNT
           .
       H-LOAD-CESZ.
           EXIT.

      *> IS WS-STUD-MATERIE ADAPTED BY WS-STUD-CNP'S CES PLAN?
       H-CHECK-CES SECTION.
       H-CHECK-CESA.
           SET SUBJECT-NOT-CES             TO TRUE
           PERFORM VARYING WS-CES-IDX FROM 1 BY 1
                   UNTIL WS-CES-IDX > CES-COUNT
               IF CE-CNP(WS-CES-IDX) = WS-STUD-CNP
               AND (CE-MATERIE(WS-CES-IDX) = WS-STUD-MATERIE
                   OR CE-MATERIE(WS-CES-IDX) = "TOATE")
                   SET SUBJECT-CES         TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
       H-CHECK-CESZ.
           EXIT.

       H-CHECK-BOUNCED SECTION.
       H-CHECK-BOUNCEDA.
           SET FAMILY-NOT-BOUNCED          TO TRUE
      *> THIS EXACT CNP/MATERIE COMBINATION WAS ALREADY REPORTED
       F-BLAME-PROF-ONE SECTION.
       F-BLAME-PROF-ONEA.
      *> A SUBJECT UNDER THE STUDENT'S CES PLAN IS JUDGED BY THE
      *> PLAN - NO STANDARD FAILING LETTER FOR IT
           PERFORM H-CHECK-CES
           IF SUBJECT-CES
               DISPLAY "CES ADAPTED SUBJECT " WS-STUD-MATERIE
                   ", NO STANDARD LETTER"
               ADD 1                           TO WS-CES-HELD-COUNT
               SET SQL-ITEM-OK                 TO TRUE
               GO TO F-BLAME-PROF-ONEZ
           END-IF
           PERFORM H-CHECK-NOTIFIED
           IF ALREADY-NOTIFIED
               DISPLAY "ALREADY NOTIFIED FOR " WS-STUD-MATERIE
           PROF-TO-BLAME-PRENUME(1:LENGTH-TEXT2)
           "!"

      *> THE FAMILY (AND SO THE LETTER'S LANGUAGE) FIRST
           PERFORM F-LOOKUP-PARENT

           MOVE "REZUMAT"                       TO LTM-SECTION
           CALL "LTRMERGE" USING LTRMERGE-INTERFACE
           IF LTM-MERGED
               PERFORM VARYING WS-MERGE-IDX FROM 1 BY 1
                       UNTIL WS-MERGE-IDX > LTM-LINE-COUNT
                   MOVE LTM-LINE(WS-MERGE-IDX)  TO LETTER-FILE-FD
                   WRITE LETTER-FILE-FD
               END-PERFORM
           ELSE
               MOVE SPACE                       TO WS-LETTER-LINE
               MOVE PROF-TO-BLAME-NUME          TO LTR-PROF-NUME
               MOVE PROF-TO-BLAME-PRENUME       TO LTR-PROF-PRENUME
               MOVE WS-STUD-MATERIE             TO LTR-MATERIE

               MOVE SPACE                       TO LETTER-FILE-FD
               MOVE WS-LETTER-LINE              TO LETTER-FILE-FD
               WRITE LETTER-FILE-FD
           END-IF

      *> AND THE FULL POSTABLE LETTER, ONE FILE PER NOTIFICATION
           PERFORM F-WRITE-FULL-LETTER
       F-BLAME-PROFZZ.
           EXIT.

      *> THE STUDENT'S PARENT-CONTACT FIELDS AND LETTER LANGUAGE,
      *> AND THE TEMPLATE VALUES FOR THIS NOTICE
       F-LOOKUP-PARENT SECTION.
       F-LOOKUP-PARENTA.
           MOVE SPACE                           TO SQL-STATEMENT
           STRING "SELECT CLASA, NUME, PRENUME, PARENT_NAME, "
           "PARENT_PHONE, PARENT_ADDRESS, LIMBA_CORESP FROM STUDENTI "
           "WHERE CNP = '" WS-STUD-CNP "'"
           INTO SQL-STATEMENT

           OPEN OUTPUT SQL-STATEMENT-FILE
               CLOSE SQL-RESULTS
           END-IF

           MOVE SPACE                           TO LTM-VALUES
           MOVE "BLAME"                         TO LTM-TYPE
           MOVE WP-LIMBA                        TO LTM-LANG
           MOVE WP-PARENT-NAME                  TO LTM-PARINTE
           MOVE WP-PARENT-ADDR                  TO LTM-ADRESA
           MOVE WP-PARENT-PHONE                 TO LTM-TELEFON
           MOVE WS-STUD-CNP                     TO LTM-CNP
           MOVE WP-NUME                         TO LTM-NUME
           MOVE WP-PRENUME                      TO LTM-PRENUME
           MOVE WP-CLASA                        TO LTM-CLASA
           MOVE WS-STUD-MATERIE                 TO LTM-MATERIA
           STRING PROF-TO-BLAME-NUME DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  PROF-TO-BLAME-PRENUME DELIMITED BY "  "
           INTO LTM-PROFESOR
           END-STRING
           PERFORM H-FIND-DIRIGINTE
           MOVE WS-DIR-NAME                     TO LTM-DIRIGINTE
           .
       F-LOOKUP-PARENTZ.
           EXIT.

      *> ONE COMPLETE LETTER THE SECRETARIAT CAN PRINT AND ENVELOPE:
      *> ADDRESS BLOCK WITH THE PARENT'S NAME AND ADDRESS,
      *> SALUTATION, THE STUDENT AND CLASS, AND THE BLAMED SUBJECT
      *> AND PROFESSOR. THE LAST LINE NAMES THE TEMPLATE VERSION
      *> THAT PRODUCED IT.
       F-WRITE-FULL-LETTER SECTION.
       F-WRITE-FULL-LETTERA.
      *> A SIBLING'S NOTICE TODAY ALREADY STARTED THE HOUSEHOLD'S
      *> ENVELOPE - THIS ONE GOES INTO IT, NOT INTO A NEW LETTER
           ACCEPT WS-LETTER-DATE FROM DATE YYYYMMDD
           PERFORM H-FIND-ENVELOPE
           IF ENVELOPE-OPEN
               PERFORM F-ADD-TO-ENVELOPE
               GO TO F-WRITE-FULL-LETTERZ
           END-IF

           OPEN OUTPUT LETTER-WORK

           MOVE "ANTET"                         TO LTM-SECTION
           PERFORM L0-WRITE-SECTION
           IF LTM-BUILT-IN
               MOVE WP-PARENT-NAME              TO LETTER-WORK-FD
               WRITE LETTER-WORK-FD
               MOVE WP-PARENT-ADDR              TO LETTER-WORK-FD
               WRITE LETTER-WORK-FD
               MOVE SPACE                       TO WS-LTR-LINE
               STRING "TELEFON: " WP-PARENT-PHONE DELIMITED BY SIZE
               INTO WS-LTR-LINE
               MOVE WS-LTR-LINE                 TO LETTER-WORK-FD
               WRITE LETTER-WORK-FD
           END-IF

      *> A FAMILY WHOSE MAIL CAME BACK GETS THE WARNING ON TOP
           PERFORM H-CHECK-BOUNCED
           IF FAMILY-BOUNCED
               MOVE "RETUR"                     TO LTM-SECTION
               PERFORM L0-WRITE-SECTION
               IF LTM-BUILT-IN
                   MOVE "*** CORESPONDENTA ANTERIOARA RETURNATA - VERIFI
      -             "CATI ADRESA ***"
                                           TO LETTER-WORK-FD
                   WRITE LETTER-WORK-FD
               END-IF
           END-IF

           MOVE "SALUT"                         TO LTM-SECTION
           PERFORM L0-WRITE-SECTION
           IF LTM-BUILT-IN
               MOVE SPACE                       TO LETTER-WORK-FD
               WRITE LETTER-WORK-FD
               MOVE SPACE                       TO WS-LTR-LINE
               STRING "STIMATE " WP-PARENT-NAME "," DELIMITED BY SIZE
               INTO WS-LTR-LINE
               MOVE WS-LTR-LINE                 TO LETTER-WORK-FD
               WRITE LETTER-WORK-FD
               MOVE SPACE                       TO LETTER-WORK-FD
               WRITE LETTER-WORK-FD
           END-IF

           PERFORM F-WRITE-CHILD-LINES

           MOVE "INCHEIERE"                     TO LTM-SECTION
           PERFORM L0-WRITE-SECTION
           IF LTM-BUILT-IN
               MOVE SPACE                       TO LETTER-WORK-FD
               WRITE LETTER-WORK-FD
               MOVE "VA ASTEPTAM LA SCOALA. SECRETARIATUL"
                                                TO LETTER-WORK-FD
               WRITE LETTER-WORK-FD
           END-IF
           MOVE LTM-STAMP                       TO LETTER-WORK-FD
           WRITE LETTER-WORK-FD
           CLOSE LETTER-WORK

      *> A HOUSEHOLD'S FIRST NOTICE OF THE DAY OPENS ITS ENVELOPE
           IF WS-ENVELOPE-FILE > SPACE
               MOVE SPACE                       TO WS-MOVE-COMMAND
               STRING "mkdir -p Letters && mv 'ParentLetterWork.txt' "
                      "'Letters/" DELIMITED BY SIZE
                      WS-ENVELOPE-FILE DELIMITED BY " "
                      "'" DELIMITED BY SIZE
               INTO WS-MOVE-COMMAND
               CALL "SYSTEM" USING WS-MOVE-COMMAND
               MOVE WS-STUD-CNP                 TO DP-CNP
               MOVE WS-ENVELOPE-FILE            TO DP-FILE
               PERFORM R9-REGISTER-DISPATCH
               GO TO F-WRITE-FULL-LETTERZ
           END-IF

      *> FILE IT UNDER CNP AND DATE (PLUS A SEQUENCE NUMBER, SO TWO
      *> SUBJECTS BLAMED THE SAME DAY DO NOT OVERWRITE EACH OTHER)
           IF WS-LETTER-SEQ = 0
               ACCEPT WS-LETTER-TIME FROM TIME
           END-IF
       F-WRITE-FULL-LETTERZ.
           EXIT.

      *> THE CHILD, THE SUBJECT, THE PROFESSOR AND THE DIRIGINTE -
      *> THE PART OF A NOTICE THAT IS ABOUT ONE CHILD
       F-WRITE-CHILD-LINES SECTION.
       F-WRITE-CHILD-LINESA.
           MOVE "ELEV"                          TO LTM-SECTION
           PERFORM L0-WRITE-SECTION
           IF LTM-BUILT-IN
               MOVE SPACE                       TO WS-LTR-LINE
               STRING "ELEVUL " WP-NUME " " WP-PRENUME
                      " DIN CLASA " WP-CLASA DELIMITED BY SIZE
               INTO WS-LTR-LINE
               MOVE WS-LTR-LINE                 TO LETTER-WORK-FD
               WRITE LETTER-WORK-FD

               MOVE SPACE                       TO WS-LTR-LINE
               STRING "ARE NOTE SUB LIMITA LA MATERIA "
                      WS-STUD-MATERIE DELIMITED BY SIZE
               INTO WS-LTR-LINE
               MOVE WS-LTR-LINE                 TO LETTER-WORK-FD
               WRITE LETTER-WORK-FD

               MOVE SPACE                       TO WS-LTR-LINE
               STRING "PROFESOR: " PROF-TO-BLAME-NUME " "
                      PROF-TO-BLAME-PRENUME DELIMITED BY SIZE
               INTO WS-LTR-LINE
               MOVE WS-LTR-LINE                 TO LETTER-WORK-FD
               WRITE LETTER-WORK-FD
           END-IF

      *> THE PARENT'S FIRST STOP IS THE CLASS'S DIRIGINTE
           PERFORM H-FIND-DIRIGINTE
           IF WS-DIR-NAME > SPACE
               MOVE "DIRIGINTE"                 TO LTM-SECTION
               PERFORM L0-WRITE-SECTION
               IF LTM-BUILT-IN
                   MOVE SPACE                   TO WS-LTR-LINE
                   STRING "DIRIGINTE: " WS-DIR-NAME DELIMITED BY SIZE
                   INTO WS-LTR-LINE
                   MOVE WS-LTR-LINE             TO LETTER-WORK-FD
                   WRITE LETTER-WORK-FD
               END-IF
           END-IF
           .
       F-WRITE-CHILD-LINESZ.
           EXIT.

      *> ONE MORE CHILD'S NOTICE, APPENDED TO THE HOUSEHOLD'S OPEN
      *> ENVELOPE - THE ENVELOPE IS ALREADY ON THE DISPATCH LOG
       F-ADD-TO-ENVELOPE SECTION.
       F-ADD-TO-ENVELOPEA.
           OPEN OUTPUT LETTER-WORK
           MOVE "SEPARATOR"                     TO LTM-SECTION
           PERFORM L0-WRITE-SECTION
           IF LTM-BUILT-IN
               MOVE SPACE                       TO LETTER-WORK-FD
               WRITE LETTER-WORK-FD
               MOVE "- - - - - - - - - - - - - - - - - - - -"
                                                TO LETTER-WORK-FD
               WRITE LETTER-WORK-FD
           END-IF
           PERFORM F-WRITE-CHILD-LINES
           MOVE LTM-STAMP                       TO LETTER-WORK-FD
           WRITE LETTER-WORK-FD
           CLOSE LETTER-WORK

           MOVE SPACE                           TO WS-MOVE-COMMAND
           STRING "cat 'ParentLetterWork.txt' >> 'Letters/"
                  DELIMITED BY SIZE
                  WS-ENVELOPE-FILE DELIMITED BY " "
                  "' && rm 'ParentLetterWork.txt'" DELIMITED BY SIZE
           INTO WS-MOVE-COMMAND
           CALL "SYSTEM" USING WS-MOVE-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "COULD NOT ADD TO " WS-ENVELOPE-FILE
                   " - THE NOTICE IS LEFT IN ParentLetterWork.txt"
           ELSE
               DISPLAY "ADDED TO THE HOUSEHOLD'S ENVELOPE "
                   WS-ENVELOPE-FILE
           END-IF
           .
       F-ADD-TO-ENVELOPEZ.
           EXIT.

      *> ONE SECTION OF THE FAMILY'S TEMPLATE ONTO THE LETTER. A
      *> SECTION THE TEMPLATE DOES NOT HAVE COMES BACK LTM-BUILT-IN
      *> AND THE CALLER WRITES ITS OWN WORDING INSTEAD.
       L0-WRITE-SECTION SECTION.
       L0-WRITE-SECTIONA.
           CALL "LTRMERGE" USING LTRMERGE-INTERFACE
           IF LTM-MERGED
               PERFORM VARYING WS-MERGE-IDX FROM 1 BY 1
                       UNTIL WS-MERGE-IDX > LTM-LINE-COUNT
                   MOVE LTM-LINE(WS-MERGE-IDX)  TO LETTER-WORK-FD
                   WRITE LETTER-WORK-FD
               END-PERFORM
           END-IF
           .
       L0-WRITE-SECTIONZ.
           EXIT.

      *> THE HOUSEHOLD OF WS-STUD-CNP AND TODAY'S ENVELOPE FOR IT:
      *> OPEN WHEN ITS NEWEST DISPATCH EVENT IS STILL GENERATED; NOT
      *> YET ON THE LOG MEANS THIS NOTICE STARTS IT; ALREADY POSTED
      *> (OR A CHILD IN NO HOUSEHOLD) MEANS A LETTER OF ITS OWN
       H-FIND-ENVELOPE SECTION.
       H-FIND-ENVELOPEA.
           SET ENVELOPE-NONE               TO TRUE
           MOVE SPACE                      TO WS-ENVELOPE-FILE
           MOVE SPACE                      TO WS-HH-ID
           OPEN INPUT HOUSEHOLD-FILE
           IF WS-HH-STATUS NOT = "00"
               GO TO H-FIND-ENVELOPEZ
           END-IF
           SET ROSTER-NEOF                 TO TRUE
           PERFORM UNTIL ROSTER-EOF OR WS-HH-ID > SPACE
               MOVE SPACE                  TO WS-HH-LINE
               READ HOUSEHOLD-FILE
               AT END
                   SET ROSTER-EOF          TO TRUE
               NOT AT END
                   UNSTRING HOUSEHOLD-FD DELIMITED BY ";" INTO
                       HL-ID HL-CNP
                   END-UNSTRING
                   IF HL-CNP = WS-STUD-CNP
                       MOVE HL-ID          TO WS-HH-ID
                   END-IF
               END-READ
           END-PERFORM
           CLOSE HOUSEHOLD-FILE
           IF WS-HH-ID = SPACE
               GO TO H-FIND-ENVELOPEZ
           END-IF

           STRING "LTR_" DELIMITED BY SIZE
                  WS-HH-ID DELIMITED BY " "
                  "_" WS-LETTER-DATE ".txt"
                  DELIMITED BY SIZE
           INTO WS-ENVELOPE-FILE
           MOVE SPACE                      TO WS-LAST-STATUS
           OPEN INPUT DISPATCH-FILE
           IF WS-DISPATCH-STATUS = "00"
               SET ROSTER-NEOF             TO TRUE
               PERFORM UNTIL ROSTER-EOF
                   MOVE SPACE              TO WS-DISPATCH-IN
                   READ DISPATCH-FILE INTO WS-DISPATCH-IN
                   AT END
                       SET ROSTER-EOF      TO TRUE
                   NOT AT END
                       IF DI-FILE = WS-ENVELOPE-FILE
                           MOVE DI-STATUS  TO WS-LAST-STATUS
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE DISPATCH-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-LAST-STATUS = "GENERATED"
                   SET ENVELOPE-OPEN       TO TRUE
               WHEN WS-LAST-STATUS > SPACE
                   MOVE SPACE              TO WS-ENVELOPE-FILE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       H-FIND-ENVELOPEZ.
           EXIT.


      *> REGISTER THE LETTER JUST FILED SO ITS POSTAL LIFE CAN BE
      *> TRACKED - DP-CNP AND DP-FILE ARE SET BY THE CALLER
       G-BATCH-AT-RISK-REPORT SECTION.
       G-BATCH-AT-RISK-REPORTA.
           OPEN OUTPUT AT-RISK-FILE
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO AT-RISK-FILE-FD
               WRITE AT-RISK-FILE-FD
           END-IF
           MOVE 0                          TO WS-AT-RISK-COUNT
           MOVE WS-PARAM-HEADER            TO AT-RISK-FILE-FD
           WRITE AT-RISK-FILE-FD

           PERFORM F-SELECT-CLASAA
           PERFORM F-SELECT-CLASAB
           END-IF

           DISPLAY "AT-RISK LINES WRITTEN: " WS-AT-RISK-COUNT
           DISPLAY "CES ADAPTED SUBJECTS LEFT OUT: " WS-CES-HELD-COUNT
           CLOSE AT-RISK-FILE
           .
       G-BATCH-AT-RISK-REPORTZ.
      *> REPORT LINE
       G-BATCH-ONE-GRADE SECTION.
       G-BATCH-ONE-GRADEA.
      *> THE CES PLAN, NOT THE AT-RISK LIST, FOLLOWS AN ADAPTED
      *> SUBJECT
           PERFORM H-CHECK-CES
           IF SUBJECT-CES
               ADD 1                           TO WS-CES-HELD-COUNT
               GO TO G-BATCH-ONE-GRADEZ
           END-IF
           PERFORM M-ESCAPE-MATERIE
           MOVE SPACE                           TO SQL-STATEMENT
           STRING "SELECT CNP FROM PROFESORMATERIECLASA WHERE "
