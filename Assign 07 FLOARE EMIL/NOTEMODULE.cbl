           SELECT CNP-EXCEPTIONS ASSIGN TO 'CnpChecksumExceptions.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> EVERY GRADE ROW THE JAR ACCEPTED, WITH THE DATE/TIME IT WAS
      *> LOADED - THE SAME LINE SHAPE AS THE ASSIGN 06 LOADER'S
      *> AUDIT TRAIL. NOTE ITSELF ONLY CARRIES DATANOTA, SO THIS IS
      *> WHERE GRADELAT LEARNS HOW LATE A GRADE WAS ENTERED.
           SELECT LOAD-AUDIT ASSIGN TO 'InsertAllAudit.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOAD-AUDIT-STATUS.

      *> IN A DRY RUN THE WOULD-BE INSERT LANDS HERE INSTEAD OF
      *> GOING THROUGH THE JAR (THE CALLER STARTS THE FILE FRESH)
           SELECT DRYRUN-PREVIEW ASSIGN TO 'DryRunPreview.txt'
           SELECT TEZA-FILE ASSIGN TO 'TezaSchedule.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEZA-STATUS.

      *> THE SCHOOL YEARS YEAROPEN HAS OPENED - A GRADE FOR A LATER
      *> YEAR WAITS UNTIL THAT YEAR'S OPENING GATES HAVE PASSED. NO
      *> FILE MEANS THE CHECK IS SKIPPED, THE OLD BEHAVIOUR.
           SELECT YEARS-FILE ASSIGN TO 'SchoolYears.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-YEARS-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
        FD CALENDAR-FILE.
       01 CALENDAR-FD                       PIC X(30).

        FD LOAD-AUDIT.
       01 LOAD-AUDIT-FD                     PIC X(341).

        FD TEZA-FILE.
       01 TEZA-FD                           PIC X(80).

        FD YEARS-FILE.
       01 YEARS-FD                          PIC X(40).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WS-SQL-RETRY-COUNT               PIC 9(02) VALUE 0.

       01 WS-PREVIEW-STATUS                PIC X(02).
       01 WS-LOAD-AUDIT-STATUS             PIC X(02).
      *> EVERY AUDIT LINE CARRIES THE FINGERPRINT OF THE ONE BEFORE IT
       COPY AUDCHAIN-INT.
       01 LOAD-AUDIT-LINE.
           05 LA-DATE                      PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 LA-TIME                      PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 LA-OUTCOME                   PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 LA-STATEMENT                 PIC X(300).

      *> SEPARATE EOF SWITCH FOR THE PREFETCH READ LOOP
       01 WS-NOTE-PRE-SWITCH               PIC X(01) VALUE "N".
           88 NOTE-PRE-NEOF                 VALUE "N".

       01 WS-NOTA-NUM                      PIC 9(02).
      *> CLASSES 0-4 (PRIMARY) ARE GRADED WITH CALIFICATIVE, NOT
      *> NUMBERS - THE CLASS LEVEL IS THE LEADING DIGITS OF CLASA
       01 WS-NOTA-LEVEL-X                  PIC X(02).
           88 NOTA-LEVEL-PRIMARY            VALUE "00" "01" "02" "03"
                                                  "04".
       01 WS-NOTA-CODE                     PIC X(02).
           88 NOTA-CALIFICATIV              VALUE "FB" "B " "S " "I ".
       01 WS-NOTA-OK-SWITCH                PIC X(01) VALUE "O".
           88 NOTA-OK                       VALUE "O".
           88 NOTA-BAD                      VALUE "B".
           88 AN-SCOLAR-OK                  VALUE "O".
           88 AN-SCOLAR-BAD                 VALUE "B".

      *> OPENED-YEAR STATE, LOADED ONCE PER RUN: THE LATEST YEAR ON
      *> SchoolYears.txt AS OPEN ("YYYY/YYYY OPEN YYYYMMDD" LINES)
       01 WS-YEARS-STATUS                  PIC X(02).
       01 WS-YEARS-LOADED-SW               PIC X(01) VALUE "N".
           88 YEARS-LOADED                  VALUE "Y".
           88 YEARS-NOT-LOADED              VALUE "N".
       01 WS-YEARS-PRESENT-SW              PIC X(01) VALUE "N".
           88 YEARS-PRESENT                 VALUE "Y".
           88 YEARS-ABSENT                  VALUE "N".
       01 WS-LATEST-OPEN-AN                PIC X(09) VALUE SPACE.
       01 WS-YEAR-LINE.
           05 YL-AN                        PIC X(09).
           05 FILLER                       PIC X(01).
           05 YL-STATE                     PIC X(04).
       01 WS-YEAR-OPEN-SW                  PIC X(01) VALUE "O".
           88 YEAR-IS-OPEN                  VALUE "O".
           88 YEAR-NOT-OPENED               VALUE "N".

      *> SCHOOL-CALENDAR STATE, LOADED ONCE PER RUN. WITHOUT A
      *> CALENDAR FILE THE DATE CHECK IS SKIPPED (A SITE THAT HAS
      *> NOT SET ONE UP YET KEEPS THE OLD BEHAVIOUR).
       01 WS-PLAN-IDX                      PIC 9(03).
       01 H-COUNT-PLAN                     PIC 9(05).

      *> GRADING-PROFESSOR CHECK STATE: NOTE-CNP-PROF MUST HOLD THE
      *> PROFESORMATERIECLASA ASSIGNMENT FOR THE SUBJECT/CLASS, OR
      *> BE THE SUPLINITOR COVERING IT ON THE GRADE'S DATE. AN
      *> ASSIGNMENT VERDICT HOLDS FOR EVERY DATE AND IS CACHED WITH A
      *> BLANK DATE; A SUBSTITUTION VERDICT IS CACHED FOR ITS DATE.
       01 WS-GRADER-SWITCH                 PIC X(01) VALUE "O".
           88 GRADER-OK                     VALUE "O".
           88 GRADER-MISSING                VALUE "M".
           88 GRADER-BAD                    VALUE "B".
       01 K-MAX-GRADER-CACHE               PIC 9(03) VALUE 500.
       01 GRADER-CACHE.
           05 GRADER-ENTRY OCCURS 500 TIMES.
               10 GC-PROF                  PIC X(13).
               10 GC-MATERIE               PIC X(30).
               10 GC-CLASA                 PIC X(04).
               10 GC-DATA                  PIC X(08).
               10 GC-VERDICT               PIC X(01).
       01 GRADER-CACHE-COUNT               PIC 9(03) VALUE 0.
       01 WS-GRADER-IDX                    PIC 9(03).
       01 WS-GRADER-CACHE-DATA             PIC X(08).
       01 H-COUNT-GRADER                   PIC 9(05).

      *> THE TITULARS A SUPLINIRI ROW SAYS THE GRADER COVERS ON THE
      *> GRADE'S DATE - EACH IS THEN CHECKED AGAINST THE PLAN
       01 WS-TITULAR-ROW                   PIC X(13).
       01 K-MAX-TITULAR                    PIC 9(02) VALUE 10.
       01 TITULAR-TABLE.
           05 TITULAR-CNP OCCURS 10 TIMES  PIC X(13).
       01 TITULAR-COUNT                    PIC 9(02) VALUE 0.
       01 WS-TITULAR-IDX                   PIC 9(02).
       01 WS-TIT-READ-SWITCH               PIC X(01) VALUE "N".
           88 TIT-READ-EOF                  VALUE "E".
           88 TIT-READ-NEOF                 VALUE "N".

      *> TEZA-SCHEDULE CHECK STATE, LOADED ONCE PER RUN. A TIP-TEZA
      *> GRADE FOR A SCHEDULED CLASS/SUBJECT MUST BE DATED INSIDE
      *> THE ANNOUNCED WINDOW; A SCHEDULE ON FILE WITH NO ENTRY FOR
        05 REJ-NOTA                        PIC X(02).
        05 FILLER                          PIC X(02) VALUE SPACE.
        05 REJ-DATA                        PIC X(08).
      *> THE GRADING PROFESSOR, SO THE REFUSED ROW LANDS ON THEIR
      *> NIGHTLY WORKLIST (WORKLIST)
        05 FILLER                          PIC X(02) VALUE SPACE.
        05 REJ-CNP-PROF                    PIC X(13).

      *> ONE LINE PER DEAD-LETTERED STATEMENT: WHEN, WHICH PROGRAM,
      *> AND THE STATEMENT TEXT ITSELF
             PERFORM D-VALIDATE-AN-SCOLAR
             PERFORM D-VALIDATE-DATA-CAL
             PERFORM D-VALIDATE-PLAN
             PERFORM D-VALIDATE-GRADER
             PERFORM D-VALIDATE-PERIOD
             PERFORM D-VALIDATE-TEZA
             IF NOTA-OK AND AN-SCOLAR-OK AND GRADE-DATE-BAD
                 MOVE "AN SCOLAR INVALID" TO WS-REJECT-REASON
                 PERFORM F-WRITE-REJECT
             ELSE
             IF NOTA-OK AND YEAR-NOT-OPENED
                 MOVE 1 TO NOTE-ERROR
                 MOVE "AN SCOLAR NOT YET OPENED" TO WS-REJECT-REASON
                 PERFORM F-WRITE-REJECT
             ELSE
             IF NOTA-OK AND NOT TIP-ORAL AND NOT TIP-TEZA
                 MOVE 1 TO NOTE-ERROR
                 MOVE "TIP NOTA NOT ORAL OR TEZA" TO WS-REJECT-REASON
                 MOVE "SUBJECT NOT TAUGHT TO CLASS" TO WS-REJECT-REASON
                 PERFORM F-WRITE-REJECT
             ELSE
             IF NOTA-OK AND GRADER-MISSING
                 MOVE 1 TO NOTE-ERROR
                 MOVE "GRADING PROFESSOR MISSING" TO WS-REJECT-REASON
                 PERFORM F-WRITE-REJECT
             ELSE
             IF NOTA-OK AND GRADER-BAD
                 MOVE 1 TO NOTE-ERROR
                 MOVE "PROF NOT ASSIGNED OR COVERING"
                     TO WS-REJECT-REASON
                 PERFORM F-WRITE-REJECT
             ELSE
             IF NOTA-OK AND PERIOD-WRITE-BLOCKED
                 MOVE 1 TO NOTE-ERROR
                 MOVE "DATE IN CLOSED PERIOD" TO WS-REJECT-REASON
               END-IF
             ELSE
               MOVE 1 TO NOTE-ERROR
               IF NOTA-LEVEL-PRIMARY
                 MOVE "CALIFICATIV NOT FB/B/S/I" TO WS-REJECT-REASON
               ELSE
                 MOVE "NOTA OUT OF 1-10 RANGE" TO WS-REJECT-REASON
               END-IF
               PERFORM F-WRITE-REJECT
             END-IF
             END-IF
             END-IF
             END-IF
             END-IF
             END-IF
             END-IF
             END-IF
           ELSE
             DISPLAY CNP-ERR-MSG
             MOVE 1 TO NOTE-ERROR
       S0Z.
           GOBACK.

      *> NOTA MUST BE A NUMERIC VALUE BETWEEN 1 AND 10 INCLUSIVE -
      *> EXCEPT IN CLASSES 0-4, WHERE IT MUST BE ONE OF THE FOUR
      *> CALIFICATIVE FB/B/S/I AND A NUMBER IS WRONG
       D-VALIDATE-NOTA SECTION.
       D-VALIDATE-NOTA0A.
           SET NOTA-OK              TO TRUE
           IF NOTE-CLASA(2:1) IS NUMERIC
               MOVE NOTE-CLASA(1:2) TO WS-NOTA-LEVEL-X
           ELSE
               MOVE "0"             TO WS-NOTA-LEVEL-X(1:1)
               MOVE NOTE-CLASA(1:1) TO WS-NOTA-LEVEL-X(2:1)
           END-IF
           IF NOTA-LEVEL-PRIMARY
               MOVE NOTE-NOTA       TO WS-NOTA-CODE
               IF NOT NOTA-CALIFICATIV
                   SET NOTA-BAD     TO TRUE
               END-IF
               GO TO D-VALIDATE-NOTA0Z
           END-IF
           IF NOTE-NOTA NOT NUMERIC
               SET NOTA-BAD         TO TRUE
           ELSE
           OR NOTE-AN-SCOLAR(5:1) NOT = "/"
           OR NOTE-AN-SCOLAR(6:4) NOT NUMERIC
               SET AN-SCOLAR-BAD    TO TRUE
               GO TO D-VALIDATE-AN-SCOLARZ
           END-IF

      *> A WELL-FORMED YEAR MUST ALSO HAVE BEEN OPENED: NOTHING LATER
      *> THAN THE LATEST YEAR YEAROPEN HAS RECORDED LOADS
           SET YEAR-IS-OPEN         TO TRUE
           IF YEARS-NOT-LOADED
               PERFORM L2-LOAD-OPEN-YEARS
           END-IF
           IF YEARS-PRESENT
           AND NOTE-AN-SCOLAR > WS-LATEST-OPEN-AN
               SET YEAR-NOT-OPENED  TO TRUE
           END-IF
           .
       D-VALIDATE-AN-SCOLARZ.
         EXIT.

      *> READ THE OPENED YEARS ONCE PER RUN AND KEEP THE LATEST
       L2-LOAD-OPEN-YEARS SECTION.
       L2-LOAD-OPEN-YEARSA.
           SET YEARS-LOADED         TO TRUE
           SET YEARS-ABSENT         TO TRUE
           OPEN INPUT YEARS-FILE
           IF WS-YEARS-STATUS NOT = "00"
               GO TO L2-LOAD-OPEN-YEARSZ
           END-IF
           PERFORM UNTIL WS-YEARS-STATUS NOT = "00"
               MOVE SPACE           TO WS-YEAR-LINE
               READ YEARS-FILE INTO WS-YEAR-LINE
               AT END
                   MOVE "10"        TO WS-YEARS-STATUS
               NOT AT END
                   IF YL-STATE = "OPEN"
                   AND YL-AN > WS-LATEST-OPEN-AN
                       MOVE YL-AN   TO WS-LATEST-OPEN-AN
                       SET YEARS-PRESENT TO TRUE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE YEARS-FILE
           IF YEARS-PRESENT
               DISPLAY "LATEST OPENED SCHOOL YEAR: " WS-LATEST-OPEN-AN
           END-IF
           .
       L2-LOAD-OPEN-YEARSZ.
         EXIT.

      *> HAS THIS STUDENT ALREADY GOT A GRADE FOR THE SAME SUBJECT ON
      *> THE SAME DATE? GUARDS AGAINST THE SAME ROW BEING LOADED TWICE
      *> NOBODY TEACHES THE SUBJECT TO THE CLASS? THEN NOBODY COULD
       D-VALIDATE-PLANZ.
         EXIT.

      *> WHOEVER THE ROW NAMES AS THE GRADER MUST HAVE BEEN ABLE TO
      *> GIVE IT: THEY HOLD THE ASSIGNMENT, OR A SUPLINIRI ROW HAS
      *> THEM COVERING A TITULAR WHO HOLDS IT ON THE GRADE'S DATE.
      *> PURTARE IS GIVEN BY THE CLASS COUNCIL AND IS EXEMPT, THE
      *> SAME AS IN THE PLAN CHECK.
       D-VALIDATE-GRADER SECTION.
       D-VALIDATE-GRADERA.
           SET GRADER-OK            TO TRUE
           IF NOTE-MATERIE = K-PURTARE-SUBJECT
               GO TO D-VALIDATE-GRADERZ
           END-IF
           IF NOTE-CNP-PROF <= SPACE
               SET GRADER-MISSING   TO TRUE
               GO TO D-VALIDATE-GRADERZ
           END-IF

           PERFORM VARYING WS-GRADER-IDX FROM 1 BY 1
                   UNTIL WS-GRADER-IDX > GRADER-CACHE-COUNT
               IF GC-PROF(WS-GRADER-IDX) = NOTE-CNP-PROF
               AND GC-MATERIE(WS-GRADER-IDX) = NOTE-MATERIE
               AND GC-CLASA(WS-GRADER-IDX) = NOTE-CLASA
               AND (GC-DATA(WS-GRADER-IDX) = SPACE
                    OR GC-DATA(WS-GRADER-IDX) = NOTE-DATA)
                   IF GC-VERDICT(WS-GRADER-IDX) = "B"
                       SET GRADER-BAD TO TRUE
                   END-IF
                   GO TO D-VALIDATE-GRADERZ
               END-IF
           END-PERFORM

      *> THE OWN ASSIGNMENT FIRST - THE COMMON CASE
           PERFORM M-ESCAPE-MATERIE
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT COUNT(*) FROM PROFESORMATERIECLASA WHERE "
                   "CNP = '" NOTE-CNP-PROF "' AND MATERIE = '"
                   WS-MATERIE-ESC(1:WS-MATERIE-ESC-LEN)
                   "' AND CLASA = '" NOTE-CLASA "'"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM R-GRADER-COUNT
           IF H-COUNT-GRADER > 0
               MOVE SPACE           TO WS-GRADER-CACHE-DATA
               PERFORM D-CACHE-GRADER-VERDICT
               GO TO D-VALIDATE-GRADERZ
           END-IF

      *> NOT THEIRS - WERE THEY THE SUPLINITOR THAT DAY? CLASA AND
      *> MATERIE '*' ON A SUPLINIRI ROW COVER EVERY SLOT THE
      *> TITULAR HOLDS
           MOVE 0                  TO TITULAR-COUNT
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT CNPTITULAR FROM SUPLINIRI WHERE "
                   "CNPSUPLINITOR = '" NOTE-CNP-PROF
                   "' AND DELA <= '" NOTE-DATA
                   "' AND PANALA >= '" NOTE-DATA
                   "' AND CLASA IN ('" NOTE-CLASA "', '*') AND "
                   "MATERIE IN ('"
                   WS-MATERIE-ESC(1:WS-MATERIE-ESC-LEN) "', '*')"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           OPEN OUTPUT SQL-STATEMENT-FILE
           WRITE SQL-STATEMENT-FILE-FD FROM SQL-STATEMENT
           CLOSE SQL-STATEMENT-FILE
           PERFORM I-INVOKE-JAR
           IF JAR-CALL-OK
               OPEN INPUT SQL-RESULTS
               SET TIT-READ-NEOF    TO TRUE
               PERFORM UNTIL TIT-READ-EOF
                   MOVE SPACE       TO WS-TITULAR-ROW
                   READ SQL-RESULTS INTO WS-TITULAR-ROW
                   AT END
                       SET TIT-READ-EOF TO TRUE
                   NOT AT END
                       IF WS-TITULAR-ROW > SPACE
                       AND TITULAR-COUNT < K-MAX-TITULAR
                           ADD 1    TO TITULAR-COUNT
                           MOVE WS-TITULAR-ROW TO
                               TITULAR-CNP(TITULAR-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE SQL-RESULTS
           END-IF

           SET GRADER-BAD           TO TRUE
           PERFORM VARYING WS-TITULAR-IDX FROM 1 BY 1
                   UNTIL WS-TITULAR-IDX > TITULAR-COUNT
                   OR GRADER-OK
               MOVE SPACE          TO SQL-STATEMENT
               STRING "SELECT COUNT(*) FROM PROFESORMATERIECLASA "
                       "WHERE CNP = '" TITULAR-CNP(WS-TITULAR-IDX)
                       "' AND MATERIE = '"
                       WS-MATERIE-ESC(1:WS-MATERIE-ESC-LEN)
                       "' AND CLASA = '" NOTE-CLASA "'"
                       DELIMITED BY SIZE
               INTO SQL-STATEMENT
               PERFORM R-GRADER-COUNT
               IF H-COUNT-GRADER > 0
                   SET GRADER-OK    TO TRUE
               END-IF
           END-PERFORM
           MOVE NOTE-DATA           TO WS-GRADER-CACHE-DATA
           PERFORM D-CACHE-GRADER-VERDICT
           .
       D-VALIDATE-GRADERZ.
         EXIT.

      *> RUN THE COUNT ALREADY IN SQL-STATEMENT. AN ADAPTER HICCUP
      *> COUNTS AS A MATCH - GOOD GRADES ARE NOT REJECTED FOR IT,
      *> THE SAME RULE THE PLAN CHECK FOLLOWS
       R-GRADER-COUNT SECTION.
       R-GRADER-COUNTA.
           OPEN OUTPUT SQL-STATEMENT-FILE
           WRITE SQL-STATEMENT-FILE-FD FROM SQL-STATEMENT
           CLOSE SQL-STATEMENT-FILE
           PERFORM I-INVOKE-JAR
           IF JAR-CALL-OK
               OPEN INPUT SQL-RESULTS
               READ SQL-RESULTS INTO H-COUNT-GRADER
                   AT END
                       MOVE 0 TO H-COUNT-GRADER
               END-READ
               CLOSE SQL-RESULTS
           ELSE
               MOVE 1 TO H-COUNT-GRADER
           END-IF
           .
       R-GRADER-COUNTZ.
         EXIT.

       D-CACHE-GRADER-VERDICT SECTION.
       D-CACHE-GRADER-VERDICTA.
           IF GRADER-CACHE-COUNT >= K-MAX-GRADER-CACHE
               GO TO D-CACHE-GRADER-VERDICTZ
           END-IF
           ADD 1                    TO GRADER-CACHE-COUNT
           MOVE NOTE-CNP-PROF       TO GC-PROF(GRADER-CACHE-COUNT)
           MOVE NOTE-MATERIE        TO GC-MATERIE(GRADER-CACHE-COUNT)
           MOVE NOTE-CLASA          TO GC-CLASA(GRADER-CACHE-COUNT)
           MOVE WS-GRADER-CACHE-DATA TO GC-DATA(GRADER-CACHE-COUNT)
           IF GRADER-BAD
               MOVE "B"             TO GC-VERDICT(GRADER-CACHE-COUNT)
           ELSE
               MOVE "O"             TO GC-VERDICT(GRADER-CACHE-COUNT)
           END-IF
           .
       D-CACHE-GRADER-VERDICTZ.
         EXIT.

      *> A GRADE DATED INSIDE A CLOSED PERIOD WOULD CHANGE HISTORY
      *> THE REGISTRU MATRICOL HAS ALREADY FILED - PERIODLOCK SAYS
      *> WHETHER THE DATE IS CLOSED AND WHETHER AN AUTHORIZED

           PERFORM M-NORMALIZE-TIP
           STRING "INSERT INTO NOTE(CNP, MATERIE, NOTA, "
           "DATANOTA, TIPNOTA, ANSCOLAR, CNPPROF) VALUES ('"
           NOTE-CNP-STUD"', "
           "'"WS-MATERIE-ESC(1:WS-MATERIE-ESC-LEN)"' ,'"NOTE-NOTA
           "','"NOTE-DATA"','"WS-TIP-NORM"','"NOTE-AN-SCOLAR
           "','"NOTE-CNP-PROF"')"
           DELIMITED BY SIZE INTO SQL-STATEMENT

           ADD 1                   TO BATCH-COUNT
                   PERFORM J-WRITE-DEADLETTER
               END-PERFORM
               MOVE 1               TO NOTE-ERROR
           ELSE
               PERFORM VARYING BATCH-IDX FROM 1 BY 1
                       UNTIL BATCH-IDX > BATCH-COUNT
                   MOVE BATCH-STMT(BATCH-IDX) TO SQL-STATEMENT
                   PERFORM J-WRITE-LOAD-AUDIT
               END-PERFORM
           END-IF
           MOVE 0                   TO BATCH-COUNT
           .

           PERFORM M-NORMALIZE-TIP
           STRING "INSERT INTO NOTE(CNP, MATERIE, NOTA, "
           "DATANOTA, TIPNOTA, ANSCOLAR, CNPPROF) VALUES ('"
           NOTE-CNP-STUD"', "
           "'"WS-MATERIE-ESC(1:WS-MATERIE-ESC-LEN)"' ,'"NOTE-NOTA
           "','"NOTE-DATA"','"WS-TIP-NORM"','"NOTE-AN-SCOLAR
           "','"NOTE-CNP-PROF"')"
           DELIMITED BY SIZE INTO SQL-STATEMENT

           *> LET'S SEE HOW DOES THE STATEMENT LOOK.

           *> INVOKE THE JAR
           PERFORM I-INVOKE-JAR
           IF JAR-CALL-OK
               PERFORM J-WRITE-LOAD-AUDIT
           END-IF
           .

       F-INSERT-DB0Z.
           MOVE NOTE-MATERIE       TO REJ-MATERIE
           MOVE NOTE-NOTA          TO REJ-NOTA
           MOVE NOTE-DATA          TO REJ-DATA
           MOVE NOTE-CNP-PROF      TO REJ-CNP-PROF

           OPEN EXTEND NOTE-REJECTS
           WRITE NOTE-REJECTS-FD   FROM REJECT-LINE

           PERFORM M-NORMALIZE-TIP
           STRING "INSERT INTO NOTE(CNP, MATERIE, NOTA, "
           "DATANOTA, TIPNOTA, ANSCOLAR, CNPPROF) VALUES ('"
           NOTE-CNP-STUD"', "
           "'"WS-MATERIE-ESC(1:WS-MATERIE-ESC-LEN)"' ,'"NOTE-NOTA
           "','"NOTE-DATA"','"WS-TIP-NORM"','"NOTE-AN-SCOLAR
           "','"NOTE-CNP-PROF"')"
           DELIMITED BY SIZE INTO SQL-STATEMENT

           OPEN EXTEND DRYRUN-PREVIEW
      *> UP ON
       I-RETRY-LOOP SECTION.
       I-RETRY-LOOPA.
           MOVE 0                   TO WS-SQL-RETRY-COUNT
           PERFORM I-INVOKE-JAR-ONCE
           PERFORM UNTIL NOT STA-RETRYABLE
                   OR WS-SQL-RETRY-COUNT >= K-SQL-RETRIES
               ADD 1                TO WS-SQL-RETRY-COUNT
           SET STA-OK               TO TRUE
           MOVE "0   "              TO SQL-STATUS-VALUE
           SET SES-SUBMIT           TO TRUE
           MOVE "NOTEMODULE"       TO SES-CALLER
           MOVE WS-SQL-RETRY-COUNT  TO SES-RETRY
           CALL "SQLSESSION" USING SQLSES-INTERFACE
           MOVE SES-RC TO WS-JAR-RC
           IF WS-JAR-RC NOT = 0
       J-WRITE-DEADLETTERZ.
           EXIT.

      *> STAMP A LOADED GRADE ROW WITH WHEN IT REACHED THE DATABASE
       J-WRITE-LOAD-AUDIT SECTION.
       J-WRITE-LOAD-AUDITA.
           MOVE SPACE TO LOAD-AUDIT-LINE
           ACCEPT LA-DATE FROM DATE YYYYMMDD
           ACCEPT LA-TIME FROM TIME
           MOVE "INSERTED" TO LA-OUTCOME
           MOVE SQL-STATEMENT TO LA-STATEMENT

           OPEN EXTEND LOAD-AUDIT
           IF WS-LOAD-AUDIT-STATUS = "35"
               OPEN OUTPUT LOAD-AUDIT
           END-IF
           MOVE 'InsertAllAudit.txt' TO ACH-FILE
           SET ACH-TRAILING TO TRUE
           MOVE LENGTH OF LOAD-AUDIT-LINE TO ACH-LENGTH
           MOVE LOAD-AUDIT-LINE TO ACH-LINE
           CALL "AUDCHAIN" USING AUDCHAIN-INTERFACE
           MOVE ACH-LINE TO LOAD-AUDIT-FD
           WRITE LOAD-AUDIT-FD
           CLOSE LOAD-AUDIT
           .
       J-WRITE-LOAD-AUDITZ.
           EXIT.

      *> A BAD CHECKSUM ALSO GOES TO THE SHARED CROSS-PROGRAM LOG
       J-WRITE-CNP-EXCEPTION SECTION.
       J-WRITE-CNP-EXCEPTIONA.
