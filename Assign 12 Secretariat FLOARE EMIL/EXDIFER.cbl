      ******************************************************************
      * Author:
      * Date:
      * Purpose: EXAMENE DE DIFERENTA - DIFFERENTIAL EXAMS FOR
      *          TRANSFERRED-IN STUDENTS. TRANSFERIN APPENDS TO
      *          ExameneDiferenta.txt EVERY PLAN-CADRU SUBJECT THE
      *          INCOMING STUDENT CARRIED NO GRADE IN; THIS PROGRAM
      *          RUNS THE EXAMS IN TWO PASSES, LIKE CORIGEXAM:
      *            P - PROGRAM: EVERY EXAM NOT YET SCHEDULED (OR
      *                FAILED AND OWED AGAIN) GETS THE SESSION DATE
      *                AND, WHERE TRANSFERIN FOUND NONE, AN EXAMINER
      *                KEYED BY THE OPERATOR; THE FULL SCHEDULE GOES
      *                TO DiferenteSchedule.txt;
      *            R - INGEST THE RESULTS (DiferenteResults.csv:
      *                CNP,SUBJECT,NOTA): EACH GRADE LOADS INTO NOTE
      *                WITH TIPNOTA 'D' (DIFERENTA), DATED THE EXAM
      *                DAY AND STAMPED WITH THE EXAMINER, SO
      *                TRANSCRIPT AND MATRICOL SHOW THE SUBJECT WAS
      *                PASSED BY EQUIVALENCE EXAM. A PASSING GRADE
      *                CLOSES THE EXAM (PROMOVAT), A FAILING ONE
      *                LEAVES IT OWED (RESPINS) FOR THE NEXT P PASS.
      *                A RESULT THAT MATCHES NO SCHEDULED EXAM, OR
      *                WHOSE EXAM DAY FALLS IN A CLOSED PERIOD, IS
      *                DIVERTED TO DiferenteRejects.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EXDIFER.
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

      *> THE REGISTRY TRANSFERIN FEEDS - REWRITTEN WHOLE EVERY RUN
           SELECT REGISTRY-FILE ASSIGN TO 'ExameneDiferenta.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO 'DiferenteSchedule.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXAM-RESULTS ASSIGN TO 'DiferenteResults.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RES-STATUS.

           SELECT DIFER-REJECTS ASSIGN TO 'DiferenteRejects.txt'
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

        FD REGISTRY-FILE.
       01 REGISTRY-FD                       PIC X(120).

        FD SCHEDULE-FILE.
       01 SCHEDULE-FD                       PIC X(120).

        FD EXAM-RESULTS.
       01 EXAM-RESULTS-FD                   PIC X(100).

        FD DIFER-REJECTS.
       01 DIFER-REJECTS-FD                  PIC X(140).

        FD DEAD-LETTER-FILE.
       01 DEAD-LETTER-FD                    PIC X(321).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 FIELDS-FOR-SQL.
       05 K-INVOKE-JAR                     PIC X(27) VALUE
               "java -jar JSqlAdapter.jar ".

       05 SQL-STATEMENT                    PIC X(300).

       01 WS-REG-STATUS                    PIC X(02).
       01 WS-RES-STATUS                    PIC X(02).
       01 WS-DL-STATUS                     PIC X(02).

       01 JAR-CALL-SWITCH                  PIC X(01) VALUE "O".
           88 JAR-CALL-OK                   VALUE "O".
           88 JAR-CALL-FAILED               VALUE "F".
       01 WS-JAR-RC                        PIC S9(04) VALUE 0.
       01 SQL-STATUS-VALUE                 PIC X(4).

      *> RUN-TOKEN LOCK AROUND THE SHARED ADAPTER HANDSHAKE FILES
       COPY SQLLOCK-INT.
      *> OPERATOR SIGN-ON - ONLY THE R PASS WRITES GRADES, SO ONLY
      *> THE R PASS ASKS WHO IS AT THE KEYBOARD
       COPY OPSIGN-INT.

      *> SHARED CLASSIFICATION OF SQLSta VALUES INTO RETRYABLE VS
      *> FATAL, PLUS HOW OFTEN AND HOW LONG TO RETRY A TRANSIENT ONE
       COPY SQLSTA-INT.
       01 K-SQL-RETRIES                    PIC 9(02) VALUE 3.
       01 K-RETRY-WAIT-SECONDS             PIC 9(08) COMP-5 VALUE 5.
       01 WS-SQL-RETRY-COUNT               PIC 9(02) VALUE 0.

      *> SHARED QUOTE-ESCAPING FOR THE TEXT FIELDS QUOTED INTO SQL
       COPY SQLESC-INT.
       01 WS-MATERIE-ESC                   PIC X(60).
       01 WS-MATERIE-ESC-LEN               PIC 9(03).

      *> CLOSED-PERIOD CHECK - A DIFFERENTIAL GRADE IS DATED THE
      *> EXAM DAY, WHICH MAY SIT IN A PERIOD THE CLOSE-OUT ALREADY
      *> FILED ("<CNP>;<DATE>" ON PeriodOverride.txt LETS IT IN)
       COPY PERIOD-INT.

      *> ONE LINE PER DEAD-LETTERED STATEMENT: WHEN, WHICH PROGRAM,
      *> AND THE STATEMENT TEXT ITSELF
       01 DEAD-LETTER-LINE.
           05 DL-DATE                      PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 DL-TIME                      PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 DL-PROGRAM                   PIC X(12) VALUE "EXDIFER".
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 DL-STATEMENT                 PIC X(290).

       01 WS-MODE                          PIC X(01).
           88 MODE-PROGRAM                  VALUE "P" "p".
           88 MODE-RESULTS                  VALUE "R" "r".

      *> THE WHOLE REGISTRY: CNP;CLASA;MATERIE;CNPPROF;DATAEXAM;
      *> STARE;NOTA - ONE LINE PER OWED SUBJECT
       01 K-MAX-REG                        PIC 9(04) VALUE 1000.
       01 WS-REG-LINE                      PIC X(120).
       01 REG-TABLE.
           05 REG-ENTRY OCCURS 1000 TIMES.
               10 RG-CNP                   PIC X(13).
               10 RG-CLASA                 PIC X(04).
               10 RG-MATERIE               PIC X(30).
               10 RG-PROF                  PIC X(13).
               10 RG-DATA                  PIC X(08).
               10 RG-STARE                 PIC X(12).
      *> NOT YET SCHEDULED, OR FAILED AND OWED AGAIN
                   88 RG-OWED               VALUE "DE PROGRAMAT"
                                                  "RESPINS".
                   88 RG-SCHEDULED          VALUE "PROGRAMAT".
               10 RG-NOTA                  PIC X(02).
       01 REG-COUNT                        PIC 9(04) VALUE 0.
       01 WS-REG-IDX                       PIC 9(04).
       01 WS-MATCH-IDX                     PIC 9(04).

       01 WS-SESSION-DATE                  PIC X(08).
       01 WS-AN-SCOLAR                     PIC X(09).
       01 WS-KEYED-PROF                    PIC X(13).

      *> ONE PARSED EXAM RESULT
       01 WS-RES-LINE                      PIC X(100).
       01 WS-RES.
           05 RS-CNP                       PIC X(13).
           05 RS-MATERIE                   PIC X(30).
           05 RS-NOTA                      PIC X(02).
       01 WS-NOTA-NUM                      PIC 9(02).
       01 WS-REJECT-REASON                 PIC X(40).

       01 K-PASS-THRESHOLD                 PIC 9(02) VALUE 5.

       01 WS-RPT-LINE                      PIC X(120).

       01 WS-RUN-COUNTERS.
        05 WS-COUNT-SCHEDULED              PIC 9(04) VALUE 0.
        05 WS-COUNT-UNSCHEDULED            PIC 9(04) VALUE 0.
        05 WS-COUNT-PASSED                 PIC 9(04) VALUE 0.
        05 WS-COUNT-FAILED                 PIC 9(04) VALUE 0.
        05 WS-COUNT-REJECTED               PIC 9(04) VALUE 0.

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       S0  SECTION.
       S0A.
           DISPLAY "EXAMENE DE DIFERENTA"
           DISPLAY "MODE - P PROGRAM EXAMS, R INGEST RESULTS: "
               WITH NO ADVANCING
           ACCEPT WS-MODE

           PERFORM A0-LOAD-REGISTRY
           IF REG-COUNT = 0
               DISPLAY "ExameneDiferenta.txt IS EMPTY OR MISSING - "
                   "NO DIFFERENTIAL EXAMS OWED"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           EVALUATE TRUE
               WHEN MODE-PROGRAM
                   PERFORM B0-PROGRAM-EXAMS
                   PERFORM B2-WRITE-SCHEDULE
               WHEN MODE-RESULTS
                   PERFORM C0-INGEST-RESULTS
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
                           RG-MATERIE(REG-COUNT)
                           RG-PROF(REG-COUNT)
                           RG-DATA(REG-COUNT)
                           RG-STARE(REG-COUNT)
                           RG-NOTA(REG-COUNT)
                       END-UNSTRING
                   END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTRY-FILE
           DISPLAY "DIFFERENTIAL EXAMS ON THE REGISTRY: " REG-COUNT
           .
       A0-LOAD-REGISTRYZ.
           EXIT.

      *> PASS P: ONE SESSION DATE FOR EVERY OWED EXAM; AN EXAM WITH
      *> NO EXAMINER ON FILE NEEDS ONE KEYED, AND STAYS OWED IF THE
      *> OPERATOR LEAVES IT BLANK
       B0-PROGRAM-EXAMS SECTION.
       B0-PROGRAM-EXAMSA.
           DISPLAY "EXAM SESSION DATE (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-SESSION-DATE
           IF WS-SESSION-DATE NOT NUMERIC
               DISPLAY "SESSION DATE MUST BE YYYYMMDD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > REG-COUNT
               IF RG-OWED(WS-REG-IDX)
                   PERFORM B1-PROGRAM-ONE-EXAM
               END-IF
           END-PERFORM
           .
       B0-PROGRAM-EXAMSZ.
           EXIT.

       B1-PROGRAM-ONE-EXAM SECTION.
       B1-PROGRAM-ONE-EXAMA.
           IF RG-PROF(WS-REG-IDX) = SPACE
               DISPLAY "NO EXAMINER FOR " RG-CNP(WS-REG-IDX) " "
                   RG-CLASA(WS-REG-IDX) " " RG-MATERIE(WS-REG-IDX)
               DISPLAY "EXAMINER CNP (BLANK TO LEAVE UNSCHEDULED): "
                   WITH NO ADVANCING
               MOVE SPACE                  TO WS-KEYED-PROF
               ACCEPT WS-KEYED-PROF
               IF WS-KEYED-PROF = SPACE
                   ADD 1                   TO WS-COUNT-UNSCHEDULED
                   GO TO B1-PROGRAM-ONE-EXAMZ
               END-IF
               MOVE WS-KEYED-PROF          TO RG-PROF(WS-REG-IDX)
           END-IF

           MOVE WS-SESSION-DATE            TO RG-DATA(WS-REG-IDX)
           MOVE "PROGRAMAT"                TO RG-STARE(WS-REG-IDX)
           MOVE SPACE                      TO RG-NOTA(WS-REG-IDX)
           ADD 1                           TO WS-COUNT-SCHEDULED
           .
       B1-PROGRAM-ONE-EXAMZ.
           EXIT.

      *> THE SCHEDULE THE SECRETARIAT POSTS: EVERY EXAM STILL TO BE
      *> SAT, OLD SESSIONS INCLUDED
       B2-WRITE-SCHEDULE SECTION.
       B2-WRITE-SCHEDULEA.
           OPEN OUTPUT SCHEDULE-FILE
           MOVE "EXAM SCHEDULE - EXAMENE DE DIFERENTA"
                                           TO SCHEDULE-FD
           WRITE SCHEDULE-FD
           MOVE SPACE                      TO WS-RPT-LINE
           STRING "DATA      CLASA CNP            MATERIE"
                  "                        EXAMINATOR"
                  DELIMITED BY SIZE
           INTO WS-RPT-LINE
           MOVE WS-RPT-LINE                TO SCHEDULE-FD
           WRITE SCHEDULE-FD

           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > REG-COUNT
               IF RG-SCHEDULED(WS-REG-IDX)
                   MOVE SPACE              TO WS-RPT-LINE
                   STRING RG-DATA(WS-REG-IDX) "  "
                          RG-CLASA(WS-REG-IDX) "  "
                          RG-CNP(WS-REG-IDX) "  "
                          RG-MATERIE(WS-REG-IDX) " "
                          RG-PROF(WS-REG-IDX)
                          DELIMITED BY SIZE
                   INTO WS-RPT-LINE
                   MOVE WS-RPT-LINE        TO SCHEDULE-FD
                   WRITE SCHEDULE-FD
               END-IF
           END-PERFORM
           CLOSE SCHEDULE-FILE
           .
       B2-WRITE-SCHEDULEZ.
           EXIT.

      *> PASS R: EVERY RESULT LOADS AS A 'D' GRADE AGAINST ITS
      *> SCHEDULED EXAM
       C0-INGEST-RESULTS SECTION.
       C0-INGEST-RESULTSA.
           MOVE "EXDIFER"                  TO OPS-PROGRAM
           CALL "OPSIGNON" USING OPSIGN-INTERFACE
           IF OPS-DENIED
               DISPLAY OPS-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "SCHOOL YEAR OF THE EXAMS (E.G. 2025/2026): "
               WITH NO ADVANCING
           ACCEPT WS-AN-SCOLAR

           OPEN INPUT EXAM-RESULTS
           IF WS-RES-STATUS NOT = "00"
               DISPLAY "DiferenteResults.csv NOT FOUND"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           SET LOCK-ACQUIRE                TO TRUE
           MOVE "EXDIFER"                  TO LOCK-OWNER
           CALL "SQLLOCK" USING SQLLOCK-INTERFACE
           IF LOCK-BUSY
               DISPLAY LOCK-MSG
               CLOSE EXAM-RESULTS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT DIFER-REJECTS
           OPEN EXTEND DEAD-LETTER-FILE
           IF WS-DL-STATUS = "35"
               OPEN OUTPUT DEAD-LETTER-FILE
           END-IF

           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-RES-LINE
               READ EXAM-RESULTS INTO WS-RES-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-RES-LINE > SPACE
                       PERFORM C1-APPLY-ONE-RESULT
                   END-IF
               END-READ
           END-PERFORM

           CLOSE EXAM-RESULTS
           CLOSE DIFER-REJECTS
           CLOSE DEAD-LETTER-FILE
           SET LOCK-RELEASE                TO TRUE
           CALL "SQLLOCK" USING SQLLOCK-INTERFACE
           .
       C0-INGEST-RESULTSZ.
           EXIT.

       C1-APPLY-ONE-RESULT SECTION.
       C1-APPLY-ONE-RESULTA.
           MOVE SPACE                      TO WS-RES
           UNSTRING WS-RES-LINE DELIMITED BY "," INTO
               RS-CNP
               RS-MATERIE
               RS-NOTA
           END-UNSTRING
      *> A ONE-DIGIT GRADE ("7") IS KEYED AS OFTEN AS "07"
           IF RS-NOTA(2:1) = SPACE
               MOVE RS-NOTA(1:1)           TO RS-NOTA(2:1)
               MOVE "0"                    TO RS-NOTA(1:1)
           END-IF
           IF RS-NOTA NOT NUMERIC
               MOVE "GRADE NOT NUMERIC"    TO WS-REJECT-REASON
               PERFORM R0-WRITE-REJECT
               GO TO C1-APPLY-ONE-RESULTZ
           END-IF
           MOVE RS-NOTA                    TO WS-NOTA-NUM
           IF WS-NOTA-NUM < 1 OR WS-NOTA-NUM > 10
               MOVE "GRADE OUT OF RANGE"   TO WS-REJECT-REASON
               PERFORM R0-WRITE-REJECT
               GO TO C1-APPLY-ONE-RESULTZ
           END-IF

           MOVE 0                          TO WS-MATCH-IDX
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > REG-COUNT
               IF RG-CNP(WS-REG-IDX) = RS-CNP
               AND RG-MATERIE(WS-REG-IDX) = RS-MATERIE
               AND RG-SCHEDULED(WS-REG-IDX)
                   MOVE WS-REG-IDX         TO WS-MATCH-IDX
               END-IF
           END-PERFORM
      *> A RESULT FOR AN EXAM NEVER SCHEDULED IS A KEYING ERROR
           IF WS-MATCH-IDX = 0
               MOVE "NO SCHEDULED EXAM"    TO WS-REJECT-REASON
               PERFORM R0-WRITE-REJECT
               GO TO C1-APPLY-ONE-RESULTZ
           END-IF

           MOVE RG-DATA(WS-MATCH-IDX)      TO PL-WRITE-DATE
           MOVE RS-CNP                     TO PL-CNP
           CALL "PERIODLOCK" USING PERIODLOCK-INTERFACE
           IF PL-CLOSED
               MOVE SPACE                  TO WS-REJECT-REASON
               STRING "PERIOD " PL-LABEL " CLOSED"
                       DELIMITED BY SIZE
               INTO WS-REJECT-REASON
               PERFORM R0-WRITE-REJECT
               GO TO C1-APPLY-ONE-RESULTZ
           END-IF

           MOVE RS-MATERIE                 TO ESC-IN
           MOVE 30                         TO ESC-IN-LEN
           CALL "SQLESCAPE" USING SQLESC-INTERFACE
           MOVE ESC-OUT                    TO WS-MATERIE-ESC
           MOVE ESC-OUT-LEN                TO WS-MATERIE-ESC-LEN

           MOVE SPACE              TO SQL-STATEMENT
           STRING "INSERT INTO NOTE(CNP, MATERIE, NOTA, DATANOTA, "
                   "TIPNOTA, ANSCOLAR, CNPPROF) VALUES ('" RS-CNP
                   "', '" WS-MATERIE-ESC(1:WS-MATERIE-ESC-LEN)
                   "', '" RS-NOTA "', '" RG-DATA(WS-MATCH-IDX)
                   "', 'D', '" WS-AN-SCOLAR "', '"
                   RG-PROF(WS-MATCH-IDX) "')"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM G0-SUBMIT-STATEMENT
           IF JAR-CALL-FAILED
               MOVE "GRADE INSERT FAILED"  TO WS-REJECT-REASON
               PERFORM R0-WRITE-REJECT
               GO TO C1-APPLY-ONE-RESULTZ
           END-IF

           MOVE RS-NOTA                    TO RG-NOTA(WS-MATCH-IDX)
           IF WS-NOTA-NUM NOT < K-PASS-THRESHOLD
               MOVE "PROMOVAT"             TO RG-STARE(WS-MATCH-IDX)
               ADD 1                       TO WS-COUNT-PASSED
           ELSE
               MOVE "RESPINS"              TO RG-STARE(WS-MATCH-IDX)
               ADD 1                       TO WS-COUNT-FAILED
           END-IF
           .
       C1-APPLY-ONE-RESULTZ.
           EXIT.

       R0-WRITE-REJECT SECTION.
       R0-WRITE-REJECTA.
           MOVE SPACE                      TO DIFER-REJECTS-FD
           STRING WS-REJECT-REASON ": " WS-RES-LINE
                   DELIMITED BY SIZE
           INTO DIFER-REJECTS-FD
           WRITE DIFER-REJECTS-FD
           ADD 1                           TO WS-COUNT-REJECTED
           .
       R0-WRITE-REJECTZ.
           EXIT.

       W0-REWRITE-REGISTRY SECTION.
       W0-REWRITE-REGISTRYA.
           OPEN OUTPUT REGISTRY-FILE
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > REG-COUNT
               MOVE SPACE                  TO WS-REG-LINE
               STRING RG-CNP(WS-REG-IDX) DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      RG-CLASA(WS-REG-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      RG-MATERIE(WS-REG-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      RG-PROF(WS-REG-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      RG-DATA(WS-REG-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      RG-STARE(WS-REG-IDX) DELIMITED BY "  "
                      ";" DELIMITED BY SIZE
                      RG-NOTA(WS-REG-IDX) DELIMITED BY "  "
               INTO WS-REG-LINE
               END-STRING
               MOVE WS-REG-LINE            TO REGISTRY-FD
               WRITE REGISTRY-FD
           END-PERFORM
           CLOSE REGISTRY-FILE
           .
       W0-REWRITE-REGISTRYZ.
           EXIT.

      *> WRITE THE STATEMENT AND RUN IT THROUGH THE ADAPTER
       G0-SUBMIT-STATEMENT SECTION.
       G0-SUBMIT-STATEMENTA.
           DISPLAY SQL-STATEMENT(1:90)
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

       Y-PRINT-SUMMARY SECTION.
       Y-PRINT-SUMMARYA.
           DISPLAY "===== EXDIFER RUN SUMMARY ====="
           EVALUATE TRUE
               WHEN MODE-PROGRAM
                   DISPLAY "EXAMS SCHEDULED      : " WS-COUNT-SCHEDULED
                   DISPLAY "LEFT UNSCHEDULED     : "
                       WS-COUNT-UNSCHEDULED
               WHEN MODE-RESULTS
                   DISPLAY "EXAMS PASSED         : " WS-COUNT-PASSED
                   DISPLAY "EXAMS FAILED         : " WS-COUNT-FAILED
                   DISPLAY "RESULTS REJECTED     : " WS-COUNT-REJECTED
           END-EVALUATE
           .
       Y-PRINT-SUMMARYZ.
           EXIT.
       END PROGRAM EXDIFER.
