      ******************************************************************
      * Author:
      * Date:
      * Purpose: STRUCTURA (SECOND SITE) REGISTRY LOADER. THE VILLAGE
      *          SCHOOL RUNS AS A STRUCTURA UNDER OUR LEGAL ENTITY -
      *          OWN CLASSES, BUILDING, ROOMS AND SECRETARIAT DESK,
      *          OUR CUI AND OUR SIIIR UPLOAD. READS Structuri.csv
      *          (CLASA;STRUCTURA) THE SAME WAY DIRLOAD READS ITS
      *          FEED AND SETS THE SITE CODE OF EVERY LISTED CLASS IN
      *          CLASE. A CLASS NEVER LISTED KEEPS THE DEFAULT 'PJ',
      *          THE MAIN SCHOOL. THE CODE TRAVELS FROM CLASE TO THE
      *          REPORTS THROUGH Extract_CLASE.txt AND TO THE
      *          TIMETABLE THROUGH ORARGEN/ORARLOAD. BAD ROWS (NO
      *          CLASS, NO SITE CODE, CLASS NOT IN CLASE) DIVERT TO
      *          StructuriRejects.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. STRUCTLOAD.
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

           SELECT STRUCTURI-FILE ASSIGN TO 'Structuri.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STR-STATUS.

           SELECT REJECTS-FILE ASSIGN TO 'StructuriRejects.txt'
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

        FD STRUCTURI-FILE.
       01 STRUCTURI-FILE-FD                 PIC X(40).

        FD REJECTS-FILE.
       01 REJECTS-FD                        PIC X(100).

        FD DEAD-LETTER-FILE.
       01 DEAD-LETTER-FD                    PIC X(321).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 FIELDS-FOR-SQL.
       05 K-INVOKE-JAR                     PIC X(27) VALUE
               "java -jar JSqlAdapter.jar ".

       05 SQL-STATEMENT                    PIC X(300).

       01 WS-STR-STATUS                    PIC X(02).
       01 WS-DL-STATUS                     PIC X(02).

       01 JAR-CALL-SWITCH                  PIC X(01) VALUE "O".
           88 JAR-CALL-OK                   VALUE "O".
           88 JAR-CALL-FAILED               VALUE "F".
       01 WS-JAR-RC                        PIC S9(04) VALUE 0.
       01 SQL-STATUS-VALUE                 PIC X(4).

      *> RUN-TOKEN LOCK AROUND THE SHARED ADAPTER HANDSHAKE FILES
       COPY SQLLOCK-INT.

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
           05 DL-PROGRAM                   PIC X(12) VALUE "STRUCTLOAD".
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 DL-STATEMENT                 PIC X(290).

      *> ONE PARSED Structuri.csv ROW
       01 WS-STR-LINE                      PIC X(40).
       01 WS-ROW.
           05 STR-CLASA                    PIC X(04).
           05 STR-STRUCTURA                PIC X(04).

       01 H-COUNT-ROW                      PIC 9(05).
       01 WS-REJECT-REASON                 PIC X(40).

       01 WS-RUN-COUNTERS.
        05 WS-COUNT-READ                   PIC 9(04) VALUE 0.
        05 WS-COUNT-UPDATED                PIC 9(04) VALUE 0.
        05 WS-COUNT-REJECTED               PIC 9(04) VALUE 0.

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       S0  SECTION.
       S0A.
           DISPLAY "STRUCTURA REGISTRY LOAD"
           SET LOCK-ACQUIRE                TO TRUE
           MOVE "STRUCTLOAD"               TO LOCK-OWNER
           CALL "SQLLOCK" USING SQLLOCK-INTERFACE
           IF LOCK-BUSY
               DISPLAY LOCK-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM A0
           IF WS-STR-STATUS NOT = "00"
               DISPLAY "Structuri.csv NOT FOUND"
               PERFORM Z0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-STR-LINE
               READ STRUCTURI-FILE INTO WS-STR-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-STR-LINE > SPACE
                       ADD 1               TO WS-COUNT-READ
                       PERFORM F0-LOAD-ONE-ROW
                   END-IF
               END-READ
           END-PERFORM

           PERFORM Z0
           DISPLAY "===== STRUCTLOAD RUN SUMMARY ====="
           DISPLAY "ROWS READ     : " WS-COUNT-READ
           DISPLAY "ROWS UPDATED  : " WS-COUNT-UPDATED
           DISPLAY "ROWS REJECTED : " WS-COUNT-REJECTED
           IF WS-COUNT-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           .
       S0Z.
           STOP RUN.

       A0 SECTION.
       A0A.
           OPEN INPUT STRUCTURI-FILE
           OPEN OUTPUT REJECTS-FILE
           OPEN EXTEND DEAD-LETTER-FILE
           IF WS-DL-STATUS = "35"
               OPEN OUTPUT DEAD-LETTER-FILE
           END-IF
           .
       A0Z.
           EXIT.

       F0-LOAD-ONE-ROW SECTION.
       F0-LOAD-ONE-ROWA.
           MOVE SPACE                      TO WS-ROW
           UNSTRING WS-STR-LINE DELIMITED BY ";" INTO
               STR-CLASA
               STR-STRUCTURA
           END-UNSTRING

           IF STR-CLASA <= SPACE
               MOVE "CLASS MISSING"        TO WS-REJECT-REASON
               PERFORM R0-WRITE-REJECT
               GO TO F0-LOAD-ONE-ROWZ
           END-IF

           IF STR-STRUCTURA <= SPACE
               MOVE "SITE CODE MISSING"    TO WS-REJECT-REASON
               PERFORM R0-WRITE-REJECT
               GO TO F0-LOAD-ONE-ROWZ
           END-IF

      *> ONLY A CLASS ALREADY ON FILE CAN BE PLACED AT A SITE - THE
      *> CLASSES THEMSELVES COME FROM ENROLL/ROLLOVER
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT COUNT(*) FROM CLASE WHERE CLASA = '"
                   STR-CLASA "'"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM R-RUN-COUNT
           IF H-COUNT-ROW = 0
               MOVE "CLASS NOT IN CLASE"   TO WS-REJECT-REASON
               PERFORM R0-WRITE-REJECT
               GO TO F0-LOAD-ONE-ROWZ
           END-IF

           MOVE SPACE              TO SQL-STATEMENT
           STRING "UPDATE CLASE SET STRUCTURA = '" STR-STRUCTURA
                   "' WHERE CLASA = '" STR-CLASA "'"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM G0-SUBMIT-STATEMENT
           IF JAR-CALL-FAILED
               MOVE "LOAD FAILED"          TO WS-REJECT-REASON
               PERFORM R0-WRITE-REJECT
               GO TO F0-LOAD-ONE-ROWZ
           END-IF
           ADD 1                           TO WS-COUNT-UPDATED
           .
       F0-LOAD-ONE-ROWZ.
           EXIT.

       R0-WRITE-REJECT SECTION.
       R0-WRITE-REJECTA.
           ADD 1                           TO WS-COUNT-REJECTED
           MOVE SPACE                      TO REJECTS-FD
           STRING WS-REJECT-REASON ": " WS-STR-LINE
                   DELIMITED BY SIZE
           INTO REJECTS-FD
           WRITE REJECTS-FD
           .
       R0-WRITE-REJECTZ.
           EXIT.

      *> RUN THE SELECT COUNT(*) ALREADY BUILT IN SQL-STATEMENT AND
      *> LEAVE THE ANSWER IN H-COUNT-ROW
       R-RUN-COUNT SECTION.
       R-RUN-COUNTA.
           PERFORM G0-SUBMIT-STATEMENT
           IF JAR-CALL-OK
               OPEN INPUT SQL-RESULTS
               READ SQL-RESULTS INTO H-COUNT-ROW
                   AT END
                       MOVE 0 TO H-COUNT-ROW
               END-READ
               CLOSE SQL-RESULTS
           ELSE
               MOVE 0 TO H-COUNT-ROW
           END-IF
           .
       R-RUN-COUNTZ.
           EXIT.

      *> WRITE THE STATEMENT AND RUN IT THROUGH THE ADAPTER
       G0-SUBMIT-STATEMENT SECTION.
       G0-SUBMIT-STATEMENTA.
           DISPLAY SQL-STATEMENT(1:80)
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
           CLOSE STRUCTURI-FILE
           CLOSE REJECTS-FILE
           CLOSE DEAD-LETTER-FILE

           SET LOCK-RELEASE                TO TRUE
           CALL "SQLLOCK" USING SQLLOCK-INTERFACE
           .
       Z0Z.
           EXIT.
       END PROGRAM STRUCTLOAD.
