      *          IN PROFESORI, WHICH REFAUDIT WOULD FLAG LATER),
      *          INSERTS THE ROW WITH THE PARENT-CONTACT FIELDS, AND
      *          APPENDS THE MATCHING LINE TO SampleOutputA5.txt SO
      *          THE FLAT FILE AND THE TABLE STAY IN STEP. EVERY
      *          ENROLLMENT IS AUDITED (EnrollAudit.txt) - THE
      *          STUDENT MOVEMENT REPORT (MISCARE) COUNTS ITS
      *          ARRIVALS FROM THERE. THE AUDIT LINE ALSO CARRIES THE
      *          NAMES AND PARENT CONTACT AS TYPED, SO ROLLFWD CAN
      *          REPEAT THE ENROLLMENT AFTER A RESTORE; A STUDENT
      *          WHOSE LINE IS ALREADY ON SampleOutputA5.txt IS NOT
      *          APPENDED A SECOND TIME.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAPACITY-STATUS.

      *> ONE LINE PER STUDENT ENROLLED, CHAINED LIKE THE OTHER
      *> SECRETARIAT TRAILS
           SELECT AUDIT-FILE ASSIGN TO 'EnrollAudit.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

      *> STATEMENTS WHOSE JAR INVOCATION FAILED ARE APPENDED HERE
      *> INSTEAD OF BEING SILENTLY DROPPED
           SELECT DEAD-LETTER-FILE ASSIGN TO 'SQLDeadLetters.txt'
        FD CAPACITY-FILE.
       01 CAPACITY-FD                       PIC X(08).

        FD AUDIT-FILE.
       01 AUDIT-FD                          PIC X(256).

        FD DEAD-LETTER-FILE.
       01 DEAD-LETTER-FD                    PIC X(621).


       01 WS-A5-STATUS                     PIC X(02).
       01 WS-DL-STATUS                     PIC X(02).
       01 WS-AUDIT-STATUS                  PIC X(02).

       01 JAR-CALL-SWITCH                  PIC X(01) VALUE "O".
           88 JAR-CALL-OK                   VALUE "O".
           05 A5-PARENT-PHONE              PIC X(15).
           05 A5-PARENT-ADDR               PIC X(50).

      *> EVERY AUDIT LINE CARRIES THE FINGERPRINT OF THE ONE BEFORE IT
       COPY AUDCHAIN-INT.
       01 AUDIT-LINE.
           05 AUD-DATE                     PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 AUD-TIME                     PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 AUD-CNP                      PIC X(13).
           05 FILLER                       PIC X(06) VALUE " INTO ".
           05 AUD-CLASA                    PIC X(04).
           05 FILLER                       PIC X(04) VALUE " BY ".
           05 AUD-OPERATOR                 PIC X(08).
      *> THE DETAILS AS TYPED - ENOUGH TO REPEAT THE ENROLLMENT
           05 FILLER                       PIC X(06) VALUE " NUME ".
           05 AUD-NUME                     PIC X(30).
           05 FILLER                       PIC X(09) VALUE " PRENUME ".
           05 AUD-PRENUME                  PIC X(30).
           05 FILLER                       PIC X(08) VALUE " PARENT ".
           05 AUD-PARENT-NAME              PIC X(30).
           05 FILLER                       PIC X(07) VALUE " PHONE ".
           05 AUD-PARENT-PHONE             PIC X(15).
           05 FILLER                       PIC X(06) VALUE " ADDR ".
           05 AUD-PARENT-ADDR              PIC X(50).

      *> SET WHEN THE STUDENT'S LINE IS ALREADY ON SampleOutputA5.txt
       01 WS-A5-FOUND                      PIC X(01) VALUE "N".
           88 A5-ALREADY-LISTED             VALUE "Y".

       01 WS-CONFIRM                       PIC X(01) VALUE "N".
           88 CONFIRMED                     VALUE "Y" "y".

           END-IF

           PERFORM W0-APPEND-FLAT-FILE
           PERFORM W1-WRITE-AUDIT
           PERFORM Z0
           DISPLAY "STUDENT ENROLLED AND SampleOutputA5.txt UPDATED"
           MOVE 0 TO RETURN-CODE
           EXIT.

      *> APPEND THE NEW STUDENT TO THE LOADER'S FLAT FILE SO A LATER
      *> FULL RELOAD SEES THE SAME ROLL THE TABLE HOLDS. A STUDENT
      *> ALREADY LISTED THERE (AN ENROLLMENT REPEATED AFTER A DATABASE
      *> RESTORE) KEEPS THE ONE LINE
       W0-APPEND-FLAT-FILE SECTION.
       W0-APPEND-FLAT-FILEA.
           MOVE "N"                        TO WS-A5-FOUND
           OPEN INPUT STUDENTI-FILE
           IF WS-A5-STATUS = "00"
               PERFORM UNTIL WS-A5-STATUS NOT = "00"
                          OR A5-ALREADY-LISTED
                   READ STUDENTI-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF STUDENTI-FILE-FD(67:13) = NS-CNP
                               MOVE "Y"    TO WS-A5-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENTI-FILE
           END-IF
           IF A5-ALREADY-LISTED
               GO TO W0-APPEND-FLAT-FILEZ
           END-IF

           OPEN EXTEND STUDENTI-FILE
           IF WS-A5-STATUS = "35"
               OPEN OUTPUT STUDENTI-FILE
       W0-APPEND-FLAT-FILEZ.
           EXIT.

       W1-WRITE-AUDIT SECTION.
       W1-WRITE-AUDITA.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME
           MOVE NS-CNP                     TO AUD-CNP
           MOVE NS-CLASA                   TO AUD-CLASA
           MOVE OPS-ID                     TO AUD-OPERATOR
           MOVE NS-NUME                    TO AUD-NUME
           MOVE NS-PRENUME                 TO AUD-PRENUME
           MOVE NS-PARENT-NAME             TO AUD-PARENT-NAME
           MOVE NS-PARENT-PHONE            TO AUD-PARENT-PHONE
           MOVE NS-PARENT-ADDR             TO AUD-PARENT-ADDR
           MOVE 'EnrollAudit.txt'          TO ACH-FILE
           SET ACH-FIXED                   TO TRUE
           MOVE LENGTH OF AUDIT-LINE       TO ACH-LENGTH
           MOVE AUDIT-LINE                 TO ACH-LINE
           CALL "AUDCHAIN" USING AUDCHAIN-INTERFACE
           MOVE ACH-LINE                   TO AUDIT-FD
           WRITE AUDIT-FD
           CLOSE AUDIT-FILE
           .
       W1-WRITE-AUDITZ.
           EXIT.

      *> RUN THE SELECT COUNT(*) ALREADY BUILT IN SQL-STATEMENT AND
      *> LEAVE THE ANSWER IN H-COUNT-ROW
       R-RUN-COUNT SECTION.
