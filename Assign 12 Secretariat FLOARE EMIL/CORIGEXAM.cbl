      *          PROGRAM RUNS THE PAPERWORK AROUND IT IN TWO PASSES:
      *            E - EXTRACT EVERY CORIGENT SUBJECT LINE FROM THE
      *                AVERAGES RUN (ResultsCSV.txt) INTO THE EXAM
      *                SCHEDULE (ExamSchedule.txt), AND FILE ONE
      *                NOTICE PER CORIGENT STUDENT FOR THE FAMILY
      *                (CorigNotice_<NNNN>.txt), WORDED FROM THE
      *                SECRETARIAT'S CORIG TEMPLATE IN THE FAMILY'S
      *                LETTER LANGUAGE (Extract_STUDENTI.txt);
      *            R - INGEST THE EXAM RESULTS (CorigResults.csv:
      *                CLASS,LAST,FIRST,SUBJECT,NEWAVG), REPLACE THE
      *                FAILED SUBJECT AVERAGES, RECOMPUTE EACH
           SELECT CORIG-REJECTS ASSIGN TO 'CorigRejects.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> EACH FAMILY NOTICE IS WRITTEN HERE, THEN FILED UNDER ITS
      *> NUMBERED NAME (ASSIGN NAMES ARE FIXED UNDER THIS DIALECT)
           SELECT NOTICE-FILE ASSIGN TO 'CorigNoticeWork.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> THE STAGED COPY OF THE NIGHTLY STUDENTI EXTRACT - THE
      *> FAMILY'S LETTER LANGUAGE IS ITS LAST COLUMN
           SELECT STUD-EXTRACT ASSIGN TO 'StudentExtractCopy.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXTRACT-STATUS.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
        FD CORIG-REJECTS.
       01 CORIG-REJECTS-FD                 PIC X(140).

        FD NOTICE-FILE.
       01 NOTICE-FD                        PIC X(120).

        FD STUD-EXTRACT.
       01 STUD-EXTRACT-FD                  PIC X(250).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WS-CSV-STATUS                    PIC X(02).
       01 WS-RES-STATUS                    PIC X(02).
       01 WS-EXTRACT-STATUS                PIC X(02).

       01 WS-MODE                          PIC X(01).
           88 MODE-EXTRACT                  VALUE "E" "e".
        05 WS-COUNT-EXTRACTED              PIC 9(04) VALUE 0.
        05 WS-COUNT-APPLIED                PIC 9(04) VALUE 0.
        05 WS-COUNT-REJECTED               PIC 9(04) VALUE 0.
        05 WS-COUNT-NOTICES                PIC 9(04) VALUE 0.

      *> THE STUDENT WHOSE FAMILY NOTICE IS OPEN - A CORIGENT ROW OF
      *> ANOTHER STUDENT FILES IT AND STARTS THE NEXT
       01 WS-NOTICE-KEY.
           05 NK-CLASS                     PIC X(02).
           05 NK-LAST                      PIC X(30).
           05 NK-FIRST                     PIC X(30).
       01 WS-NOTICE-SW                     PIC X(01) VALUE "N".
           88 NOTICE-OPEN                   VALUE "Y".
           88 NOTICE-CLOSED                 VALUE "N".
       01 WS-NOTICE-NO                     PIC 9(04) VALUE 0.
       01 WS-COPY-COMMAND                  PIC X(160).

      *> ONE Extract_STUDENTI.txt ROW, THE PUBLISHED FIXED LAYOUT
       01 WS-STUD-ROW.
           05 SR-CNP                       PIC X(13).
           05 FILLER                       PIC X(02).
           05 SR-CLASA                     PIC X(04).
           05 FILLER                       PIC X(02).
           05 SR-NUME                      PIC X(30).
           05 FILLER                       PIC X(02).
           05 SR-PRENUME                   PIC X(30).
           05 FILLER                       PIC X(116).
           05 SR-LIMBA                     PIC X(02).
           05 FILLER                       PIC X(49).
       01 WS-EXTRACT-SW                    PIC X(01) VALUE "N".
           88 EXTRACT-STAGED                VALUE "Y".
           88 EXTRACT-MISSING               VALUE "N".
       01 WS-FOUND-SW                      PIC X(01) VALUE "N".
           88 STUDENT-FOUND                 VALUE "Y".
           88 STUDENT-NOT-FOUND             VALUE "N".
       01 WS-EXT-EOF-SW                    PIC X(01) VALUE "N".
           88 EXT-EOF                       VALUE "E".
           88 EXT-NEOF                      VALUE "N".

      *> THE NOTICE WORDING, MERGED FROM THE SECRETARIAT'S CORIG
      *> TEMPLATE IN THE FAMILY'S LANGUAGE - THE TEXT WRITTEN HERE
      *> ONLY WHEN THERE IS NO TEMPLATE
       COPY LTRMERGE-INT.
       01 WS-MERGE-IDX                     PIC 9(02).

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
      *> AUDITS EVERY USE)
       COPY PERIOD-INT.
       01 WS-SESSION-DATE                  PIC X(08).
       COPY TRAINENV-INT.

      *-----------------------
       PROCEDURE DIVISION.
               WR-STATUS
               WR-MAX
           END-UNSTRING
      *> A PRIMARY-CLASS ROW CARRIES A CALIFICATIV (OR, ON THE
      *> GENERAL ROW, NOTHING) - CLASSES 0-4 SIT NO CORIGENTE EXAM
           IF WR-SCORE-TXT(3:1) NOT = "."
               GO TO A1-PARSE-ONE-ROWZ
           END-IF

           MOVE WR-SCORE-TXT               TO WS-SCORE-PARSE
           MOVE WS-SCORE-INT               TO WS-SCORE-NUM
               END-IF
           END-PERFORM
           CLOSE EXAM-SCHEDULE

           PERFORM B1-WRITE-NOTICES
           .
       B0-EXTRACT-SCHEDULEZ.
           EXIT.

      *> ONE NOTICE PER CORIGENT STUDENT: THE ROWS COME IN FILE
      *> ORDER, EACH STUDENT'S SUBJECT ROWS TOGETHER, SO A CORIGENT
      *> ROW OF A NEW STUDENT FILES THE PREVIOUS NOTICE
       B1-WRITE-NOTICES SECTION.
       B1-WRITE-NOTICESA.
           MOVE SPACE                      TO WS-COPY-COMMAND
           STRING "cp '../Assign 13 Rapoarte FLOARE EMIL/"
                  "Extract_STUDENTI.txt' 'StudentExtractCopy.txt'"
                  DELIMITED BY SIZE
           INTO WS-COPY-COMMAND
           CALL "SYSTEM" USING WS-COPY-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "NO Extract_STUDENTI.txt - THE NOTICES GO OUT "
                   "IN ROMANIAN"
               SET EXTRACT-MISSING         TO TRUE
           ELSE
               SET EXTRACT-STAGED          TO TRUE
           END-IF

           SET NOTICE-CLOSED               TO TRUE
           MOVE SPACE                      TO WS-NOTICE-KEY
           PERFORM VARYING ROW-IDX FROM 1 BY 1
                   UNTIL ROW-IDX > ROW-COUNT
               IF RT-STATUS(ROW-IDX) = "CORIGENT"
               AND RT-SUBJECT(ROW-IDX) NOT = "GENERAL"
                   IF RT-CLASS(ROW-IDX) NOT = NK-CLASS
                   OR RT-LAST(ROW-IDX) NOT = NK-LAST
                   OR RT-FIRST(ROW-IDX) NOT = NK-FIRST
                       PERFORM B3-FILE-NOTICE
                       PERFORM B2-START-NOTICE
                   END-IF
                   MOVE RT-SUBJECT(ROW-IDX) TO LTM-MATERIA
                   MOVE RT-AVG(ROW-IDX)    TO WS-AVG-DISP
                   MOVE WS-AVG-DISP        TO LTM-MEDIA
                   MOVE "MATERIE"          TO LTM-SECTION
                   PERFORM L0-WRITE-SECTION
                   IF LTM-BUILT-IN
                       MOVE SPACE          TO WS-RPT-LINE
                       STRING "  " RT-SUBJECT(ROW-IDX)
                              "  MEDIA " WS-AVG-DISP
                              DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                       MOVE WS-RPT-LINE    TO NOTICE-FD
                       WRITE NOTICE-FD
                   END-IF
               END-IF
           END-PERFORM
           PERFORM B3-FILE-NOTICE
           .
       B1-WRITE-NOTICESZ.
           EXIT.

      *> A NEW STUDENT'S NOTICE: THE FAMILY'S LANGUAGE, THE HEADING
       B2-START-NOTICE SECTION.
       B2-START-NOTICEA.
           MOVE RT-CLASS(ROW-IDX)          TO NK-CLASS
           MOVE RT-LAST(ROW-IDX)           TO NK-LAST
           MOVE RT-FIRST(ROW-IDX)          TO NK-FIRST

           MOVE SPACE                      TO LTM-VALUES
           MOVE "CORIG"                    TO LTM-TYPE
           MOVE SPACE                      TO LTM-LANG
           MOVE RT-LAST(ROW-IDX)           TO LTM-NUME
           MOVE RT-FIRST(ROW-IDX)          TO LTM-PRENUME
           MOVE RT-CLASS(ROW-IDX)          TO LTM-CLASA
           PERFORM B4-FIND-STUDENT

           OPEN OUTPUT NOTICE-FILE
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO NOTICE-FD
               WRITE NOTICE-FD
           END-IF
           SET NOTICE-OPEN                 TO TRUE
           MOVE "ANTET"                    TO LTM-SECTION
           PERFORM L0-WRITE-SECTION
           IF LTM-BUILT-IN
               MOVE "INSTIINTARE - SESIUNEA DE CORIGENTE"
                                           TO NOTICE-FD
               WRITE NOTICE-FD
               MOVE SPACE                  TO NOTICE-FD
               WRITE NOTICE-FD
               MOVE SPACE                  TO WS-RPT-LINE
               STRING "ELEVUL "            DELIMITED BY SIZE
                      RT-LAST(ROW-IDX)     DELIMITED BY "  "
                      " "                  DELIMITED BY SIZE
                      RT-FIRST(ROW-IDX)    DELIMITED BY "  "
                      " DIN CLASA "        DELIMITED BY SIZE
                      LTM-CLASA            DELIMITED BY SPACE
               INTO WS-RPT-LINE
               MOVE WS-RPT-LINE            TO NOTICE-FD
               WRITE NOTICE-FD
               MOVE "ESTE CORIGENT LA URMATOARELE MATERII:"
                                           TO NOTICE-FD
               WRITE NOTICE-FD
           END-IF
           .
       B2-START-NOTICEZ.
           EXIT.

      *> CLOSE THE OPEN NOTICE AND FILE IT UNDER ITS NUMBER
       B3-FILE-NOTICE SECTION.
       B3-FILE-NOTICEA.
           IF NOTICE-CLOSED
               GO TO B3-FILE-NOTICEZ
           END-IF
           MOVE "INCHEIERE"                TO LTM-SECTION
           PERFORM L0-WRITE-SECTION
           IF LTM-BUILT-IN
               MOVE SPACE                  TO NOTICE-FD
               WRITE NOTICE-FD
               MOVE SPACE                  TO WS-RPT-LINE
               STRING "EXAMENUL DE CORIGENTA SE SUSTINE IN SESIUNEA "
                      "DIN AUGUST." DELIMITED BY SIZE
               INTO WS-RPT-LINE
               MOVE WS-RPT-LINE            TO NOTICE-FD
               WRITE NOTICE-FD
               MOVE SPACE                  TO WS-RPT-LINE
               STRING "PROGRAMAREA EXAMENELOR SE AFISEAZA LA "
                      "AVIZIERUL SCOLII." DELIMITED BY SIZE
               INTO WS-RPT-LINE
               MOVE WS-RPT-LINE            TO NOTICE-FD
               WRITE NOTICE-FD
               MOVE SPACE                  TO NOTICE-FD
               WRITE NOTICE-FD
               MOVE "SECRETARIATUL SCOLII" TO NOTICE-FD
               WRITE NOTICE-FD
           END-IF
      *> THE LAST LINE NAMES THE TEMPLATE VERSION THAT PRODUCED IT
           MOVE LTM-STAMP                  TO NOTICE-FD
           WRITE NOTICE-FD
           CLOSE NOTICE-FILE
           SET NOTICE-CLOSED               TO TRUE

           ADD 1                           TO WS-NOTICE-NO
           MOVE SPACE                      TO WS-COPY-COMMAND
           STRING "cp 'CorigNoticeWork.txt' 'CorigNotice_"
                  WS-NOTICE-NO ".txt'" DELIMITED BY SIZE
           INTO WS-COPY-COMMAND
           CALL "SYSTEM" USING WS-COPY-COMMAND
           ADD 1                           TO WS-COUNT-NOTICES
           .
       B3-FILE-NOTICEZ.
           EXIT.

      *> THE STUDENT'S CNP AND FAMILY LANGUAGE FROM THE STAGED
      *> EXTRACT, MATCHED ON NAME AND CLASS. NOT THERE LEAVES THE
      *> NOTICE IN ROMANIAN.
       B4-FIND-STUDENT SECTION.
       B4-FIND-STUDENTA.
           IF EXTRACT-MISSING
               GO TO B4-FIND-STUDENTZ
           END-IF
           OPEN INPUT STUD-EXTRACT
           IF WS-EXTRACT-STATUS NOT = "00"
               GO TO B4-FIND-STUDENTZ
           END-IF
           SET STUDENT-NOT-FOUND           TO TRUE
           SET EXT-NEOF                    TO TRUE
           PERFORM UNTIL EXT-EOF OR STUDENT-FOUND
               MOVE SPACE                  TO WS-STUD-ROW
               READ STUD-EXTRACT INTO WS-STUD-ROW
               AT END
                   SET EXT-EOF             TO TRUE
               NOT AT END
                   IF SR-NUME = RT-LAST(ROW-IDX)
                   AND SR-PRENUME = RT-FIRST(ROW-IDX)
                   AND SR-CLASA(1:2) = RT-CLASS(ROW-IDX)
                       SET STUDENT-FOUND   TO TRUE
                       MOVE SR-CNP         TO LTM-CNP
                       MOVE SR-CLASA       TO LTM-CLASA
                       MOVE SR-LIMBA       TO LTM-LANG
                   END-IF
               END-READ
           END-PERFORM
           CLOSE STUD-EXTRACT
           .
       B4-FIND-STUDENTZ.
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

      *> PASS R: APPLY EACH EXAM RESULT TO ITS CORIGENT SUBJECT ROW
       C0-INGEST-RESULTS SECTION.
       C0-INGEST-RESULTSA.
       D0-WRITE-POST-REPORT SECTION.
       D0-WRITE-POST-REPORTA.
           OPEN OUTPUT POST-REPORT
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO POST-REPORT-FD
               WRITE POST-REPORT-FD
           END-IF
           MOVE "POST-SESSION REPORT - DUPA SESIUNEA DE CORIGENTE"
                                           TO POST-REPORT-FD
           WRITE POST-REPORT-FD
           EVALUATE TRUE
               WHEN MODE-EXTRACT
                   DISPLAY "EXAM SLOTS EXTRACTED : " WS-COUNT-EXTRACTED
                   DISPLAY "FAMILY NOTICES FILED : " WS-COUNT-NOTICES
               WHEN MODE-RESULTS
                   DISPLAY "RESULTS APPLIED      : " WS-COUNT-APPLIED
                   DISPLAY "RESULTS REJECTED     : " WS-COUNT-REJECTED
