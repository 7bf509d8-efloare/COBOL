      *          DISPATCH LOG LIKE EVERY OTHER LETTER) AND MARKS THE
      *          NotifiedGrades ENTRY SUPERSEDED - SO A LATER FAILING
      *          GRADE IN THE SAME SUBJECT CAN BE REPORTED AFRESH.
      *          THE WORDING COMES FROM THE SECRETARIAT'S RETRACT
      *          TEMPLATE (LTRMERGE) IN THE FAMILY'S LETTER LANGUAGE,
      *          TAKEN FROM THE NIGHTLY Extract_STUDENTI.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOTIFY-STATUS.

      *> THE STAGED COPY OF THE NIGHTLY STUDENTI EXTRACT - THE
      *> FAMILY'S LETTER LANGUAGE IS ITS LAST COLUMN
           SELECT STUD-EXTRACT ASSIGN TO 'StudentExtractCopy.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXTRACT-STATUS.

      *> EVERY LETTER IS BUILT HERE AND THEN MOVED UNDER Letters/
      *> BY A SHELL MOVE (ASSIGN NAMES ARE FIXED UNDER THIS DIALECT)
           SELECT LETTER-WORK ASSIGN TO 'RetractionLetterWork.txt'
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
        FD CORR-AUDIT.
       01 CORR-AUDIT-FD                    PIC X(132).

        FD NOTIFY-HISTORY.
       01 NOTIFY-HISTORY-FD                PIC X(60).

        FD STUD-EXTRACT.
       01 STUD-EXTRACT-FD                  PIC X(250).

        FD LETTER-WORK.
       01 LETTER-WORK-FD                   PIC X(120).

       01 WS-CORR-STATUS                   PIC X(02).
       01 WS-NOTIFY-STATUS                 PIC X(02).
       01 WS-DISPATCH-STATUS               PIC X(02).
       01 WS-EXTRACT-STATUS                PIC X(02).

      *> ONE GradeCorrectionAudit.txt LINE, THE COLUMNS GRADECORR
      *> WRITES

       01 WS-COUNT-RETRACTED               PIC 9(04) VALUE 0.

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
      *> THE EXTRACT IS SCANNED INSIDE THE AUDIT'S READ LOOP, SO IT
      *> HAS AN END-OF-FILE SWITCH OF ITS OWN
       01 WS-EXT-EOF-SW                    PIC X(01) VALUE "N".
           88 EXT-EOF                       VALUE "E".
           88 EXT-NEOF                      VALUE "N".

      *> THE LETTER WORDING, MERGED FROM THE SECRETARIAT'S RETRACT
      *> TEMPLATE IN THE FAMILY'S LANGUAGE - THE TEXT WRITTEN HERE
      *> ONLY WHEN THERE IS NO TEMPLATE
       COPY LTRMERGE-INT.
       01 WS-MERGE-IDX                     PIC 9(02).

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".
               STOP RUN
           END-IF

           PERFORM A1-STAGE-EXTRACT
           PERFORM B0-SCAN-CORRECTIONS
           IF WS-COUNT-RETRACTED > 0
               PERFORM C0-REWRITE-NOTIFIED
       A0-LOAD-NOTIFIEDZ.
           EXIT.

      *> THE NIGHTLY STUDENTI EXTRACT, FOR THE FAMILY'S LANGUAGE.
      *> WITHOUT IT EVERY LETTER GOES OUT IN ROMANIAN.
       A1-STAGE-EXTRACT SECTION.
       A1-STAGE-EXTRACTA.
           MOVE SPACE                      TO WS-MOVE-COMMAND
           STRING "cp '../Assign 13 Rapoarte FLOARE EMIL/"
                  "Extract_STUDENTI.txt' 'StudentExtractCopy.txt'"
                  DELIMITED BY SIZE
           INTO WS-MOVE-COMMAND
           CALL "SYSTEM" USING WS-MOVE-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "NO Extract_STUDENTI.txt - THE LETTERS GO OUT "
                   "IN ROMANIAN"
               SET EXTRACT-MISSING         TO TRUE
           ELSE
               SET EXTRACT-STAGED          TO TRUE
           END-IF
           .
       A1-STAGE-EXTRACTZ.
           EXIT.

      *> THE CORRECTION AUDIT LIVES IN THE SECRETARIAT DIRECTORY -
      *> A FRESH COPY IS STAGED HERE EVERY RUN (THE TRIAGE PATTERN),
      *> SO THE RETRACTIONS NEVER DEPEND ON A HAND COPY. NO AUDIT ON

       D0-WRITE-RETRACTION SECTION.
       D0-WRITE-RETRACTIONA.
           MOVE SPACE                      TO LTM-VALUES
           MOVE "RETRACT"                  TO LTM-TYPE
           MOVE SPACE                      TO LTM-LANG
           MOVE CA-CNP                     TO LTM-CNP
           MOVE CA-MATERIE                 TO LTM-MATERIA
           MOVE CA-DATANOTA                TO LTM-DATA
           MOVE CA-OLD                     TO LTM-NOTA
           MOVE CA-NEW                     TO LTM-NOTA-NOUA
           PERFORM D1-FIND-STUDENT

           OPEN OUTPUT LETTER-WORK
           MOVE "SCRISOARE"                TO LTM-SECTION
           CALL "LTRMERGE" USING LTRMERGE-INTERFACE
           IF LTM-MERGED
               PERFORM VARYING WS-MERGE-IDX FROM 1 BY 1
                       UNTIL WS-MERGE-IDX > LTM-LINE-COUNT
                   MOVE LTM-LINE(WS-MERGE-IDX) TO LETTER-WORK-FD
                   WRITE LETTER-WORK-FD
               END-PERFORM
           ELSE
               MOVE "STIMATA FAMILIE,"     TO LETTER-WORK-FD
               WRITE LETTER-WORK-FD
               MOVE SPACE                  TO LETTER-WORK-FD
               WRITE LETTER-WORK-FD
               MOVE SPACE                  TO WS-LINE
               STRING "REVENIM ASUPRA SCRISORII PRIVIND NOTA LA "
                      CA-MATERIE DELIMITED BY SIZE
               INTO WS-LINE
               MOVE WS-LINE                TO LETTER-WORK-FD
               WRITE LETTER-WORK-FD
               MOVE SPACE                  TO WS-LINE
               STRING "NOTA DIN " CA-DATANOTA " A FOST CORECTATA DIN "
                      CA-OLD " IN " CA-NEW "."
                      DELIMITED BY SIZE
               INTO WS-LINE
               MOVE WS-LINE                TO LETTER-WORK-FD
               WRITE LETTER-WORK-FD
               MOVE "SCRISOAREA ANTERIOARA SE CONSIDERA RETRASA."
                                           TO LETTER-WORK-FD
               WRITE LETTER-WORK-FD
               MOVE SPACE                  TO LETTER-WORK-FD
               WRITE LETTER-WORK-FD
               MOVE "SECRETARIATUL SCOLII" TO LETTER-WORK-FD
               WRITE LETTER-WORK-FD
           END-IF
      *> THE LAST LINE NAMES THE TEMPLATE VERSION THAT PRODUCED IT
           MOVE LTM-STAMP                  TO LETTER-WORK-FD
           WRITE LETTER-WORK-FD
           CLOSE LETTER-WORK

       D0-WRITE-RETRACTIONZ.
           EXIT.

      *> THE STUDENT'S NAME, CLASS AND FAMILY LANGUAGE FROM THE
      *> STAGED EXTRACT. NOT THERE (A STUDENT WHO HAS SINCE LEFT)
      *> LEAVES THEM BLANK - THE LETTER GOES OUT IN ROMANIAN.
       D1-FIND-STUDENT SECTION.
       D1-FIND-STUDENTA.
           IF EXTRACT-MISSING
               GO TO D1-FIND-STUDENTZ
           END-IF
           OPEN INPUT STUD-EXTRACT
           IF WS-EXTRACT-STATUS NOT = "00"
               GO TO D1-FIND-STUDENTZ
           END-IF
           SET STUDENT-NOT-FOUND           TO TRUE
           SET EXT-NEOF                    TO TRUE
           PERFORM UNTIL EXT-EOF OR STUDENT-FOUND
               MOVE SPACE                  TO WS-STUD-ROW
               READ STUD-EXTRACT INTO WS-STUD-ROW
               AT END
                   SET EXT-EOF             TO TRUE
               NOT AT END
                   IF SR-CNP = CA-CNP
                       SET STUDENT-FOUND   TO TRUE
                       MOVE SR-NUME        TO LTM-NUME
                       MOVE SR-PRENUME     TO LTM-PRENUME
                       MOVE SR-CLASA       TO LTM-CLASA
                       MOVE SR-LIMBA       TO LTM-LANG
                   END-IF
               END-READ
           END-PERFORM
           CLOSE STUD-EXTRACT
           .
       D1-FIND-STUDENTZ.
           EXIT.

       E0-REGISTER-DISPATCH SECTION.
       E0-REGISTER-DISPATCHA.
           OPEN EXTEND DISPATCH-FILE
