      *          AdeverintaSeq.txt, FILES THE CERTIFICATE AS
      *          Adeverinta_<NR>.txt AND LOGS THE ISSUE WITH ITS
      *          NUMBER, DATE AND OPERATOR (AdeverintaRegister.txt).
      *          THE WORDING COMES FROM THE SECRETARIAT'S ADEVER
      *          TEMPLATE (LTRMERGE) IN THE LANGUAGE ASKED AT THE
      *          COUNTER - THE FAMILY'S LETTER LANGUAGE BY DEFAULT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 WS-LOOKUP-NUME               PIC X(30).
           05 FILLER                       PIC X(02).
           05 WS-LOOKUP-PRENUME            PIC X(30).
           05 FILLER                       PIC X(02).
           05 WS-LOOKUP-LIMBA              PIC X(02).

      *> ONE Alumni.txt LINE, THE COLUMNS ROLLOVER WRITES
       01 WS-ALUMNI-LINE.
       01 WS-LINE                          PIC X(100).
       01 WS-FULL-NAME                     PIC X(61).

      *> THE CERTIFICATE'S LANGUAGE: THE STUDENT'S LETTER LANGUAGE
      *> OFFERED AS THE DEFAULT (A GRADUATE HAS NO STUDENTI ROW, SO
      *> ROMANIAN), THE PERSON AT THE COUNTER MAY ASK FOR THE OTHER
       01 WS-DEFAULT-LIMBA                 PIC X(02).
       01 WS-CERT-LIMBA                    PIC X(02).
           88 LIMBA-KNOWN                   VALUE "RO" "HU".

      *> THE CERTIFICATE WORDING, MERGED FROM THE SECRETARIAT'S
      *> ADEVER TEMPLATE - THE TEXT WRITTEN HERE ONLY WHEN THERE IS
      *> NO TEMPLATE
       COPY LTRMERGE-INT.
       01 WS-MERGE-IDX                     PIC 9(02).

       01 ISSUE-LINE.
           05 IL-DATE                      PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           PERFORM A0

           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT CLASA, NUME, PRENUME, LIMBA_CORESP FROM "
                   "STUDENTI WHERE CNP = '" WS-CNP "'"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           OPEN OUTPUT SQL-STATEMENT-FILE
           INTO WS-FULL-NAME
           END-STRING

           MOVE WS-LOOKUP-LIMBA            TO WS-DEFAULT-LIMBA
           PERFORM K0-ASK-LANGUAGE
           PERFORM N0-NEXT-SEQ
           MOVE WS-LOOKUP-NUME             TO LTM-NUME
           MOVE WS-LOOKUP-PRENUME          TO LTM-PRENUME
           MOVE WS-LOOKUP-CLASA            TO LTM-CLASA
           MOVE WS-SEQ-NO                  TO LTM-NR

           OPEN OUTPUT CERT-WORK
           MOVE "ANTET"                    TO LTM-SECTION
           PERFORM L0-WRITE-SECTION
           IF LTM-BUILT-IN
               PERFORM W0-WRITE-BUILT-IN-HEAD
           END-IF
           MOVE "ELEV"                     TO LTM-SECTION
           PERFORM L0-WRITE-SECTION
           IF LTM-BUILT-IN
               MOVE SPACE                  TO WS-LINE
               STRING "(CNP " WS-CNP
                      ") ESTE ELEV(A) AL SCOLII IN CLASA "
                      WS-LOOKUP-CLASA "."
                      DELIMITED BY SIZE
               INTO WS-LINE
               MOVE WS-LINE                TO CERT-WORK-FD
               WRITE CERT-WORK-FD
           END-IF
           PERFORM W1-WRITE-CLOSING
           CLOSE CERT-WORK

           MOVE "ELEV"                     TO IL-TYPE
           INTO WS-FULL-NAME
           END-STRING

           MOVE "RO"                       TO WS-DEFAULT-LIMBA
           PERFORM K0-ASK-LANGUAGE
           PERFORM N0-NEXT-SEQ
           MOVE AL-NUME                    TO LTM-NUME
           MOVE AL-PRENUME                 TO LTM-PRENUME
           MOVE AL-CLASA                   TO LTM-CLASA
           MOVE WS-SEQ-NO                  TO LTM-NR
           MOVE WS-GRAD-AN                 TO LTM-AN
           MOVE WS-GRAD-AVG                TO LTM-MEDIA

           OPEN OUTPUT CERT-WORK
           MOVE "ANTET"                    TO LTM-SECTION
           PERFORM L0-WRITE-SECTION
           IF LTM-BUILT-IN
               PERFORM W0-WRITE-BUILT-IN-HEAD
           END-IF
           MOVE "ABSOLVENT"                TO LTM-SECTION
           PERFORM L0-WRITE-SECTION
           IF LTM-BUILT-IN
               MOVE SPACE                  TO WS-LINE
               STRING "(CNP " WS-CNP ") A ABSOLVIT SCOALA, CLASA "
                      AL-CLASA
                      DELIMITED BY SIZE
               INTO WS-LINE
               MOVE WS-LINE                TO CERT-WORK-FD
               WRITE CERT-WORK-FD
           END-IF
           IF WS-GRAD-AN > SPACE
               MOVE "MEDIE"                TO LTM-SECTION
               PERFORM L0-WRITE-SECTION
               IF LTM-BUILT-IN
                   MOVE SPACE              TO WS-LINE
                   STRING "IN ANUL SCOLAR " WS-GRAD-AN
                          " CU MEDIA GENERALA " WS-GRAD-AVG "."
                          DELIMITED BY SIZE
                   INTO WS-LINE
                   MOVE WS-LINE            TO CERT-WORK-FD
                   WRITE CERT-WORK-FD
               END-IF
           END-IF
           PERFORM W1-WRITE-CLOSING
           CLOSE CERT-WORK

           MOVE "ABSOLVENT"                TO IL-TYPE
       G1-FIND-REGISTER-AVERAGEZ.
           EXIT.

      *> THE CERTIFICATE'S LANGUAGE, AND THE TEMPLATE VALUES EVERY
      *> CERTIFICATE SHARES
       K0-ASK-LANGUAGE SECTION.
       K0-ASK-LANGUAGEA.
           IF WS-DEFAULT-LIMBA NOT = "HU"
               MOVE "RO"                   TO WS-DEFAULT-LIMBA
           END-IF
           DISPLAY "LANGUAGE - RO ROMANIAN, HU HUNGARIAN (BLANK = "
               WS-DEFAULT-LIMBA "): " WITH NO ADVANCING
           MOVE SPACE                      TO WS-CERT-LIMBA
           ACCEPT WS-CERT-LIMBA
           INSPECT WS-CERT-LIMBA CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-CERT-LIMBA = SPACE
               MOVE WS-DEFAULT-LIMBA       TO WS-CERT-LIMBA
           END-IF
           IF NOT LIMBA-KNOWN
               DISPLAY "UNKNOWN LANGUAGE " WS-CERT-LIMBA " - "
                   WS-DEFAULT-LIMBA " USED"
               MOVE WS-DEFAULT-LIMBA       TO WS-CERT-LIMBA
           END-IF

           MOVE SPACE                      TO LTM-VALUES
           MOVE "ADEVER"                   TO LTM-TYPE
           MOVE WS-CERT-LIMBA              TO LTM-LANG
           MOVE WS-CNP                     TO LTM-CNP
           MOVE WS-RUN-DATE                TO LTM-DATA
           .
       K0-ASK-LANGUAGEZ.
           EXIT.

      *> ONE SECTION OF THE TEMPLATE ONTO THE CERTIFICATE. A SECTION
      *> THE TEMPLATE DOES NOT HAVE COMES BACK LTM-BUILT-IN AND THE
      *> CALLER WRITES ITS OWN WORDING INSTEAD.
       L0-WRITE-SECTION SECTION.
       L0-WRITE-SECTIONA.
           CALL "LTRMERGE" USING LTRMERGE-INTERFACE
           IF LTM-MERGED
               PERFORM VARYING WS-MERGE-IDX FROM 1 BY 1
                       UNTIL WS-MERGE-IDX > LTM-LINE-COUNT
                   MOVE LTM-LINE(WS-MERGE-IDX) TO CERT-WORK-FD
                   WRITE CERT-WORK-FD
               END-PERFORM
           END-IF
           .
       L0-WRITE-SECTIONZ.
           EXIT.

      *> THE BUILT-IN HEADING BOTH CERTIFICATES SHARE
       W0-WRITE-BUILT-IN-HEAD SECTION.
       W0-WRITE-BUILT-IN-HEADA.
           MOVE SPACE                      TO WS-LINE
           STRING "ADEVERINTA NR. " WS-SEQ-NO " / " WS-RUN-DATE
                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO CERT-WORK-FD
           WRITE CERT-WORK-FD
           MOVE SPACE                      TO CERT-WORK-FD
           WRITE CERT-WORK-FD
           MOVE SPACE                      TO WS-LINE
           STRING "SE ADEVERESTE PRIN PREZENTA CA " WS-FULL-NAME
                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO CERT-WORK-FD
           WRITE CERT-WORK-FD
           .
       W0-WRITE-BUILT-IN-HEADZ.
           EXIT.

      *> THE CLOSING FORMULA, THEN THE LINE NAMING THE TEMPLATE
      *> VERSION THAT PRODUCED THE CERTIFICATE
       W1-WRITE-CLOSING SECTION.
       W1-WRITE-CLOSINGA.
           MOVE "INCHEIERE"                TO LTM-SECTION
           PERFORM L0-WRITE-SECTION
           IF LTM-BUILT-IN
               MOVE "SE ELIBEREAZA PENTRU A-I SERVI LA NEVOIE."
                                           TO CERT-WORK-FD
               WRITE CERT-WORK-FD
           END-IF
           MOVE LTM-STAMP                  TO CERT-WORK-FD
           WRITE CERT-WORK-FD
           .
       W1-WRITE-CLOSINGZ.
           EXIT.

      *> THE NEXT REGISTER NUMBER - ONE LINE, REWRITTEN PER ISSUE
       N0-NEXT-SEQ SECTION.
       N0-NEXT-SEQA.
