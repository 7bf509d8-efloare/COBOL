      *          DATES, IN ORDER - COMPUTES THE PER-SUBJECT AND
      *          GENERAL AVERAGES, AND PRINTS ONE FORMATTED DOCUMENT
      *          (FoaieMatricola.txt) FOR THE RECEIVING SCHOOL.
      *          A SUBJECT PASSED BY DIFFERENTIAL EXAM (TIPNOTA 'D',
      *          LOADED BY EXDIFER) IS PRINTED AS SUCH, AND THE EXAM
      *          GRADE STANDS AS THE SUBJECT AVERAGE. THE STUDENT'S
      *          DISCIPLINARY SANCTIONS FROM Sanctiuni.txt (SANCMAINT)
      *          FOLLOW THE GENERAL AVERAGE, WITHDRAWN ONES MARKED,
      *          THEN THE OLYMPIAD AND COMPETITION RESULTS FROM
      *          Olimpiade.txt (OLIMPMAINT), EVERY YEAR AND PHASE.
      *          THE OPERATOR SIGNS ON (OPSIGNON) AND EVERY FOAIE
      *          PRINTED IS LOGGED AGAINST THEM IN AccessLog.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT REPORT-FILE ASSIGN TO 'FoaieMatricola.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> THE SANCTIONS REGISTRY SANCMAINT KEEPS IN THIS DIRECTORY
           SELECT SANCT-FILE ASSIGN TO 'Sanctiuni.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SANCT-STATUS.

      *> THE OLYMPIAD AND COMPETITION REGISTRY OLIMPMAINT KEEPS HERE
           SELECT OLIMP-FILE ASSIGN TO 'Olimpiade.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OLIMP-STATUS.

      *> STATEMENTS WHOSE JAR INVOCATION FAILED ARE APPENDED HERE
      *> INSTEAD OF BEING SILENTLY DROPPED
           SELECT DEAD-LETTER-FILE ASSIGN TO 'SQLDeadLetters.txt'
        FD REPORT-FILE.
       01 REPORT-FILE-FD                    PIC X(120).

        FD SANCT-FILE.
       01 SANCT-FD                          PIC X(130).

        FD OLIMP-FILE.
       01 OLIMP-FD                          PIC X(220).

        FD DEAD-LETTER-FILE.
       01 DEAD-LETTER-FD                    PIC X(321).

       05 SQL-STATEMENT                    PIC X(300).

       01 WS-DL-STATUS                     PIC X(02).
       01 WS-SANCT-STATUS                  PIC X(02).
       01 WS-OLIMP-STATUS                  PIC X(02).

       01 JAR-CALL-SWITCH                  PIC X(01) VALUE "O".
           88 JAR-CALL-OK                   VALUE "O".
      *> OF NOTE COME BACK THROUGH HERE, MARKED AS ARCHIVED
       COPY ARCQ-INT.

      *> OPERATOR SIGN-ON, AND THE READ-ACCESS LOG THE FOAIE PRINTED
      *> IS RECORDED IN UNDER THEIR ID
       COPY OPSIGN-INT.
       COPY ACCLOG-INT.

      *> SHARED CLASSIFICATION OF SQLSta VALUES INTO RETRYABLE VS
      *> FATAL, PLUS HOW OFTEN AND HOW LONG TO RETRY A TRANSIENT ONE
       01 WS-ORAL-AVG                      PIC 9(02)V9(02).
       01 WS-TEZA-AVG                      PIC 9(02)V9(02).
       01 WS-SUBJ-AVG                      PIC 9(02)V9(02).
      *> AN EQUIVALENCE (DIFFERENTIAL) EXAM GRADE REPLACES THE
      *> SUBJECT AVERAGE OUTRIGHT - THE LATEST ONE COUNTS
       01 WS-DIF-NOTA                      PIC 9(02) VALUE 0.
       01 WS-DIF-SW                        PIC X(01) VALUE "N".
           88 SUBJ-BY-DIFERENTA             VALUE "Y".
           88 SUBJ-NOT-BY-DIFERENTA         VALUE "N".
       01 WS-FIRST-SW                      PIC X(01) VALUE "Y".
           88 FIRST-ROW                     VALUE "Y".
           88 NOT-FIRST-ROW                 VALUE "N".

       01 WS-ARQ-IDX                       PIC 9(03).

      *> ONE Sanctiuni.txt LINE, SPLIT
      *> (CNP;CLASA;DATA;TIP;DECIZIE;OPERATOR;STARE;DATARIDICARE;...)
       01 WS-SANCT-LINE                    PIC X(130).
       01 WS-SANCT-FIELDS.
           05 SF-CNP                       PIC X(13).
           05 SF-CLASA                     PIC X(04).
           05 SF-DATA                      PIC X(08).
           05 SF-TIP                       PIC X(20).
           05 SF-DECIZIE                   PIC X(15).
           05 SF-OPERATOR                  PIC X(08).
           05 SF-STARE                     PIC X(08).
               88 SF-RIDICATA               VALUE "RIDICATA".
           05 SF-DATA-RID                  PIC X(08).
       01 WS-COUNT-SANCTIONS               PIC 9(03) VALUE 0.

      *> ONE Olimpiade.txt LINE, SPLIT (CNP;ANSCOLAR;TIP;MATERIE;
      *> FAZA;PREMIU;CONCURS;PROFCNP;CLASA;NUME;PRENUME;DIPLOMA)
       01 WS-OLIMP-LINE                    PIC X(220).
       01 WS-OLIMP-FIELDS.
           05 OF-CNP                       PIC X(13).
           05 OF-AN                        PIC X(09).
           05 OF-TIP                       PIC X(01).
               88 OF-OLIMPIADA              VALUE "O".
           05 OF-MATERIE                   PIC X(30).
           05 OF-FAZA                      PIC X(01).
           05 OF-PREMIU                    PIC X(01).
           05 OF-CONCURS                   PIC X(40).
           05 OF-PROFCNP                   PIC X(13).
           05 OF-CLASA                     PIC X(04).
           05 OF-NUME                      PIC X(30).
           05 OF-PRENUME                   PIC X(30).
           05 OF-DIPLOMA                   PIC X(20).
       01 WS-OLIMP-FAZA-TEXT               PIC X(14).
       01 WS-OLIMP-PREMIU-TEXT             PIC X(14).
       01 WS-COUNT-OLIMP                   PIC 9(03) VALUE 0.

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".
       COPY TRAINENV-INT.

      *-----------------------
       PROCEDURE DIVISION.
       S0  SECTION.
       S0A.
           DISPLAY "FOAIE MATRICOLA"
           MOVE "TRANSCRIPT"               TO OPS-PROGRAM
           CALL "OPSIGNON" USING OPSIGN-INTERFACE
           IF OPS-DENIED
               DISPLAY OPS-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "CNP: " WITH NO ADVANCING
           ACCEPT WS-CNP

           PERFORM C0-WRITE-HEADER
           PERFORM D0-WRITE-GRADES
           PERFORM E0-WRITE-GENERAL
           PERFORM E1-WRITE-SANCTIONS
           PERFORM E3-WRITE-OLIMPIADE
           PERFORM F0-WRITE-ARCHIVED
           PERFORM Z0
           MOVE "TRANSCRIPT"               TO ACL-PROGRAM
           MOVE OPS-ID                     TO ACL-OPERATOR
           MOVE WS-CNP                     TO ACL-CNP
           MOVE "FOAIE MATRICOLA - RECORD, GRADES, SANCTIONS, OLIMP"
                                           TO ACL-SHOWN
           CALL "ACCLOG" USING ACCLOG-INTERFACE
           DISPLAY "TRANSCRIPT WRITTEN TO FoaieMatricola.txt ("
               WS-COUNT-GRADES " GRADES)"
           MOVE 0 TO RETURN-CODE
       A0 SECTION.
       A0A.
           OPEN OUTPUT REPORT-FILE
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
           END-IF
           OPEN EXTEND DEAD-LETTER-FILE
           IF WS-DL-STATUS = "35"
               OPEN OUTPUT DEAD-LETTER-FILE
               MOVE 0                      TO WS-SUBJ-CNT
               MOVE 0                      TO WS-TEZA-SUM
               MOVE 0                      TO WS-TEZA-CNT
               SET SUBJ-NOT-BY-DIFERENTA   TO TRUE
               MOVE WS-CUR-SUBJECT         TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
           END-IF

           MOVE SPACE                      TO WS-LINE
           IF NR-TIP = "D"
               STRING "    " NR-DATA "  NOTA " NR-NOTA
                       "  EXAMEN DE DIFERENTA"
                       DELIMITED BY SIZE
               INTO WS-LINE
           ELSE
               STRING "    " NR-DATA "  NOTA " NR-NOTA
                       DELIMITED BY SIZE
               INTO WS-LINE
           END-IF
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           ADD 1                           TO WS-COUNT-GRADES

           IF NR-NOTA NUMERIC
               MOVE NR-NOTA                TO WS-NOTA-NUM
               IF NR-TIP = "D"
                   MOVE WS-NOTA-NUM        TO WS-DIF-NOTA
                   SET SUBJ-BY-DIFERENTA   TO TRUE
                   GO TO D1-ONE-GRADEZ
               END-IF
               IF NR-TIP = "T"
                   ADD WS-NOTA-NUM         TO WS-TEZA-SUM
                   ADD 1                   TO WS-TEZA-CNT
       D2-CLOSE-SUBJECT SECTION.
       D2-CLOSE-SUBJECTA.
           IF WS-SUBJ-CNT = 0 AND WS-TEZA-CNT = 0
           AND SUBJ-NOT-BY-DIFERENTA
               GO TO D2-CLOSE-SUBJECTZ
           END-IF
           IF WS-SUBJ-CNT > 0
               MOVE 0                      TO WS-TEZA-AVG
           END-IF
           EVALUATE TRUE
               WHEN SUBJ-BY-DIFERENTA
                   MOVE WS-DIF-NOTA        TO WS-SUBJ-AVG
               WHEN WS-SUBJ-CNT > 0 AND WS-TEZA-CNT > 0
                   COMPUTE WS-SUBJ-AVG =
                       (3 * WS-ORAL-AVG + WS-TEZA-AVG) / 4
           END-EVALUATE
           MOVE WS-SUBJ-AVG                TO WS-AVG-DISP
           MOVE SPACE                      TO WS-LINE
           EVALUATE TRUE
               WHEN SUBJ-BY-DIFERENTA AND WS-DIF-NOTA < 5
                   STRING "    MEDIA: " WS-AVG-DISP
                          "  (RESPINS LA EXAMENUL DE DIFERENTA)"
                          DELIMITED BY SIZE
                   INTO WS-LINE
               WHEN SUBJ-BY-DIFERENTA
                   STRING "    MEDIA: " WS-AVG-DISP
                          "  (PROMOVAT PRIN EXAMEN DE DIFERENTA)"
                          DELIMITED BY SIZE
                   INTO WS-LINE
               WHEN OTHER
                   STRING "    MEDIA: " WS-AVG-DISP DELIMITED BY SIZE
                   INTO WS-LINE
           END-EVALUATE
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD

       E0-WRITE-GENERALZ.
           EXIT.

      *> THE STUDENT'S SANCTIONS, IN REGISTRY ORDER. NO REGISTRY OR
      *> NO LINE FOR THE CNP LEAVES THE SECTION OFF THE FOAIE.
       E1-WRITE-SANCTIONS SECTION.
       E1-WRITE-SANCTIONSA.
           OPEN INPUT SANCT-FILE
           IF WS-SANCT-STATUS NOT = "00"
               GO TO E1-WRITE-SANCTIONSZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-SANCT-LINE
               READ SANCT-FILE INTO WS-SANCT-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   MOVE SPACE              TO WS-SANCT-FIELDS
                   UNSTRING WS-SANCT-LINE DELIMITED BY ";" INTO
                       SF-CNP SF-CLASA SF-DATA SF-TIP SF-DECIZIE
                       SF-OPERATOR SF-STARE SF-DATA-RID
                   END-UNSTRING
                   IF SF-CNP = WS-CNP
                       PERFORM E2-ONE-SANCTION
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SANCT-FILE
           .
       E1-WRITE-SANCTIONSZ.
           EXIT.

       E2-ONE-SANCTION SECTION.
       E2-ONE-SANCTIONA.
           IF WS-COUNT-SANCTIONS = 0
               MOVE SPACE                  TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
               MOVE "SANCTIUNI DISCIPLINARE:" TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
           END-IF
           ADD 1                           TO WS-COUNT-SANCTIONS
           MOVE SPACE                      TO WS-LINE
           STRING "  " SF-DATA "  " SF-TIP "  CLASA " SF-CLASA
                  "  DECIZIA " SF-DECIZIE
                  DELIMITED BY SIZE
           INTO WS-LINE
           IF SF-RIDICATA
               MOVE "RIDICATA LA "         TO WS-LINE(80:12)
               MOVE SF-DATA-RID            TO WS-LINE(92:8)
           END-IF
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           .
       E2-ONE-SANCTIONZ.
           EXIT.

      *> THE STUDENT'S OLYMPIAD AND COMPETITION RESULTS, IN REGISTRY
      *> ORDER - SAME SHAPE AS THE SANCTIONS: NO REGISTRY OR NO LINE
      *> FOR THE CNP LEAVES THE SECTION OFF THE FOAIE.
       E3-WRITE-OLIMPIADE SECTION.
       E3-WRITE-OLIMPIADEA.
           OPEN INPUT OLIMP-FILE
           IF WS-OLIMP-STATUS NOT = "00"
               GO TO E3-WRITE-OLIMPIADEZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-OLIMP-LINE
               READ OLIMP-FILE INTO WS-OLIMP-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   MOVE SPACE              TO WS-OLIMP-FIELDS
                   UNSTRING WS-OLIMP-LINE DELIMITED BY ";" INTO
                       OF-CNP OF-AN OF-TIP OF-MATERIE OF-FAZA
                       OF-PREMIU OF-CONCURS OF-PROFCNP OF-CLASA
                       OF-NUME OF-PRENUME OF-DIPLOMA
                   END-UNSTRING
                   IF OF-CNP = WS-CNP
                       PERFORM E4-ONE-OLIMP
                   END-IF
               END-READ
           END-PERFORM
           CLOSE OLIMP-FILE
           .
       E3-WRITE-OLIMPIADEZ.
           EXIT.

       E4-ONE-OLIMP SECTION.
       E4-ONE-OLIMPA.
           IF WS-COUNT-OLIMP = 0
               MOVE SPACE                  TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
               MOVE "OLIMPIADE SI CONCURSURI:" TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
           END-IF
           ADD 1                           TO WS-COUNT-OLIMP
           EVALUATE OF-FAZA
               WHEN "L" MOVE "LOCALA"      TO WS-OLIMP-FAZA-TEXT
               WHEN "J" MOVE "JUDETEANA"   TO WS-OLIMP-FAZA-TEXT
               WHEN "R" MOVE "REGIONALA"   TO WS-OLIMP-FAZA-TEXT
               WHEN "N" MOVE "NATIONALA"   TO WS-OLIMP-FAZA-TEXT
               WHEN OTHER
                   MOVE "INTERNATIONALA"   TO WS-OLIMP-FAZA-TEXT
           END-EVALUATE
           EVALUATE OF-PREMIU
               WHEN "1" MOVE "PREMIUL I"   TO WS-OLIMP-PREMIU-TEXT
               WHEN "2" MOVE "PREMIUL II"  TO WS-OLIMP-PREMIU-TEXT
               WHEN "3" MOVE "PREMIUL III" TO WS-OLIMP-PREMIU-TEXT
               WHEN "S" MOVE "PREMIU SPECIAL" TO WS-OLIMP-PREMIU-TEXT
               WHEN "M" MOVE "MENTIUNE"    TO WS-OLIMP-PREMIU-TEXT
               WHEN OTHER
                   MOVE "PARTICIPARE"      TO WS-OLIMP-PREMIU-TEXT
           END-EVALUATE
           MOVE SPACE                      TO WS-LINE
           STRING "  " OF-AN "  " OF-MATERIE(1:24) "  "
                  WS-OLIMP-FAZA-TEXT "  " WS-OLIMP-PREMIU-TEXT
                  "  " OF-CONCURS(1:40)
                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           .
       E4-ONE-OLIMPZ.
           EXIT.

      *> THE CLOSED YEARS: WHATEVER ARCQUERY FINDS IN THE
      *> NoteArchive FILES GOES ON THE FOAIE MARKED (ARHIVA)
       F0-WRITE-ARCHIVED SECTION.
       F0-WRITE-ARCHIVEDA.
           MOVE WS-CNP                     TO ARQ-CNP
           MOVE SPACE                      TO ARQ-YEAR
           MOVE "TRANSCRIPT"               TO ARQ-PROGRAM
           MOVE OPS-ID                     TO ARQ-OPERATOR
           CALL "ARCQUERY" USING ARCQ-INTERFACE
           IF ARQ-NONE
               GO TO F0-WRITE-ARCHIVEDZ
