      ******************************************************************
      * Author:
      * Date:
      * Purpose: IMPORT OF THE COUNTY E-CATALOG PLATFORM'S NIGHTLY
      *          GRADE EXPORT. THE PLATFORM LEAVES ONE FILE PER CLASS
      *          IN ECatalogExport/ (*.csv, ONE HEADER LINE, THEN
      *          CLASA,ELEV,DISCIPLINA,NOTA,DATA,TIP,PROFESOR PER
      *          GRADE), USING ITS OWN SUBJECT CODES, DD.MM.YYYY
      *          DATES, ITS OWN ASSESSMENT TYPES AND, FOR THE
      *          STUDENT, EITHER THE CNP OR ITS PLATFORM ID. EACH
      *          ROW IS TRANSLATED INTO THE Note.csv FEED FORMAT
      *          (CNP;MATERIE;NOTA;DATA;CLASA;TIP;ANSCOLAR;CNPPROF):
      *          THE SUBJECT CODE THROUGH ECatalogSubjects.txt AND
      *          THEN SubjectAliases.txt, THE PLATFORM ID THROUGH
      *          ECatalogStudents.txt, THE DATE TO YYYYMMDD AND THE
      *          SCHOOL YEAR TAKEN FROM IT, TEZA/LUCRARE SEMESTRIALA
      *          TO T AND EVERY OTHER KNOWN TYPE TO O. A ROW ALREADY
      *          IN THE DATABASE (Extract_NOTE.txt) OR ALREADY
      *          WAITING IN Note.csv IS SKIPPED, SO IMPORTING THE
      *          SAME EXPORT TWICE IS HARMLESS. THE NEW ROWS GO TO
      *          A SEALED DROP FILE OF THEIR OWN IN Inbound/
      *          (FEEDDROP), WHICH FEEDMERGE ADDS TO Note.csv BEFORE
      *          FEEDCHECK AND THE NIGHTLY InsertAll; A ROW THAT
      *          CANNOT BE MAPPED GOES TO ECatalogRejects.txt, WHICH
      *          TRIAGE PICKS UP.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ECATIMPORT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> THE EXPORT FILES FOUND TONIGHT, ONE PATH PER LINE
           SELECT EXPORT-LIST ASSIGN TO 'ECatalogList.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIST-STATUS.

      *> EACH EXPORT FILE IS STAGED HERE BEFORE IT IS READ (ASSIGN
      *> NAMES ARE FIXED UNDER THIS DIALECT)
           SELECT EXPORT-WORK ASSIGN TO 'ECatalogWork.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.

      *> PLATFORM SUBJECT CODE -> MATERII NAME, MAINTAINED BY HAND
           SELECT SUBJECT-MAP ASSIGN TO 'ECatalogSubjects.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUBJ-STATUS.

      *> PLATFORM STUDENT ID -> CNP, MAINTAINED BY HAND
           SELECT STUDENT-MAP ASSIGN TO 'ECatalogStudents.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STUD-STATUS.

      *> THE SAME VARIANT -> CANONICAL SUBJECT NAMES THE AVERAGES
      *> RUN FOLDS ITS SUBJECTS THROUGH
           SELECT ALIAS-FILE ASSIGN TO
           '../16-03 Assign/SubjectAliases.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALIAS-STATUS.

      *> THE STAGED COPY OF LAST NIGHT'S NOTE EXTRACT
           SELECT NOTE-EXTRACT ASSIGN TO 'NoteExtractCopy.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXTRACT-STATUS.

      *> THE FEED InsertAll LOADS, READ FOR THE ROWS ALREADY WAITING
      *> (TONIGHT'S NEW ONES GO TO A DROP, NEVER ONTO ITS END)
           SELECT NOTE-FEED ASSIGN TO 'Note.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEED-STATUS.

      *> EVERY ROW THAT COULD NOT BE MAPPED, WITH THE REASON - ONE
      *> OF THE SOURCES TRIAGE CONSOLIDATES
           SELECT REJECT-FILE ASSIGN TO 'ECatalogRejects.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
        FD EXPORT-LIST.
       01 EXPORT-LIST-FD                   PIC X(100).

        FD EXPORT-WORK.
       01 EXPORT-WORK-FD                   PIC X(200).

        FD SUBJECT-MAP.
       01 SUBJECT-MAP-FD                   PIC X(41).

        FD STUDENT-MAP.
       01 STUDENT-MAP-FD                   PIC X(29).

        FD ALIAS-FILE.
       01 ALIAS-FD                         PIC X(61).

        FD NOTE-EXTRACT.
       01 NOTE-EXTRACT-FD                  PIC X(120).

        FD NOTE-FEED.
       01 NOTE-FEED-FD                     PIC X(120).

        FD REJECT-FILE.
       01 REJECT-FILE-FD                   PIC X(200).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WS-LIST-STATUS                   PIC X(02).
       01 WS-WORK-STATUS                   PIC X(02).
       01 WS-SUBJ-STATUS                   PIC X(02).
       01 WS-STUD-STATUS                   PIC X(02).
       01 WS-ALIAS-STATUS                  PIC X(02).
       01 WS-EXTRACT-STATUS                PIC X(02).
       01 WS-FEED-STATUS                   PIC X(02).

       01 WS-LIST-COMMAND                  PIC X(120) VALUE
           "ls ECatalogExport/*.csv 2>/dev/null | sort > ECatalogList.tx
      -    "t".
       01 WS-COPY-COMMAND                  PIC X(200).

      *> TONIGHT'S NEW ROWS, DROPPED FOR FEEDMERGE TO ADD TO Note.csv
       COPY FEEDDROP-INT.
       01 WS-COUNT-NOT-WRITTEN             PIC 9(05) VALUE 0.

       01 WS-EXPORT-PATH                   PIC X(100).

      *> ONE LINE OF ECatalogSubjects.txt: CODE(10) SPACE MATERIE(30)
       01 WS-SUBJ-LINE.
           05 SL-CODE                      PIC X(10).
           05 FILLER                       PIC X(01).
           05 SL-MATERIE                   PIC X(30).
       01 K-MAX-SUBJ                       PIC 9(03) VALUE 200.
       01 SUBJ-TABLE.
           05 SUBJ-ENTRY OCCURS 200 TIMES.
               10 SJ-CODE                  PIC X(10).
               10 SJ-MATERIE               PIC X(30).
       01 SUBJ-COUNT                       PIC 9(03) VALUE 0.
       01 WS-SUBJ-IDX                      PIC 9(03).

      *> ONE LINE OF ECatalogStudents.txt: PLATFORM ID(15) SPACE
      *> CNP(13)
       01 WS-STUD-LINE.
           05 TL-PLATFORM-ID               PIC X(15).
           05 FILLER                       PIC X(01).
           05 TL-CNP                       PIC X(13).
       01 K-MAX-STUD                       PIC 9(04) VALUE 3000.
       01 STUD-TABLE.
           05 STUD-ENTRY OCCURS 3000 TIMES.
               10 TS-PLATFORM-ID           PIC X(15).
               10 TS-CNP                   PIC X(13).
       01 STUD-COUNT                       PIC 9(04) VALUE 0.
       01 WS-STUD-IDX                      PIC 9(04).

      *> SUBJECT-NAME ALIASES, SAME LAYOUT AS STUDENTS_GEN_AVG READS:
      *> VARIANT(30) SPACE CANONICAL(30)
       01 WS-ALIAS-LINE.
           05 AL-VARIANT                   PIC X(30).
           05 FILLER                       PIC X(01).
           05 AL-CANONICAL                 PIC X(30).
       01 K-MAX-ALIAS                      PIC 9(03) VALUE 100.
       01 ALIAS-TABLE.
           05 ALIAS-ENTRY OCCURS 100 TIMES.
               10 ALI-VARIANT              PIC X(30).
               10 ALI-CANONICAL            PIC X(30).
       01 ALIAS-COUNT                      PIC 9(03) VALUE 0.
       01 WS-ALIAS-IDX                     PIC 9(03).

      *> ONE PLATFORM ROW AS EXPORTED
       01 WS-EXPORT-LINE                   PIC X(200).
       01 WS-EXPORT-ROW.
           05 ER-CLASA                     PIC X(10).
           05 ER-ELEV                      PIC X(15).
           05 ER-DISCIPLINA                PIC X(10).
           05 ER-NOTA                      PIC X(05).
           05 ER-DATA.
               10 ER-ZI                    PIC X(02).
               10 ER-DOT1                  PIC X(01).
               10 ER-LUNA                  PIC X(02).
               10 ER-DOT2                  PIC X(01).
               10 ER-AN                    PIC X(04).
           05 ER-TIP                       PIC X(25).
           05 ER-PROFESOR                  PIC X(15).

      *> THE SAME ROW TRANSLATED, AND WHY IT COULD NOT BE
       01 WS-NEW-ROW.
           05 NW-CNP                       PIC X(13).
           05 NW-MATERIE                   PIC X(30).
           05 NW-NOTA                      PIC X(02).
           05 NW-DATA                      PIC X(08).
           05 NW-CLASA                     PIC X(04).
           05 NW-TIP                       PIC X(01).
           05 NW-AN-SCOLAR                 PIC X(09).
           05 NW-CNP-PROF                  PIC X(13).
       01 WS-REJECT-REASON                 PIC X(30).
       01 WS-DATE-NUM.
           05 WS-DATE-YEAR                 PIC 9(04).
           05 WS-DATE-MONTH                PIC 9(02).
           05 WS-DATE-DAY                  PIC 9(02).
       01 WS-YEAR-FROM                     PIC 9(04).
       01 WS-YEAR-TO                       PIC 9(04).

      *> TONIGHT'S TRANSLATED ROWS, EACH MARKED ONCE IT TURNS OUT TO
      *> BE IN THE DATABASE OR ALREADY WAITING IN THE FEED
       01 K-MAX-IMPORT                     PIC 9(04) VALUE 5000.
       01 IMPORT-TABLE.
           05 IMPORT-ENTRY OCCURS 5000 TIMES.
               10 IM-CNP                   PIC X(13).
               10 IM-MATERIE               PIC X(30).
               10 IM-NOTA                  PIC X(02).
               10 IM-DATA                  PIC X(08).
               10 IM-CLASA                 PIC X(04).
               10 IM-TIP                   PIC X(01).
               10 IM-AN-SCOLAR             PIC X(09).
               10 IM-CNP-PROF              PIC X(13).
               10 IM-STATE                 PIC X(01).
                   88 IM-NEW                VALUE "N".
                   88 IM-IN-DATABASE        VALUE "D".
                   88 IM-IN-FEED            VALUE "F".
       01 IMPORT-COUNT                     PIC 9(04) VALUE 0.
       01 WS-IMPORT-IDX                    PIC 9(04).
       01 WS-DUP-SW                        PIC X(01) VALUE "N".
           88 ROW-IS-DUPLICATE              VALUE "Y".
           88 ROW-IS-UNIQUE                 VALUE "N".

      *> ONE Extract_NOTE.txt ROW, THE PUBLISHED FIXED LAYOUT
       01 WS-NOTE-ROW.
           05 NR-CNP                       PIC X(13).
           05 FILLER                       PIC X(02).
           05 NR-MATERIE                   PIC X(30).
           05 FILLER                       PIC X(02).
           05 NR-NOTA                      PIC X(02).
           05 FILLER                       PIC X(02).
           05 NR-DATA                      PIC X(08).
           05 FILLER                       PIC X(02).
           05 NR-TIP                       PIC X(01).
           05 FILLER                       PIC X(02).
           05 NR-AN                        PIC X(09).
           05 FILLER                       PIC X(02).
           05 NR-CNP-PROF                  PIC X(13).
           05 FILLER                       PIC X(32).

      *> ONE Note.csv ROW ALREADY WAITING, SPLIT ON ITS ';'
       01 WS-FEED-LINE                     PIC X(120).
       01 WS-FEED-ROW.
           05 FR-CNP                       PIC X(13).
           05 FR-MATERIE                   PIC X(30).
           05 FR-NOTA                      PIC X(02).
           05 FR-DATA                      PIC X(08).
           05 FR-CLASA                     PIC X(04).
           05 FR-TIP                       PIC X(01).

      *> THE KEY TWO GRADES ARE THE SAME GRADE BY: STUDENT, SUBJECT,
      *> GRADE, DATE AND TYPE (A ONE-DIGIT GRADE COMPARED PADDED)
       01 WS-CMP-KEY.
           05 CK-CNP                       PIC X(13).
           05 CK-MATERIE                   PIC X(30).
           05 CK-NOTA                      PIC X(02).
           05 CK-DATA                      PIC X(08).
           05 CK-TIP                       PIC X(01).

       01 WS-REJECT-LINE.
           05 RJ-REASON                    PIC X(30).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 RJ-FILE                      PIC X(30).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 RJ-ROW                       PIC X(138).

       01 WS-RUN-COUNTERS.
        05 WS-COUNT-FILES                  PIC 9(04) VALUE 0.
        05 WS-COUNT-READ                   PIC 9(06) VALUE 0.
        05 WS-COUNT-REJECTED               PIC 9(06) VALUE 0.
        05 WS-COUNT-REPEATED               PIC 9(06) VALUE 0.
        05 WS-COUNT-IN-DATABASE            PIC 9(06) VALUE 0.
        05 WS-COUNT-IN-FEED                PIC 9(06) VALUE 0.
        05 WS-COUNT-APPENDED               PIC 9(06) VALUE 0.

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".
       01 INP2-SWITCH                      PIC X(1) VALUE "N".
           88 INP2-EOF                     VALUE "E".
           88 INP2-NEOF                    VALUE "N".

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       S0  SECTION.
       S0A.
           DISPLAY "E-CATALOG GRADE EXPORT IMPORT"

           CALL "SYSTEM" USING WS-LIST-COMMAND
           OPEN INPUT EXPORT-LIST
           IF WS-LIST-STATUS NOT = "00"
               DISPLAY "NO ECatalogExport/ FILES FOUND - NOTHING TO "
                   "IMPORT"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM A0-LOAD-SUBJECT-MAP
           PERFORM A1-LOAD-STUDENT-MAP
           PERFORM A2-LOAD-ALIASES

           OPEN OUTPUT REJECT-FILE
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-EXPORT-PATH
               READ EXPORT-LIST INTO WS-EXPORT-PATH
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-EXPORT-PATH > SPACE
                       PERFORM B0-READ-ONE-EXPORT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EXPORT-LIST
           CLOSE REJECT-FILE

           PERFORM C0-MARK-LOADED-ROWS
           PERFORM C1-MARK-QUEUED-ROWS
           PERFORM D0-APPEND-NEW-ROWS

           PERFORM Y-PRINT-SUMMARY
           MOVE 0 TO RETURN-CODE
           .
       S0Z.
           STOP RUN.

      *> THE PLATFORM'S SUBJECT CODES. WITHOUT THE FILE NO ROW CAN
      *> BE MAPPED AND EVERY ROW IS REJECTED, SAYING SO
       A0-LOAD-SUBJECT-MAP SECTION.
       A0-LOAD-SUBJECT-MAPA.
           OPEN INPUT SUBJECT-MAP
           IF WS-SUBJ-STATUS NOT = "00"
               DISPLAY "NO ECatalogSubjects.txt - NO SUBJECT CODE CAN "
                   "BE MAPPED"
               GO TO A0-LOAD-SUBJECT-MAPZ
           END-IF
           PERFORM UNTIL WS-SUBJ-STATUS NOT = "00"
               MOVE SPACE                  TO WS-SUBJ-LINE
               READ SUBJECT-MAP INTO WS-SUBJ-LINE
               AT END
                   MOVE "10"               TO WS-SUBJ-STATUS
               NOT AT END
                   IF SL-CODE > SPACE
                   AND SUBJ-COUNT < K-MAX-SUBJ
                       ADD 1               TO SUBJ-COUNT
                       MOVE SL-CODE        TO SJ-CODE(SUBJ-COUNT)
                       MOVE SL-MATERIE     TO SJ-MATERIE(SUBJ-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SUBJECT-MAP
           DISPLAY "SUBJECT CODES LOADED: " SUBJ-COUNT
           .
       A0-LOAD-SUBJECT-MAPZ.
           EXIT.

      *> THE PLATFORM'S STUDENT IDS. A ROW THAT ALREADY CARRIES THE
      *> CNP DOES NOT NEED IT
       A1-LOAD-STUDENT-MAP SECTION.
       A1-LOAD-STUDENT-MAPA.
           OPEN INPUT STUDENT-MAP
           IF WS-STUD-STATUS NOT = "00"
               DISPLAY "NO ECatalogStudents.txt - ONLY ROWS CARRYING "
                   "THE CNP CAN BE MAPPED"
               GO TO A1-LOAD-STUDENT-MAPZ
           END-IF
           PERFORM UNTIL WS-STUD-STATUS NOT = "00"
               MOVE SPACE                  TO WS-STUD-LINE
               READ STUDENT-MAP INTO WS-STUD-LINE
               AT END
                   MOVE "10"               TO WS-STUD-STATUS
               NOT AT END
                   IF TL-PLATFORM-ID > SPACE
                   AND STUD-COUNT < K-MAX-STUD
                       ADD 1               TO STUD-COUNT
                       MOVE TL-PLATFORM-ID TO
                               TS-PLATFORM-ID(STUD-COUNT)
                       MOVE TL-CNP         TO TS-CNP(STUD-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE STUDENT-MAP
           DISPLAY "PLATFORM STUDENT IDS LOADED: " STUD-COUNT
           .
       A1-LOAD-STUDENT-MAPZ.
           EXIT.

      *> LOAD THE ALIAS FILE ONCE; WITHOUT ONE THE MAPPED NAMES PASS
      *> THROUGH AS THEY ARE
       A2-LOAD-ALIASES SECTION.
       A2-LOAD-ALIASESA.
           OPEN INPUT ALIAS-FILE
           IF WS-ALIAS-STATUS NOT = "00"
               DISPLAY "NO SubjectAliases.txt - SUBJECT NAMES TAKEN "
                   "AS MAPPED"
               GO TO A2-LOAD-ALIASESZ
           END-IF
           PERFORM UNTIL WS-ALIAS-STATUS NOT = "00"
               MOVE SPACE                  TO WS-ALIAS-LINE
               READ ALIAS-FILE INTO WS-ALIAS-LINE
               AT END
                   MOVE "10"               TO WS-ALIAS-STATUS
               NOT AT END
                   IF AL-VARIANT > SPACE
                   AND ALIAS-COUNT < K-MAX-ALIAS
                       ADD 1               TO ALIAS-COUNT
                       MOVE AL-VARIANT     TO ALI-VARIANT(ALIAS-COUNT)
                       MOVE AL-CANONICAL   TO
                                           ALI-CANONICAL(ALIAS-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ALIAS-FILE
           DISPLAY "SUBJECT ALIASES LOADED: " ALIAS-COUNT
           .
       A2-LOAD-ALIASESZ.
           EXIT.

      *> STAGE ONE CLASS FILE OF THE EXPORT AND TRANSLATE EVERY ROW
       B0-READ-ONE-EXPORT SECTION.
       B0-READ-ONE-EXPORTA.
           MOVE SPACE                      TO WS-COPY-COMMAND
           STRING "cp '" DELIMITED BY SIZE
                  WS-EXPORT-PATH DELIMITED BY "  "
                  "' 'ECatalogWork.txt'" DELIMITED BY SIZE
           INTO WS-COPY-COMMAND
           CALL "SYSTEM" USING WS-COPY-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "COULD NOT STAGE " WS-EXPORT-PATH
               GO TO B0-READ-ONE-EXPORTZ
           END-IF

           OPEN INPUT EXPORT-WORK
           IF WS-WORK-STATUS NOT = "00"
               GO TO B0-READ-ONE-EXPORTZ
           END-IF
           ADD 1                           TO WS-COUNT-FILES
           SET INP2-NEOF                   TO TRUE
           PERFORM UNTIL INP2-EOF
               MOVE SPACE                  TO WS-EXPORT-LINE
               READ EXPORT-WORK INTO WS-EXPORT-LINE
               AT END
                   SET INP2-EOF            TO TRUE
               NOT AT END
      *> THE PLATFORM'S HEADER LINE NAMES ITS COLUMNS
                   IF WS-EXPORT-LINE > SPACE
                   AND WS-EXPORT-LINE(1:6) NOT = "CLASA,"
                       ADD 1               TO WS-COUNT-READ
                       PERFORM B1-TRANSLATE-ROW
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EXPORT-WORK
           .
       B0-READ-ONE-EXPORTZ.
           EXIT.

      *> ONE PLATFORM ROW INTO THE FEED FORMAT. THE FIRST FIELD THAT
      *> CANNOT BE TRANSLATED SENDS THE ROW TO THE REJECT FILE
       B1-TRANSLATE-ROW SECTION.
       B1-TRANSLATE-ROWA.
           MOVE SPACE                      TO WS-EXPORT-ROW
                                              WS-NEW-ROW
                                              WS-REJECT-REASON
      *> THE PLATFORM WRITES ITS FILES WITH DOS LINE ENDS
           INSPECT WS-EXPORT-LINE REPLACING ALL X"0D" BY SPACE
           UNSTRING WS-EXPORT-LINE DELIMITED BY "," INTO
               ER-CLASA
               ER-ELEV
               ER-DISCIPLINA
               ER-NOTA
               ER-DATA
               ER-TIP
               ER-PROFESOR
           END-UNSTRING
           INSPECT WS-EXPORT-ROW CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           MOVE ER-CLASA                   TO NW-CLASA
           IF ER-CLASA = SPACE OR ER-CLASA(5:6) NOT = SPACE
               MOVE "CLASA NECUNOSCUTA"    TO WS-REJECT-REASON
               GO TO B1-TRANSLATE-ROWX
           END-IF

           PERFORM B2-MAP-STUDENT
           IF WS-REJECT-REASON > SPACE
               GO TO B1-TRANSLATE-ROWX
           END-IF

           PERFORM B3-MAP-SUBJECT
           IF WS-REJECT-REASON > SPACE
               GO TO B1-TRANSLATE-ROWX
           END-IF

           PERFORM B4-CONVERT-NOTA
           IF WS-REJECT-REASON > SPACE
               GO TO B1-TRANSLATE-ROWX
           END-IF

           PERFORM B5-CONVERT-DATE
           IF WS-REJECT-REASON > SPACE
               GO TO B1-TRANSLATE-ROWX
           END-IF

           PERFORM B6-CONVERT-TIP
           IF WS-REJECT-REASON > SPACE
               GO TO B1-TRANSLATE-ROWX
           END-IF

      *> THE GRADER'S CNP IS CARRIED WHEN THE PLATFORM GIVES ONE;
      *> OTHERWISE NOTEMODULE WORKS IT OUT AS FOR ANY OLDER ROW
           IF ER-PROFESOR(1:13) IS NUMERIC
           AND ER-PROFESOR(14:2) = SPACE
               MOVE ER-PROFESOR            TO NW-CNP-PROF
           END-IF

           PERFORM B7-KEEP-ROW
           GO TO B1-TRANSLATE-ROWZ
           .
       B1-TRANSLATE-ROWX.
           MOVE WS-REJECT-REASON           TO RJ-REASON
           MOVE WS-EXPORT-PATH             TO RJ-FILE
           IF WS-EXPORT-PATH(1:15) = "ECatalogExport/"
               MOVE WS-EXPORT-PATH(16:30)  TO RJ-FILE
           END-IF
           MOVE WS-EXPORT-LINE             TO RJ-ROW
           MOVE WS-REJECT-LINE             TO REJECT-FILE-FD
           WRITE REJECT-FILE-FD
           ADD 1                           TO WS-COUNT-REJECTED
           .
       B1-TRANSLATE-ROWZ.
           EXIT.

      *> A 13-DIGIT ID IS ALREADY THE CNP; ANYTHING ELSE IS THE
      *> PLATFORM'S OWN ID AND MUST BE ON ECatalogStudents.txt
       B2-MAP-STUDENT SECTION.
       B2-MAP-STUDENTA.
           IF ER-ELEV(1:13) IS NUMERIC
           AND ER-ELEV(14:2) = SPACE
               MOVE ER-ELEV                TO NW-CNP
               GO TO B2-MAP-STUDENTZ
           END-IF
           PERFORM VARYING WS-STUD-IDX FROM 1 BY 1
                   UNTIL WS-STUD-IDX > STUD-COUNT
               IF TS-PLATFORM-ID(WS-STUD-IDX) = ER-ELEV
                   MOVE TS-CNP(WS-STUD-IDX) TO NW-CNP
                   GO TO B2-MAP-STUDENTZ
               END-IF
           END-PERFORM
           MOVE "ELEV NECUNOSCUT"          TO WS-REJECT-REASON
           .
       B2-MAP-STUDENTZ.
           EXIT.

      *> PLATFORM CODE -> MATERII NAME, THEN FOLDED THROUGH THE
      *> SUBJECT ALIASES SO A VARIANT SPELLING ON THE MAP STILL LANDS
      *> ON THE CANONICAL NAME
       B3-MAP-SUBJECT SECTION.
       B3-MAP-SUBJECTA.
           PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                   UNTIL WS-SUBJ-IDX > SUBJ-COUNT
               IF SJ-CODE(WS-SUBJ-IDX) = ER-DISCIPLINA
                   MOVE SJ-MATERIE(WS-SUBJ-IDX) TO NW-MATERIE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NW-MATERIE = SPACE
               MOVE "DISCIPLINA NECUNOSCUTA" TO WS-REJECT-REASON
               GO TO B3-MAP-SUBJECTZ
           END-IF
           PERFORM VARYING WS-ALIAS-IDX FROM 1 BY 1
                   UNTIL WS-ALIAS-IDX > ALIAS-COUNT
               IF NW-MATERIE = ALI-VARIANT(WS-ALIAS-IDX)
                   MOVE ALI-CANONICAL(WS-ALIAS-IDX) TO NW-MATERIE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
       B3-MAP-SUBJECTZ.
           EXIT.

      *> A GRADE 1-10 (THE PLATFORM MAY ADD ".00") GOES OUT AS TWO
      *> DIGITS; A CALIFICATIV FB/B/S/I PASSES AS IT IS. THE RANGE
      *> AND THE CLASS-LEVEL RULES STAY NOTEMODULE'S BUSINESS
       B4-CONVERT-NOTA SECTION.
       B4-CONVERT-NOTAA.
           EVALUATE TRUE
               WHEN ER-NOTA = "FB" OR "B" OR "S" OR "I"
                   MOVE ER-NOTA            TO NW-NOTA
               WHEN ER-NOTA(1:1) IS NUMERIC
               AND (ER-NOTA(2:4) = SPACE OR ER-NOTA(2:4) = ".00")
                   MOVE "0"                TO NW-NOTA(1:1)
                   MOVE ER-NOTA(1:1)       TO NW-NOTA(2:1)
               WHEN ER-NOTA(1:2) IS NUMERIC
               AND (ER-NOTA(3:3) = SPACE OR ER-NOTA(3:3) = ".00")
                   MOVE ER-NOTA(1:2)       TO NW-NOTA
               WHEN OTHER
                   MOVE "NOTA INVALIDA"    TO WS-REJECT-REASON
           END-EVALUATE
           .
       B4-CONVERT-NOTAZ.
           EXIT.

      *> DD.MM.YYYY -> YYYYMMDD, AND THE SCHOOL YEAR THE DATE FALLS
      *> IN (SEPTEMBER STARTS A NEW ONE)
       B5-CONVERT-DATE SECTION.
       B5-CONVERT-DATEA.
           IF ER-ZI NOT NUMERIC OR ER-LUNA NOT NUMERIC
           OR ER-AN NOT NUMERIC
           OR ER-DOT1 NOT = "." OR ER-DOT2 NOT = "."
               MOVE "DATA INVALIDA"        TO WS-REJECT-REASON
               GO TO B5-CONVERT-DATEZ
           END-IF
           MOVE ER-AN                      TO WS-DATE-YEAR
           MOVE ER-LUNA                    TO WS-DATE-MONTH
           MOVE ER-ZI                      TO WS-DATE-DAY
           IF WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12
           OR WS-DATE-DAY < 1 OR WS-DATE-DAY > 31
               MOVE "DATA INVALIDA"        TO WS-REJECT-REASON
               GO TO B5-CONVERT-DATEZ
           END-IF
           MOVE WS-DATE-NUM                TO NW-DATA

           IF WS-DATE-MONTH >= 9
               MOVE WS-DATE-YEAR           TO WS-YEAR-FROM
           ELSE
               COMPUTE WS-YEAR-FROM = WS-DATE-YEAR - 1
           END-IF
           COMPUTE WS-YEAR-TO = WS-YEAR-FROM + 1
           STRING WS-YEAR-FROM "/" WS-YEAR-TO DELIMITED BY SIZE
           INTO NW-AN-SCOLAR
           .
       B5-CONVERT-DATEZ.
           EXIT.

      *> THE PLATFORM'S ASSESSMENT TYPES: THE SEMESTER PAPER IS A
      *> TEZA, EVERY OTHER KNOWN TYPE IS AN ORDINARY GRADE
       B6-CONVERT-TIP SECTION.
       B6-CONVERT-TIPA.
           EVALUATE ER-TIP
               WHEN "TEZA"
               WHEN "TZ"
               WHEN "LS"
               WHEN "LUCRARE SEMESTRIALA"
                   MOVE "T"                TO NW-TIP
               WHEN SPACE
               WHEN "ORAL"
               WHEN "SCRIS"
               WHEN "TEST"
               WHEN "LUCRARE"
               WHEN "PROIECT"
               WHEN "REFERAT"
               WHEN "PORTOFOLIU"
               WHEN "EVALUARE"
               WHEN "PRACTIC"
                   MOVE "O"                TO NW-TIP
               WHEN OTHER
                   MOVE "TIP NECUNOSCUT"   TO WS-REJECT-REASON
           END-EVALUATE
           .
       B6-CONVERT-TIPZ.
           EXIT.

      *> A ROW THE EXPORT REPEATS (THE SAME GRADE IN TWO CLASS
      *> FILES) IS KEPT ONCE
       B7-KEEP-ROW SECTION.
       B7-KEEP-ROWA.
           MOVE NW-CNP                     TO CK-CNP
           MOVE NW-MATERIE                 TO CK-MATERIE
           MOVE NW-NOTA                    TO CK-NOTA
           MOVE NW-DATA                    TO CK-DATA
           MOVE NW-TIP                     TO CK-TIP
           PERFORM K0-FIND-KEY
           IF ROW-IS-DUPLICATE
               ADD 1                       TO WS-COUNT-REPEATED
               GO TO B7-KEEP-ROWZ
           END-IF
           IF IMPORT-COUNT >= K-MAX-IMPORT
               DISPLAY "TOO MANY ROWS, TRUNCATED AT " K-MAX-IMPORT
               GO TO B7-KEEP-ROWZ
           END-IF
           ADD 1                           TO IMPORT-COUNT
           MOVE NW-CNP                     TO IM-CNP(IMPORT-COUNT)
           MOVE NW-MATERIE                 TO IM-MATERIE(IMPORT-COUNT)
           MOVE NW-NOTA                    TO IM-NOTA(IMPORT-COUNT)
           MOVE NW-DATA                    TO IM-DATA(IMPORT-COUNT)
           MOVE NW-CLASA                   TO IM-CLASA(IMPORT-COUNT)
           MOVE NW-TIP                     TO IM-TIP(IMPORT-COUNT)
           MOVE NW-AN-SCOLAR               TO
                                           IM-AN-SCOLAR(IMPORT-COUNT)
           MOVE NW-CNP-PROF                TO IM-CNP-PROF(IMPORT-COUNT)
           SET IM-NEW(IMPORT-COUNT)        TO TRUE
           .
       B7-KEEP-ROWZ.
           EXIT.

      *> EVERY ROW OF LAST NIGHT'S NOTE EXTRACT MARKS THE MATCHING
      *> IMPORT ROW AS ALREADY IN THE DATABASE
       C0-MARK-LOADED-ROWS SECTION.
       C0-MARK-LOADED-ROWSA.
           IF IMPORT-COUNT = 0
               GO TO C0-MARK-LOADED-ROWSZ
           END-IF
           MOVE SPACE                      TO WS-COPY-COMMAND
           STRING "cp '../Assign 13 Rapoarte FLOARE EMIL/"
                  "Extract_NOTE.txt' 'NoteExtractCopy.txt'"
                  DELIMITED BY SIZE
           INTO WS-COPY-COMMAND
           CALL "SYSTEM" USING WS-COPY-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "NO Extract_NOTE.txt - ONLY THE ROWS WAITING "
                   "IN Note.csv ARE SKIPPED"
               GO TO C0-MARK-LOADED-ROWSZ
           END-IF
           OPEN INPUT NOTE-EXTRACT
           IF WS-EXTRACT-STATUS NOT = "00"
               GO TO C0-MARK-LOADED-ROWSZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-NOTE-ROW
               READ NOTE-EXTRACT INTO WS-NOTE-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   MOVE NR-CNP             TO CK-CNP
                   MOVE NR-MATERIE         TO CK-MATERIE
                   MOVE NR-NOTA            TO CK-NOTA
                   MOVE NR-DATA            TO CK-DATA
                   MOVE NR-TIP             TO CK-TIP
                   PERFORM K1-NORMALIZE-KEY
                   PERFORM K0-FIND-KEY
                   IF ROW-IS-DUPLICATE
                   AND IM-NEW(WS-IMPORT-IDX)
                       SET IM-IN-DATABASE(WS-IMPORT-IDX) TO TRUE
                       ADD 1               TO WS-COUNT-IN-DATABASE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE NOTE-EXTRACT
           .
       C0-MARK-LOADED-ROWSZ.
           EXIT.

      *> THE SAME FOR THE ROWS ALREADY WAITING IN Note.csv FOR THE
      *> NEXT LOAD (THE FEEDSEAL TRAILER IS NOT A GRADE)
       C1-MARK-QUEUED-ROWS SECTION.
       C1-MARK-QUEUED-ROWSA.
           IF IMPORT-COUNT = 0
               GO TO C1-MARK-QUEUED-ROWSZ
           END-IF
           OPEN INPUT NOTE-FEED
           IF WS-FEED-STATUS NOT = "00"
               GO TO C1-MARK-QUEUED-ROWSZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-FEED-LINE
               READ NOTE-FEED INTO WS-FEED-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-FEED-LINE(1:8) NOT = "TRAILER "
                   AND WS-FEED-LINE > SPACE
                       MOVE SPACE          TO WS-FEED-ROW
                       UNSTRING WS-FEED-LINE DELIMITED BY ';' INTO
                           FR-CNP
                           FR-MATERIE
                           FR-NOTA
                           FR-DATA
                           FR-CLASA
                           FR-TIP
                       END-UNSTRING
                       MOVE FR-CNP         TO CK-CNP
                       MOVE FR-MATERIE     TO CK-MATERIE
                       MOVE FR-NOTA        TO CK-NOTA
                       MOVE FR-DATA        TO CK-DATA
                       MOVE FR-TIP         TO CK-TIP
                       PERFORM K1-NORMALIZE-KEY
                       PERFORM K0-FIND-KEY
                       IF ROW-IS-DUPLICATE
                       AND IM-NEW(WS-IMPORT-IDX)
                           SET IM-IN-FEED(WS-IMPORT-IDX) TO TRUE
                           ADD 1           TO WS-COUNT-IN-FEED
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE NOTE-FEED
           .
       C1-MARK-QUEUED-ROWSZ.
           EXIT.

      *> DROP WHAT IS LEFT FOR Note.csv. THE DROP IS SEALED WHEN IT
      *> IS CLOSED; FEEDMERGE ADDS IT TO THE FEED AND RESEALS IT, SO
      *> FEEDCHECK PASSES IT FOR THE NIGHTLY InsertAll
       D0-APPEND-NEW-ROWS SECTION.
       D0-APPEND-NEW-ROWSA.
           SET DRP-IS-CLOSED               TO TRUE
           MOVE 0                          TO DRP-ROW-COUNT
           PERFORM VARYING WS-IMPORT-IDX FROM 1 BY 1
                   UNTIL WS-IMPORT-IDX > IMPORT-COUNT
               IF IM-NEW(WS-IMPORT-IDX)
                   IF DRP-IS-CLOSED
                       SET DRP-OPEN        TO TRUE
                       MOVE "Note"         TO DRP-FEED
                       MOVE "ECATIMPORT"   TO DRP-SOURCE
                       MOVE "Inbound"      TO DRP-INBOUND
                       CALL "FEEDDROP" USING FEEDDROP-INTERFACE
                       IF DRP-FAILED
                           DISPLAY "THE DROP FILE COULD NOT BE "
                               "STARTED IN Inbound/ - NOTHING "
                               "APPENDED, RERUN ECATIMPORT"
                           GO TO D0-APPEND-NEW-ROWSZ
                       END-IF
                   END-IF
                   PERFORM D1-WRITE-ONE-ROW
               END-IF
           END-PERFORM
           IF DRP-IS-CLOSED
               GO TO D0-APPEND-NEW-ROWSZ
           END-IF

           SET DRP-CLOSE                   TO TRUE
           CALL "FEEDDROP" USING FEEDDROP-INTERFACE
           IF DRP-FAILED
               DISPLAY "THE DROP FILE Inbound/" DRP-NAME
                   " COULD NOT BE SEALED - RERUN ECATIMPORT"
               GO TO D0-APPEND-NEW-ROWSZ
           END-IF
           IF WS-COUNT-APPENDED > 0
               DISPLAY "DROP FILE: Inbound/" DRP-NAME
           END-IF
      *> A RERUN IS SAFE - FEEDMERGE DOES NOT LOAD A ROW TWICE
           IF WS-COUNT-NOT-WRITTEN > 0
               DISPLAY "ROWS NOT WRITTEN: " WS-COUNT-NOT-WRITTEN
                   " - RERUN ECATIMPORT"
           END-IF
           .
       D0-APPEND-NEW-ROWSZ.
           EXIT.

       D1-WRITE-ONE-ROW SECTION.
       D1-WRITE-ONE-ROWA.
           MOVE SPACE                      TO WS-FEED-LINE
           STRING IM-CNP(WS-IMPORT-IDX) DELIMITED BY " "
                  ";" DELIMITED BY SIZE
                  IM-MATERIE(WS-IMPORT-IDX) DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  IM-NOTA(WS-IMPORT-IDX) DELIMITED BY " "
                  ";" DELIMITED BY SIZE
                  IM-DATA(WS-IMPORT-IDX) DELIMITED BY " "
                  ";" DELIMITED BY SIZE
                  IM-CLASA(WS-IMPORT-IDX) DELIMITED BY " "
                  ";" DELIMITED BY SIZE
                  IM-TIP(WS-IMPORT-IDX) DELIMITED BY " "
                  ";" DELIMITED BY SIZE
                  IM-AN-SCOLAR(WS-IMPORT-IDX) DELIMITED BY " "
                  ";" DELIMITED BY SIZE
                  IM-CNP-PROF(WS-IMPORT-IDX) DELIMITED BY " "
           INTO WS-FEED-LINE
           SET DRP-WRITE                   TO TRUE
           MOVE WS-FEED-LINE               TO DRP-ROW
           CALL "FEEDDROP" USING FEEDDROP-INTERFACE
           IF DRP-FAILED
               ADD 1                       TO WS-COUNT-NOT-WRITTEN
               GO TO D1-WRITE-ONE-ROWZ
           END-IF
           ADD 1                           TO WS-COUNT-APPENDED
           .
       D1-WRITE-ONE-ROWZ.
           EXIT.

      *> IS THE GRADE IN WS-CMP-KEY ONE OF TONIGHT'S ROWS? LEAVES
      *> WS-IMPORT-IDX ON IT WHEN IT IS
       K0-FIND-KEY SECTION.
       K0-FIND-KEYA.
           SET ROW-IS-UNIQUE               TO TRUE
           PERFORM VARYING WS-IMPORT-IDX FROM 1 BY 1
                   UNTIL WS-IMPORT-IDX > IMPORT-COUNT
               IF IM-CNP(WS-IMPORT-IDX) = CK-CNP
               AND IM-DATA(WS-IMPORT-IDX) = CK-DATA
               AND IM-MATERIE(WS-IMPORT-IDX) = CK-MATERIE
               AND IM-NOTA(WS-IMPORT-IDX) = CK-NOTA
               AND IM-TIP(WS-IMPORT-IDX) = CK-TIP
                   SET ROW-IS-DUPLICATE    TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
       K0-FIND-KEYZ.
           EXIT.

      *> A STORED ROW MAY CARRY A ONE-DIGIT GRADE UNPADDED, AND A
      *> BLANK TYPE, WHICH MEANS ORAL
       K1-NORMALIZE-KEY SECTION.
       K1-NORMALIZE-KEYA.
           IF CK-NOTA(1:1) IS NUMERIC
           AND CK-NOTA(2:1) = SPACE
               MOVE CK-NOTA(1:1)           TO CK-NOTA(2:1)
               MOVE "0"                    TO CK-NOTA(1:1)
           END-IF
           IF CK-TIP = SPACE
               MOVE "O"                    TO CK-TIP
           END-IF
           .
       K1-NORMALIZE-KEYZ.
           EXIT.

       Y-PRINT-SUMMARY SECTION.
       Y-PRINT-SUMMARYA.
           DISPLAY "===== ECATIMPORT RUN SUMMARY ====="
           DISPLAY "EXPORT FILES READ      : " WS-COUNT-FILES
           DISPLAY "EXPORT ROWS READ       : " WS-COUNT-READ
           DISPLAY "ROWS REJECTED          : " WS-COUNT-REJECTED
           DISPLAY "ROWS REPEATED IN EXPORT: " WS-COUNT-REPEATED
           DISPLAY "ALREADY IN THE DATABASE: " WS-COUNT-IN-DATABASE
           DISPLAY "ALREADY IN Note.csv    : " WS-COUNT-IN-FEED
           DISPLAY "ROWS APPENDED          : " WS-COUNT-APPENDED
           IF WS-COUNT-REJECTED > 0
               DISPLAY "REJECTED ROWS ARE ON ECatalogRejects.txt FOR "
                   "TRIAGE"
           END-IF
           .
       Y-PRINT-SUMMARYZ.
           EXIT.
       END PROGRAM ECATIMPORT.
