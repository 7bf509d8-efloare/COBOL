      ******************************************************************
      * Author:
      * Date:
      * Purpose: EVALUAREA NATIONALA (GRADE 8) INGESTION AND THE
      *          ADMISSION AVERAGE. READS THE EN RESULTS FILE
      *          EvaluareNationala.txt (CNP;ROMANA;MATEMATICA;
      *          LIMBA MATERNA;NOTA LM;ROMANA DUPA CONTESTATIE;
      *          MATEMATICA DUPA CONTESTATIE;LM DUPA CONTESTATIE -
      *          THE MOTHER-TONGUE COLUMNS ONLY WHERE THE STUDENT SAT
      *          THAT EXAM, A MARK REVISED ON APPEAL REPLACES THE
      *          FIRST ONE). THE GRADE 5-8 GENERAL AVERAGES COME FROM
      *          RegistruMatricol.txt - A REPEATED YEAR COUNTS ONLY IN
      *          ITS LATEST SCHOOL YEAR. PER THE ADMISSION RULES EVERY
      *          AVERAGE IS KEPT TO TWO DECIMALS WITHOUT ROUNDING:
      *          MEDIA EN = MEAN OF THE EXAM MARKS, MEDIA V-VIII =
      *          MEAN OF THE FOUR GENERAL AVERAGES, MEDIA DE ADMITERE
      *          = 0.80 X MEDIA EN + 0.20 X MEDIA V-VIII. TIES ARE
      *          BROKEN BY MEDIA V-VIII, THEN MEDIA EN, THEN THE
      *          MOTHER-TONGUE MARK. A STUDENT WHOSE REGISTER IS
      *          MISSING ONE OF THE FOUR YEARS IS REPORTED AND KEPT
      *          OFF THE UPLOAD. WRITES AdmitereUpload.txt (THE
      *          ADMISSION PLATFORM'S FIXED-LAYOUT UPLOAD - NOT IN A
      *          TRAINING COPY), AdmitereClasament.txt (THE RANKED
      *          LIST PER CLASS), EvaluareComparatie.txt (EN MARKS
      *          AGAINST THE GRADE 8 SUBJECT AVERAGES PER CLASS AND
      *          PROFESSOR, FROM PROFESORMATERIECLASA) AND
      *          EvaluareExceptii.txt. RC 4 WHEN ANY STUDENT IS IN
      *          THE EXCEPTIONS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ENADMIT.
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

      *> THE RESULTS FILE THE INSPECTORATE SENDS AFTER THE APPEALS
           SELECT EN-FILE ASSIGN TO 'EvaluareNationala.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EN-STATUS.

           SELECT REGISTER-FILE ASSIGN TO 'RegistruMatricol.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-STATUS.

           SELECT UPLOAD-FILE ASSIGN TO 'AdmitereUpload.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RANK-FILE ASSIGN TO 'AdmitereClasament.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COMPARE-FILE ASSIGN TO 'EvaluareComparatie.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-FILE ASSIGN TO 'EvaluareExceptii.txt'
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

        FD EN-FILE.
       01 EN-FD                             PIC X(200).

        FD REGISTER-FILE.
       01 REGISTER-FD                       PIC X(70).

        FD UPLOAD-FILE.
       01 UPLOAD-FD                         PIC X(130).

        FD RANK-FILE.
       01 RANK-FD                           PIC X(132).

        FD COMPARE-FILE.
       01 COMPARE-FD                        PIC X(132).

        FD EXCEPTION-FILE.
       01 EXCEPTION-FD                      PIC X(132).

        FD DEAD-LETTER-FILE.
       01 DEAD-LETTER-FD                    PIC X(321).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 FIELDS-FOR-SQL.
       05 K-INVOKE-JAR                     PIC X(27) VALUE
               "java -jar JSqlAdapter.jar ".

       05 SQL-STATEMENT                    PIC X(300).

       01 WS-DL-STATUS                     PIC X(02).
       01 WS-EN-STATUS                     PIC X(02).
       01 WS-REG-STATUS                    PIC X(02).

       01 JAR-CALL-SWITCH                  PIC X(01) VALUE "O".
           88 JAR-CALL-OK                   VALUE "O".
           88 JAR-CALL-FAILED               VALUE "F".
       01 WS-JAR-RC                        PIC S9(04) VALUE 0.
       01 SQL-STATUS-VALUE                 PIC X(4).

       01 CNP-INTERFACE.
           COPY CNP-INT.

      *> RUN-TOKEN LOCK AROUND THE SHARED ADAPTER HANDSHAKE FILES
       COPY SQLLOCK-INT.

      *> SHARED CLASSIFICATION OF SQLSta VALUES INTO RETRYABLE VS
      *> FATAL, PLUS HOW OFTEN AND HOW LONG TO RETRY A TRANSIENT ONE
       COPY SQLSTA-INT.
       COPY TRAINENV-INT.
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
           05 DL-PROGRAM                   PIC X(12) VALUE "ENADMIT".
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 DL-STATEMENT                 PIC X(290).

      *> THE ADMISSION FORMULA'S WEIGHTS
       01 K-EN-WEIGHT                      PIC V9(02) VALUE .80.
       01 K-ABS-WEIGHT                     PIC V9(02) VALUE .20.

      *> THE SESSION (YEAR OF THE EXAM) AND THE CATALOG SUBJECTS THE
      *> ROMANIAN AND MATHEMATICS EXAMS ARE COMPARED AGAINST; THE
      *> MOTHER-TONGUE SUBJECT COMES ON EACH STUDENT'S LINE
       01 WS-RUN-DATE                      PIC 9(08).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY                  PIC X(04).
           05 FILLER                       PIC X(04).
       01 WS-SESIUNE                       PIC X(04).
       01 WS-SUBJ-IN                       PIC X(30).
       01 K-SUBJ-DEFAULTS.
           05 FILLER                       PIC X(30) VALUE
               "LIMBA ROMANA".
           05 FILLER                       PIC X(30) VALUE
               "MATEMATICA".
       01 K-SUBJ-DEFAULT-TABLE REDEFINES K-SUBJ-DEFAULTS.
           05 K-SUBJ-DEFAULT OCCURS 2 TIMES PIC X(30).
       01 WS-EXAM-SUBJECTS.
           05 WS-EXAM-SUBJ OCCURS 2 TIMES  PIC X(30).
       01 K-EXAM-LABELS.
           05 FILLER                       PIC X(11) VALUE "ROMANA".
           05 FILLER                       PIC X(11) VALUE "MATEMATICA".
           05 FILLER                       PIC X(11) VALUE
               "LB. MATERNA".
       01 K-EXAM-LABEL-TABLE REDEFINES K-EXAM-LABELS.
           05 K-EXAM-LABEL OCCURS 3 TIMES  PIC X(11).

      *> ONE EvaluareNationala.txt LINE, SPLIT
       01 WS-EN-LINE                       PIC X(200).
       01 WS-EN-FIELDS.
           05 EI-CNP                       PIC X(13).
           05 EI-NOTA OCCURS 2 TIMES       PIC X(06).
           05 EI-LM-MATERIE                PIC X(30).
           05 EI-NOTA-LM                   PIC X(06).
           05 EI-CONT OCCURS 3 TIMES       PIC X(06).
       01 WS-EXAM-TEXT.
           05 WS-EXAM-TXT OCCURS 3 TIMES   PIC X(06).

      *> ONE MARK AS TEXT ("9.45", "10", "9,5") AND AS A NUMBER
       01 WS-MARK-TXT                      PIC X(06).
       01 WS-MARK-NUM                      PIC 9(02)V9(02).
       01 WS-MK-INT                        PIC X(02).
       01 WS-MK-DEC                        PIC X(02).
       01 WS-MK-INT-NUM                    PIC 9(02).
       01 WS-MK-DEC-NUM                    PIC 9(02).
       01 WS-MARK-SW                       PIC X(01).
           88 MARK-VALID                    VALUE "Y".
           88 MARK-BLANK                    VALUE "B".
           88 MARK-BAD                      VALUE "N".

      *> ONE RegistruMatricol.txt LINE, THE COLUMNS MATRICOL WRITES
       01 WS-REG-LINE.
           05 RG-CNP                       PIC X(13).
           05 FILLER                       PIC X(01).
           05 RG-AN-SCOLAR                 PIC X(09).
           05 FILLER                       PIC X(01).
           05 RG-CLASS                     PIC X(02).
           05 FILLER                       PIC X(01).
           05 RG-SUBJECT                   PIC X(30).
           05 FILLER                       PIC X(01).
           05 RG-AVG                       PIC X(06).
       01 WS-AVG-NUM                       PIC 99V99.
       01 WS-AVG-WHOLE                     PIC 9(02).
       01 WS-AVG-FRAC                      PIC 9(02).
       01 WS-AVG-SW                        PIC X(01).
           88 AVG-PARSED                    VALUE "Y".
           88 AVG-NOT-PARSED                VALUE "N".
       01 WS-LEVEL-IN                      PIC X(02).
       01 WS-CLASS-LEVEL                   PIC X(02).
       01 WS-CLASS-LEVEL-N REDEFINES WS-CLASS-LEVEL PIC 9(02).
       01 WS-YEAR-IDX                      PIC 9(01).

      *> ONE ROW OF "SELECT CNP, CLASA, NUME, PRENUME FROM STUDENTI"
       01 WS-STUD-ROW.
           05 SR-CNP                       PIC X(13).
           05 FILLER                       PIC X(02).
           05 SR-CLASA                     PIC X(04).
           05 FILLER                       PIC X(02).
           05 SR-NUME                      PIC X(30).
           05 FILLER                       PIC X(02).
           05 SR-PRENUME                   PIC X(30).

      *> ONE ROW OF "SELECT CLASA, MATERIE, CNP FROM
      *> PROFESORMATERIECLASA"
       01 WS-PMC-ROW.
           05 PR-CLASA                     PIC X(04).
           05 FILLER                       PIC X(02).
           05 PR-MATERIE                   PIC X(30).
           05 FILLER                       PIC X(02).
           05 PR-CNP                       PIC X(13).

      *> ONE ROW OF "SELECT CNP, NUME, PRENUME FROM PROFESORI"
       01 WS-PROF-ROW.
           05 PF-CNP                       PIC X(13).
           05 FILLER                       PIC X(02).
           05 PF-NUME                      PIC X(30).
           05 FILLER                       PIC X(02).
           05 PF-PRENUME                   PIC X(30).
       01 WS-PROF-NAME                     PIC X(40).

      *> THE CANDIDATES. CD-SORT-KEY ORDERS THE RANKED LIST: CLASS,
      *> THEN PLACED / INCOMPLETE / REJECTED, THEN THE ADMISSION
      *> AVERAGE AND THE TIE-BREAKS (STORED AS 99.99 MINUS THE VALUE
      *> SO THE BEST COMES FIRST), THEN THE NAME
       01 K-MAX-CAND                       PIC 9(03) VALUE 400.
       01 CAND-TABLE.
           05 CAND-ENTRY OCCURS 400 TIMES.
               10 CD-SORT-KEY.
                   15 CD-CLASA             PIC X(04).
                   15 CD-STATE             PIC X(01).
                       88 CD-PLACED         VALUE "1".
                       88 CD-INCOMPLETE     VALUE "2".
                       88 CD-REJECTED       VALUE "3".
                       88 CD-UNKNOWN        VALUE "4".
                   15 CD-TIE-KEY.
                       20 CD-MADM-INV      PIC 9(02)V9(02).
                       20 CD-ABS-INV       PIC 9(02)V9(02).
                       20 CD-EN-INV        PIC 9(02)V9(02).
                       20 CD-LM-INV        PIC 9(02)V9(02).
                   15 CD-NUME              PIC X(30).
                   15 CD-PRENUME           PIC X(30).
               10 CD-CNP                   PIC X(13).
               10 CD-PROBE                 PIC 9(01).
               10 CD-NOTA OCCURS 3 TIMES   PIC 9(02)V9(02).
               10 CD-CONTESTAT OCCURS 3 TIMES PIC X(01).
               10 CD-LM-MATERIE            PIC X(30).
               10 CD-MEDIA-EN              PIC 9(02)V9(02).
               10 CD-GEN-AVG OCCURS 4 TIMES PIC 9(02)V9(02).
               10 CD-GEN-AN OCCURS 4 TIMES PIC X(09).
               10 CD-ABS                   PIC 9(02)V9(02).
               10 CD-MADM                  PIC 9(02)V9(02).
               10 CD-CAT-AVG OCCURS 3 TIMES PIC 9(02)V9(02).
               10 CD-CAT-AN OCCURS 3 TIMES PIC X(09).
               10 CD-MISSING               PIC X(20).
               10 CD-REASON                PIC X(50).
       01 CAND-COUNT                       PIC 9(03) VALUE 0.
       01 WS-CAND-IDX                      PIC 9(03).
       01 WS-FIND-CNP                      PIC X(13).
       01 WS-EXAM-IDX                      PIC 9(01).
       01 WS-FOUND-SWITCH                  PIC X(01).
           88 ENTRY-FOUND                   VALUE "Y".
           88 ENTRY-NOT-FOUND               VALUE "N".

      *> THE RANKED ORDER (INDEXES INTO THE CANDIDATE TABLE)
       01 RANK-TABLE.
           05 RANK-ENTRY OCCURS 400 TIMES  PIC 9(03).
       01 WS-RANK-I                        PIC 9(03).
       01 WS-RANK-J                        PIC 9(03).
       01 WS-RANK-BEST                     PIC 9(03).
       01 WS-RANK-TEMP                     PIC 9(03).
       01 WS-PREV-CLASA                    PIC X(04).
       01 WS-PREV-TIE                      PIC X(16).
       01 WS-POS                           PIC 9(03).
       01 WS-LOC                           PIC 9(03).

      *> YEARS MISSING FROM THE REGISTER, AS ROMAN NUMERALS
       01 K-ROMAN-VALUES                   PIC X(16) VALUE
               "V   VI  VII VIII".
       01 K-ROMAN-TABLE REDEFINES K-ROMAN-VALUES.
           05 K-ROMAN OCCURS 4 TIMES       PIC X(04).
       01 WS-PTR                           PIC 9(03).

      *> EN MARKS AGAINST THE GRADE 8 SUBJECT AVERAGE, PER CLASS AND
      *> SUBJECT (BUILT IN RANKED ORDER, SO ALREADY BY CLASS)
       01 K-MAX-CMP                        PIC 9(03) VALUE 150.
       01 CMP-TABLE.
           05 CMP-ENTRY OCCURS 150 TIMES.
               10 CM-CLASA                 PIC X(04).
               10 CM-MATERIE               PIC X(30).
               10 CM-PROF-CNP              PIC X(13).
               10 CM-PROF-NAME             PIC X(40).
               10 CM-N                     PIC 9(04).
               10 CM-EN-SUM                PIC 9(05)V9(02).
               10 CM-CAT-N                 PIC 9(04).
               10 CM-CAT-SUM               PIC 9(05)V9(02).
       01 CMP-COUNT                        PIC 9(03) VALUE 0.
       01 WS-CMP-IDX                       PIC 9(03).
       01 WS-CMP-MATERIE                   PIC X(30).

      *> THE SAME, SUMMED PER PROFESSOR AND SUBJECT
       01 K-MAX-PS                         PIC 9(03) VALUE 150.
       01 PS-TABLE.
           05 PS-ENTRY OCCURS 150 TIMES.
               10 PS-PROF-CNP              PIC X(13).
               10 PS-PROF-NAME             PIC X(40).
               10 PS-MATERIE               PIC X(30).
               10 PS-N                     PIC 9(04).
               10 PS-EN-SUM                PIC 9(05)V9(02).
               10 PS-CAT-N                 PIC 9(04).
               10 PS-CAT-SUM               PIC 9(05)V9(02).
       01 PS-COUNT                         PIC 9(03) VALUE 0.
       01 WS-PS-IDX                        PIC 9(03).

      *> ONE COMPARISON LINE'S FIGURES, HANDED TO F5
       01 WS-CX-N                          PIC 9(04).
       01 WS-CX-EN-SUM                     PIC 9(05)V9(02).
       01 WS-CX-CAT-N                      PIC 9(04).
       01 WS-CX-CAT-SUM                    PIC 9(05)V9(02).
       01 WS-CX-EN-MEAN                    PIC 9(02)V9(02).
       01 WS-CX-CAT-MEAN                   PIC 9(02)V9(02).
       01 WS-CX-DIF                        PIC S9(02)V9(02).
       01 WS-DIF-DISP                      PIC +9.99.

       01 CMP-DETAIL.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 CX-CLASA                     PIC X(04).
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 CX-MATERIE                   PIC X(24).
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 CX-PROF                      PIC X(36).
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 CX-N                         PIC ZZZ9.
           05 FILLER                       PIC X(03) VALUE SPACE.
           05 CX-EN                        PIC Z9.99.
           05 FILLER                       PIC X(05) VALUE SPACE.
           05 CX-CAT                       PIC X(05).
           05 FILLER                       PIC X(05) VALUE SPACE.
           05 CX-DIF                       PIC X(06).

      *> ONE LINE OF THE RANKED LIST
       01 RANK-DETAIL.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 RD-LOC                       PIC X(03).
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 RD-NAME                      PIC X(40).
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 RD-NOTA OCCURS 3 TIMES.
               10 RD-NOTA-X                PIC X(05).
               10 FILLER                   PIC X(03).
           05 RD-EN                        PIC X(05).
           05 FILLER                       PIC X(05) VALUE SPACE.
           05 RD-ABS                       PIC X(05).
           05 FILLER                       PIC X(05) VALUE SPACE.
           05 RD-MADM                      PIC X(05).
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 RD-NOTE                      PIC X(32).
       01 WS-LOC-DISP                      PIC ZZ9.
       01 WS-MARK-DISP                     PIC Z9.99.

      *> THE ADMISSION PLATFORM'S UPLOAD RECORDS - 130 BYTES, RECORD
      *> TYPE IN COLUMN 1, AVERAGES AS NNNN WITH TWO IMPLIED DECIMALS
       01 UPL-HEADER.
           05 UH-TYPE                      PIC X(01) VALUE "H".
           05 UH-FILE-ID                   PIC X(14) VALUE
               "ADMITERE-EN   ".
           05 UH-SESIUNE                   PIC X(04).
           05 UH-EXPORT-DATE               PIC 9(08).
           05 FILLER                       PIC X(103) VALUE SPACE.
       01 UPL-DETAIL.
           05 UD-TYPE                      PIC X(01) VALUE "D".
           05 UD-CNP                       PIC X(13).
           05 UD-NUME                      PIC X(30).
           05 UD-PRENUME                   PIC X(30).
           05 UD-CLASA                     PIC X(04).
           05 UD-NOTA-RO                   PIC 9(02)V9(02).
           05 UD-NOTA-MA                   PIC 9(02)V9(02).
           05 UD-LM-MATERIE                PIC X(20).
           05 UD-NOTA-LM                   PIC 9(02)V9(02).
           05 UD-MEDIA-EN                  PIC 9(02)V9(02).
           05 UD-MEDIA-ABS                 PIC 9(02)V9(02).
           05 UD-MEDIA-ADM                 PIC 9(02)V9(02).
           05 UD-CONTESTATIE               PIC X(01).
           05 FILLER                       PIC X(07) VALUE SPACE.
       01 UPL-TRAILER.
           05 UT-TYPE                      PIC X(01) VALUE "T".
           05 UT-DETAIL-COUNT              PIC 9(06).
           05 UT-INCOMPLETE-COUNT          PIC 9(06).
           05 UT-REJECTED-COUNT            PIC 9(06).
           05 FILLER                       PIC X(111) VALUE SPACE.

      *> ONE EvaluareExceptii.txt LINE
       01 WS-EXC-LINE.
           05 EX-REASON                    PIC X(50).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 EX-CNP                       PIC X(13).
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 EX-CLASA                     PIC X(04).
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 EX-NUME                      PIC X(30).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 EX-PRENUME                   PIC X(29).

       01 WS-RUN-COUNTERS.
           05 WS-COUNT-READ                PIC 9(05) VALUE 0.
           05 WS-COUNT-PLACED              PIC 9(05) VALUE 0.
           05 WS-COUNT-INCOMPLETE          PIC 9(05) VALUE 0.
           05 WS-COUNT-REJECTED            PIC 9(05) VALUE 0.
           05 WS-COUNT-UNKNOWN             PIC 9(05) VALUE 0.
           05 WS-COUNT-EXCEPTIONS          PIC 9(05) VALUE 0.
       01 WS-LINE                          PIC X(132).

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       S0  SECTION.
       S0A.
           DISPLAY "EVALUAREA NATIONALA - MEDII DE ADMITERE"
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           SET LOCK-ACQUIRE                TO TRUE
           MOVE "ENADMIT"                  TO LOCK-OWNER
           CALL "SQLLOCK" USING SQLLOCK-INTERFACE
           IF LOCK-BUSY
               DISPLAY LOCK-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM A0
           PERFORM A1-ASK-RUN
           PERFORM A2-LOAD-EN
           IF CAND-COUNT = 0
               DISPLAY "NO STUDENT ON EvaluareNationala.txt - NOTHING "
                   "TO COMPUTE"
               PERFORM Z0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM B0-MATCH-STUDENTI
           PERFORM B1-LOAD-REGISTER
           PERFORM C0-COMPUTE
           PERFORM C2-RANK
           PERFORM D0-WRITE-RANKING
           PERFORM E0-WRITE-UPLOAD
           PERFORM F0-BUILD-COMPARISON
           PERFORM Z0
           IF WS-COUNT-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           .
       S0Z.
           STOP RUN.

       A0 SECTION.
       A0A.
           OPEN OUTPUT RANK-FILE
           OPEN OUTPUT COMPARE-FILE
           OPEN OUTPUT EXCEPTION-FILE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO RANK-FD
               WRITE RANK-FD
               MOVE TRN-STAMP              TO COMPARE-FD
               WRITE COMPARE-FD
           END-IF
           OPEN EXTEND DEAD-LETTER-FILE
           IF WS-DL-STATUS = "35"
               OPEN OUTPUT DEAD-LETTER-FILE
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           .
       A0Z.
           EXIT.

      *> THE SESSION DEFAULTS TO THIS YEAR; THE TWO CATALOG SUBJECT
      *> NAMES TO THE ONES THE TIMETABLE USES
       A1-ASK-RUN SECTION.
       A1-ASK-RUNA.
           DISPLAY "SESSION YEAR (BLANK = " WS-RUN-YYYY "): "
               WITH NO ADVANCING
           MOVE SPACE                      TO WS-SESIUNE
           ACCEPT WS-SESIUNE
           IF WS-SESIUNE = SPACE OR WS-SESIUNE NOT NUMERIC
               MOVE WS-RUN-YYYY            TO WS-SESIUNE
           END-IF
           PERFORM VARYING WS-EXAM-IDX FROM 1 BY 1
                   UNTIL WS-EXAM-IDX > 2
               DISPLAY "CATALOG SUBJECT FOR THE "
                   K-EXAM-LABEL(WS-EXAM-IDX) " EXAM (BLANK = "
                   K-SUBJ-DEFAULT(WS-EXAM-IDX) "): "
                   WITH NO ADVANCING
               MOVE SPACE                  TO WS-SUBJ-IN
               ACCEPT WS-SUBJ-IN
               INSPECT WS-SUBJ-IN CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF WS-SUBJ-IN = SPACE
                   MOVE K-SUBJ-DEFAULT(WS-EXAM-IDX)
                                           TO WS-EXAM-SUBJ(WS-EXAM-IDX)
               ELSE
                   MOVE WS-SUBJ-IN         TO WS-EXAM-SUBJ(WS-EXAM-IDX)
               END-IF
           END-PERFORM
           DISPLAY "SESIUNEA " WS-SESIUNE
           .
       A1-ASK-RUNZ.
           EXIT.

      *> EVERY LINE OF THE RESULTS FILE BECOMES A CANDIDATE; A BAD
      *> CNP OR A SECOND LINE FOR THE SAME CNP GOES STRAIGHT TO THE
      *> EXCEPTIONS
       A2-LOAD-EN SECTION.
       A2-LOAD-ENA.
           OPEN INPUT EN-FILE
           IF WS-EN-STATUS NOT = "00"
               DISPLAY "NO EvaluareNationala.txt"
               GO TO A2-LOAD-ENZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-EN-LINE
               READ EN-FILE INTO WS-EN-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   MOVE SPACE              TO WS-EN-FIELDS
                   UNSTRING WS-EN-LINE DELIMITED BY ";" INTO
                       EI-CNP EI-NOTA(1) EI-NOTA(2)
                       EI-LM-MATERIE EI-NOTA-LM
                       EI-CONT(1) EI-CONT(2) EI-CONT(3)
                   END-UNSTRING
      *> THE INSPECTORATE'S FILE MAY OPEN WITH A COLUMN-TITLE LINE
                   IF EI-CNP > SPACE AND EI-CNP NOT = "CNP"
                       ADD 1               TO WS-COUNT-READ
                       PERFORM A3-KEEP-CANDIDATE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EN-FILE
           DISPLAY "EN LINES READ: " WS-COUNT-READ
           .
       A2-LOAD-ENZ.
           EXIT.

       A3-KEEP-CANDIDATE SECTION.
       A3-KEEP-CANDIDATEA.
           MOVE SPACE                      TO WS-EXC-LINE
           MOVE EI-CNP                     TO EX-CNP
           MOVE EI-CNP                     TO CNP-VAL
           CALL "CNPMODULE" USING CNP-INTERFACE
           IF CNP-QUIT NOT = 0
               MOVE "CNP INVALID"          TO EX-REASON
               PERFORM X0-WRITE-EXCEPTION
               GO TO A3-KEEP-CANDIDATEZ
           END-IF
           MOVE EI-CNP                     TO WS-FIND-CNP
           PERFORM K0-FIND-CANDIDATE
           IF ENTRY-FOUND
               MOVE "CNP TWICE IN THE RESULTS FILE - LATER LINE SKIPPED"
                                           TO EX-REASON
               PERFORM X0-WRITE-EXCEPTION
               GO TO A3-KEEP-CANDIDATEZ
           END-IF
           IF CAND-COUNT >= K-MAX-CAND
               MOVE "MORE CANDIDATES THAN THE TABLE HOLDS - SKIPPED"
                                           TO EX-REASON
               PERFORM X0-WRITE-EXCEPTION
               GO TO A3-KEEP-CANDIDATEZ
           END-IF

           ADD 1                           TO CAND-COUNT
           MOVE CAND-COUNT                 TO WS-CAND-IDX
           INITIALIZE CAND-ENTRY(WS-CAND-IDX)
           MOVE EI-CNP                     TO CD-CNP(WS-CAND-IDX)
           SET CD-PLACED(WS-CAND-IDX)      TO TRUE
           MOVE 2                          TO CD-PROBE(WS-CAND-IDX)
           IF EI-LM-MATERIE > SPACE OR EI-NOTA-LM > SPACE
               MOVE 3                      TO CD-PROBE(WS-CAND-IDX)
               INSPECT EI-LM-MATERIE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF EI-LM-MATERIE = SPACE
                   MOVE "LIMBA MATERNA"    TO EI-LM-MATERIE
               END-IF
               MOVE EI-LM-MATERIE          TO CD-LM-MATERIE(WS-CAND-IDX)
           END-IF
           MOVE EI-NOTA(1)                 TO WS-EXAM-TXT(1)
           MOVE EI-NOTA(2)                 TO WS-EXAM-TXT(2)
           MOVE EI-NOTA-LM                 TO WS-EXAM-TXT(3)

      *> THE MARK AFTER APPEAL, WHEN THERE IS ONE, IS THE MARK
           PERFORM VARYING WS-EXAM-IDX FROM 1 BY 1
                   UNTIL WS-EXAM-IDX > CD-PROBE(WS-CAND-IDX)
               MOVE WS-EXAM-TXT(WS-EXAM-IDX) TO WS-MARK-TXT
               PERFORM V0-PARSE-MARK
               IF NOT MARK-VALID
               AND NOT CD-REJECTED(WS-CAND-IDX)
                   SET CD-REJECTED(WS-CAND-IDX) TO TRUE
                   STRING "NO VALID EN MARK - "
                          K-EXAM-LABEL(WS-EXAM-IDX)
                          DELIMITED BY SIZE
                   INTO CD-REASON(WS-CAND-IDX)
               END-IF
               MOVE WS-MARK-NUM  TO CD-NOTA(WS-CAND-IDX, WS-EXAM-IDX)
               MOVE EI-CONT(WS-EXAM-IDX)   TO WS-MARK-TXT
               PERFORM V0-PARSE-MARK
               EVALUATE TRUE
                   WHEN MARK-VALID
                       MOVE WS-MARK-NUM
                           TO CD-NOTA(WS-CAND-IDX, WS-EXAM-IDX)
                       MOVE "C"
                           TO CD-CONTESTAT(WS-CAND-IDX, WS-EXAM-IDX)
                   WHEN MARK-BAD
                       IF NOT CD-REJECTED(WS-CAND-IDX)
                           SET CD-REJECTED(WS-CAND-IDX) TO TRUE
                           STRING "BAD APPEAL MARK - "
                                  K-EXAM-LABEL(WS-EXAM-IDX)
                                  DELIMITED BY SIZE
                           INTO CD-REASON(WS-CAND-IDX)
                       END-IF
               END-EVALUATE
           END-PERFORM
           .
       A3-KEEP-CANDIDATEZ.
           EXIT.

      *> CLASS AND NAME FROM STUDENTI, IN ONE SWEEP; A CANDIDATE NOT
      *> ON IT IS NOT OURS TO RANK
       B0-MATCH-STUDENTI SECTION.
       B0-MATCH-STUDENTIA.
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT CNP, CLASA, NUME, PRENUME FROM STUDENTI"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM G0-SUBMIT-STATEMENT
           IF JAR-CALL-FAILED
               DISPLAY "COULD NOT READ STUDENTI - NO CLASS LIST"
               PERFORM Z0
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT SQL-RESULTS
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-STUD-ROW
               READ SQL-RESULTS INTO WS-STUD-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   MOVE SR-CNP             TO WS-FIND-CNP
                   PERFORM K0-FIND-CANDIDATE
                   IF ENTRY-FOUND
                       MOVE SR-CLASA       TO CD-CLASA(WS-CAND-IDX)
                       MOVE SR-NUME        TO CD-NUME(WS-CAND-IDX)
                       MOVE SR-PRENUME     TO CD-PRENUME(WS-CAND-IDX)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SQL-RESULTS

           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX > CAND-COUNT
               IF CD-CLASA(WS-CAND-IDX) = SPACE
                   SET CD-UNKNOWN(WS-CAND-IDX) TO TRUE
                   ADD 1                   TO WS-COUNT-UNKNOWN
                   MOVE SPACE              TO WS-EXC-LINE
                   MOVE "NOT IN STUDENTI - NOT RANKED"
                                           TO EX-REASON
                   MOVE CD-CNP(WS-CAND-IDX) TO EX-CNP
                   PERFORM X0-WRITE-EXCEPTION
               END-IF
           END-PERFORM
           .
       B0-MATCH-STUDENTIZ.
           EXIT.

      *> THE REGISTER LINES OF THE CANDIDATES: THE GRADE 5-8 GENERAL
      *> AVERAGES AND THE GRADE 8 AVERAGES OF THE EXAM SUBJECTS. A
      *> YEAR ON FILE TWICE (REPEATED) COUNTS IN ITS LATEST YEAR
       B1-LOAD-REGISTER SECTION.
       B1-LOAD-REGISTERA.
           OPEN INPUT REGISTER-FILE
           IF WS-REG-STATUS NOT = "00"
               DISPLAY "NO RegistruMatricol.txt - NO STUDENT HAS THE "
                   "GRADE 5-8 AVERAGES (RUN MATRICOL)"
               GO TO B1-LOAD-REGISTERZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-REG-LINE
               READ REGISTER-FILE INTO WS-REG-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   MOVE RG-CNP             TO WS-FIND-CNP
                   PERFORM K0-FIND-CANDIDATE
                   IF ENTRY-FOUND
                       PERFORM B2-FOLD-REGISTER-ROW
                   END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTER-FILE
           .
       B1-LOAD-REGISTERZ.
           EXIT.

       B2-FOLD-REGISTER-ROW SECTION.
       B2-FOLD-REGISTER-ROWA.
           MOVE RG-CLASS                   TO WS-LEVEL-IN
           PERFORM K1-SET-LEVEL
           IF WS-CLASS-LEVEL NOT NUMERIC
           OR WS-CLASS-LEVEL-N < 5 OR WS-CLASS-LEVEL-N > 8
               GO TO B2-FOLD-REGISTER-ROWZ
           END-IF
           PERFORM V1-PARSE-REG-AVG
           IF AVG-NOT-PARSED
               GO TO B2-FOLD-REGISTER-ROWZ
           END-IF

      *> THE AVERAGES RUN FILES THE GENERAL ROW UNDER ITS FIRST WORD
           IF RG-SUBJECT = "GENERAL" OR "GENERAL AVERAGE"
               COMPUTE WS-YEAR-IDX = WS-CLASS-LEVEL-N - 4
               IF RG-AN-SCOLAR > CD-GEN-AN(WS-CAND-IDX, WS-YEAR-IDX)
                   MOVE RG-AN-SCOLAR
                       TO CD-GEN-AN(WS-CAND-IDX, WS-YEAR-IDX)
                   MOVE WS-AVG-NUM
                       TO CD-GEN-AVG(WS-CAND-IDX, WS-YEAR-IDX)
               END-IF
               GO TO B2-FOLD-REGISTER-ROWZ
           END-IF

           IF WS-CLASS-LEVEL-N NOT = 8
               GO TO B2-FOLD-REGISTER-ROWZ
           END-IF
           PERFORM VARYING WS-EXAM-IDX FROM 1 BY 1
                   UNTIL WS-EXAM-IDX > CD-PROBE(WS-CAND-IDX)
               IF WS-EXAM-IDX < 3
                   MOVE WS-EXAM-SUBJ(WS-EXAM-IDX) TO WS-CMP-MATERIE
               ELSE
                   MOVE CD-LM-MATERIE(WS-CAND-IDX) TO WS-CMP-MATERIE
               END-IF
               IF RG-SUBJECT = WS-CMP-MATERIE
               AND RG-AN-SCOLAR > CD-CAT-AN(WS-CAND-IDX, WS-EXAM-IDX)
                   MOVE RG-AN-SCOLAR
                       TO CD-CAT-AN(WS-CAND-IDX, WS-EXAM-IDX)
                   MOVE WS-AVG-NUM
                       TO CD-CAT-AVG(WS-CAND-IDX, WS-EXAM-IDX)
               END-IF
           END-PERFORM
           .
       B2-FOLD-REGISTER-ROWZ.
           EXIT.

      *> THE THREE AVERAGES, TRUNCATED TO TWO DECIMALS (NO ROUNDED)
       C0-COMPUTE SECTION.
       C0-COMPUTEA.
           PERFORM C1-ONE-CANDIDATE
               VARYING WS-CAND-IDX FROM 1 BY 1
               UNTIL WS-CAND-IDX > CAND-COUNT
           .
       C0-COMPUTEZ.
           EXIT.

       C1-ONE-CANDIDATE SECTION.
       C1-ONE-CANDIDATEA.
           IF CD-UNKNOWN(WS-CAND-IDX)
               GO TO C1-ONE-CANDIDATEZ
           END-IF
           MOVE SPACE                      TO WS-EXC-LINE
           MOVE CD-CNP(WS-CAND-IDX)        TO EX-CNP
           MOVE CD-CLASA(WS-CAND-IDX)      TO EX-CLASA
           MOVE CD-NUME(WS-CAND-IDX)       TO EX-NUME
           MOVE CD-PRENUME(WS-CAND-IDX)    TO EX-PRENUME
           IF CD-REJECTED(WS-CAND-IDX)
               ADD 1                       TO WS-COUNT-REJECTED
               MOVE CD-REASON(WS-CAND-IDX) TO EX-REASON
               PERFORM X0-WRITE-EXCEPTION
               GO TO C1-ONE-CANDIDATEZ
           END-IF

           COMPUTE CD-MEDIA-EN(WS-CAND-IDX) =
               (CD-NOTA(WS-CAND-IDX, 1) + CD-NOTA(WS-CAND-IDX, 2)
              + CD-NOTA(WS-CAND-IDX, 3)) / CD-PROBE(WS-CAND-IDX)
           COMPUTE CD-EN-INV(WS-CAND-IDX) =
               99.99 - CD-MEDIA-EN(WS-CAND-IDX)
           COMPUTE CD-LM-INV(WS-CAND-IDX) =
               99.99 - CD-NOTA(WS-CAND-IDX, 3)

           MOVE SPACE                      TO CD-MISSING(WS-CAND-IDX)
           MOVE 1                          TO WS-PTR
           PERFORM VARYING WS-YEAR-IDX FROM 1 BY 1
                   UNTIL WS-YEAR-IDX > 4
               IF CD-GEN-AN(WS-CAND-IDX, WS-YEAR-IDX) = SPACE
                   STRING K-ROMAN(WS-YEAR-IDX) DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                   INTO CD-MISSING(WS-CAND-IDX)
                   WITH POINTER WS-PTR
               END-IF
           END-PERFORM
           IF CD-MISSING(WS-CAND-IDX) > SPACE
               SET CD-INCOMPLETE(WS-CAND-IDX) TO TRUE
               ADD 1                       TO WS-COUNT-INCOMPLETE
               STRING "REGISTER INCOMPLETE - MISSING CLASA "
                      CD-MISSING(WS-CAND-IDX)
                      DELIMITED BY SIZE
               INTO EX-REASON
               PERFORM X0-WRITE-EXCEPTION
               GO TO C1-ONE-CANDIDATEZ
           END-IF

           COMPUTE CD-ABS(WS-CAND-IDX) =
               (CD-GEN-AVG(WS-CAND-IDX, 1) + CD-GEN-AVG(WS-CAND-IDX, 2)
              + CD-GEN-AVG(WS-CAND-IDX, 3) + CD-GEN-AVG(WS-CAND-IDX, 4))
              / 4
           COMPUTE CD-MADM(WS-CAND-IDX) =
               K-EN-WEIGHT * CD-MEDIA-EN(WS-CAND-IDX)
             + K-ABS-WEIGHT * CD-ABS(WS-CAND-IDX)
           COMPUTE CD-ABS-INV(WS-CAND-IDX) =
               99.99 - CD-ABS(WS-CAND-IDX)
           COMPUTE CD-MADM-INV(WS-CAND-IDX) =
               99.99 - CD-MADM(WS-CAND-IDX)
           ADD 1                           TO WS-COUNT-PLACED
           .
       C1-ONE-CANDIDATEZ.
           EXIT.

      *> ASCENDING ON CD-SORT-KEY (SELECTION SORT OVER THE INDEXES,
      *> SAME SHAPE AS COHORT'S RANKING)
       C2-RANK SECTION.
       C2-RANKA.
           PERFORM VARYING WS-RANK-I FROM 1 BY 1
                   UNTIL WS-RANK-I > CAND-COUNT
               MOVE WS-RANK-I              TO RANK-ENTRY(WS-RANK-I)
           END-PERFORM
           PERFORM VARYING WS-RANK-I FROM 1 BY 1
                   UNTIL WS-RANK-I >= CAND-COUNT
               MOVE WS-RANK-I              TO WS-RANK-BEST
               COMPUTE WS-RANK-J = WS-RANK-I + 1
               PERFORM VARYING WS-RANK-J FROM WS-RANK-J BY 1
                       UNTIL WS-RANK-J > CAND-COUNT
                   IF CD-SORT-KEY(RANK-ENTRY(WS-RANK-J)) <
                      CD-SORT-KEY(RANK-ENTRY(WS-RANK-BEST))
                       MOVE WS-RANK-J      TO WS-RANK-BEST
                   END-IF
               END-PERFORM
               IF WS-RANK-BEST NOT = WS-RANK-I
                   MOVE RANK-ENTRY(WS-RANK-I)    TO WS-RANK-TEMP
                   MOVE RANK-ENTRY(WS-RANK-BEST) TO
                       RANK-ENTRY(WS-RANK-I)
                   MOVE WS-RANK-TEMP       TO RANK-ENTRY(WS-RANK-BEST)
               END-IF
           END-PERFORM
           .
       C2-RANKZ.
           EXIT.

      *> ONE BLOCK PER CLASS: THE PLACED STUDENTS BY RANK (FULL TIES
      *> SHARE THE PLACE), THEN THE INCOMPLETE AND REJECTED ONES
       D0-WRITE-RANKING SECTION.
       D0-WRITE-RANKINGA.
           MOVE SPACE                      TO WS-LINE
           STRING "EVALUAREA NATIONALA " WS-SESIUNE
                  " - MEDII DE ADMITERE, CLASAMENT PE CLASE"
                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO RANK-FD
           WRITE RANK-FD
           MOVE "MEDIA DE ADMITERE = 0,80 X MEDIA EN + 0,20 X MEDIA "
               TO WS-LINE
           MOVE "V-VIII (DOUA ZECIMALE, FARA ROTUNJIRE)"
                                           TO WS-LINE(52:38)
           MOVE WS-LINE                    TO RANK-FD
           WRITE RANK-FD
           MOVE "DEPARTAJARE: MEDIA V-VIII, MEDIA EN, NOTA LA LIMBA "
               TO WS-LINE
           MOVE "MATERNA"                  TO WS-LINE(52:7)
           MOVE WS-LINE                    TO RANK-FD
           WRITE RANK-FD

           MOVE SPACE                      TO WS-PREV-CLASA
           PERFORM D1-RANK-LINE
               VARYING WS-RANK-I FROM 1 BY 1
               UNTIL WS-RANK-I > CAND-COUNT

           MOVE SPACE                      TO RANK-FD
           WRITE RANK-FD
           MOVE SPACE                      TO WS-LINE
           STRING "CU MEDIE DE ADMITERE: " WS-COUNT-PLACED
                  "  REGISTRU INCOMPLET: " WS-COUNT-INCOMPLETE
                  "  RESPINSI: " WS-COUNT-REJECTED
                  "  NEGASITI IN STUDENTI: " WS-COUNT-UNKNOWN
                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO RANK-FD
           WRITE RANK-FD
           .
       D0-WRITE-RANKINGZ.
           EXIT.

       D1-RANK-LINE SECTION.
       D1-RANK-LINEA.
           MOVE RANK-ENTRY(WS-RANK-I)      TO WS-CAND-IDX
           IF CD-UNKNOWN(WS-CAND-IDX)
               GO TO D1-RANK-LINEZ
           END-IF
           IF CD-CLASA(WS-CAND-IDX) NOT = WS-PREV-CLASA
               MOVE CD-CLASA(WS-CAND-IDX)  TO WS-PREV-CLASA
               MOVE 0                      TO WS-POS WS-LOC
               MOVE SPACE                  TO WS-PREV-TIE
               MOVE SPACE                  TO RANK-FD
               WRITE RANK-FD
               MOVE SPACE                  TO WS-LINE
               STRING "CLASA " CD-CLASA(WS-CAND-IDX)
                      DELIMITED BY SIZE
               INTO WS-LINE
               MOVE WS-LINE                TO RANK-FD
               WRITE RANK-FD
               MOVE SPACE                  TO WS-LINE
               MOVE "LOC"                  TO WS-LINE(3:3)
               MOVE "NUME SI PRENUME"      TO WS-LINE(8:15)
               MOVE "ROM."                 TO WS-LINE(50:4)
               MOVE "MAT."                 TO WS-LINE(58:4)
               MOVE "L.M."                 TO WS-LINE(66:4)
               MOVE "M.EN"                 TO WS-LINE(74:4)
               MOVE "V-VIII"               TO WS-LINE(84:6)
               MOVE "ADM."                 TO WS-LINE(94:4)
               MOVE "OBSERVATII"           TO WS-LINE(101:10)
               MOVE WS-LINE                TO RANK-FD
               WRITE RANK-FD
           END-IF

           MOVE SPACE                      TO RANK-DETAIL
           MOVE SPACE                      TO RD-NAME
           STRING CD-NUME(WS-CAND-IDX) DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  CD-PRENUME(WS-CAND-IDX) DELIMITED BY "  "
           INTO RD-NAME
           MOVE 1                          TO WS-PTR

           IF CD-REJECTED(WS-CAND-IDX)
               MOVE " - "                  TO RD-LOC
               MOVE CD-REASON(WS-CAND-IDX) TO RD-NOTE
               GO TO D1-RANK-LINEW
           END-IF

           PERFORM VARYING WS-EXAM-IDX FROM 1 BY 1
                   UNTIL WS-EXAM-IDX > CD-PROBE(WS-CAND-IDX)
               MOVE CD-NOTA(WS-CAND-IDX, WS-EXAM-IDX) TO WS-MARK-DISP
               MOVE WS-MARK-DISP    TO RD-NOTA-X(WS-EXAM-IDX)
           END-PERFORM
           MOVE CD-MEDIA-EN(WS-CAND-IDX)   TO WS-MARK-DISP
           MOVE WS-MARK-DISP               TO RD-EN
           IF CD-CONTESTAT(WS-CAND-IDX, 1) = "C"
           OR CD-CONTESTAT(WS-CAND-IDX, 2) = "C"
           OR CD-CONTESTAT(WS-CAND-IDX, 3) = "C"
               STRING "CONTESTATIE " DELIMITED BY SIZE
               INTO RD-NOTE WITH POINTER WS-PTR
           END-IF

           IF CD-INCOMPLETE(WS-CAND-IDX)
               MOVE " - "                  TO RD-LOC
               STRING "LIPSA CLASA " CD-MISSING(WS-CAND-IDX)
                      DELIMITED BY SIZE
               INTO RD-NOTE WITH POINTER WS-PTR
               GO TO D1-RANK-LINEW
           END-IF

           ADD 1                           TO WS-POS
           IF CD-TIE-KEY(WS-CAND-IDX) NOT = WS-PREV-TIE
               MOVE WS-POS                 TO WS-LOC
           ELSE
               STRING "EGALITATE" DELIMITED BY SIZE
               INTO RD-NOTE WITH POINTER WS-PTR
           END-IF
           MOVE CD-TIE-KEY(WS-CAND-IDX)    TO WS-PREV-TIE
           MOVE WS-LOC                     TO WS-LOC-DISP
           MOVE WS-LOC-DISP                TO RD-LOC
           MOVE CD-ABS(WS-CAND-IDX)        TO WS-MARK-DISP
           MOVE WS-MARK-DISP               TO RD-ABS
           MOVE CD-MADM(WS-CAND-IDX)       TO WS-MARK-DISP
           MOVE WS-MARK-DISP               TO RD-MADM
           .
       D1-RANK-LINEW.
           MOVE RANK-DETAIL                TO RANK-FD
           WRITE RANK-FD
           .
       D1-RANK-LINEZ.
           EXIT.

      *> THE PLATFORM UPLOAD: PLACED STUDENTS ONLY, IN RANKED ORDER.
      *> FICTITIOUS TRAINING DATA MUST NEVER LEAVE THE SCHOOL
       E0-WRITE-UPLOAD SECTION.
       E0-WRITE-UPLOADA.
           IF TRN-TRAINING
               DISPLAY "TRAINING COPY (OF " TRN-SNAP-ID ") - THE "
                   "ADMISSION UPLOAD IS NOT PRODUCED HERE"
               GO TO E0-WRITE-UPLOADZ
           END-IF
           OPEN OUTPUT UPLOAD-FILE
           MOVE WS-SESIUNE                 TO UH-SESIUNE
           MOVE WS-RUN-DATE                TO UH-EXPORT-DATE
           MOVE UPL-HEADER                 TO UPLOAD-FD
           WRITE UPLOAD-FD
           PERFORM VARYING WS-RANK-I FROM 1 BY 1
                   UNTIL WS-RANK-I > CAND-COUNT
               MOVE RANK-ENTRY(WS-RANK-I)  TO WS-CAND-IDX
               IF CD-PLACED(WS-CAND-IDX)
                   MOVE SPACE              TO UPL-DETAIL
                   MOVE "D"                TO UD-TYPE
                   MOVE CD-CNP(WS-CAND-IDX)     TO UD-CNP
                   MOVE CD-NUME(WS-CAND-IDX)    TO UD-NUME
                   MOVE CD-PRENUME(WS-CAND-IDX) TO UD-PRENUME
                   MOVE CD-CLASA(WS-CAND-IDX)   TO UD-CLASA
                   MOVE CD-NOTA(WS-CAND-IDX, 1) TO UD-NOTA-RO
                   MOVE CD-NOTA(WS-CAND-IDX, 2) TO UD-NOTA-MA
                   MOVE CD-LM-MATERIE(WS-CAND-IDX) TO UD-LM-MATERIE
                   MOVE CD-NOTA(WS-CAND-IDX, 3) TO UD-NOTA-LM
                   MOVE CD-MEDIA-EN(WS-CAND-IDX) TO UD-MEDIA-EN
                   MOVE CD-ABS(WS-CAND-IDX)     TO UD-MEDIA-ABS
                   MOVE CD-MADM(WS-CAND-IDX)    TO UD-MEDIA-ADM
                   IF CD-CONTESTAT(WS-CAND-IDX, 1) = "C"
                   OR CD-CONTESTAT(WS-CAND-IDX, 2) = "C"
                   OR CD-CONTESTAT(WS-CAND-IDX, 3) = "C"
                       MOVE "C"            TO UD-CONTESTATIE
                   END-IF
                   MOVE UPL-DETAIL         TO UPLOAD-FD
                   WRITE UPLOAD-FD
               END-IF
           END-PERFORM
           MOVE WS-COUNT-PLACED            TO UT-DETAIL-COUNT
           MOVE WS-COUNT-INCOMPLETE        TO UT-INCOMPLETE-COUNT
           MOVE WS-COUNT-REJECTED          TO UT-REJECTED-COUNT
           MOVE UPL-TRAILER                TO UPLOAD-FD
           WRITE UPLOAD-FD
           CLOSE UPLOAD-FILE
           .
       E0-WRITE-UPLOADZ.
           EXIT.

      *> EVERY EXAM MARK AGAINST THE STUDENT'S GRADE 8 AVERAGE IN THE
      *> SAME SUBJECT, SUMMED PER CLASS AND SUBJECT, THEN THE
      *> PROFESSOR WHO TEACHES IT THERE
       F0-BUILD-COMPARISON SECTION.
       F0-BUILD-COMPARISONA.
           PERFORM VARYING WS-RANK-I FROM 1 BY 1
                   UNTIL WS-RANK-I > CAND-COUNT
               MOVE RANK-ENTRY(WS-RANK-I)  TO WS-CAND-IDX
               IF CD-PLACED(WS-CAND-IDX)
               OR CD-INCOMPLETE(WS-CAND-IDX)
                   PERFORM F1-ADD-MARKS
               END-IF
           END-PERFORM
           PERFORM F2-LOAD-PMC
           PERFORM F3-LOAD-PROF-NAMES
           PERFORM F4-WRITE-COMPARISON
           .
       F0-BUILD-COMPARISONZ.
           EXIT.

       F1-ADD-MARKS SECTION.
       F1-ADD-MARKSA.
           PERFORM VARYING WS-EXAM-IDX FROM 1 BY 1
                   UNTIL WS-EXAM-IDX > CD-PROBE(WS-CAND-IDX)
               IF WS-EXAM-IDX < 3
                   MOVE WS-EXAM-SUBJ(WS-EXAM-IDX) TO WS-CMP-MATERIE
               ELSE
                   MOVE CD-LM-MATERIE(WS-CAND-IDX) TO WS-CMP-MATERIE
               END-IF
               SET ENTRY-NOT-FOUND         TO TRUE
               PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                       UNTIL WS-CMP-IDX > CMP-COUNT
                   IF CM-CLASA(WS-CMP-IDX) = CD-CLASA(WS-CAND-IDX)
                   AND CM-MATERIE(WS-CMP-IDX) = WS-CMP-MATERIE
                       SET ENTRY-FOUND     TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF ENTRY-NOT-FOUND AND CMP-COUNT < K-MAX-CMP
                   ADD 1                   TO CMP-COUNT
                   MOVE CMP-COUNT          TO WS-CMP-IDX
                   INITIALIZE CMP-ENTRY(WS-CMP-IDX)
                   MOVE CD-CLASA(WS-CAND-IDX) TO CM-CLASA(WS-CMP-IDX)
                   MOVE WS-CMP-MATERIE     TO CM-MATERIE(WS-CMP-IDX)
                   SET ENTRY-FOUND         TO TRUE
               END-IF
               IF ENTRY-FOUND
                   ADD 1                   TO CM-N(WS-CMP-IDX)
                   ADD CD-NOTA(WS-CAND-IDX, WS-EXAM-IDX)
                                           TO CM-EN-SUM(WS-CMP-IDX)
                   IF CD-CAT-AN(WS-CAND-IDX, WS-EXAM-IDX) > SPACE
                       ADD 1               TO CM-CAT-N(WS-CMP-IDX)
                       ADD CD-CAT-AVG(WS-CAND-IDX, WS-EXAM-IDX)
                                           TO CM-CAT-SUM(WS-CMP-IDX)
                   END-IF
               END-IF
           END-PERFORM
           .
       F1-ADD-MARKSZ.
           EXIT.

      *> WHO TEACHES EACH CLASS/SUBJECT - THE FIRST ROW WINS WHERE
      *> THE SUBJECT IS SPLIT BETWEEN GROUPS
       F2-LOAD-PMC SECTION.
       F2-LOAD-PMCA.
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT CLASA, MATERIE, CNP FROM PROFESORMATERIECLASA"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM G0-SUBMIT-STATEMENT
           IF JAR-CALL-FAILED
               DISPLAY "COULD NOT READ PROFESORMATERIECLASA - "
                   "PROFESSORS LEFT BLANK"
               GO TO F2-LOAD-PMCZ
           END-IF
           OPEN INPUT SQL-RESULTS
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-PMC-ROW
               READ SQL-RESULTS INTO WS-PMC-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                           UNTIL WS-CMP-IDX > CMP-COUNT
                       IF CM-CLASA(WS-CMP-IDX) = PR-CLASA
                       AND CM-MATERIE(WS-CMP-IDX) = PR-MATERIE
                       AND CM-PROF-CNP(WS-CMP-IDX) = SPACE
                           MOVE PR-CNP     TO CM-PROF-CNP(WS-CMP-IDX)
                       END-IF
                   END-PERFORM
               END-READ
           END-PERFORM
           CLOSE SQL-RESULTS
           .
       F2-LOAD-PMCZ.
           EXIT.

       F3-LOAD-PROF-NAMES SECTION.
       F3-LOAD-PROF-NAMESA.
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT CNP, NUME, PRENUME FROM PROFESORI"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM G0-SUBMIT-STATEMENT
           IF JAR-CALL-FAILED
               DISPLAY "COULD NOT READ PROFESORI - PROFESSORS SHOWN "
                   "BY CNP"
               GO TO F3-LOAD-PROF-NAMESZ
           END-IF
           OPEN INPUT SQL-RESULTS
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-PROF-ROW
               READ SQL-RESULTS INTO WS-PROF-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   MOVE SPACE              TO WS-PROF-NAME
                   STRING PF-NUME DELIMITED BY "  "
                          " " DELIMITED BY SIZE
                          PF-PRENUME DELIMITED BY "  "
                   INTO WS-PROF-NAME
                   PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                           UNTIL WS-CMP-IDX > CMP-COUNT
                       IF CM-PROF-CNP(WS-CMP-IDX) = PF-CNP
                       AND PF-CNP > SPACE
                           MOVE WS-PROF-NAME
                                       TO CM-PROF-NAME(WS-CMP-IDX)
                       END-IF
                   END-PERFORM
               END-READ
           END-PERFORM
           CLOSE SQL-RESULTS
           .
       F3-LOAD-PROF-NAMESZ.
           EXIT.

      *> PART 1 PER CLASS AND SUBJECT, PART 2 PER PROFESSOR AND
      *> SUBJECT. DIF. = MEAN EN MARK MINUS MEAN GRADE 8 AVERAGE,
      *> OVER THE STUDENTS THE REGISTER HAS THAT AVERAGE FOR
       F4-WRITE-COMPARISON SECTION.
       F4-WRITE-COMPARISONA.
           MOVE SPACE                      TO WS-LINE
           STRING "EVALUAREA NATIONALA " WS-SESIUNE
                  " - NOTE EN FATA DE MEDIILE DIN CLASA A VIII-A"
                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO COMPARE-FD
           WRITE COMPARE-FD
           MOVE SPACE                      TO COMPARE-FD
           WRITE COMPARE-FD
           MOVE "1. PE CLASE SI DISCIPLINE" TO COMPARE-FD
           WRITE COMPARE-FD
           PERFORM F6-COLUMN-HEAD

           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > CMP-COUNT
               MOVE SPACE                  TO CMP-DETAIL
               MOVE CM-CLASA(WS-CMP-IDX)   TO CX-CLASA
               MOVE CM-MATERIE(WS-CMP-IDX) TO CX-MATERIE
               EVALUATE TRUE
                   WHEN CM-PROF-NAME(WS-CMP-IDX) > SPACE
                       MOVE CM-PROF-NAME(WS-CMP-IDX) TO CX-PROF
                   WHEN CM-PROF-CNP(WS-CMP-IDX) > SPACE
                       MOVE CM-PROF-CNP(WS-CMP-IDX)  TO CX-PROF
                   WHEN OTHER
                       MOVE "(NEALOCAT)"   TO CX-PROF
               END-EVALUATE
               MOVE CM-N(WS-CMP-IDX)       TO WS-CX-N
               MOVE CM-EN-SUM(WS-CMP-IDX)  TO WS-CX-EN-SUM
               MOVE CM-CAT-N(WS-CMP-IDX)   TO WS-CX-CAT-N
               MOVE CM-CAT-SUM(WS-CMP-IDX) TO WS-CX-CAT-SUM
               PERFORM F5-WRITE-CMP-LINE
               PERFORM F7-ADD-TO-PROF
           END-PERFORM

           MOVE SPACE                      TO COMPARE-FD
           WRITE COMPARE-FD
           MOVE "2. PE PROFESORI" TO COMPARE-FD
           WRITE COMPARE-FD
           PERFORM F6-COLUMN-HEAD
           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                   UNTIL WS-PS-IDX > PS-COUNT
               MOVE SPACE                  TO CMP-DETAIL
               MOVE PS-MATERIE(WS-PS-IDX)  TO CX-MATERIE
               EVALUATE TRUE
                   WHEN PS-PROF-NAME(WS-PS-IDX) > SPACE
                       MOVE PS-PROF-NAME(WS-PS-IDX) TO CX-PROF
                   WHEN PS-PROF-CNP(WS-PS-IDX) > SPACE
                       MOVE PS-PROF-CNP(WS-PS-IDX)  TO CX-PROF
                   WHEN OTHER
                       MOVE "(NEALOCAT)"   TO CX-PROF
               END-EVALUATE
               MOVE PS-N(WS-PS-IDX)        TO WS-CX-N
               MOVE PS-EN-SUM(WS-PS-IDX)   TO WS-CX-EN-SUM
               MOVE PS-CAT-N(WS-PS-IDX)    TO WS-CX-CAT-N
               MOVE PS-CAT-SUM(WS-PS-IDX)  TO WS-CX-CAT-SUM
               PERFORM F5-WRITE-CMP-LINE
           END-PERFORM
           .
       F4-WRITE-COMPARISONZ.
           EXIT.

       F5-WRITE-CMP-LINE SECTION.
       F5-WRITE-CMP-LINEA.
           MOVE WS-CX-N                    TO CX-N
           COMPUTE WS-CX-EN-MEAN ROUNDED = WS-CX-EN-SUM / WS-CX-N
           MOVE WS-CX-EN-MEAN              TO CX-EN
           MOVE "  -  "                    TO CX-CAT
           MOVE "   -  "                   TO CX-DIF
           IF WS-CX-CAT-N > 0
               COMPUTE WS-CX-CAT-MEAN ROUNDED =
                   WS-CX-CAT-SUM / WS-CX-CAT-N
               MOVE WS-CX-CAT-MEAN         TO WS-MARK-DISP
               MOVE WS-MARK-DISP           TO CX-CAT
               COMPUTE WS-CX-DIF = WS-CX-EN-MEAN - WS-CX-CAT-MEAN
               MOVE WS-CX-DIF              TO WS-DIF-DISP
               MOVE WS-DIF-DISP            TO CX-DIF
           END-IF
           MOVE CMP-DETAIL                 TO COMPARE-FD
           WRITE COMPARE-FD
           .
       F5-WRITE-CMP-LINEZ.
           EXIT.

       F6-COLUMN-HEAD SECTION.
       F6-COLUMN-HEADA.
           MOVE SPACE                      TO WS-LINE
           MOVE "CLASA"                    TO WS-LINE(3:5)
           MOVE "DISCIPLINA"               TO WS-LINE(9:10)
           MOVE "PROFESOR"                 TO WS-LINE(35:8)
           MOVE "ELEVI"                    TO WS-LINE(71:5)
           MOVE "M.EN"                     TO WS-LINE(80:4)
           MOVE "CAT.8"                    TO WS-LINE(90:5)
           MOVE "DIF."                     TO WS-LINE(100:4)
           MOVE WS-LINE                    TO COMPARE-FD
           WRITE COMPARE-FD
           .
       F6-COLUMN-HEADZ.
           EXIT.

      *> FOLD THE CLASS/SUBJECT LINE WS-CMP-IDX INTO ITS PROFESSOR'S
       F7-ADD-TO-PROF SECTION.
       F7-ADD-TO-PROFA.
           SET ENTRY-NOT-FOUND             TO TRUE
           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                   UNTIL WS-PS-IDX > PS-COUNT
               IF PS-PROF-CNP(WS-PS-IDX) = CM-PROF-CNP(WS-CMP-IDX)
               AND PS-MATERIE(WS-PS-IDX) = CM-MATERIE(WS-CMP-IDX)
                   SET ENTRY-FOUND         TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ENTRY-NOT-FOUND
               IF PS-COUNT >= K-MAX-PS
                   GO TO F7-ADD-TO-PROFZ
               END-IF
               ADD 1                       TO PS-COUNT
               MOVE PS-COUNT               TO WS-PS-IDX
               INITIALIZE PS-ENTRY(WS-PS-IDX)
               MOVE CM-PROF-CNP(WS-CMP-IDX) TO PS-PROF-CNP(WS-PS-IDX)
               MOVE CM-PROF-NAME(WS-CMP-IDX)
                                           TO PS-PROF-NAME(WS-PS-IDX)
               MOVE CM-MATERIE(WS-CMP-IDX) TO PS-MATERIE(WS-PS-IDX)
           END-IF
           ADD CM-N(WS-CMP-IDX)            TO PS-N(WS-PS-IDX)
           ADD CM-EN-SUM(WS-CMP-IDX)       TO PS-EN-SUM(WS-PS-IDX)
           ADD CM-CAT-N(WS-CMP-IDX)        TO PS-CAT-N(WS-PS-IDX)
           ADD CM-CAT-SUM(WS-CMP-IDX)      TO PS-CAT-SUM(WS-PS-IDX)
           .
       F7-ADD-TO-PROFZ.
           EXIT.

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

      *> IS WS-FIND-CNP ONE OF THE CANDIDATES? (INDEX IN WS-CAND-IDX)
       K0-FIND-CANDIDATE SECTION.
       K0-FIND-CANDIDATEA.
           SET ENTRY-NOT-FOUND             TO TRUE
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX > CAND-COUNT
               IF CD-CNP(WS-CAND-IDX) = WS-FIND-CNP
                   SET ENTRY-FOUND         TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
       K0-FIND-CANDIDATEZ.
           EXIT.

      *> THE REGISTER'S CLASS COLUMN ("8", " 8", "08" OR "8A") AS A
      *> TWO-DIGIT LEVEL, THE SAME WAY THE AVERAGES RUN READS IT
       K1-SET-LEVEL SECTION.
       K1-SET-LEVELA.
           EVALUATE TRUE
               WHEN WS-LEVEL-IN(1:1) = SPACE
                   MOVE "0"                TO WS-CLASS-LEVEL(1:1)
                   MOVE WS-LEVEL-IN(2:1)   TO WS-CLASS-LEVEL(2:1)
               WHEN WS-LEVEL-IN(2:1) IS NUMERIC
                   MOVE WS-LEVEL-IN        TO WS-CLASS-LEVEL
               WHEN OTHER
                   MOVE "0"                TO WS-CLASS-LEVEL(1:1)
                   MOVE WS-LEVEL-IN(1:1)   TO WS-CLASS-LEVEL(2:1)
           END-EVALUATE
           .
       K1-SET-LEVELZ.
           EXIT.

      *> AN EN MARK: "9.45", "9,45", "10", "9.5" - 1.00 TO 10.00.
      *> BLANK IS MARK-BLANK, ANYTHING ELSE ("ABSENT", "ELIMINAT")
      *> MARK-BAD
       V0-PARSE-MARK SECTION.
       V0-PARSE-MARKA.
           MOVE 0                          TO WS-MARK-NUM
           IF WS-MARK-TXT = SPACE
               SET MARK-BLANK              TO TRUE
               GO TO V0-PARSE-MARKZ
           END-IF
           SET MARK-BAD                    TO TRUE
           MOVE SPACE                      TO WS-MK-INT WS-MK-DEC
           UNSTRING WS-MARK-TXT DELIMITED BY "." OR ","
               INTO WS-MK-INT WS-MK-DEC
           END-UNSTRING
           IF WS-MK-INT(2:1) = SPACE
               MOVE WS-MK-INT(1:1)         TO WS-MK-INT(2:1)
               MOVE "0"                    TO WS-MK-INT(1:1)
           END-IF
           IF WS-MK-INT(1:1) = SPACE
               MOVE "0"                    TO WS-MK-INT(1:1)
           END-IF
           INSPECT WS-MK-DEC REPLACING ALL SPACE BY "0"
           IF WS-MK-INT NOT NUMERIC OR WS-MK-DEC NOT NUMERIC
               GO TO V0-PARSE-MARKZ
           END-IF
           MOVE WS-MK-INT                  TO WS-MK-INT-NUM
           MOVE WS-MK-DEC                  TO WS-MK-DEC-NUM
           COMPUTE WS-MARK-NUM = WS-MK-INT-NUM + WS-MK-DEC-NUM / 100
           IF WS-MARK-NUM NOT < 1 AND WS-MARK-NUM NOT > 10
               SET MARK-VALID              TO TRUE
           ELSE
               MOVE 0                      TO WS-MARK-NUM
           END-IF
           .
       V0-PARSE-MARKZ.
           EXIT.

      *> THE REGISTER CARRIES ITS AVERAGES AS "NN.NN" (OR "N.NN")
       V1-PARSE-REG-AVG SECTION.
       V1-PARSE-REG-AVGA.
           MOVE 0                          TO WS-AVG-NUM
           SET AVG-NOT-PARSED              TO TRUE
           IF RG-AVG(1:2) NUMERIC AND RG-AVG(3:1) = "."
           AND RG-AVG(4:2) NUMERIC
               MOVE RG-AVG(1:2)            TO WS-AVG-WHOLE
               MOVE RG-AVG(4:2)            TO WS-AVG-FRAC
               COMPUTE WS-AVG-NUM = WS-AVG-WHOLE + WS-AVG-FRAC / 100
               SET AVG-PARSED              TO TRUE
           END-IF
      *> A SINGLE-DIGIT AVERAGE MAY COME THROUGH AS "N.NN"
           IF RG-AVG(1:1) NUMERIC AND RG-AVG(2:1) = "."
           AND RG-AVG(3:2) NUMERIC
               MOVE RG-AVG(1:1)            TO WS-AVG-WHOLE
               MOVE RG-AVG(3:2)            TO WS-AVG-FRAC
               COMPUTE WS-AVG-NUM = WS-AVG-WHOLE + WS-AVG-FRAC / 100
               SET AVG-PARSED              TO TRUE
           END-IF
           .
       V1-PARSE-REG-AVGZ.
           EXIT.

       X0-WRITE-EXCEPTION SECTION.
       X0-WRITE-EXCEPTIONA.
           MOVE WS-EXC-LINE                TO EXCEPTION-FD
           WRITE EXCEPTION-FD
           ADD 1                           TO WS-COUNT-EXCEPTIONS
           .
       X0-WRITE-EXCEPTIONZ.
           EXIT.

       Z0 SECTION.
       Z0A.
           DISPLAY "WITH ADMISSION AVERAGE: " WS-COUNT-PLACED
               "  REGISTER INCOMPLETE: " WS-COUNT-INCOMPLETE
           DISPLAY "REJECTED: " WS-COUNT-REJECTED
               "  NOT IN STUDENTI: " WS-COUNT-UNKNOWN
               "  EXCEPTIONS: " WS-COUNT-EXCEPTIONS
           CLOSE RANK-FILE
           CLOSE COMPARE-FILE
           CLOSE EXCEPTION-FILE
           CLOSE DEAD-LETTER-FILE

           SET LOCK-RELEASE                TO TRUE
           CALL "SQLLOCK" USING SQLLOCK-INTERFACE
           .
       Z0Z.
           EXIT.
       END PROGRAM ENADMIT.
