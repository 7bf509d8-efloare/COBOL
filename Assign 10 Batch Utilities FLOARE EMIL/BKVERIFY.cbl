      ******************************************************************
      * Author:
      * Date:
      * Purpose: WEEKLY TEST-RESTORE OF THE NIGHTLY BACKUPS. DBBACKUP
      *          HAS WRITTEN Backup_<TABLE>_<DATE>.txt EVERY NIGHT BUT
      *          NO DUMP HAD EVER BEEN PROVED RESTORABLE. THIS TAKES
      *          THE LATEST COMPLETE SET OF DUMPS (THE LAST DATE WITH
      *          AN ABSENTE DUMP, THE TABLE DBBACKUP DUMPS LAST) AND
      *          RELOADS EACH TABLE THROUGH THE DBRESTORE OF THE
      *          SCRATCH TREE UNDER BackupVerify/ (INSTALLED ONCE BY
      *          THE OPERATORS, LIKE Training/, WITH ITS OWN
      *          JSqlAdapter.jar POINTED AT A SCRATCH SCHEMA - NEVER
      *          THE LIVE ONE). IT THEN READS EACH TABLE BACK FROM THE
      *          SCRATCH SCHEMA AND COMPARES IT WITH THE DUMP - THE
      *          LIVE TABLE AS OF THE DUMP: THE ROW COUNT AND, COLUMN
      *          BY COLUMN, THE CKSUM OF THE SORTED COLUMN VALUES (SO
      *          ROW ORDER DOES NOT MATTER). LAST, THE SCRATCH TREE'S
      *          REFAUDIT RUNS ITS FOREIGN-KEY CHECKS ON THE RESTORED
      *          COPY; A VIOLATION IN A CHECK BETWEEN DUMPED TABLES
      *          FAILS THE VERIFICATION, THE CHECKS AGAINST TABLES
      *          DBBACKUP DOES NOT DUMP ARE LISTED FOR INFORMATION.
      *          THE OUTCOME GOES TO BackupVerification.txt AND ONE
      *          LINE PER RUN TO BackupVerifyLog.txt, WHOSE LAST
      *          PASSED LINE PREFLIGHT WATCHES FOR AGE. RUN FROM THE
      *          INSTALLATION ROOT (THE DISPATCHER RUNS IT WEEKLY).
      *          RETURN CODE 8 WHEN THE VERIFICATION FAILS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. BKVERIFY.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> EVERY SHELL ANSWER (THE LATEST DUMP DATE, A PAIR OF COUNTS OR
      *> CHECKSUMS, THE SCRATCH REFAUDIT REPORT) IS STAGED HERE BEFORE
      *> IT IS READ - ASSIGN NAMES ARE FIXED UNDER THIS DIALECT
           SELECT VERIFY-WORK ASSIGN TO 'BkVerifyWork.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'BackupVerification.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> ONE LINE PER VERIFICATION RUN, APPEND-ONLY
           SELECT LOG-FILE ASSIGN TO 'BackupVerifyLog.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
        FD VERIFY-WORK.
       01 VERIFY-WORK-FD                   PIC X(130).

        FD REPORT-FILE.
       01 REPORT-FILE-FD                   PIC X(130).

        FD LOG-FILE.
       01 LOG-FD                           PIC X(100).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WS-WORK-STATUS                   PIC X(02).
       01 WS-LOG-STATUS                    PIC X(02).

      *> THE TABLES IN DBBACKUP'S ORDER (PARENTS BEFORE CHILDREN, THE
      *> ORDER A RESTORE HAS TO RELOAD THEM IN)
       01 TABLE-LIST-DATA.
           05 FILLER                       PIC X(20) VALUE "CLASE".
           05 FILLER                       PIC X(20) VALUE "STUDENTI".
           05 FILLER                       PIC X(20) VALUE "PROFESORI".
           05 FILLER                       PIC X(20) VALUE "NOTE".
           05 FILLER                       PIC X(20) VALUE "ABSENTE".
       01 TABLE-LIST REDEFINES TABLE-LIST-DATA.
           05 TABLE-ENTRY OCCURS 5 TIMES INDEXED BY TABLE-IDX
                                           PIC X(20).

      *> EVERY DUMP COLUMN AND ITS CHARACTER RANGE IN THE FIXED
      *> LAYOUT THE JAR WRITES FOR SELECT * (THE LAYOUTS DBRESTORE
      *> PARSES)
       01 COLUMN-LIST-DATA.
           05 FILLER PIC X(10) VALUE "CLASE".
           05 FILLER PIC X(14) VALUE "CLASA".
           05 FILLER PIC X(07) VALUE "1-4".
           05 FILLER PIC X(10) VALUE "CLASE".
           05 FILLER PIC X(14) VALUE "STRUCTURA".
           05 FILLER PIC X(07) VALUE "7-10".
           05 FILLER PIC X(10) VALUE "STUDENTI".
           05 FILLER PIC X(14) VALUE "CNP".
           05 FILLER PIC X(07) VALUE "1-13".
           05 FILLER PIC X(10) VALUE "STUDENTI".
           05 FILLER PIC X(14) VALUE "NUME".
           05 FILLER PIC X(07) VALUE "16-45".
           05 FILLER PIC X(10) VALUE "STUDENTI".
           05 FILLER PIC X(14) VALUE "PRENUME".
           05 FILLER PIC X(07) VALUE "48-77".
           05 FILLER PIC X(10) VALUE "STUDENTI".
           05 FILLER PIC X(14) VALUE "CLASA".
           05 FILLER PIC X(07) VALUE "80-83".
           05 FILLER PIC X(10) VALUE "STUDENTI".
           05 FILLER PIC X(14) VALUE "DATANASTERII".
           05 FILLER PIC X(07) VALUE "86-93".
           05 FILLER PIC X(10) VALUE "STUDENTI".
           05 FILLER PIC X(14) VALUE "SEX".
           05 FILLER PIC X(07) VALUE "96-96".
           05 FILLER PIC X(10) VALUE "STUDENTI".
           05 FILLER PIC X(14) VALUE "PARENT_NAME".
           05 FILLER PIC X(07) VALUE "99-128".
           05 FILLER PIC X(10) VALUE "STUDENTI".
           05 FILLER PIC X(14) VALUE "PARENT_PHONE".
           05 FILLER PIC X(07) VALUE "131-145".
           05 FILLER PIC X(10) VALUE "STUDENTI".
           05 FILLER PIC X(14) VALUE "PARENT_ADDRESS".
           05 FILLER PIC X(07) VALUE "148-197".
           05 FILLER PIC X(10) VALUE "STUDENTI".
           05 FILLER PIC X(14) VALUE "PARENT_EMAIL".
           05 FILLER PIC X(07) VALUE "200-239".
           05 FILLER PIC X(10) VALUE "STUDENTI".
           05 FILLER PIC X(14) VALUE "EMAIL_OPTIN".
           05 FILLER PIC X(07) VALUE "242-242".
           05 FILLER PIC X(10) VALUE "STUDENTI".
           05 FILLER PIC X(14) VALUE "LIMBA_CORESP".
           05 FILLER PIC X(07) VALUE "245-246".
           05 FILLER PIC X(10) VALUE "PROFESORI".
           05 FILLER PIC X(14) VALUE "CNP".
           05 FILLER PIC X(07) VALUE "1-13".
           05 FILLER PIC X(10) VALUE "PROFESORI".
           05 FILLER PIC X(14) VALUE "NUME".
           05 FILLER PIC X(07) VALUE "16-45".
           05 FILLER PIC X(10) VALUE "PROFESORI".
           05 FILLER PIC X(14) VALUE "PRENUME".
           05 FILLER PIC X(07) VALUE "48-77".
           05 FILLER PIC X(10) VALUE "PROFESORI".
           05 FILLER PIC X(14) VALUE "DATANASTERII".
           05 FILLER PIC X(07) VALUE "80-87".
           05 FILLER PIC X(10) VALUE "PROFESORI".
           05 FILLER PIC X(14) VALUE "SEX".
           05 FILLER PIC X(07) VALUE "90-90".
           05 FILLER PIC X(10) VALUE "NOTE".
           05 FILLER PIC X(14) VALUE "CNP".
           05 FILLER PIC X(07) VALUE "1-13".
           05 FILLER PIC X(10) VALUE "NOTE".
           05 FILLER PIC X(14) VALUE "MATERIE".
           05 FILLER PIC X(07) VALUE "16-45".
           05 FILLER PIC X(10) VALUE "NOTE".
           05 FILLER PIC X(14) VALUE "NOTA".
           05 FILLER PIC X(07) VALUE "48-49".
           05 FILLER PIC X(10) VALUE "NOTE".
           05 FILLER PIC X(14) VALUE "DATANOTA".
           05 FILLER PIC X(07) VALUE "52-59".
           05 FILLER PIC X(10) VALUE "NOTE".
           05 FILLER PIC X(14) VALUE "TIPNOTA".
           05 FILLER PIC X(07) VALUE "62-62".
           05 FILLER PIC X(10) VALUE "NOTE".
           05 FILLER PIC X(14) VALUE "ANSCOLAR".
           05 FILLER PIC X(07) VALUE "65-73".
           05 FILLER PIC X(10) VALUE "NOTE".
           05 FILLER PIC X(14) VALUE "CNPPROF".
           05 FILLER PIC X(07) VALUE "76-88".
           05 FILLER PIC X(10) VALUE "ABSENTE".
           05 FILLER PIC X(14) VALUE "CNP".
           05 FILLER PIC X(07) VALUE "1-13".
           05 FILLER PIC X(10) VALUE "ABSENTE".
           05 FILLER PIC X(14) VALUE "MATERIE".
           05 FILLER PIC X(07) VALUE "16-45".
           05 FILLER PIC X(10) VALUE "ABSENTE".
           05 FILLER PIC X(14) VALUE "DATAABS".
           05 FILLER PIC X(07) VALUE "48-55".
           05 FILLER PIC X(10) VALUE "ABSENTE".
           05 FILLER PIC X(14) VALUE "MOTIVAT".
           05 FILLER PIC X(07) VALUE "58-58".
       01 COLUMN-LIST REDEFINES COLUMN-LIST-DATA.
           05 COLUMN-ENTRY OCCURS 30 TIMES INDEXED BY COL-IDX.
               10 COL-TABLE                PIC X(10).
               10 COL-NAME                 PIC X(14).
               10 COL-RANGE                PIC X(07).

      *> THE LIVE DUMPS, AND THE SCRATCH TREE
       01 K-LIVE-UTIL                      PIC X(37) VALUE
           "Assign 10 Batch Utilities FLOARE EMIL".
       01 K-SCRATCH-UTIL                   PIC X(50) VALUE
           "BackupVerify/Assign 10 Batch Utilities FLOARE EMIL".
       01 K-SCRATCH-AUDIT                  PIC X(34) VALUE
           "BackupVerify/Assign 07 FLOARE EMIL".

       01 WS-DUMP-DATE                     PIC X(08).
       01 WS-TABLE-NAME                    PIC X(20).
       01 WS-COMMAND                       PIC X(300).
       01 WS-RUN-DATE                      PIC 9(08).
       01 WS-RUN-TIME                      PIC 9(08).

      *> THE TWO ANSWERS OF ONE COMPARISON - DUMP FIRST, SCRATCH
      *> SECOND
       01 WS-DUMP-ANSWER                   PIC X(40).
       01 WS-SCRATCH-ANSWER                PIC X(40).
       01 WS-VERDICT-WORD                  PIC X(04).
       01 WS-COMPARE-SW                    PIC X(01).
           88 COMPARE-MATCH                 VALUE "M".
           88 COMPARE-DIFF                  VALUE "D".

      *> THE SCRATCH REFAUDIT REPORT: LABEL(48) SPACE(2) DETAIL(36)
       01 WS-AUDIT-LINE.
           05 AUD-LABEL                    PIC X(48).
           05 FILLER                       PIC X(02).
           05 AUD-DETAIL                   PIC X(36).
           05 FILLER                       PIC X(44).
       01 WS-FOREIGN-REFS                  PIC 9(02).
       01 WS-AUDIT-SEEN                    PIC 9(04) VALUE 0.

       01 WS-RUN-COUNTERS.
        05 WS-TABLES-RESTORED              PIC 9(02) VALUE 0.
        05 WS-TABLES-FAILED                PIC 9(02) VALUE 0.
        05 WS-COLUMNS-MATCHED              PIC 9(03) VALUE 0.
        05 WS-COLUMNS-DIFFERENT            PIC 9(03) VALUE 0.
        05 WS-FK-VIOLATIONS                PIC 9(04) VALUE 0.
        05 WS-FK-INFORMATIONAL             PIC 9(04) VALUE 0.

       01 WS-RESULT-SW                     PIC X(01) VALUE "P".
           88 RESULT-PASSED                 VALUE "P".
           88 RESULT-FAILED                 VALUE "F".

       01 WS-LINE                          PIC X(130).

      *> ONE BackupVerifyLog.txt LINE - THE DATE FIRST, PREFLIGHT
      *> LOOKS FOR THE LAST " PASSED " ONE
       01 LOG-LINE.
           05 LG-DATE                      PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 LG-TIME                      PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 LG-DUMP-DATE                 PIC X(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 LG-RESULT                    PIC X(06).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 LG-DETAIL                    PIC X(66).

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".
       COPY TRAINENV-INT.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       S0  SECTION.
       S0A.
           DISPLAY "BACKUP TEST-RESTORE VERIFICATION"
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACE                      TO WS-DUMP-DATE

      *> WITHOUT THE SCRATCH TREE THERE IS NOWHERE SAFE TO RESTORE -
      *> THE LIVE SCHEMA IS NEVER A CANDIDATE
           MOVE SPACE                      TO WS-COMMAND
           STRING "test -x '" K-SCRATCH-UTIL "/DBRESTORE' && "
                  "test -f '" K-SCRATCH-UTIL "/JSqlAdapter.jar' && "
                  "test -x '" K-SCRATCH-AUDIT "/REFAUDIT' && "
                  "test -f '" K-SCRATCH-AUDIT "/JSqlAdapter.jar'"
                  DELIMITED BY SIZE
           INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "NO SCRATCH INSTALLATION UNDER BackupVerify/ "
                   "(DBRESTORE, REFAUDIT AND THEIR SCRATCH-SCHEMA "
                   "JSqlAdapter.jar)"
               MOVE "NO SCRATCH INSTALLATION UNDER BackupVerify/"
                                           TO LG-DETAIL
               SET RESULT-FAILED           TO TRUE
               PERFORM Y0-LOG-RUN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM A0-FIND-LATEST-DUMP
           IF WS-DUMP-DATE = SPACE
               DISPLAY "NO COMPLETE SET OF DBBACKUP DUMPS FOUND"
               MOVE "NO COMPLETE SET OF DBBACKUP DUMPS FOUND"
                                           TO LG-DETAIL
               SET RESULT-FAILED           TO TRUE
               PERFORM Y0-LOG-RUN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "VERIFYING THE DUMPS OF " WS-DUMP-DATE

           OPEN OUTPUT REPORT-FILE
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
           END-IF
           MOVE SPACE                      TO WS-LINE
           STRING "BACKUP VERIFICATION - DUMPS OF " WS-DUMP-DATE
                  " - RUN " WS-RUN-DATE " " WS-RUN-TIME
                  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM W0-WRITE-LINE
           MOVE SPACE                      TO WS-LINE
           STRING "RESTORED INTO THE SCRATCH SCHEMA OF " K-SCRATCH-UTIL
                  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM W0-WRITE-LINE

           PERFORM B0-VERIFY-TABLE THRU B0-VERIFY-TABLEZ
               VARYING TABLE-IDX FROM 1 BY 1
               UNTIL TABLE-IDX > 5

           PERFORM D0-REFERENTIAL-CHECKS

           MOVE SPACE                      TO WS-LINE
           PERFORM W0-WRITE-LINE
           MOVE SPACE                      TO WS-LINE
           STRING "TABLES RESTORED: " WS-TABLES-RESTORED
                  "  FAILED: " WS-TABLES-FAILED
                  "  COLUMNS MATCHED: " WS-COLUMNS-MATCHED
                  "  DIFFERENT: " WS-COLUMNS-DIFFERENT
                  "  FK VIOLATIONS: " WS-FK-VIOLATIONS
                  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM W0-WRITE-LINE
           MOVE SPACE                      TO WS-LINE
           IF RESULT-PASSED
               STRING "VERDICT: THE DUMPS OF " WS-DUMP-DATE
                      " RESTORE CLEANLY"
                      DELIMITED BY SIZE
               INTO WS-LINE
           ELSE
               STRING "VERDICT: THE DUMPS OF " WS-DUMP-DATE
                      " DID NOT VERIFY - SEE ABOVE"
                      DELIMITED BY SIZE
               INTO WS-LINE
           END-IF
           PERFORM W0-WRITE-LINE
           CLOSE REPORT-FILE

      *> THE STAGED DUMPS CARRY PERSONAL DATA - NOTHING IS LEFT
      *> LYING AROUND AFTER THE RUN
           MOVE SPACE                      TO WS-COMMAND
           STRING "rm -f BkVerifyWork.txt BkVerifyDump.txt "
                  "BkVerifyScratch.txt '" K-SCRATCH-UTIL "'/Backup_*"
                  DELIMITED BY SIZE
           INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND

           MOVE SPACE                      TO LG-DETAIL
           STRING "TABLES " WS-TABLES-RESTORED
                  " COLUMNS DIFFERENT " WS-COLUMNS-DIFFERENT
                  " FK VIOLATIONS " WS-FK-VIOLATIONS
                  DELIMITED BY SIZE
           INTO LG-DETAIL
           PERFORM Y0-LOG-RUN

           DISPLAY "TABLES RESTORED : " WS-TABLES-RESTORED
               "  FAILED: " WS-TABLES-FAILED
           DISPLAY "COLUMNS MATCHED : " WS-COLUMNS-MATCHED
               "  DIFFERENT: " WS-COLUMNS-DIFFERENT
           DISPLAY "FK VIOLATIONS   : " WS-FK-VIOLATIONS
           DISPLAY "REPORT WRITTEN TO BackupVerification.txt"
           IF RESULT-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           .
       S0Z.
           STOP RUN.

      *> THE LATEST DATE WITH AN ABSENTE DUMP, PROVIDED THE OTHER
      *> FOUR TABLES WERE DUMPED THAT NIGHT TOO
       A0-FIND-LATEST-DUMP SECTION.
       A0-FIND-LATEST-DUMPA.
           MOVE SPACE                      TO WS-COMMAND
           STRING "ls '" K-LIVE-UTIL "'/Backup_ABSENTE_*.txt "
                  "2>/dev/null | sort | tail -1 | "
                  "sed 's/.*_//; s/[.]txt$//' > BkVerifyWork.txt"
                  DELIMITED BY SIZE
           INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           OPEN INPUT VERIFY-WORK
           IF WS-WORK-STATUS NOT = "00"
               GO TO A0-FIND-LATEST-DUMPZ
           END-IF
           MOVE SPACE                      TO VERIFY-WORK-FD
           READ VERIFY-WORK
               AT END
                   MOVE SPACE              TO VERIFY-WORK-FD
           END-READ
           CLOSE VERIFY-WORK
           IF VERIFY-WORK-FD(1:8) NOT NUMERIC
               GO TO A0-FIND-LATEST-DUMPZ
           END-IF

           MOVE SPACE                      TO WS-COMMAND
           STRING "cd '" K-LIVE-UTIL "' && "
                  "test -f Backup_CLASE_" VERIFY-WORK-FD(1:8) ".txt && "
                  "test -f Backup_STUDENTI_" VERIFY-WORK-FD(1:8)
                  ".txt && "
                  "test -f Backup_PROFESORI_" VERIFY-WORK-FD(1:8)
                  ".txt && "
                  "test -f Backup_NOTE_" VERIFY-WORK-FD(1:8) ".txt"
                  DELIMITED BY SIZE
           INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           IF RETURN-CODE = 0
               MOVE VERIFY-WORK-FD(1:8)    TO WS-DUMP-DATE
           END-IF
           .
       A0-FIND-LATEST-DUMPZ.
           EXIT.

      *> ONE TABLE: RELOAD THE DUMP INTO THE SCRATCH SCHEMA, READ IT
      *> BACK, COMPARE THE ROW COUNT AND EVERY COLUMN'S CHECKSUM
       B0-VERIFY-TABLE SECTION.
       B0-VERIFY-TABLEA.
           MOVE TABLE-ENTRY(TABLE-IDX)     TO WS-TABLE-NAME
           MOVE SPACE                      TO WS-LINE
           PERFORM W0-WRITE-LINE
           MOVE SPACE                      TO WS-LINE
           STRING "TABLE " WS-TABLE-NAME DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM W0-WRITE-LINE

      *> THE DUMP GOES BOTH TO THE SCRATCH DBRESTORE'S DIRECTORY AND
      *> TO THE ROOT FOR THE COMPARISON
           MOVE SPACE                      TO WS-COMMAND
           STRING "cp '" K-LIVE-UTIL "/Backup_" DELIMITED BY SIZE
                  WS-TABLE-NAME DELIMITED BY " "
                  "_" WS-DUMP-DATE ".txt' BkVerifyDump.txt && "
                  "cp BkVerifyDump.txt '" K-SCRATCH-UTIL "/Backup_"
                  DELIMITED BY SIZE
                  WS-TABLE-NAME DELIMITED BY " "
                  "_" WS-DUMP-DATE ".txt'" DELIMITED BY SIZE
           INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           IF RETURN-CODE NOT = 0
               MOVE "  FAIL  THE DUMP COULD NOT BE STAGED" TO WS-LINE
               PERFORM W0-WRITE-LINE
               PERFORM B9-TABLE-FAILED
               GO TO B0-VERIFY-TABLEZ
           END-IF

      *> THE SCRATCH TREE'S DBRESTORE WITH THE ANSWERS AN OPERATOR
      *> WOULD KEY: TABLE, DATE, CLEAR FIRST, CONFIRM (THE SAME PIPE
      *> TRAINCLONE USES)
           MOVE SPACE                      TO WS-COMMAND
           STRING "cd '" K-SCRATCH-UTIL "' && printf '"
                  DELIMITED BY SIZE
                  WS-TABLE-NAME DELIMITED BY " "
                  "\n" WS-DUMP-DATE "\nY\nY\n' | ./DBRESTORE"
                  DELIMITED BY SIZE
           INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           IF RETURN-CODE NOT = 0
               MOVE "  FAIL  DBRESTORE DID NOT RELOAD EVERY ROW"
                                           TO WS-LINE
               PERFORM W0-WRITE-LINE
               PERFORM B9-TABLE-FAILED
               GO TO B0-VERIFY-TABLEZ
           END-IF

      *> AND BACK OUT OF THE SCRATCH SCHEMA, THROUGH ITS OWN ADAPTER
           MOVE SPACE                      TO WS-COMMAND
           STRING "cd '" K-SCRATCH-UTIL "' && printf 'SELECT * FROM "
                  DELIMITED BY SIZE
                  WS-TABLE-NAME DELIMITED BY " "
                  "\n' > StatementSQLInput.txt && "
                  "java -jar JSqlAdapter.jar && "
                  "cp SQLResults/SelectResult.txt "
                  "../../BkVerifyScratch.txt"
                  DELIMITED BY SIZE
           INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           IF RETURN-CODE NOT = 0
               MOVE "  FAIL  THE SCRATCH SCHEMA DID NOT ANSWER SELECT *"
                                           TO WS-LINE
               PERFORM W0-WRITE-LINE
               PERFORM B9-TABLE-FAILED
               GO TO B0-VERIFY-TABLEZ
           END-IF
           ADD 1                           TO WS-TABLES-RESTORED

      *> ROW COUNTS (BLANK LINES ARE NOT ROWS)
           MOVE SPACE                      TO WS-COMMAND
           STRING "{ grep -c . BkVerifyDump.txt; "
                  "grep -c . BkVerifyScratch.txt; } > BkVerifyWork.txt"
                  DELIMITED BY SIZE
           INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           PERFORM C0-READ-ANSWERS
           MOVE SPACE                      TO WS-LINE
           STRING "  " DELIMITED BY SIZE
                  WS-VERDICT-WORD DELIMITED BY SIZE
                  "  ROWS             DUMP " DELIMITED BY SIZE
                  WS-DUMP-ANSWER DELIMITED BY " "
                  "  RESTORED " DELIMITED BY SIZE
                  WS-SCRATCH-ANSWER DELIMITED BY " "
           INTO WS-LINE
           PERFORM W0-WRITE-LINE

           PERFORM B1-COMPARE-COLUMN THRU B1-COMPARE-COLUMNZ
               VARYING COL-IDX FROM 1 BY 1
               UNTIL COL-IDX > 30
           .
       B0-VERIFY-TABLEZ.
           EXIT.

      *> ONE COLUMN OF THE CURRENT TABLE: CKSUM OF ITS SORTED VALUES
      *> IN THE DUMP AGAINST THE SAME IN THE SCRATCH COPY
       B1-COMPARE-COLUMN SECTION.
       B1-COMPARE-COLUMNA.
           IF COL-TABLE(COL-IDX) NOT = WS-TABLE-NAME
               GO TO B1-COMPARE-COLUMNZ
           END-IF
           MOVE SPACE                      TO WS-COMMAND
           STRING "{ grep . BkVerifyDump.txt | cut -c" DELIMITED BY SIZE
                  COL-RANGE(COL-IDX) DELIMITED BY " "
                  " | sort | cksum; grep . BkVerifyScratch.txt | cut -c"
                  DELIMITED BY SIZE
                  COL-RANGE(COL-IDX) DELIMITED BY " "
                  " | sort | cksum; } > BkVerifyWork.txt"
                  DELIMITED BY SIZE
           INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           PERFORM C0-READ-ANSWERS
           IF COMPARE-MATCH
               ADD 1                       TO WS-COLUMNS-MATCHED
           ELSE
               ADD 1                       TO WS-COLUMNS-DIFFERENT
           END-IF
           MOVE SPACE                      TO WS-LINE
           STRING "  " WS-VERDICT-WORD "  COLUMN " COL-NAME(COL-IDX)
                  " CHECKSUM " WS-DUMP-ANSWER(1:20)
                  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM W0-WRITE-LINE
           .
       B1-COMPARE-COLUMNZ.
           EXIT.

       B9-TABLE-FAILED SECTION.
       B9-TABLE-FAILEDA.
           ADD 1                           TO WS-TABLES-FAILED
           SET RESULT-FAILED               TO TRUE
           .
       B9-TABLE-FAILEDZ.
           EXIT.

      *> THE TWO LINES A COMPARISON LEFT IN BkVerifyWork.txt; EQUAL
      *> AND PRESENT = MATCH. A DIFFERENCE FAILS THE VERIFICATION.
       C0-READ-ANSWERS SECTION.
       C0-READ-ANSWERSA.
           MOVE SPACE                      TO WS-DUMP-ANSWER
           MOVE SPACE                      TO WS-SCRATCH-ANSWER
           OPEN INPUT VERIFY-WORK
           IF WS-WORK-STATUS = "00"
               READ VERIFY-WORK
                   NOT AT END
                       MOVE VERIFY-WORK-FD TO WS-DUMP-ANSWER
               END-READ
               READ VERIFY-WORK
                   NOT AT END
                       MOVE VERIFY-WORK-FD TO WS-SCRATCH-ANSWER
               END-READ
               CLOSE VERIFY-WORK
           END-IF
           IF WS-DUMP-ANSWER NOT = SPACE
           AND WS-DUMP-ANSWER = WS-SCRATCH-ANSWER
               SET COMPARE-MATCH           TO TRUE
               MOVE "PASS"                 TO WS-VERDICT-WORD
           ELSE
               SET COMPARE-DIFF            TO TRUE
               MOVE "FAIL"                 TO WS-VERDICT-WORD
               SET RESULT-FAILED           TO TRUE
           END-IF
           .
       C0-READ-ANSWERSZ.
           EXIT.

      *> THE SCRATCH TREE'S REFAUDIT, REPORT MODE, EVERY SCHOOL YEAR.
      *> A CHECK THAT NAMES A TABLE DBBACKUP DOES NOT DUMP (MATERII,
      *> THE PROFESSOR ASSIGNMENTS) IS ONLY AS GOOD AS WHATEVER THE
      *> SCRATCH SCHEMA HOLDS THERE - ITS FINDINGS ARE INFORMATIONAL.
       D0-REFERENTIAL-CHECKS SECTION.
       D0-REFERENTIAL-CHECKSA.
           MOVE SPACE                      TO WS-LINE
           PERFORM W0-WRITE-LINE
           MOVE "FOREIGN-KEY CHECKS ON THE RESTORED COPY (REFAUDIT)"
                                           TO WS-LINE
           PERFORM W0-WRITE-LINE
           IF WS-TABLES-FAILED > 0
               MOVE "  NOT RUN - NOT EVERY TABLE WAS RESTORED"
                                           TO WS-LINE
               PERFORM W0-WRITE-LINE
               GO TO D0-REFERENTIAL-CHECKSZ
           END-IF

           MOVE SPACE                      TO WS-COMMAND
           STRING "cd '" K-SCRATCH-AUDIT "' && rm -f RefAuditReport.txt"
                  " && printf 'N\n\n' | ./REFAUDIT; "
                  "cp RefAuditReport.txt ../../BkVerifyWork.txt"
                  DELIMITED BY SIZE
           INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           IF RETURN-CODE NOT = 0
               MOVE "  FAIL  REFAUDIT DID NOT RUN ON THE SCRATCH COPY"
                                           TO WS-LINE
               PERFORM W0-WRITE-LINE
               SET RESULT-FAILED           TO TRUE
               GO TO D0-REFERENTIAL-CHECKSZ
           END-IF

           OPEN INPUT VERIFY-WORK
           IF WS-WORK-STATUS NOT = "00"
               MOVE "  FAIL  NO REFAUDIT REPORT FROM THE SCRATCH COPY"
                                           TO WS-LINE
               PERFORM W0-WRITE-LINE
               SET RESULT-FAILED           TO TRUE
               GO TO D0-REFERENTIAL-CHECKSZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-AUDIT-LINE
               READ VERIFY-WORK INTO WS-AUDIT-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF AUD-DETAIL(1:10) = "NONE FOUND"
                   OR AUD-DETAIL(1:7) = "FOUND: "
                       PERFORM D1-ONE-AUDIT-LINE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE VERIFY-WORK
           IF WS-AUDIT-SEEN = 0
               MOVE "  FAIL  THE REFAUDIT REPORT HELD NO CHECKS"
                                           TO WS-LINE
               PERFORM W0-WRITE-LINE
               SET RESULT-FAILED           TO TRUE
           END-IF
           .
       D0-REFERENTIAL-CHECKSZ.
           EXIT.

       D1-ONE-AUDIT-LINE SECTION.
       D1-ONE-AUDIT-LINEA.
           ADD 1                           TO WS-AUDIT-SEEN
           MOVE 0                          TO WS-FOREIGN-REFS
           INSPECT AUD-LABEL TALLYING WS-FOREIGN-REFS
               FOR ALL "MATERII." ALL "PROFESORMATERIECLASA"
                   ALL "MATERIEPROFESOR"
           EVALUATE TRUE
               WHEN AUD-DETAIL(1:10) = "NONE FOUND"
                   MOVE "PASS"             TO WS-VERDICT-WORD
               WHEN WS-FOREIGN-REFS > 0
                   ADD 1                   TO WS-FK-INFORMATIONAL
                   MOVE "INFO"             TO WS-VERDICT-WORD
               WHEN OTHER
                   ADD 1                   TO WS-FK-VIOLATIONS
                   MOVE "FAIL"             TO WS-VERDICT-WORD
                   SET RESULT-FAILED       TO TRUE
           END-EVALUATE
           MOVE SPACE                      TO WS-LINE
           STRING "  " WS-VERDICT-WORD "  " AUD-LABEL "  " AUD-DETAIL
                  DELIMITED BY SIZE
           INTO WS-LINE
           PERFORM W0-WRITE-LINE
           .
       D1-ONE-AUDIT-LINEZ.
           EXIT.

       W0-WRITE-LINE SECTION.
       W0-WRITE-LINEA.
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           .
       W0-WRITE-LINEZ.
           EXIT.

       Y0-LOG-RUN SECTION.
       Y0-LOG-RUNA.
           OPEN EXTEND LOG-FILE
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT LOG-FILE
           END-IF
           MOVE WS-RUN-DATE                TO LG-DATE
           MOVE WS-RUN-TIME                TO LG-TIME
           MOVE WS-DUMP-DATE               TO LG-DUMP-DATE
           IF RESULT-PASSED
               MOVE "PASSED"               TO LG-RESULT
           ELSE
               MOVE "FAILED"               TO LG-RESULT
           END-IF
           MOVE LOG-LINE                   TO LOG-FD
           WRITE LOG-FD
           CLOSE LOG-FILE
           .
       Y0-LOG-RUNZ.
           EXIT.
       END PROGRAM BKVERIFY.
