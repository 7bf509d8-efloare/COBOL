      ******************************************************************
      * Author:
      * Date:
      * Purpose: CATALOG AS OF A DATE, FOR DISPUTES. FOR ONE CNP (OR
      *          A WHOLE CLASS) AND AN AS-OF DATE THIS REBUILDS THE
      *          GRADES AS THEY STOOD AT THE END OF THAT DAY. IT
      *          STARTS FROM WHAT NOTE HOLDS TODAY (PLUS THE CLOSED
      *          YEARS THROUGH ARCQUERY AND THE NOTES OF STUDENTS
      *          WITHDRAWN SINCE, FROM ArchivedNotes.txt) AND WALKS
      *          THE AUDIT TRAILS BACKWARDS:
      *            GradeCorrectionAudit.txt  (GRADECORR, APPLIED)
      *            AppealsAudit.txt          (APPEALS, REVISED)
      *            WithdrawAudit.txt         (WITHDRAW, REMOVED)
      *            CnpChangeAudit.txt        (CNPCHANGE, DONE)
      *            InsertAllAudit.txt        (NOTEMODULE LOADS)
      *          A VALUE CHANGED AFTER THE DATE IS PUT BACK TO ITS
      *          OLD VALUE AND ANNOTATED WITH THE CHANGE THAT ALTERED
      *          IT; A ROW LOADED AFTER THE DATE IS LEFT OUT OF THE
      *          CATALOG AND LISTED AT THE END. A ROW WITH NO LOAD
      *          LINE (LOADED BEFORE THE LOAD AUDIT, OR BY EXDIFER /
      *          CORIGEXAM) COUNTS AS PRESENT FROM ITS DATANOTA.
      *          THE REPORT IS WRITTEN TO AsOfCatalog.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ASOFCAT.
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

           SELECT REPORT-FILE ASSIGN TO 'AsOfCatalog.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> THE AUDIT TRAILS THE SECRETARIAT PROGRAMS KEEP HERE
           SELECT CORR-AUDIT ASSIGN TO 'GradeCorrectionAudit.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CORR-STATUS.

           SELECT APPEAL-AUDIT ASSIGN TO 'AppealsAudit.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APPEAL-STATUS.

           SELECT WITHDRAW-AUDIT ASSIGN TO 'WithdrawAudit.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WD-STATUS.

           SELECT CNPCHG-AUDIT ASSIGN TO 'CnpChangeAudit.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CC-STATUS.

      *> WHAT WITHDRAW TOOK OUT OF STUDENTI AND NOTE
           SELECT ARCH-STUD-FILE ASSIGN TO 'ArchivedStudents.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCH-STUD-STATUS.

           SELECT ARCH-NOTE-FILE ASSIGN TO 'ArchivedNotes.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCH-NOTE-STATUS.

      *> NOTEMODULE'S LOAD AUDIT, STAGED IN FROM THE ASSIGN 07
      *> DIRECTORY UNDER A LOCAL NAME
           SELECT LOAD-AUDIT ASSIGN TO 'NoteLoadAuditCopy.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOAD-STATUS.

      *> WORK FILE FOR PUTTING THE MERGED ROWS IN KEY ORDER
           SELECT ROW-SORT ASSIGN TO 'AsOfSortWork.tmp'.

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

        FD REPORT-FILE.
       01 REPORT-FILE-FD                    PIC X(132).

        FD CORR-AUDIT.
       01 CORR-AUDIT-FD                     PIC X(132).

        FD APPEAL-AUDIT.
       01 APPEAL-AUDIT-FD                   PIC X(182).

        FD WITHDRAW-AUDIT.
       01 WITHDRAW-AUDIT-FD                 PIC X(140).

        FD CNPCHG-AUDIT.
       01 CNPCHG-AUDIT-FD                   PIC X(132).

        FD ARCH-STUD-FILE.
       01 ARCH-STUD-FD                      PIC X(220).

        FD ARCH-NOTE-FILE.
       01 ARCH-NOTE-FD                      PIC X(120).

        FD LOAD-AUDIT.
       01 LOAD-AUDIT-FD                     PIC X(341).

        SD ROW-SORT.
       01 ROW-SORT-REC.
           05 RS-KEY                        PIC X(51).
           05 RS-ORIGIN                     PIC X(01).
           05 RS-REST                       PIC X(112).

        FD DEAD-LETTER-FILE.
       01 DEAD-LETTER-FD                    PIC X(321).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 FIELDS-FOR-SQL.
       05 K-INVOKE-JAR                     PIC X(27) VALUE
               "java -jar JSqlAdapter.jar ".

       05 SQL-STATEMENT                    PIC X(300).

       01 WS-DL-STATUS                     PIC X(02).
       01 WS-CORR-STATUS                   PIC X(02).
       01 WS-APPEAL-STATUS                 PIC X(02).
       01 WS-WD-STATUS                     PIC X(02).
       01 WS-CC-STATUS                     PIC X(02).
       01 WS-ARCH-STUD-STATUS              PIC X(02).
       01 WS-ARCH-NOTE-STATUS              PIC X(02).
       01 WS-LOAD-STATUS                   PIC X(02).

       01 JAR-CALL-SWITCH                  PIC X(01) VALUE "O".
           88 JAR-CALL-OK                   VALUE "O".
           88 JAR-CALL-FAILED               VALUE "F".
       01 WS-JAR-RC                        PIC S9(04) VALUE 0.
       01 SQL-STATUS-VALUE                 PIC X(4).

      *> RUN-TOKEN LOCK AROUND THE SHARED ADAPTER HANDSHAKE FILES
       COPY SQLLOCK-INT.
      *> ARCHIVE QUERY SERVICE - THE CLOSED YEARS NOTEARCH MOVED OUT
      *> OF NOTE COME BACK THROUGH HERE
       COPY ARCQ-INT.

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
           05 DL-PROGRAM                   PIC X(12) VALUE "ASOFCAT".
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 DL-STATEMENT                 PIC X(290).

      *> THE LOAD AUDIT LIVES WITH NOTEMODULE; THE OLD COPY IS
      *> REMOVED FIRST SO A MISSING SOURCE IS NOT REPLACED BY A
      *> STALE ONE
       01 K-LOAD-AUDIT-SOURCE              PIC X(70) VALUE
               "../Assign 07 FLOARE EMIL/InsertAllAudit.txt".
       01 K-LOAD-AUDIT-LOCAL               PIC X(30) VALUE
               "NoteLoadAuditCopy.txt".
       01 WS-STAGE-COMMAND                 PIC X(200).

      *> WHAT THE OPERATOR ASKED FOR
       01 WS-CNP                           PIC X(13).
       01 WS-CLASA                         PIC X(04).
       01 WS-ASOF-IN                       PIC X(08).
       01 WS-ASOF-DATE                     PIC 9(08).
       01 WS-ASOF-PARTS REDEFINES WS-ASOF-DATE.
           05 WS-ASOF-YYYY                 PIC 9(04).
           05 WS-ASOF-MM                   PIC 9(02).
           05 WS-ASOF-DD                   PIC 9(02).
       01 WS-MODE-SW                       PIC X(01).
           88 MODE-ONE-CNP                  VALUE "C".
           88 MODE-CLASS                    VALUE "K".
       01 WS-TODAY                         PIC 9(08).

      *> EVERY CNP CHANGE THAT WENT THROUGH, IN FILE (TIME) ORDER
       01 WS-CC-LINE.
           05 CL-DATE                      PIC X(08).
           05 FILLER                       PIC X(01).
           05 CL-TIME                      PIC X(08).
           05 FILLER                       PIC X(01).
           05 CL-ACTION                    PIC X(12).
           05 FILLER                       PIC X(01).
           05 CL-OLD                       PIC X(13).
           05 FILLER                       PIC X(04).
           05 CL-NEW                       PIC X(13).
           05 FILLER                       PIC X(01).
           05 CL-OUTCOME                   PIC X(10).
       01 K-MAX-CC                         PIC 9(03) VALUE 300.
       01 CC-TABLE.
           05 CC-ENTRY OCCURS 300 TIMES.
               10 CC-DATE                  PIC 9(08).
               10 CC-OLD                   PIC X(13).
               10 CC-NEW                   PIC X(13).
       01 CC-COUNT                         PIC 9(03) VALUE 0.
       01 WS-CC-IDX                        PIC 9(03).
      *> B5-RESOLVE-CURRENT WALKS WS-CC-IDX ITSELF
       01 WS-CHAIN-IDX                     PIC 9(03).
      *> CNP RESOLUTION: IN = ANY CNP THE STUDENT EVER HAD, OUT = THE
      *> ONE IN USE TODAY
       01 WS-RESOLVE-CNP                   PIC X(13).

      *> EVERY WITHDRAWAL THAT REMOVED THE STUDENT'S ROWS
       01 WS-WD-LINE.
           05 WL-DATE                      PIC X(08).
           05 FILLER                       PIC X(01).
           05 WL-TIME                      PIC X(08).
           05 FILLER                       PIC X(01).
           05 WL-CNP                       PIC X(13).
           05 FILLER                       PIC X(08).
           05 WL-LEAVE                     PIC X(08).
           05 FILLER                       PIC X(08).
           05 WL-NOTES                     PIC X(04).
           05 FILLER                       PIC X(01).
           05 WL-OUTCOME                   PIC X(10).
       01 K-MAX-WD                         PIC 9(03) VALUE 300.
       01 WD-TABLE.
           05 WD-ENTRY OCCURS 300 TIMES.
               10 WD-CNP                   PIC X(13).
               10 WD-DATE                  PIC 9(08).
       01 WD-COUNT                         PIC 9(03) VALUE 0.
       01 WS-WD-IDX                        PIC 9(03).

      *> THE STUDENTS IN THE CATALOG: THE ONE CNP, OR THE CLASS AS
      *> STUDENTI HOLDS IT TODAY PLUS THOSE WITHDRAWN FROM IT AFTER
      *> THE AS-OF DATE
       01 K-MAX-MEMBER                     PIC 9(03) VALUE 80.
       01 MEMBER-TABLE.
           05 MEMBER-ENTRY OCCURS 80 TIMES.
               10 MB-CNP                   PIC X(13).
               10 MB-ASOF-CNP              PIC X(13).
               10 MB-CHANGED               PIC 9(08).
               10 MB-WD-DATE               PIC 9(08).
               10 MB-PRINTED               PIC X(01).
       01 MEMBER-COUNT                     PIC 9(03) VALUE 0.
       01 WS-MB-IDX                        PIC 9(03).
       01 WS-ADD-CNP                       PIC X(13).

      *> ONE ArchivedStudents.txt LINE: LEAVE DATE + THE STUDENTI ROW
       01 WS-ARCH-STUD-LINE.
           05 AS-LEAVE                     PIC X(08).
           05 FILLER                       PIC X(01).
           05 AS-CNP                       PIC X(13).
           05 FILLER                       PIC X(02).
           05 AS-CLASA                     PIC X(04).
           05 FILLER                       PIC X(192).

      *> ONE ArchivedNotes.txt LINE (CNP, MATERIE, NOTA, DATANOTA,
      *> CNPPROF - BLANK ON A LINE ARCHIVED BEFORE IT WAS CARRIED)
       01 WS-ARCH-NOTE-LINE.
           05 AN-CNP                       PIC X(13).
           05 FILLER                       PIC X(02).
           05 AN-MATERIE                   PIC X(30).
           05 FILLER                       PIC X(02).
           05 AN-NOTA                      PIC X(02).
           05 FILLER                       PIC X(02).
           05 AN-DATA                      PIC X(08).
           05 FILLER                       PIC X(02).
           05 AN-CNP-PROF                  PIC X(13).
           05 FILLER                       PIC X(46).

      *> ONE LIVE NOTE ROW
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
       01 WS-STUD-ROW.
           05 SR-CNP                       PIC X(13).

      *> EVERY GRADE ROW OF THE CATALOG, TODAY'S VALUE NEXT TO THE
      *> AS-OF ONE. ORIGIN: L LIVE NOTE, A ARCHIVE, W WITHDRAWN.
      *> STATE: S IN THE CATALOG ON THE DATE, N NOT YET LOADED,
      *> G ALREADY REMOVED BY A WITHDRAWAL.
       01 K-MAX-ROW                        PIC 9(04) VALUE 6000.
       01 ROW-TABLE.
           05 ROW-ENTRY OCCURS 6000 TIMES.
               10 RW-KEY.
                   15 RW-CNP               PIC X(13).
                   15 RW-MATERIE           PIC X(30).
                   15 RW-DATA              PIC X(08).
               10 RW-ORIGIN                PIC X(01).
               10 RW-TIP                   PIC X(01).
               10 RW-NOTA-NOW              PIC X(02).
               10 RW-NOTA-ASOF             PIC X(02).
               10 RW-STATE                 PIC X(01).
               10 RW-LOADED                PIC 9(08).
               10 RW-STAMP                 PIC 9(16).
               10 RW-NOTE-VALUE            PIC X(44).
               10 RW-NOTE-ROW              PIC X(30).
               10 RW-WD-DATE               PIC 9(08).
       01 ROW-COUNT                        PIC 9(04) VALUE 0.
       01 WS-ROW-IDX                       PIC 9(04).
       01 WS-ROW-FULL-SW                   PIC X(01) VALUE "N".
           88 ROW-TABLE-FULL                VALUE "Y".
       01 WS-SORT-EOF-SW                   PIC X(01).
           88 ROW-SORT-EOF                  VALUE "E".
           88 ROW-SORT-NEOF                 VALUE "N".
      *> THE ROW BEING ADDED, BEFORE IT GOES INTO THE TABLE
       01 WS-NEW-ROW.
           05 NW-CNP                       PIC X(13).
           05 NW-MATERIE                   PIC X(30).
           05 NW-DATA                      PIC X(08).
           05 NW-ORIGIN                    PIC X(01).
           05 NW-TIP                       PIC X(01).
           05 NW-NOTA                      PIC X(02).
           05 NW-NOTE-ROW                  PIC X(30).
           05 NW-WD-DATE                   PIC 9(08).

      *> BINARY SEARCH STATE (THE SRCHMOD LFT/RGT/MID SHAPE)
       01 WS-FIND-KEY.
           05 FK-CNP                       PIC X(13).
           05 FK-MATERIE                   PIC X(30).
           05 FK-DATA                      PIC X(08).
       01 WS-LFT                           PIC 9(05).
       01 WS-RGT                           PIC 9(05).
       01 WS-MID                           PIC 9(05).
       01 WS-FIND-IDX                      PIC 9(05).

      *> ONE GradeCorrectionAudit.txt LINE (GRADECORR'S AUDIT-LINE)
       01 WS-CORR-LINE.
           05 CA-DATE                      PIC X(08).
           05 FILLER                       PIC X(01).
           05 CA-TIME                      PIC X(08).
           05 FILLER                       PIC X(01).
           05 CA-CNP                       PIC X(13).
           05 FILLER                       PIC X(01).
           05 CA-MATERIE                   PIC X(30).
           05 FILLER                       PIC X(01).
           05 CA-DATANOTA                  PIC X(08).
           05 FILLER                       PIC X(05).
           05 CA-OLD                       PIC X(02).
           05 FILLER                       PIC X(05).
           05 CA-NEW                       PIC X(02).
           05 FILLER                       PIC X(01).
           05 CA-OUTCOME                   PIC X(10).

      *> ONE AppealsAudit.txt LINE; THE DETAIL OF A REVISED APPEAL
      *> IS "APPEAL nnnn CNP MATERIE DATANOTA OLD -> NEW"
       01 WS-APPEAL-LINE.
           05 AA-DATE                      PIC X(08).
           05 FILLER                       PIC X(01).
           05 AA-TIME                      PIC X(08).
           05 FILLER                       PIC X(01).
           05 AA-ACTION                    PIC X(10).
           05 FILLER                       PIC X(01).
           05 AA-TAG                       PIC X(07).
           05 AA-ID                        PIC X(04).
           05 FILLER                       PIC X(01).
           05 AA-CNP                       PIC X(13).
           05 FILLER                       PIC X(01).
           05 AA-MATERIE                   PIC X(30).
           05 FILLER                       PIC X(01).
           05 AA-DATANOTA                  PIC X(08).
           05 FILLER                       PIC X(01).
           05 AA-OLD                       PIC X(02).
           05 FILLER                       PIC X(04).
           05 AA-NEW                       PIC X(02).
           05 FILLER                       PIC X(57).

      *> ONE InsertAllAudit.txt LINE, NOTEMODULE'S LOAD-AUDIT-LINE
       01 WS-AUDIT-LINE.
           05 AU-DATE                      PIC X(08).
           05 FILLER                       PIC X(01).
           05 AU-TIME                      PIC X(08).
           05 FILLER                       PIC X(01).
           05 AU-OUTCOME                   PIC X(10).
           05 FILLER                       PIC X(01).
           05 AU-STATEMENT                 PIC X(300).
      *> THE VALUES OF THE INSERT, SPLIT APART
       01 WS-STMT-HEAD                     PIC X(300).
       01 WS-STMT-TAIL                     PIC X(300).
       01 WS-AUDIT-ROW.
           05 AR-CNP                       PIC X(13).
           05 AR-MATERIE-ESC               PIC X(60).
           05 AR-NOTA                      PIC X(02).
           05 AR-DATA                      PIC X(08).
           05 AR-TIP                       PIC X(01).
           05 AR-AN                        PIC X(09).
           05 AR-PROF                      PIC X(13).
      *> THE SUBJECT WITH ITS DOUBLED APOSTROPHES UNDONE, SO IT
      *> MATCHES THE NOTE ROW
       01 WS-MATERIE-PLAIN                 PIC X(30).
       01 WS-ESC-IDX                       PIC 9(02).
       01 WS-PLAIN-IDX                     PIC 9(02).
       01 WS-SKIP-SW                       PIC X(01).
           88 SKIP-NEXT-QUOTE               VALUE "Y".
           88 KEEP-NEXT-QUOTE               VALUE "N".

      *> A LATER CHANGE TO ONE ROW'S VALUE, READY TO BE APPLIED
       01 WS-EVENT.
           05 EV-DATE                      PIC 9(08).
           05 EV-STAMP                     PIC 9(16).
           05 EV-STAMP-PARTS REDEFINES EV-STAMP.
               10 EV-STAMP-DATE            PIC 9(08).
               10 EV-STAMP-TIME            PIC 9(08).
           05 EV-OLD                       PIC X(02).
           05 EV-NOTE                      PIC X(44).
       01 K-NO-STAMP                       PIC 9(16)
               VALUE 9999999999999999.

       01 WS-ARQ-IDX                       PIC 9(03).
       01 WS-LINE                          PIC X(132).
       01 WS-CUR-CNP                       PIC X(13).
       01 WS-FIRST-SW                      PIC X(01) VALUE "Y".
           88 FIRST-ROW                     VALUE "Y".
           88 NOT-FIRST-ROW                 VALUE "N".

       01 WS-COUNT-ROWS                    PIC 9(05) VALUE 0.
       01 WS-COUNT-CHANGED                 PIC 9(05) VALUE 0.
       01 WS-COUNT-NOT-YET                 PIC 9(05) VALUE 0.
       01 WS-COUNT-EVENTS                  PIC 9(05) VALUE 0.

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".
       COPY TRAINENV-INT.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       S0  SECTION.
       S0A.
           DISPLAY "CATALOG AS OF A DATE"
           DISPLAY "CNP (BLANK FOR A WHOLE CLASS): " WITH NO ADVANCING
           MOVE SPACE                      TO WS-CNP
           ACCEPT WS-CNP
           IF WS-CNP = SPACE
               SET MODE-CLASS              TO TRUE
               DISPLAY "CLASA: " WITH NO ADVANCING
               MOVE SPACE                  TO WS-CLASA
               ACCEPT WS-CLASA
               IF WS-CLASA = SPACE
                   DISPLAY "NEITHER A CNP NOR A CLASS GIVEN"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               SET MODE-ONE-CNP            TO TRUE
           END-IF

           DISPLAY "AS-OF DATE (YYYYMMDD): " WITH NO ADVANCING
           MOVE SPACE                      TO WS-ASOF-IN
           ACCEPT WS-ASOF-IN
           IF WS-ASOF-IN NOT NUMERIC
               DISPLAY "AS-OF DATE MUST BE YYYYMMDD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ASOF-IN                 TO WS-ASOF-DATE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           IF WS-ASOF-MM < 1 OR WS-ASOF-MM > 12
           OR WS-ASOF-DD < 1 OR WS-ASOF-DD > 31
           OR WS-ASOF-DATE > WS-TODAY
               DISPLAY "AS-OF DATE " WS-ASOF-IN " IS NOT A PAST DATE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           SET LOCK-ACQUIRE                TO TRUE
           MOVE "ASOFCAT"                  TO LOCK-OWNER
           CALL "SQLLOCK" USING SQLLOCK-INTERFACE
           IF LOCK-BUSY
               DISPLAY LOCK-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM A0
           PERFORM B0-LOAD-CNP-CHANGES
           PERFORM B1-LOAD-WITHDRAWALS
           PERFORM C0-BUILD-MEMBERS
           IF MEMBER-COUNT = 0
               DISPLAY "NO STUDENT FOUND FOR THE CATALOG"
               PERFORM Z0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM D0-LIVE-ROWS
           IF JAR-CALL-FAILED
               DISPLAY "LIVE NOTE COULD NOT BE READ - NO CATALOG"
               PERFORM Z0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM D2-ARCHIVED-ROWS
           PERFORM D4-WITHDRAWN-ROWS
           PERFORM E0-SORT-ROWS

           PERFORM F0-REPLAY-LOADS
           PERFORM F3-REPLAY-CORRECTIONS
           PERFORM F5-REPLAY-APPEALS
           PERFORM F7-SETTLE-ROWS

           PERFORM H0-WRITE-CATALOG
           PERFORM Z0
           DISPLAY "ROWS IN THE CATALOG ON " WS-ASOF-IN ": "
               WS-COUNT-ROWS
           DISPLAY "VALUES CHANGED SINCE:      " WS-COUNT-CHANGED
           DISPLAY "ROWS NOT YET IN CATALOG:   " WS-COUNT-NOT-YET
           DISPLAY "CATALOG WRITTEN TO AsOfCatalog.txt"
           MOVE 0 TO RETURN-CODE
           .
       S0Z.
           STOP RUN.

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
           END-IF
           .
       A0Z.
           EXIT.

      *> THE CNP CHANGES THAT WENT THROUGH, OLDEST FIRST
       B0-LOAD-CNP-CHANGES SECTION.
       B0-LOAD-CNP-CHANGESA.
           OPEN INPUT CNPCHG-AUDIT
           IF WS-CC-STATUS NOT = "00"
               GO TO B0-LOAD-CNP-CHANGESZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-CC-LINE
               READ CNPCHG-AUDIT INTO WS-CC-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF CL-ACTION = "CNP-CHANGE"
                   AND CL-OUTCOME = "DONE"
                   AND CL-DATE NUMERIC
                   AND CC-COUNT < K-MAX-CC
                       ADD 1               TO CC-COUNT
                       MOVE CL-DATE        TO CC-DATE(CC-COUNT)
                       MOVE CL-OLD         TO CC-OLD(CC-COUNT)
                       MOVE CL-NEW         TO CC-NEW(CC-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CNPCHG-AUDIT
           .
       B0-LOAD-CNP-CHANGESZ.
           EXIT.

      *> THE WITHDRAWALS THAT REMOVED A STUDENT'S ROWS; A STUDENT
      *> WITHDRAWN TWICE KEEPS THE LATER DATE
       B1-LOAD-WITHDRAWALS SECTION.
       B1-LOAD-WITHDRAWALSA.
           OPEN INPUT WITHDRAW-AUDIT
           IF WS-WD-STATUS NOT = "00"
               GO TO B1-LOAD-WITHDRAWALSZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-WD-LINE
               READ WITHDRAW-AUDIT INTO WS-WD-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WL-OUTCOME = "REMOVED" AND WL-DATE NUMERIC
                       PERFORM B2-ONE-WITHDRAWAL
                   END-IF
               END-READ
           END-PERFORM
           CLOSE WITHDRAW-AUDIT
           .
       B1-LOAD-WITHDRAWALSZ.
           EXIT.

       B2-ONE-WITHDRAWAL SECTION.
       B2-ONE-WITHDRAWALA.
           PERFORM VARYING WS-WD-IDX FROM 1 BY 1
                   UNTIL WS-WD-IDX > WD-COUNT
               IF WD-CNP(WS-WD-IDX) = WL-CNP
                   MOVE WL-DATE            TO WD-DATE(WS-WD-IDX)
                   GO TO B2-ONE-WITHDRAWALZ
               END-IF
           END-PERFORM
           IF WD-COUNT < K-MAX-WD
               ADD 1                       TO WD-COUNT
               MOVE WL-CNP                 TO WD-CNP(WD-COUNT)
               MOVE WL-DATE                TO WD-DATE(WD-COUNT)
           END-IF
           .
       B2-ONE-WITHDRAWALZ.
           EXIT.

      *> WS-RESOLVE-CNP IN: ANY CNP THE STUDENT HAS HAD. OUT: THE
      *> ONE IN USE TODAY (CHANGES APPLIED IN THE ORDER THEY RAN)
       B5-RESOLVE-CURRENT SECTION.
       B5-RESOLVE-CURRENTA.
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > CC-COUNT
               IF CC-OLD(WS-CC-IDX) = WS-RESOLVE-CNP
                   MOVE CC-NEW(WS-CC-IDX)  TO WS-RESOLVE-CNP
               END-IF
           END-PERFORM
           .
       B5-RESOLVE-CURRENTZ.
           EXIT.

      *> THE CATALOG'S STUDENTS
       C0-BUILD-MEMBERS SECTION.
       C0-BUILD-MEMBERSA.
           IF MODE-ONE-CNP
               MOVE WS-CNP                 TO WS-RESOLVE-CNP
               PERFORM B5-RESOLVE-CURRENT
               IF WS-RESOLVE-CNP NOT = WS-CNP
                   DISPLAY "CNP " WS-CNP " IS NOW " WS-RESOLVE-CNP
               END-IF
               MOVE WS-RESOLVE-CNP         TO WS-ADD-CNP
               PERFORM C3-ADD-MEMBER
               GO TO C0-BUILD-MEMBERSZ
           END-IF

           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT CNP FROM STUDENTI WHERE CLASA = '"
                   WS-CLASA "' ORDER BY CNP"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           PERFORM G0-SUBMIT-STATEMENT
           IF JAR-CALL-OK
               OPEN INPUT SQL-RESULTS
               SET INP1-NEOF               TO TRUE
               PERFORM UNTIL INP1-EOF
                   MOVE SPACE              TO WS-STUD-ROW
                   READ SQL-RESULTS INTO WS-STUD-ROW
                   AT END
                       SET INP1-EOF        TO TRUE
                   NOT AT END
                       IF SR-CNP > SPACE
                           MOVE SR-CNP     TO WS-ADD-CNP
                           PERFORM C3-ADD-MEMBER
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE SQL-RESULTS
           END-IF
           PERFORM C1-WITHDRAWN-MEMBERS
           .
       C0-BUILD-MEMBERSZ.
           EXIT.

      *> WHOEVER LEFT THE CLASS AFTER THE AS-OF DATE WAS STILL IN IT
      *> ON THAT DAY
       C1-WITHDRAWN-MEMBERS SECTION.
       C1-WITHDRAWN-MEMBERSA.
           OPEN INPUT ARCH-STUD-FILE
           IF WS-ARCH-STUD-STATUS NOT = "00"
               GO TO C1-WITHDRAWN-MEMBERSZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-ARCH-STUD-LINE
               READ ARCH-STUD-FILE INTO WS-ARCH-STUD-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF AS-CLASA = WS-CLASA AND AS-CNP > SPACE
                       PERFORM VARYING WS-WD-IDX FROM 1 BY 1
                               UNTIL WS-WD-IDX > WD-COUNT
                           IF WD-CNP(WS-WD-IDX) = AS-CNP
                           AND WD-DATE(WS-WD-IDX) > WS-ASOF-DATE
                               MOVE AS-CNP TO WS-ADD-CNP
                               PERFORM C3-ADD-MEMBER
                           END-IF
                       END-PERFORM
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ARCH-STUD-FILE
           .
       C1-WITHDRAWN-MEMBERSZ.
           EXIT.

      *> ONE STUDENT, WITH THE CNP IN USE ON THE DATE
      *> (CHANGES AFTER IT UNDONE, NEWEST FIRST) AND ANY WITHDRAWAL
       C3-ADD-MEMBER SECTION.
       C3-ADD-MEMBERA.
           PERFORM VARYING WS-MB-IDX FROM 1 BY 1
                   UNTIL WS-MB-IDX > MEMBER-COUNT
               IF MB-CNP(WS-MB-IDX) = WS-ADD-CNP
                   GO TO C3-ADD-MEMBERZ
               END-IF
           END-PERFORM
           IF MEMBER-COUNT >= K-MAX-MEMBER
               DISPLAY "MORE THAN " K-MAX-MEMBER " STUDENTS - "
                   WS-ADD-CNP " LEFT OUT"
               GO TO C3-ADD-MEMBERZ
           END-IF
           ADD 1                           TO MEMBER-COUNT
           MOVE WS-ADD-CNP                 TO MB-CNP(MEMBER-COUNT)
           MOVE WS-ADD-CNP                 TO MB-ASOF-CNP(MEMBER-COUNT)
           MOVE 0                          TO MB-CHANGED(MEMBER-COUNT)
           MOVE 0                          TO MB-WD-DATE(MEMBER-COUNT)
           MOVE "N"                        TO MB-PRINTED(MEMBER-COUNT)
           PERFORM VARYING WS-CC-IDX FROM CC-COUNT BY -1
                   UNTIL WS-CC-IDX < 1
               IF CC-NEW(WS-CC-IDX) = MB-ASOF-CNP(MEMBER-COUNT)
               AND CC-DATE(WS-CC-IDX) > WS-ASOF-DATE
                   MOVE CC-OLD(WS-CC-IDX)
                                   TO MB-ASOF-CNP(MEMBER-COUNT)
                   MOVE CC-DATE(WS-CC-IDX)
                                   TO MB-CHANGED(MEMBER-COUNT)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-WD-IDX FROM 1 BY 1
                   UNTIL WS-WD-IDX > WD-COUNT
               IF WD-CNP(WS-WD-IDX) = WS-ADD-CNP
                   MOVE WD-DATE(WS-WD-IDX)
                                   TO MB-WD-DATE(MEMBER-COUNT)
               END-IF
           END-PERFORM
           .
       C3-ADD-MEMBERZ.
           EXIT.

      *> TODAY'S NOTE ROWS FOR THE STUDENT OR THE CLASS
       D0-LIVE-ROWS SECTION.
       D0-LIVE-ROWSA.
           MOVE SPACE              TO SQL-STATEMENT
           IF MODE-ONE-CNP
               STRING "SELECT CNP, MATERIE, NOTA, DATANOTA, TIPNOTA "
                       "FROM NOTE WHERE CNP = '" MB-CNP(1)
                       "' ORDER BY CNP, MATERIE, DATANOTA"
                       DELIMITED BY SIZE
               INTO SQL-STATEMENT
           ELSE
               STRING "SELECT CNP, MATERIE, NOTA, DATANOTA, TIPNOTA "
                       "FROM NOTE WHERE CNP IN (SELECT CNP FROM "
                       "STUDENTI WHERE CLASA = '" WS-CLASA
                       "') ORDER BY CNP, MATERIE, DATANOTA"
                       DELIMITED BY SIZE
               INTO SQL-STATEMENT
           END-IF
           PERFORM G0-SUBMIT-STATEMENT
           IF JAR-CALL-FAILED
               GO TO D0-LIVE-ROWSZ
           END-IF

           OPEN INPUT SQL-RESULTS
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-NOTE-ROW
               READ SQL-RESULTS INTO WS-NOTE-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF NR-CNP > SPACE AND NR-MATERIE > SPACE
                       MOVE SPACE          TO WS-NEW-ROW
                       MOVE NR-CNP         TO NW-CNP
                       MOVE NR-MATERIE     TO NW-MATERIE
                       MOVE NR-DATA        TO NW-DATA
                       MOVE "L"            TO NW-ORIGIN
                       MOVE NR-TIP         TO NW-TIP
                       MOVE NR-NOTA        TO NW-NOTA
                       MOVE 0              TO NW-WD-DATE
                       PERFORM D9-ADD-ROW
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SQL-RESULTS
           .
       D0-LIVE-ROWSZ.
           EXIT.

      *> THE CLOSED YEARS, ASKED FOR UNDER EVERY CNP THE STUDENT HAS
      *> HAD - NOTEARCH KEEPS A ROW UNDER THE CNP OF ITS YEAR
       D2-ARCHIVED-ROWS SECTION.
       D2-ARCHIVED-ROWSA.
           PERFORM VARYING WS-MB-IDX FROM 1 BY 1
                   UNTIL WS-MB-IDX > MEMBER-COUNT
               MOVE MB-CNP(WS-MB-IDX)      TO ARQ-CNP
               PERFORM D3-ONE-ARCHIVE-KEY
               PERFORM VARYING WS-CHAIN-IDX FROM 1 BY 1
                       UNTIL WS-CHAIN-IDX > CC-COUNT
                   MOVE CC-OLD(WS-CHAIN-IDX) TO WS-RESOLVE-CNP
                   PERFORM B5-RESOLVE-CURRENT
                   IF WS-RESOLVE-CNP = MB-CNP(WS-MB-IDX)
                       MOVE CC-OLD(WS-CHAIN-IDX)
                                           TO ARQ-CNP
                       PERFORM D3-ONE-ARCHIVE-KEY
                   END-IF
               END-PERFORM
           END-PERFORM
           .
       D2-ARCHIVED-ROWSZ.
           EXIT.

       D3-ONE-ARCHIVE-KEY SECTION.
       D3-ONE-ARCHIVE-KEYA.
           MOVE SPACE                      TO ARQ-YEAR
           MOVE "ASOFCAT"                  TO ARQ-PROGRAM
           MOVE SPACE                      TO ARQ-OPERATOR
           CALL "ARCQUERY" USING ARCQ-INTERFACE
           IF ARQ-NONE
               GO TO D3-ONE-ARCHIVE-KEYZ
           END-IF
           PERFORM VARYING WS-ARQ-IDX FROM 1 BY 1
                   UNTIL WS-ARQ-IDX > ARQ-COUNT
               MOVE SPACE                  TO WS-NEW-ROW
               MOVE MB-CNP(WS-MB-IDX)      TO NW-CNP
               MOVE ARQ-MATERIE(WS-ARQ-IDX) TO NW-MATERIE
               MOVE ARQ-DATA(WS-ARQ-IDX)   TO NW-DATA
               MOVE "A"                    TO NW-ORIGIN
               MOVE ARQ-TIP(WS-ARQ-IDX)    TO NW-TIP
               MOVE ARQ-NOTA(WS-ARQ-IDX)   TO NW-NOTA
               MOVE "(ARHIVA)"             TO NW-NOTE-ROW
               MOVE 0                      TO NW-WD-DATE
               PERFORM D9-ADD-ROW
           END-PERFORM
           .
       D3-ONE-ARCHIVE-KEYZ.
           EXIT.

      *> THE ROWS WITHDRAW TOOK OUT OF NOTE FOR A CATALOG STUDENT
       D4-WITHDRAWN-ROWS SECTION.
       D4-WITHDRAWN-ROWSA.
           OPEN INPUT ARCH-NOTE-FILE
           IF WS-ARCH-NOTE-STATUS NOT = "00"
               GO TO D4-WITHDRAWN-ROWSZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-ARCH-NOTE-LINE
               READ ARCH-NOTE-FILE INTO WS-ARCH-NOTE-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF AN-CNP > SPACE AND AN-MATERIE > SPACE
                       PERFORM D5-ONE-WITHDRAWN-ROW
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ARCH-NOTE-FILE
           .
       D4-WITHDRAWN-ROWSZ.
           EXIT.

       D5-ONE-WITHDRAWN-ROW SECTION.
       D5-ONE-WITHDRAWN-ROWA.
           PERFORM VARYING WS-MB-IDX FROM 1 BY 1
                   UNTIL WS-MB-IDX > MEMBER-COUNT
               IF MB-CNP(WS-MB-IDX) = AN-CNP
               AND MB-WD-DATE(WS-MB-IDX) > 0
                   MOVE SPACE              TO WS-NEW-ROW
                   MOVE AN-CNP             TO NW-CNP
                   MOVE AN-MATERIE         TO NW-MATERIE
                   MOVE AN-DATA            TO NW-DATA
                   MOVE "W"                TO NW-ORIGIN
                   MOVE AN-NOTA            TO NW-NOTA
                   MOVE MB-WD-DATE(WS-MB-IDX)
                                           TO NW-WD-DATE
                   STRING "REMOVED " MB-WD-DATE(WS-MB-IDX)
                          " (WITHDRAW)" DELIMITED BY SIZE
                   INTO NW-NOTE-ROW
                   PERFORM D9-ADD-ROW
                   GO TO D5-ONE-WITHDRAWN-ROWZ
               END-IF
           END-PERFORM
           .
       D5-ONE-WITHDRAWN-ROWZ.
           EXIT.

       D9-ADD-ROW SECTION.
       D9-ADD-ROWA.
           IF ROW-COUNT >= K-MAX-ROW
               IF NOT ROW-TABLE-FULL
                   DISPLAY "MORE THAN " K-MAX-ROW " GRADE ROWS - "
                       "THE REST ARE LEFT OUT"
                   SET ROW-TABLE-FULL      TO TRUE
               END-IF
               GO TO D9-ADD-ROWZ
           END-IF
           ADD 1                           TO ROW-COUNT
           MOVE NW-CNP                     TO RW-CNP(ROW-COUNT)
           MOVE NW-MATERIE                 TO RW-MATERIE(ROW-COUNT)
           MOVE NW-DATA                    TO RW-DATA(ROW-COUNT)
           MOVE NW-ORIGIN                  TO RW-ORIGIN(ROW-COUNT)
           MOVE NW-TIP                     TO RW-TIP(ROW-COUNT)
           MOVE NW-NOTA                    TO RW-NOTA-NOW(ROW-COUNT)
           MOVE NW-NOTA                    TO RW-NOTA-ASOF(ROW-COUNT)
           MOVE "S"                        TO RW-STATE(ROW-COUNT)
           MOVE 0                          TO RW-LOADED(ROW-COUNT)
           MOVE K-NO-STAMP                 TO RW-STAMP(ROW-COUNT)
           MOVE SPACE                      TO RW-NOTE-VALUE(ROW-COUNT)
           MOVE NW-NOTE-ROW                TO RW-NOTE-ROW(ROW-COUNT)
           MOVE NW-WD-DATE                 TO RW-WD-DATE(ROW-COUNT)
           .
       D9-ADD-ROWZ.
           EXIT.

      *> KEY ORDER FOR THE REPORT AND THE BINARY SEARCH. A WITHDRAWN
      *> ROW THAT IS ALSO LIVE AGAIN (THE STUDENT WAS READMITTED AND
      *> RELOADED) SORTS AFTER THE LIVE ONE AND IS DROPPED.
       E0-SORT-ROWS SECTION.
       E0-SORT-ROWSA.
           SORT ROW-SORT
               ON ASCENDING KEY RS-KEY RS-ORIGIN
               INPUT PROCEDURE IS E1-RELEASE-ROWS
               OUTPUT PROCEDURE IS E2-RETURN-ROWS
           .
       E0-SORT-ROWSZ.
           EXIT.

       E1-RELEASE-ROWS SECTION.
       E1-RELEASE-ROWSA.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > ROW-COUNT
               MOVE ROW-ENTRY(WS-ROW-IDX)  TO ROW-SORT-REC
               RELEASE ROW-SORT-REC
           END-PERFORM
           MOVE 0                          TO ROW-COUNT
           .
       E1-RELEASE-ROWSZ.
           EXIT.

       E2-RETURN-ROWS SECTION.
       E2-RETURN-ROWSA.
           SET ROW-SORT-NEOF               TO TRUE
           PERFORM UNTIL ROW-SORT-EOF
               RETURN ROW-SORT
                   AT END
                       SET ROW-SORT-EOF    TO TRUE
                   NOT AT END
                       IF RS-ORIGIN = "W" AND ROW-COUNT > 0
                       AND RW-KEY(ROW-COUNT) = RS-KEY
                       AND RW-ORIGIN(ROW-COUNT) NOT = "W"
                           CONTINUE
                       ELSE
                           ADD 1           TO ROW-COUNT
                           MOVE ROW-SORT-REC
                                   TO ROW-ENTRY(ROW-COUNT)
                       END-IF
               END-RETURN
           END-PERFORM
           .
       E2-RETURN-ROWSZ.
           EXIT.

      *> WHEN EACH ROW WAS FIRST LOADED, FROM NOTEMODULE'S AUDIT
       F0-REPLAY-LOADS SECTION.
       F0-REPLAY-LOADSA.
           MOVE SPACE                      TO WS-STAGE-COMMAND
           STRING "rm -f '" DELIMITED BY SIZE
                  K-LOAD-AUDIT-LOCAL DELIMITED BY SPACE
                  "'; cp '" DELIMITED BY SIZE
                  K-LOAD-AUDIT-SOURCE DELIMITED BY "  "
                  "' '" DELIMITED BY SIZE
                  K-LOAD-AUDIT-LOCAL DELIMITED BY SPACE
                  "'" DELIMITED BY SIZE
           INTO WS-STAGE-COMMAND
           CALL "SYSTEM" USING WS-STAGE-COMMAND

           OPEN INPUT LOAD-AUDIT
           IF WS-LOAD-STATUS NOT = "00"
               DISPLAY "NO LOAD AUDIT - ROWS COUNT FROM THEIR DATANOTA"
               GO TO F0-REPLAY-LOADSZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-AUDIT-LINE
               READ LOAD-AUDIT INTO WS-AUDIT-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF AU-OUTCOME = "INSERTED"
                   AND AU-STATEMENT(1:17) = "INSERT INTO NOTE("
                   AND AU-DATE NUMERIC
                       PERFORM F1-ONE-LOAD
                   END-IF
               END-READ
           END-PERFORM
           CLOSE LOAD-AUDIT
           .
       F0-REPLAY-LOADSZ.
           EXIT.

      *> VALUES ('CNP', 'MATERIE' ,'NOTA','DATA','TIP','AN','PROF')
      *> - THE EXACT SHAPE NOTEMODULE BUILDS. THE EARLIEST LOAD OF A
      *> KEY IS THE ONE THAT PUT IT IN THE CATALOG.
       F1-ONE-LOAD SECTION.
       F1-ONE-LOADA.
           MOVE SPACE                      TO WS-STMT-HEAD
                                              WS-STMT-TAIL
                                              WS-AUDIT-ROW
           UNSTRING AU-STATEMENT DELIMITED BY "VALUES ('"
               INTO WS-STMT-HEAD WS-STMT-TAIL
           END-UNSTRING
           UNSTRING WS-STMT-TAIL DELIMITED BY "', '" OR "' ,'"
                                           OR "','" OR "')"
               INTO AR-CNP AR-MATERIE-ESC AR-NOTA AR-DATA AR-TIP
                    AR-AN AR-PROF
           END-UNSTRING
           IF AR-CNP <= SPACE OR AR-DATA <= SPACE
               GO TO F1-ONE-LOADZ
           END-IF
           PERFORM F2-UNESCAPE-MATERIE
           MOVE AR-CNP                     TO WS-RESOLVE-CNP
           PERFORM B5-RESOLVE-CURRENT
           MOVE WS-RESOLVE-CNP             TO FK-CNP
           MOVE WS-MATERIE-PLAIN           TO FK-MATERIE
           MOVE AR-DATA                    TO FK-DATA
           PERFORM F9-FIND-KEY
           IF WS-FIND-IDX = 0
               GO TO F1-ONE-LOADZ
           END-IF
           PERFORM VARYING WS-ROW-IDX FROM WS-FIND-IDX BY 1
                   UNTIL WS-ROW-IDX > ROW-COUNT
                   OR RW-KEY(WS-ROW-IDX) NOT = WS-FIND-KEY
               IF RW-LOADED(WS-ROW-IDX) = 0
               OR RW-LOADED(WS-ROW-IDX) > AU-DATE
                   MOVE AU-DATE            TO RW-LOADED(WS-ROW-IDX)
               END-IF
           END-PERFORM
           .
       F1-ONE-LOADZ.
           EXIT.

      *> '' IN THE STATEMENT WAS ONE ' IN THE SUBJECT NAME
       F2-UNESCAPE-MATERIE SECTION.
       F2-UNESCAPE-MATERIEA.
           MOVE SPACE                      TO WS-MATERIE-PLAIN
           MOVE 0                          TO WS-PLAIN-IDX
           SET KEEP-NEXT-QUOTE             TO TRUE
           PERFORM VARYING WS-ESC-IDX FROM 1 BY 1
                   UNTIL WS-ESC-IDX > 60 OR WS-PLAIN-IDX >= 30
               IF AR-MATERIE-ESC(WS-ESC-IDX:1) = "'"
               AND SKIP-NEXT-QUOTE
                   SET KEEP-NEXT-QUOTE     TO TRUE
               ELSE
                   IF AR-MATERIE-ESC(WS-ESC-IDX:1) = "'"
                       SET SKIP-NEXT-QUOTE TO TRUE
                   END-IF
                   ADD 1                   TO WS-PLAIN-IDX
                   MOVE AR-MATERIE-ESC(WS-ESC-IDX:1)
                               TO WS-MATERIE-PLAIN(WS-PLAIN-IDX:1)
               END-IF
           END-PERFORM
           .
       F2-UNESCAPE-MATERIEZ.
           EXIT.

      *> GRADE CORRECTIONS APPLIED AFTER THE DATE
       F3-REPLAY-CORRECTIONS SECTION.
       F3-REPLAY-CORRECTIONSA.
           OPEN INPUT CORR-AUDIT
           IF WS-CORR-STATUS NOT = "00"
               GO TO F3-REPLAY-CORRECTIONSZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-CORR-LINE
               READ CORR-AUDIT INTO WS-CORR-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF CA-OUTCOME = "APPLIED" AND CA-DATE NUMERIC
                   AND CA-DATE > WS-ASOF-IN
                       MOVE CA-DATE        TO EV-DATE
                       MOVE CA-DATE        TO EV-STAMP-DATE
                       IF CA-TIME NUMERIC
                           MOVE CA-TIME    TO EV-STAMP-TIME
                       ELSE
                           MOVE 0          TO EV-STAMP-TIME
                       END-IF
                       MOVE CA-OLD         TO EV-OLD
                       MOVE SPACE          TO EV-NOTE
                       STRING "CORRECTED " CA-DATE " " CA-OLD "->"
                              CA-NEW " (GRADECORR)"
                              DELIMITED BY SIZE
                       INTO EV-NOTE
                       MOVE CA-CNP         TO WS-RESOLVE-CNP
                       MOVE CA-MATERIE     TO FK-MATERIE
                       MOVE CA-DATANOTA    TO FK-DATA
                       PERFORM F6-APPLY-EVENT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CORR-AUDIT
           .
       F3-REPLAY-CORRECTIONSZ.
           EXIT.

      *> APPEALS REVISED AFTER THE DATE
       F5-REPLAY-APPEALS SECTION.
       F5-REPLAY-APPEALSA.
           OPEN INPUT APPEAL-AUDIT
           IF WS-APPEAL-STATUS NOT = "00"
               GO TO F5-REPLAY-APPEALSZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-APPEAL-LINE
               READ APPEAL-AUDIT INTO WS-APPEAL-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF AA-ACTION = "REVISED" AND AA-TAG = "APPEAL "
                   AND AA-DATE NUMERIC
                   AND AA-DATE > WS-ASOF-IN
                       MOVE AA-DATE        TO EV-DATE
                       MOVE AA-DATE        TO EV-STAMP-DATE
                       IF AA-TIME NUMERIC
                           MOVE AA-TIME    TO EV-STAMP-TIME
                       ELSE
                           MOVE 0          TO EV-STAMP-TIME
                       END-IF
                       MOVE AA-OLD         TO EV-OLD
                       MOVE SPACE          TO EV-NOTE
                       STRING "APPEAL " AA-ID " REVISED " AA-DATE " "
                              AA-OLD "->" AA-NEW
                              DELIMITED BY SIZE
                       INTO EV-NOTE
                       MOVE AA-CNP         TO WS-RESOLVE-CNP
                       MOVE AA-MATERIE     TO FK-MATERIE
                       MOVE AA-DATANOTA    TO FK-DATA
                       PERFORM F6-APPLY-EVENT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE APPEAL-AUDIT
           .
       F5-REPLAY-APPEALSZ.
           EXIT.

      *> OF ALL THE CHANGES AFTER THE DATE, THE EARLIEST ONE'S OLD
      *> VALUE IS WHAT THE CATALOG SHOWED ON THE DATE
       F6-APPLY-EVENT SECTION.
       F6-APPLY-EVENTA.
           PERFORM B5-RESOLVE-CURRENT
           MOVE WS-RESOLVE-CNP             TO FK-CNP
           PERFORM F9-FIND-KEY
           IF WS-FIND-IDX = 0
               GO TO F6-APPLY-EVENTZ
           END-IF
           ADD 1                           TO WS-COUNT-EVENTS
           PERFORM VARYING WS-ROW-IDX FROM WS-FIND-IDX BY 1
                   UNTIL WS-ROW-IDX > ROW-COUNT
                   OR RW-KEY(WS-ROW-IDX) NOT = WS-FIND-KEY
               IF EV-STAMP < RW-STAMP(WS-ROW-IDX)
                   MOVE EV-STAMP           TO RW-STAMP(WS-ROW-IDX)
                   MOVE EV-OLD             TO RW-NOTA-ASOF(WS-ROW-IDX)
                   MOVE EV-NOTE            TO RW-NOTE-VALUE(WS-ROW-IDX)
               END-IF
           END-PERFORM
           .
       F6-APPLY-EVENTZ.
           EXIT.

      *> WAS THE ROW IN THE CATALOG AT THE END OF THE DAY: LOADED
      *> BY THEN (OR, WITHOUT A LOAD LINE, DATED BY THEN) AND NOT
      *> YET TAKEN OUT BY A WITHDRAWAL
       F7-SETTLE-ROWS SECTION.
       F7-SETTLE-ROWSA.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > ROW-COUNT
               EVALUATE TRUE
                   WHEN RW-ORIGIN(WS-ROW-IDX) = "W"
                   AND RW-WD-DATE(WS-ROW-IDX) <= WS-ASOF-DATE
                       MOVE "G"            TO RW-STATE(WS-ROW-IDX)
                   WHEN RW-LOADED(WS-ROW-IDX) > 0
                       IF RW-LOADED(WS-ROW-IDX) > WS-ASOF-DATE
                           MOVE "N"        TO RW-STATE(WS-ROW-IDX)
                       END-IF
                   WHEN RW-DATA(WS-ROW-IDX) > WS-ASOF-IN
                       MOVE "N"            TO RW-STATE(WS-ROW-IDX)
               END-EVALUATE
               IF RW-STATE(WS-ROW-IDX) = "S"
                   ADD 1                   TO WS-COUNT-ROWS
                   IF RW-NOTA-ASOF(WS-ROW-IDX)
                       NOT = RW-NOTA-NOW(WS-ROW-IDX)
                       ADD 1               TO WS-COUNT-CHANGED
                   END-IF
               ELSE
                   ADD 1                   TO WS-COUNT-NOT-YET
               END-IF
           END-PERFORM
           .
       F7-SETTLE-ROWSZ.
           EXIT.

      *> FIRST ROW WITH KEY WS-FIND-KEY, OR 0
       F9-FIND-KEY SECTION.
       F9-FIND-KEYA.
           MOVE 0                          TO WS-FIND-IDX
           MOVE 1                          TO WS-LFT
           COMPUTE WS-RGT = ROW-COUNT + 1
           PERFORM UNTIL WS-LFT >= WS-RGT
               COMPUTE WS-MID = (WS-LFT + WS-RGT) / 2
               IF RW-KEY(WS-MID) < WS-FIND-KEY
                   COMPUTE WS-LFT = WS-MID + 1
               ELSE
                   MOVE WS-MID             TO WS-RGT
               END-IF
           END-PERFORM
           IF WS-LFT <= ROW-COUNT
               IF RW-KEY(WS-LFT) = WS-FIND-KEY
                   MOVE WS-LFT             TO WS-FIND-IDX
               END-IF
           END-IF
           .
       F9-FIND-KEYZ.
           EXIT.

      *> WRITE STATEMENT AND RUN IT THROUGH THE ADAPTER
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

      *> THE CATALOG, STUDENT BY STUDENT, THEN THE ROWS THAT WERE
      *> NOT IN IT ON THE DATE
       H0-WRITE-CATALOG SECTION.
       H0-WRITE-CATALOGA.
           MOVE SPACE                      TO WS-LINE
           IF MODE-ONE-CNP
               STRING "CATALOG AS OF " WS-ASOF-IN " - CNP " WS-CNP
                       DELIMITED BY SIZE
               INTO WS-LINE
           ELSE
               STRING "CATALOG AS OF " WS-ASOF-IN " - CLASA " WS-CLASA
                       DELIMITED BY SIZE
               INTO WS-LINE
           END-IF
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE SPACE                      TO WS-LINE
           STRING "RECONSTRUCTED " WS-TODAY " FROM NOTE, THE ARCHIVE "
                  "AND THE AUDIT TRAILS (VALUES AT END OF DAY)"
                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD

           SET FIRST-ROW                   TO TRUE
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > ROW-COUNT
               IF RW-STATE(WS-ROW-IDX) = "S"
                   IF FIRST-ROW
                   OR RW-CNP(WS-ROW-IDX) NOT = WS-CUR-CNP
                       SET NOT-FIRST-ROW   TO TRUE
                       MOVE RW-CNP(WS-ROW-IDX) TO WS-CUR-CNP
                       PERFORM H1-STUDENT-HEADER
                   END-IF
                   PERFORM H2-CATALOG-ROW
               END-IF
           END-PERFORM

      *> STUDENTS WITHOUT A SINGLE GRADE ON THE DATE
           PERFORM VARYING WS-MB-IDX FROM 1 BY 1
                   UNTIL WS-MB-IDX > MEMBER-COUNT
               IF MB-PRINTED(WS-MB-IDX) = "N"
                   MOVE MB-CNP(WS-MB-IDX)  TO WS-CUR-CNP
                   PERFORM H1-STUDENT-HEADER
                   MOVE "    NO GRADES IN THE CATALOG ON THAT DATE"
                                           TO REPORT-FILE-FD
                   WRITE REPORT-FILE-FD
               END-IF
           END-PERFORM

           IF WS-COUNT-NOT-YET > 0
               MOVE SPACE                  TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
               MOVE SPACE                  TO WS-LINE
               STRING "NOT IN THE CATALOG ON " WS-ASOF-IN ":"
                       DELIMITED BY SIZE
               INTO WS-LINE
               MOVE WS-LINE                TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
               PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                       UNTIL WS-ROW-IDX > ROW-COUNT
                   IF RW-STATE(WS-ROW-IDX) NOT = "S"
                       PERFORM H3-NOT-YET-ROW
                   END-IF
               END-PERFORM
           END-IF
           .
       H0-WRITE-CATALOGZ.
           EXIT.

      *> THE STUDENT UNDER THE CNP IN USE ON THE DATE
       H1-STUDENT-HEADER SECTION.
       H1-STUDENT-HEADERA.
           PERFORM VARYING WS-MB-IDX FROM 1 BY 1
                   UNTIL WS-MB-IDX > MEMBER-COUNT
               IF MB-CNP(WS-MB-IDX) = WS-CUR-CNP
                   GO TO H1-STUDENT-HEADERB
               END-IF
           END-PERFORM
           GO TO H1-STUDENT-HEADERZ
           .
       H1-STUDENT-HEADERB.
           MOVE "Y"                        TO MB-PRINTED(WS-MB-IDX)
           MOVE SPACE                      TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE SPACE                      TO WS-LINE
           STRING "ELEV " MB-ASOF-CNP(WS-MB-IDX) DELIMITED BY SIZE
           INTO WS-LINE
           IF MB-CHANGED(WS-MB-IDX) > 0
               MOVE "(CNP CHANGED "        TO WS-LINE(21:13)
               MOVE MB-CHANGED(WS-MB-IDX)  TO WS-LINE(34:8)
               MOVE " TO "                 TO WS-LINE(42:4)
               MOVE MB-CNP(WS-MB-IDX)      TO WS-LINE(46:13)
               MOVE ")"                    TO WS-LINE(59:1)
           END-IF
           IF MB-WD-DATE(WS-MB-IDX) > WS-ASOF-DATE
               MOVE "(WITHDRAWN "          TO WS-LINE(62:11)
               MOVE MB-WD-DATE(WS-MB-IDX)  TO WS-LINE(73:8)
               MOVE ")"                    TO WS-LINE(81:1)
           END-IF
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           .
       H1-STUDENT-HEADERZ.
           EXIT.

      *> MATERIE, DATA, TIP, THE GRADE ON THE DATE, AND WHEN IT NO
      *> LONGER STANDS TODAY, TODAY'S VALUE AND THE CHANGE
       H2-CATALOG-ROW SECTION.
       H2-CATALOG-ROWA.
           MOVE SPACE                      TO WS-LINE
           STRING "    " RW-MATERIE(WS-ROW-IDX) "  "
                  RW-DATA(WS-ROW-IDX) "  " RW-TIP(WS-ROW-IDX)
                  "  NOTA " RW-NOTA-ASOF(WS-ROW-IDX)
                  DELIMITED BY SIZE
           INTO WS-LINE
           IF RW-NOTA-ASOF(WS-ROW-IDX) NOT = RW-NOTA-NOW(WS-ROW-IDX)
               MOVE "NOW "                 TO WS-LINE(58:4)
               MOVE RW-NOTA-NOW(WS-ROW-IDX) TO WS-LINE(62:2)
               MOVE RW-NOTE-VALUE(WS-ROW-IDX) TO WS-LINE(66:38)
           END-IF
           IF RW-NOTE-ROW(WS-ROW-IDX) NOT = SPACE
               MOVE RW-NOTE-ROW(WS-ROW-IDX) TO WS-LINE(105:28)
           END-IF
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           .
       H2-CATALOG-ROWZ.
           EXIT.

       H3-NOT-YET-ROW SECTION.
       H3-NOT-YET-ROWA.
           MOVE SPACE                      TO WS-LINE
           STRING "  " RW-CNP(WS-ROW-IDX) "  " RW-MATERIE(WS-ROW-IDX)
                  "  " RW-DATA(WS-ROW-IDX) "  NOTA "
                  RW-NOTA-NOW(WS-ROW-IDX)
                  DELIMITED BY SIZE
           INTO WS-LINE
           EVALUATE TRUE
               WHEN RW-STATE(WS-ROW-IDX) = "G"
                   MOVE RW-NOTE-ROW(WS-ROW-IDX) TO WS-LINE(70:30)
               WHEN RW-LOADED(WS-ROW-IDX) > 0
                   MOVE "LOADED "          TO WS-LINE(70:7)
                   MOVE RW-LOADED(WS-ROW-IDX) TO WS-LINE(77:8)
               WHEN OTHER
                   MOVE "DATED AFTER THE AS-OF DATE" TO WS-LINE(70:26)
           END-EVALUATE
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           .
       H3-NOT-YET-ROWZ.
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
           MOVE "ASOFCAT" TO DL-PROGRAM
           MOVE SQL-STATEMENT TO DL-STATEMENT
           MOVE DEAD-LETTER-LINE TO DEAD-LETTER-FD
           WRITE DEAD-LETTER-FD
           .
       J-WRITE-DEADLETTERZ.
           EXIT.

       Z0 SECTION.
       Z0A.
           CLOSE REPORT-FILE
           CLOSE DEAD-LETTER-FILE

           SET LOCK-RELEASE                TO TRUE
           CALL "SQLLOCK" USING SQLLOCK-INTERFACE
           .
       Z0Z.
           EXIT.
       END PROGRAM ASOFCAT.
