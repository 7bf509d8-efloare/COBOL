      ******************************************************************
      * Author:
      * Date:
      * Purpose: MONTHLY INTEGRITY VERIFICATION OF THE RETAINED
      *          ARCHIVES (RUN THIS FROM THE INSTALLATION ROOT, LIKE
      *          AUDVERIFY AND HOUSEKEEP; THE DISPATCHER ADDS IT AT
      *          MONTH-END). NoteArchive_<YEAR>.txt,
      *          ArchivedStudents.txt, ArchivedNotes.txt,
      *          ArchivedAbsences.txt, Alumni.txt, ProfArchive.txt AND
      *          RegistruMatricol.txt ARE THE ONLY COPY OF YEARS OF
      *          DATA. EVERY WRITER SEALS ITS ARCHIVE THROUGH ARCSEAL
      *          (ROW COUNT AND cksum IN ArchiveManifest.txt); THIS
      *          RECOMPUTES BOTH AND COMPARES, THEN READS EVERY ROW:
      *          IT MUST STILL PARSE IN THE LAYOUT ITS WRITER USES,
      *          AND ITS CNP MUST PASS CNPMODULE OR BE A PSEUDONYM
      *          ANONYMIZE HAS CERTIFIED IN AnonymizeCertificate.txt.
      *          AN ARCHIVE WITH NO MANIFEST ENTRY YET (WRITTEN BEFORE
      *          SEALING STARTED) IS SEALED AS FOUND AND NOTED.
      *          WRITES ArchiveIntegrityReport.txt AND
      *          ArchiveIntegrityFindings.txt (ONE LINE PER FINDING,
      *          NO HEADER - TRIAGE FOLDS IT IN AS A SOURCE).
      *          RETURN CODE 0 WHEN EVERYTHING IS INTACT, 4 WITH
      *          FINDINGS, 8 WHEN THE REPORT CANNOT BE WRITTEN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ARCVERIFY.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> THE YEARLY NOTE ARCHIVES PRESENT ON DISK
           SELECT ARCHIVE-LIST ASSIGN TO 'ArcVerifyList.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIST-STATUS.

      *> EACH ARCHIVE IS STAGED HERE BEFORE IT IS READ (ASSIGN NAMES
      *> ARE FIXED UNDER THIS DIALECT, SAME WORKAROUND AS TRIAGE)
           SELECT ARCHIVE-WORK ASSIGN TO 'ArcVerifyWork.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.

      *> THE MANIFEST ARCSEAL KEEPS BESIDE THE ARCHIVES
           SELECT MANIFEST-FILE ASSIGN TO
           'Assign 12 Secretariat FLOARE EMIL/ArchiveManifest.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MANIFEST-STATUS.

      *> ANONYMIZE'S CERTIFICATE - THE PSEUDONYMS IT HAS ISSUED
           SELECT CERT-FILE ASSIGN TO 'AnonymizeCertificate.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CERT-STATUS.

      *> SCRATCH FILE ONE SHELL RESULT AT A TIME IS READ BACK FROM
           SELECT SCRATCH-FILE ASSIGN TO 'ArcVerifyScratch.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCRATCH-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'ArchiveIntegrityReport.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

           SELECT FINDINGS-FILE ASSIGN TO
           'ArchiveIntegrityFindings.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FINDINGS-STATUS.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
        FD ARCHIVE-LIST.
       01 ARCHIVE-LIST-FD                  PIC X(80).

        FD ARCHIVE-WORK.
       01 ARCHIVE-WORK-FD                  PIC X(250).

        FD MANIFEST-FILE.
       01 MANIFEST-FD                      PIC X(100).

        FD CERT-FILE.
       01 CERT-FD                          PIC X(150).

        FD SCRATCH-FILE.
       01 SCRATCH-FD                       PIC X(30).

        FD REPORT-FILE.
       01 REPORT-FILE-FD                   PIC X(160).

        FD FINDINGS-FILE.
       01 FINDINGS-FD                      PIC X(200).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WS-LIST-STATUS                   PIC X(02).
       01 WS-WORK-STATUS                   PIC X(02).
       01 WS-MANIFEST-STATUS               PIC X(02).
       01 WS-CERT-STATUS                   PIC X(02).
       01 WS-SCRATCH-STATUS                PIC X(02).
       01 WS-REPORT-STATUS                 PIC X(02).
       01 WS-FINDINGS-STATUS               PIC X(02).

       01 K-ARCHIVE-DIR                    PIC X(34) VALUE
           "Assign 12 Secretariat FLOARE EMIL/".

      *> THE FIXED ARCHIVES AND THE LAYOUT EACH ONE'S ROWS FOLLOW:
      *> S = WITHDRAW'S STUDENT LINE (LEAVE DATE, THEN THE STUDENTI
      *> ROW), A = THE NOTE ROW WITHDRAW ARCHIVES (CNP, MATERIE,
      *> NOTA, DATANOTA, CNPPROF), B = THE ABSENTE
      *> ROW, L = ROLLOVER'S ALUMNI LINE, P = THE PROFESORI ROW
      *> PROFDEPART ARCHIVES, R = THE MATRICOL REGISTER LINE.
      *> THE YEARLY NoteArchive_ FILES (N, NOTEARCH'S FULL NOTE ROW,
      *> CNPPROF LAST) ARE ADDED FROM WHAT IS ON DISK.
       01 FIXED-ARCHIVE-DATA.
           05 FILLER PIC X(40) VALUE "ArchivedStudents.txt".
           05 FILLER PIC X(01) VALUE "S".
           05 FILLER PIC X(40) VALUE "ArchivedNotes.txt".
           05 FILLER PIC X(01) VALUE "A".
           05 FILLER PIC X(40) VALUE "ArchivedAbsences.txt".
           05 FILLER PIC X(01) VALUE "B".
           05 FILLER PIC X(40) VALUE "Alumni.txt".
           05 FILLER PIC X(01) VALUE "L".
           05 FILLER PIC X(40) VALUE "ProfArchive.txt".
           05 FILLER PIC X(01) VALUE "P".
           05 FILLER PIC X(40) VALUE "RegistruMatricol.txt".
           05 FILLER PIC X(01) VALUE "R".
       01 FIXED-ARCHIVE-LIST REDEFINES FIXED-ARCHIVE-DATA.
           05 FIXED-ARCHIVE OCCURS 6 TIMES INDEXED BY FIXED-IDX.
               10 FA-NAME                  PIC X(40).
               10 FA-KIND                  PIC X(01).

       01 K-MAX-ARCHIVE                    PIC 9(03) VALUE 100.
       01 ARCHIVE-TABLE.
           05 ARCHIVE-ENTRY OCCURS 100 TIMES.
               10 AT-NAME                  PIC X(40).
               10 AT-KIND                  PIC X(01).
                   88 KIND-NOTE-ARCHIVE     VALUE "N".
                   88 KIND-ARCH-STUDENT     VALUE "S".
                   88 KIND-ARCH-NOTE        VALUE "A".
                   88 KIND-ARCH-ABSENCE     VALUE "B".
                   88 KIND-ALUMNI           VALUE "L".
                   88 KIND-PROF             VALUE "P".
                   88 KIND-REGISTER         VALUE "R".
       01 ARCHIVE-COUNT                    PIC 9(03) VALUE 0.
       01 WS-ARCH-IDX                      PIC 9(03).

      *> THE MANIFEST, AS ARCSEAL WROTE IT
       01 MANIFEST-LINE.
           05 MF-NAME                      PIC X(40).
           05 FILLER                       PIC X(01).
           05 MF-ROWS                      PIC 9(08).
           05 FILLER                       PIC X(01).
           05 MF-FINGERPRINT               PIC 9(10).
           05 FILLER                       PIC X(01).
           05 MF-DATE                      PIC 9(08).
           05 FILLER                       PIC X(01).
           05 MF-TIME                      PIC 9(08).
           05 FILLER                       PIC X(01).
           05 MF-WRITER                    PIC X(10).
           05 FILLER                       PIC X(01).
           05 MF-STATE                     PIC X(08).
       01 K-MAX-MANIFEST                   PIC 9(03) VALUE 100.
       01 MANIFEST-TABLE.
           05 MANIFEST-ENTRY OCCURS 100 TIMES.
               10 MT-NAME                  PIC X(40).
               10 MT-ROWS                  PIC 9(08).
               10 MT-FINGERPRINT           PIC 9(10).
               10 MT-DATE                  PIC 9(08).
               10 MT-WRITER                PIC X(10).
               10 MT-STATE                 PIC X(08).
               10 MT-SEEN                  PIC X(01).
       01 MANIFEST-COUNT                   PIC 9(03) VALUE 0.
       01 WS-MAN-IDX                       PIC 9(03).
       01 WS-FOUND-IDX                     PIC 9(03).

      *> EVERY PSEUDONYM ANONYMIZE HAS CERTIFIED
       01 K-MAX-PSEUDONYM                  PIC 9(04) VALUE 2000.
       01 PSEUDONYM-TABLE.
           05 PSEUDONYM-ENTRY OCCURS 2000 TIMES PIC X(13).
       01 PSEUDONYM-COUNT                  PIC 9(04) VALUE 0.
       01 WS-PS-IDX                        PIC 9(04).

      *> THE ARCHIVE BEING CHECKED
       01 WS-ARCH-PATH                     PIC X(80).
       01 WS-ROWS                          PIC 9(08).
       01 WS-FINGERPRINT                   PIC 9(10).
       01 WS-PRESENT-SW                    PIC X(01).
           88 ARCH-PRESENT                  VALUE "Y".
           88 ARCH-ABSENT                   VALUE "N".
       01 WS-LINE                          PIC X(250).
       01 WS-LINE-NO                       PIC 9(06).
       01 WS-ROWS-READ                     PIC 9(08).
       01 WS-LAYOUT-ERRORS                 PIC 9(06).
       01 WS-CNP-ERRORS                    PIC 9(06).
       01 WS-PSEUDONYMS                    PIC 9(06).
       01 WS-DETAILS-SHOWN                 PIC 9(02).
       01 K-MAX-DETAILS                    PIC 9(02) VALUE 10.
       01 WS-ARCH-FINDINGS                 PIC 9(03).

      *> WHAT IS WRONG WITH THE ROW BEING CHECKED (BLANK = NOTHING)
       01 WS-ROW-REASON                    PIC X(50).
       01 WS-CNP-REASON                    PIC X(50).
       01 WS-FINDING-TEXT                  PIC X(120).

      *> FIELD CHECKS
       01 WS-CHECK-CNP                     PIC X(13).
       01 WS-CNP-KIND                      PIC X(01).
           88 CNP-IS-PSEUDONYM              VALUE "P".
           88 CNP-IS-REAL                   VALUE "R".
       01 WS-CHECK-DATE                    PIC X(08).
       01 WS-CHECK-DATE-GROUP REDEFINES WS-CHECK-DATE.
           05 CD-YYYY                      PIC X(04).
           05 CD-MM                        PIC X(02).
           05 CD-DD                        PIC X(02).
       01 WS-CHECK-YEAR                    PIC X(09).
       01 WS-CHECK-YEAR-GROUP REDEFINES WS-CHECK-YEAR.
           05 CY-FROM                      PIC X(04).
           05 CY-SLASH                     PIC X(01).
           05 CY-TO                        PIC X(04).
       01 WS-YEAR-FROM                     PIC 9(04).
       01 WS-YEAR-TO                       PIC 9(04).
       01 WS-CHECK-GRADE                   PIC X(02).
      *> THE GRADING PROFESSOR AT THE END OF A NOTE ROW - BLANK ON A
      *> ROW ARCHIVED BEFORE THE COLUMN WAS CARRIED
       01 WS-CHECK-PROF                    PIC X(13).
       01 WS-FIELD-OK-SW                   PIC X(01).
           88 FIELD-OK                      VALUE "Y".
           88 FIELD-BAD                     VALUE "N".

       01 CNP-INTERFACE.
           COPY CNP-INT.

       01 WS-RUN-COUNTERS.
           05 WS-COUNT-ARCHIVES            PIC 9(03) VALUE 0.
           05 WS-COUNT-ABSENT              PIC 9(03) VALUE 0.
           05 WS-COUNT-FIRST-SEEN          PIC 9(03) VALUE 0.
           05 WS-COUNT-ROWS                PIC 9(08) VALUE 0.
           05 WS-COUNT-FINDINGS            PIC 9(05) VALUE 0.

       01 WS-COMMAND                       PIC X(400).
       01 WS-SCRATCH-LINE                  PIC X(30).
       01 WS-RUN-DATE                      PIC 9(08).
       01 WS-RUN-TIME                      PIC 9(08).
       01 WS-RPT-LINE                      PIC X(160).
       01 WS-FINDING-LINE                  PIC X(200).

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".

      *> RECORDING THE FIRST SEAL OF AN ARCHIVE WRITTEN BEFORE
      *> SEALING STARTED
       COPY ARCSEAL-INT.
       COPY TRAINENV-INT.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       S0  SECTION.
       S0A.
           DISPLAY "ARCHIVE INTEGRITY VERIFICATION"
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "CANNOT WRITE ArchiveIntegrityReport.txt, "
                   "STATUS: " WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
           END-IF
           OPEN OUTPUT FINDINGS-FILE
           IF WS-FINDINGS-STATUS NOT = "00"
               DISPLAY "CANNOT WRITE ArchiveIntegrityFindings.txt, "
                   "STATUS: " WS-FINDINGS-STATUS
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACE                      TO WS-RPT-LINE
           STRING "ARCHIVE INTEGRITY VERIFICATION " WS-RUN-DATE " "
                  WS-RUN-TIME DELIMITED BY SIZE
           INTO WS-RPT-LINE
           PERFORM W0-WRITE-REPORT-LINE
           MOVE SPACE                      TO WS-RPT-LINE
           PERFORM W0-WRITE-REPORT-LINE

           PERFORM A0-LIST-ARCHIVES
           PERFORM A1-LOAD-MANIFEST
           PERFORM A2-LOAD-PSEUDONYMS

           PERFORM B0-VERIFY-ONE-ARCHIVE THRU B0-VERIFY-ONE-ARCHIVEZ
               VARYING WS-ARCH-IDX FROM 1 BY 1
               UNTIL WS-ARCH-IDX > ARCHIVE-COUNT

      *> A SEALED ARCHIVE THAT IS NO LONGER ON DISK AT ALL
           PERFORM B9-MANIFEST-ORPHAN THRU B9-MANIFEST-ORPHANZ
               VARYING WS-MAN-IDX FROM 1 BY 1
               UNTIL WS-MAN-IDX > MANIFEST-COUNT

           PERFORM Y0-WRITE-SUMMARY
           CLOSE REPORT-FILE
           CLOSE FINDINGS-FILE
           CALL "CBL_DELETE_FILE" USING "ArcVerifyWork.txt"
           IF WS-COUNT-FINDINGS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           .
       S0Z.
           STOP RUN.

      *> THE SIX FIXED ARCHIVES, THEN EVERY NoteArchive_ YEAR
       A0-LIST-ARCHIVES SECTION.
       A0-LIST-ARCHIVESA.
           PERFORM VARYING FIXED-IDX FROM 1 BY 1 UNTIL FIXED-IDX > 6
               ADD 1                       TO ARCHIVE-COUNT
               MOVE FA-NAME(FIXED-IDX)     TO AT-NAME(ARCHIVE-COUNT)
               MOVE FA-KIND(FIXED-IDX)     TO AT-KIND(ARCHIVE-COUNT)
           END-PERFORM

           MOVE SPACE                      TO WS-COMMAND
           STRING "ls -1 '" DELIMITED BY SIZE
                  K-ARCHIVE-DIR DELIMITED BY SIZE
                  "' 2>/dev/null | grep '^NoteArchive_.*[.]txt$' "
                  "| sort > ArcVerifyList.txt" DELIMITED BY SIZE
           INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND

           OPEN INPUT ARCHIVE-LIST
           IF WS-LIST-STATUS NOT = "00"
               GO TO A0-LIST-ARCHIVESZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO ARCHIVE-LIST-FD
               READ ARCHIVE-LIST
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF ARCHIVE-LIST-FD > SPACE
                       IF ARCHIVE-COUNT < K-MAX-ARCHIVE
                           ADD 1           TO ARCHIVE-COUNT
                           MOVE ARCHIVE-LIST-FD
                                           TO AT-NAME(ARCHIVE-COUNT)
                           SET KIND-NOTE-ARCHIVE(ARCHIVE-COUNT)
                                           TO TRUE
                       ELSE
                           DISPLAY "ARCHIVE TABLE FULL, NOT CHECKED: "
                               ARCHIVE-LIST-FD
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-LIST
           .
       A0-LIST-ARCHIVESZ.
           EXIT.

       A1-LOAD-MANIFEST SECTION.
       A1-LOAD-MANIFESTA.
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = "00"
               MOVE "NO ArchiveManifest.txt YET - EVERY ARCHIVE FOUND "
                                           TO WS-RPT-LINE
               MOVE "IS SEALED AS IT STANDS"
                                           TO WS-RPT-LINE(50:)
               PERFORM W0-WRITE-REPORT-LINE
               GO TO A1-LOAD-MANIFESTZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO MANIFEST-LINE
               READ MANIFEST-FILE INTO MANIFEST-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF MF-NAME > SPACE
                   AND MANIFEST-COUNT < K-MAX-MANIFEST
                       ADD 1               TO MANIFEST-COUNT
                       MOVE MF-NAME        TO MT-NAME(MANIFEST-COUNT)
                       MOVE MF-ROWS        TO MT-ROWS(MANIFEST-COUNT)
                       MOVE MF-FINGERPRINT
                                   TO MT-FINGERPRINT(MANIFEST-COUNT)
                       MOVE MF-DATE        TO MT-DATE(MANIFEST-COUNT)
                       MOVE MF-WRITER      TO MT-WRITER(MANIFEST-COUNT)
                       MOVE MF-STATE       TO MT-STATE(MANIFEST-COUNT)
                       MOVE "N"            TO MT-SEEN(MANIFEST-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE MANIFEST-FILE
           .
       A1-LOAD-MANIFESTZ.
           EXIT.

      *> CERTIFICATE LINES READ "  ANONnnnnXXXXX REPLACES CNP ..."
       A2-LOAD-PSEUDONYMS SECTION.
       A2-LOAD-PSEUDONYMSA.
           OPEN INPUT CERT-FILE
           IF WS-CERT-STATUS NOT = "00"
               GO TO A2-LOAD-PSEUDONYMSZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO CERT-FD
               READ CERT-FILE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF CERT-FD(3:4) = "ANON"
                   AND CERT-FD(16:14) = " REPLACES CNP "
                       MOVE CERT-FD(3:13)  TO WS-CHECK-CNP
                       PERFORM A3-ADD-PSEUDONYM
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CERT-FILE
           .
       A2-LOAD-PSEUDONYMSZ.
           EXIT.

       A3-ADD-PSEUDONYM SECTION.
       A3-ADD-PSEUDONYMA.
           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                   UNTIL WS-PS-IDX > PSEUDONYM-COUNT
               IF PSEUDONYM-ENTRY(WS-PS-IDX) = WS-CHECK-CNP
                   GO TO A3-ADD-PSEUDONYMZ
               END-IF
           END-PERFORM
           IF PSEUDONYM-COUNT < K-MAX-PSEUDONYM
               ADD 1                       TO PSEUDONYM-COUNT
               MOVE WS-CHECK-CNP     TO PSEUDONYM-ENTRY(PSEUDONYM-COUNT)
           END-IF
           .
       A3-ADD-PSEUDONYMZ.
           EXIT.

      *> ONE ARCHIVE: FINGERPRINT AGAINST THE MANIFEST, THEN EVERY
      *> ROW AGAINST ITS LAYOUT AND ITS CNP
       B0-VERIFY-ONE-ARCHIVE SECTION.
       B0-VERIFY-ONE-ARCHIVEA.
           MOVE SPACE                      TO WS-ARCH-PATH
           STRING K-ARCHIVE-DIR DELIMITED BY SIZE
                  AT-NAME(WS-ARCH-IDX) DELIMITED BY "  "
           INTO WS-ARCH-PATH
           MOVE 0                          TO WS-ARCH-FINDINGS

           MOVE 0                          TO WS-FOUND-IDX
           PERFORM VARYING WS-MAN-IDX FROM 1 BY 1
                   UNTIL WS-MAN-IDX > MANIFEST-COUNT
               IF MT-NAME(WS-MAN-IDX) = AT-NAME(WS-ARCH-IDX)
                   MOVE WS-MAN-IDX         TO WS-FOUND-IDX
                   MOVE "Y"                TO MT-SEEN(WS-MAN-IDX)
               END-IF
           END-PERFORM

           PERFORM C0-MEASURE-ARCHIVE
           IF ARCH-ABSENT
               IF WS-FOUND-IDX > 0
                   MOVE "ARCHIVE IS MISSING - THE MANIFEST RECORDS IT"
                                           TO WS-FINDING-TEXT
                   PERFORM F0-FINDING
               ELSE
      *> AN ARCHIVE ITS PROGRAM HAS NEVER WRITTEN IS NOT A FINDING
                   ADD 1                   TO WS-COUNT-ABSENT
                   MOVE SPACE              TO WS-RPT-LINE
                   STRING "ABSENT    " AT-NAME(WS-ARCH-IDX)
                          DELIMITED BY SIZE
                   INTO WS-RPT-LINE
                   PERFORM W0-WRITE-REPORT-LINE
               END-IF
               GO TO B0-VERIFY-ONE-ARCHIVEZ
           END-IF
           ADD 1                           TO WS-COUNT-ARCHIVES

           IF WS-FOUND-IDX = 0
               PERFORM C2-SEAL-FIRST-SEEN
           ELSE
               PERFORM C1-COMPARE-MANIFEST
           END-IF

           PERFORM D0-CHECK-ROWS

           MOVE SPACE                      TO WS-RPT-LINE
           IF WS-ARCH-FINDINGS = 0
               MOVE "OK"                   TO WS-RPT-LINE(1:10)
           ELSE
               MOVE "FINDINGS"             TO WS-RPT-LINE(1:10)
           END-IF
           STRING AT-NAME(WS-ARCH-IDX) DELIMITED BY "  "
                  "  ROWS " WS-ROWS
                  "  LAYOUT ERRORS " WS-LAYOUT-ERRORS
                  "  CNP ERRORS " WS-CNP-ERRORS
                  "  PSEUDONYMS " WS-PSEUDONYMS
                  DELIMITED BY SIZE
           INTO WS-RPT-LINE(11:)
           PERFORM W0-WRITE-REPORT-LINE
           .
       B0-VERIFY-ONE-ARCHIVEZ.
           EXIT.

      *> A MANIFEST ENTRY NO ARCHIVE ON DISK ANSWERED TO
       B9-MANIFEST-ORPHAN SECTION.
       B9-MANIFEST-ORPHANA.
           IF MT-SEEN(WS-MAN-IDX) = "Y"
               GO TO B9-MANIFEST-ORPHANZ
           END-IF
           MOVE SPACE                      TO WS-ARCH-PATH
           STRING K-ARCHIVE-DIR DELIMITED BY SIZE
                  MT-NAME(WS-MAN-IDX) DELIMITED BY "  "
           INTO WS-ARCH-PATH
           MOVE "ARCHIVE IS MISSING - THE MANIFEST RECORDS IT"
                                           TO WS-FINDING-TEXT
           PERFORM F0-FINDING
           .
       B9-MANIFEST-ORPHANZ.
           EXIT.

      *> ROW COUNT AND FINGERPRINT THE SAME WAY ARCSEAL TOOK THEM
       C0-MEASURE-ARCHIVE SECTION.
       C0-MEASURE-ARCHIVEA.
           SET ARCH-ABSENT                 TO TRUE
           MOVE 0                          TO WS-ROWS WS-FINGERPRINT
           MOVE SPACE                      TO WS-COMMAND
           STRING "if [ -f '" DELIMITED BY SIZE
                  WS-ARCH-PATH DELIMITED BY "  "
                  "' ]; then printf '%08d' $(wc -l < '"
                  DELIMITED BY SIZE
                  WS-ARCH-PATH DELIMITED BY "  "
                  "'); else echo ABSENT; fi > ArcVerifyScratch.txt"
                  DELIMITED BY SIZE
           INTO WS-COMMAND
           PERFORM X0-RUN-SHELL
           IF WS-SCRATCH-LINE(1:8) NOT NUMERIC
               GO TO C0-MEASURE-ARCHIVEZ
           END-IF
           SET ARCH-PRESENT                TO TRUE
           MOVE WS-SCRATCH-LINE(1:8)       TO WS-ROWS

           MOVE SPACE                      TO WS-COMMAND
           STRING "printf '%010d' $(cksum < '" DELIMITED BY SIZE
                  WS-ARCH-PATH DELIMITED BY "  "
                  "' | cut -d' ' -f1) > ArcVerifyScratch.txt"
                  DELIMITED BY SIZE
           INTO WS-COMMAND
           PERFORM X0-RUN-SHELL
           IF WS-SCRATCH-LINE(1:10) NUMERIC
               MOVE WS-SCRATCH-LINE(1:10)  TO WS-FINGERPRINT
           END-IF
           .
       C0-MEASURE-ARCHIVEZ.
           EXIT.

       C1-COMPARE-MANIFEST SECTION.
       C1-COMPARE-MANIFESTA.
           EVALUATE TRUE
      *> A WRITER FOUND THE ROWS ON RECORD CHANGED WHEN IT APPENDED
               WHEN MT-STATE(WS-FOUND-IDX) = "TAMPERED"
                   MOVE SPACE              TO WS-FINDING-TEXT
                   STRING "ROWS ON RECORD CHANGED BEFORE AN APPEND "
                          "(FOUND BY " DELIMITED BY SIZE
                          MT-WRITER(WS-FOUND-IDX) DELIMITED BY " "
                          " ON " MT-DATE(WS-FOUND-IDX) ")"
                          DELIMITED BY SIZE
                   INTO WS-FINDING-TEXT
                   PERFORM F0-FINDING
               WHEN MT-ROWS(WS-FOUND-IDX) NOT = WS-ROWS
                   MOVE SPACE              TO WS-FINDING-TEXT
                   STRING "ROW COUNT " WS-ROWS
                          " DIFFERS FROM THE MANIFEST ("
                          MT-ROWS(WS-FOUND-IDX) ", SEALED BY "
                          DELIMITED BY SIZE
                          MT-WRITER(WS-FOUND-IDX) DELIMITED BY " "
                          " ON " MT-DATE(WS-FOUND-IDX) ")"
                          DELIMITED BY SIZE
                   INTO WS-FINDING-TEXT
                   PERFORM F0-FINDING
               WHEN MT-FINGERPRINT(WS-FOUND-IDX) NOT = WS-FINGERPRINT
                   MOVE SPACE              TO WS-FINDING-TEXT
                   STRING "CONTENT FINGERPRINT DIFFERS FROM THE "
                          "MANIFEST (SEALED BY " DELIMITED BY SIZE
                          MT-WRITER(WS-FOUND-IDX) DELIMITED BY " "
                          " ON " MT-DATE(WS-FOUND-IDX) ")"
                          DELIMITED BY SIZE
                   INTO WS-FINDING-TEXT
                   PERFORM F0-FINDING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       C1-COMPARE-MANIFESTZ.
           EXIT.

      *> NOTHING TO COMPARE AGAINST YET - THIS RUN BECOMES THE
      *> BASELINE, AND THE ROWS ARE STILL CHECKED BELOW
       C2-SEAL-FIRST-SEEN SECTION.
       C2-SEAL-FIRST-SEENA.
           MOVE WS-ARCH-PATH               TO ARS-FILE
           SET ARS-REWRITE                 TO TRUE
           MOVE "ARCVERIFY"                TO ARS-WRITER
           CALL "ARCSEAL" USING ARCSEAL-INTERFACE
           ADD 1                           TO WS-COUNT-FIRST-SEEN
           MOVE SPACE                      TO WS-RPT-LINE
           STRING "SEALED    " DELIMITED BY SIZE
                  AT-NAME(WS-ARCH-IDX) DELIMITED BY "  "
                  " - NOT IN THE MANIFEST YET, RECORDED AS FOUND"
                  DELIMITED BY SIZE
           INTO WS-RPT-LINE
           PERFORM W0-WRITE-REPORT-LINE
           .
       C2-SEAL-FIRST-SEENZ.
           EXIT.

      *> EVERY NON-BLANK ROW: LAYOUT FIRST, THEN THE CNP. THE REPORT
      *> SHOWS THE FIRST FEW BAD ROWS; THE WORKLIST GETS THE FIRST
      *> LAYOUT FAILURE AND THE FIRST CNP FAILURE OF EACH ARCHIVE
       D0-CHECK-ROWS SECTION.
       D0-CHECK-ROWSA.
           MOVE 0                          TO WS-ROWS-READ
                                              WS-LAYOUT-ERRORS
                                              WS-CNP-ERRORS
                                              WS-PSEUDONYMS
                                              WS-DETAILS-SHOWN
           MOVE SPACE                      TO WS-COMMAND
           STRING "cp '" DELIMITED BY SIZE
                  WS-ARCH-PATH DELIMITED BY "  "
                  "' 'ArcVerifyWork.txt'" DELIMITED BY SIZE
           INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           OPEN INPUT ARCHIVE-WORK
           IF RETURN-CODE NOT = 0
           OR WS-WORK-STATUS NOT = "00"
               MOVE "ARCHIVE COULD NOT BE READ" TO WS-FINDING-TEXT
               PERFORM F0-FINDING
               GO TO D0-CHECK-ROWSZ
           END-IF
           MOVE 0                          TO WS-LINE-NO
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-LINE
               READ ARCHIVE-WORK INTO WS-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   ADD 1                   TO WS-LINE-NO
                   IF WS-LINE > SPACE
                       ADD 1               TO WS-ROWS-READ
                       PERFORM D1-CHECK-ONE-ROW
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-WORK
           ADD WS-ROWS-READ                TO WS-COUNT-ROWS
           .
       D0-CHECK-ROWSZ.
           EXIT.

       D1-CHECK-ONE-ROW SECTION.
       D1-CHECK-ONE-ROWA.
           MOVE SPACE                      TO WS-ROW-REASON
                                              WS-CNP-REASON
           EVALUATE TRUE
               WHEN KIND-ARCH-STUDENT(WS-ARCH-IDX)
                   MOVE WS-LINE(10:13)     TO WS-CHECK-CNP
               WHEN OTHER
                   MOVE WS-LINE(1:13)      TO WS-CHECK-CNP
           END-EVALUATE
           PERFORM V4-CHECK-CNP

           EVALUATE TRUE
               WHEN KIND-NOTE-ARCHIVE(WS-ARCH-IDX)
                   PERFORM E1-LAYOUT-NOTE-ROW
                   IF WS-ROW-REASON = SPACE
                       MOVE WS-LINE(65:9)  TO WS-CHECK-YEAR
                       PERFORM V3-CHECK-SCHOOL-YEAR
                       IF FIELD-BAD
                           MOVE "ANSCOLAR IS NOT A SCHOOL YEAR"
                                           TO WS-ROW-REASON
                       END-IF
                   END-IF
                   IF WS-ROW-REASON = SPACE
                       MOVE WS-LINE(76:13) TO WS-CHECK-PROF
                       PERFORM E6-LAYOUT-CNP-PROF
                   END-IF
               WHEN KIND-ARCH-NOTE(WS-ARCH-IDX)
                   PERFORM E1-LAYOUT-NOTE-ROW
                   IF WS-ROW-REASON = SPACE
                       MOVE WS-LINE(62:13) TO WS-CHECK-PROF
                       PERFORM E6-LAYOUT-CNP-PROF
                   END-IF
               WHEN KIND-ARCH-STUDENT(WS-ARCH-IDX)
                   PERFORM E2-LAYOUT-STUDENT-ROW
               WHEN KIND-ARCH-ABSENCE(WS-ARCH-IDX)
                   PERFORM E3-LAYOUT-ABSENCE-ROW
               WHEN KIND-ALUMNI(WS-ARCH-IDX)
                   PERFORM E4-LAYOUT-ALUMNI-ROW
               WHEN KIND-PROF(WS-ARCH-IDX)
                   IF WS-LINE(16:30) = SPACE
                       MOVE "NUME IS BLANK" TO WS-ROW-REASON
                   END-IF
               WHEN KIND-REGISTER(WS-ARCH-IDX)
                   PERFORM E5-LAYOUT-REGISTER-ROW
           END-EVALUATE

           IF WS-ROW-REASON NOT = SPACE
               ADD 1                       TO WS-LAYOUT-ERRORS
               PERFORM D2-SHOW-DETAIL
               IF WS-LAYOUT-ERRORS = 1
                   PERFORM D3-ROW-FINDING
               END-IF
           END-IF
           IF WS-CNP-REASON NOT = SPACE
               ADD 1                       TO WS-CNP-ERRORS
               MOVE WS-CNP-REASON          TO WS-ROW-REASON
               PERFORM D2-SHOW-DETAIL
               IF WS-CNP-ERRORS = 1
                   PERFORM D3-ROW-FINDING
               END-IF
           END-IF
           .
       D1-CHECK-ONE-ROWZ.
           EXIT.

       D2-SHOW-DETAIL SECTION.
       D2-SHOW-DETAILA.
           IF WS-DETAILS-SHOWN < K-MAX-DETAILS
               ADD 1                       TO WS-DETAILS-SHOWN
               MOVE SPACE                  TO WS-RPT-LINE
               STRING "          " DELIMITED BY SIZE
                      AT-NAME(WS-ARCH-IDX) DELIMITED BY "  "
                      " LINE " WS-LINE-NO ": " DELIMITED BY SIZE
                      WS-ROW-REASON DELIMITED BY "  "
               INTO WS-RPT-LINE
               PERFORM W0-WRITE-REPORT-LINE
           END-IF
           .
       D2-SHOW-DETAILZ.
           EXIT.

      *> THE WORKLIST KEYS AN ITEM ON ITS TEXT, SO THE LINE CARRIES
      *> NO RUN DATE OR COUNT - THE SAME FAULT STAYS ONE ITEM
       D3-ROW-FINDING SECTION.
       D3-ROW-FINDINGA.
           MOVE SPACE                      TO WS-FINDING-TEXT
           STRING "LINE " WS-LINE-NO ": " DELIMITED BY SIZE
                  WS-ROW-REASON DELIMITED BY "  "
           INTO WS-FINDING-TEXT
           PERFORM F0-FINDING
           .
       D3-ROW-FINDINGZ.
           EXIT.

      *> CNP(13) MATERIE(30) NOTA(2) DATANOTA(8), TWO SPACES APART
       E1-LAYOUT-NOTE-ROW SECTION.
       E1-LAYOUT-NOTE-ROWA.
           IF WS-LINE(16:30) = SPACE
               MOVE "MATERIE IS BLANK"     TO WS-ROW-REASON
               GO TO E1-LAYOUT-NOTE-ROWZ
           END-IF
           MOVE WS-LINE(48:2)              TO WS-CHECK-GRADE
           PERFORM V2-CHECK-GRADE
           IF FIELD-BAD
               MOVE "NOTA IS NOT A GRADE"  TO WS-ROW-REASON
               GO TO E1-LAYOUT-NOTE-ROWZ
           END-IF
           MOVE WS-LINE(52:8)              TO WS-CHECK-DATE
           PERFORM V1-CHECK-DATE
           IF FIELD-BAD
               MOVE "DATANOTA IS NOT A DATE" TO WS-ROW-REASON
           END-IF
           .
       E1-LAYOUT-NOTE-ROWZ.
           EXIT.

      *> THE GRADER, WHEN THE ROW CARRIES ONE, IS A 13-DIGIT CNP
       E6-LAYOUT-CNP-PROF SECTION.
       E6-LAYOUT-CNP-PROFA.
           IF WS-CHECK-PROF NOT = SPACE
           AND WS-CHECK-PROF NOT NUMERIC
               MOVE "CNPPROF IS NOT A CNP" TO WS-ROW-REASON
           END-IF
           .
       E6-LAYOUT-CNP-PROFZ.
           EXIT.

      *> LEAVE DATE(8) SP, THEN THE STUDENTI ROW: CNP(13) CLASA(4)
      *> NUME(30) PRENUME(30) DATANASTERII(8) ... - ANONYMIZE BLANKS
      *> EVERYTHING FROM NUME ON FOR A PSEUDONYM
       E2-LAYOUT-STUDENT-ROW SECTION.
       E2-LAYOUT-STUDENT-ROWA.
           MOVE WS-LINE(1:8)               TO WS-CHECK-DATE
           PERFORM V1-CHECK-DATE
           IF FIELD-BAD OR WS-LINE(9:1) NOT = SPACE
               MOVE "LEAVE DATE IS NOT A DATE" TO WS-ROW-REASON
               GO TO E2-LAYOUT-STUDENT-ROWZ
           END-IF
           IF WS-LINE(25:4) = SPACE
               MOVE "CLASA IS BLANK"       TO WS-ROW-REASON
               GO TO E2-LAYOUT-STUDENT-ROWZ
           END-IF
           IF CNP-IS-PSEUDONYM
               GO TO E2-LAYOUT-STUDENT-ROWZ
           END-IF
           IF WS-LINE(31:30) = SPACE
               MOVE "NUME IS BLANK"        TO WS-ROW-REASON
               GO TO E2-LAYOUT-STUDENT-ROWZ
           END-IF
           MOVE WS-LINE(95:8)              TO WS-CHECK-DATE
           PERFORM V1-CHECK-DATE
           IF FIELD-BAD
               MOVE "DATANASTERII IS NOT A DATE" TO WS-ROW-REASON
           END-IF
           .
       E2-LAYOUT-STUDENT-ROWZ.
           EXIT.

      *> CNP(13) DATAABS(8) MATERIE(30) MOTIVAT(1) ORA(1)
       E3-LAYOUT-ABSENCE-ROW SECTION.
       E3-LAYOUT-ABSENCE-ROWA.
           MOVE WS-LINE(16:8)              TO WS-CHECK-DATE
           PERFORM V1-CHECK-DATE
           IF FIELD-BAD
               MOVE "DATAABS IS NOT A DATE" TO WS-ROW-REASON
               GO TO E3-LAYOUT-ABSENCE-ROWZ
           END-IF
           IF WS-LINE(26:30) = SPACE
               MOVE "MATERIE IS BLANK"     TO WS-ROW-REASON
               GO TO E3-LAYOUT-ABSENCE-ROWZ
           END-IF
           IF WS-LINE(58:1) NOT = "M"
           AND WS-LINE(58:1) NOT = "N"
               MOVE "MOTIVAT IS NEITHER M NOR N" TO WS-ROW-REASON
           END-IF
           .
       E3-LAYOUT-ABSENCE-ROWZ.
           EXIT.

      *> CNP(13) CLASA(4) NUME PRENUME - ANONYMIZE BLANKS THE NAMES
       E4-LAYOUT-ALUMNI-ROW SECTION.
       E4-LAYOUT-ALUMNI-ROWA.
           IF WS-LINE(16:4) = SPACE
               MOVE "CLASA IS BLANK"       TO WS-ROW-REASON
               GO TO E4-LAYOUT-ALUMNI-ROWZ
           END-IF
           IF NOT CNP-IS-PSEUDONYM
           AND WS-LINE(22:30) = SPACE
               MOVE "NAME IS BLANK"        TO WS-ROW-REASON
           END-IF
           .
       E4-LAYOUT-ALUMNI-ROWZ.
           EXIT.

      *> CNP(13) AN SCOLAR(9) CLASS(2) SUBJECT(30) AVERAGE(6) FLAG(1),
      *> ONE SPACE APART; A PRIMARY CLASS'S GENERAL ROW HAS NO AVERAGE
       E5-LAYOUT-REGISTER-ROW SECTION.
       E5-LAYOUT-REGISTER-ROWA.
           MOVE WS-LINE(15:9)              TO WS-CHECK-YEAR
           PERFORM V3-CHECK-SCHOOL-YEAR
           IF FIELD-BAD
               MOVE "AN SCOLAR IS NOT A SCHOOL YEAR" TO WS-ROW-REASON
               GO TO E5-LAYOUT-REGISTER-ROWZ
           END-IF
           IF WS-LINE(25:2) = SPACE
               MOVE "CLASS IS BLANK"       TO WS-ROW-REASON
               GO TO E5-LAYOUT-REGISTER-ROWZ
           END-IF
           IF WS-LINE(28:30) = SPACE
               MOVE "SUBJECT IS BLANK"     TO WS-ROW-REASON
               GO TO E5-LAYOUT-REGISTER-ROWZ
           END-IF
           IF WS-LINE(66:1) NOT = SPACE
           AND WS-LINE(66:1) NOT = "D"
               MOVE "EXAM FLAG IS NEITHER BLANK NOR D"
                                           TO WS-ROW-REASON
           END-IF
           .
       E5-LAYOUT-REGISTER-ROWZ.
           EXIT.

       F0-FINDING SECTION.
       F0-FINDINGA.
           ADD 1                           TO WS-COUNT-FINDINGS
           ADD 1                           TO WS-ARCH-FINDINGS
           MOVE SPACE                      TO WS-FINDING-LINE
           STRING WS-ARCH-PATH DELIMITED BY "  "
                  ": " DELIMITED BY SIZE
                  WS-FINDING-TEXT DELIMITED BY "  "
           INTO WS-FINDING-LINE
           MOVE WS-FINDING-LINE            TO FINDINGS-FD
           WRITE FINDINGS-FD

           MOVE SPACE                      TO WS-RPT-LINE
           STRING "FINDING   " DELIMITED BY SIZE
                  WS-FINDING-LINE DELIMITED BY "  "
           INTO WS-RPT-LINE
           PERFORM W0-WRITE-REPORT-LINE
           DISPLAY "FINDING: " WS-FINDING-TEXT
           .
       F0-FINDINGZ.
           EXIT.

      *> YYYYMMDD WITH A REAL MONTH AND DAY
       V1-CHECK-DATE SECTION.
       V1-CHECK-DATEA.
           SET FIELD-BAD                   TO TRUE
           IF WS-CHECK-DATE NOT NUMERIC
               GO TO V1-CHECK-DATEZ
           END-IF
           IF CD-MM < "01" OR CD-MM > "12"
           OR CD-DD < "01" OR CD-DD > "31"
           OR CD-YYYY < "1900"
               GO TO V1-CHECK-DATEZ
           END-IF
           SET FIELD-OK                    TO TRUE
           .
       V1-CHECK-DATEZ.
           EXIT.

      *> 1-10 EITHER WAY JUSTIFIED, OR A PRIMARY-CLASS CALIFICATIV
       V2-CHECK-GRADE SECTION.
       V2-CHECK-GRADEA.
           SET FIELD-OK                    TO TRUE
           EVALUATE WS-CHECK-GRADE
               WHEN "10"
               WHEN "FB"
               WHEN "B "
               WHEN " B"
               WHEN "S "
               WHEN " S"
               WHEN "I "
               WHEN " I"
                   CONTINUE
               WHEN OTHER
                   IF WS-CHECK-GRADE(1:1) = SPACE
                       MOVE WS-CHECK-GRADE(2:1) TO WS-CHECK-GRADE(1:1)
                       MOVE SPACE          TO WS-CHECK-GRADE(2:1)
                   END-IF
                   IF WS-CHECK-GRADE(2:1) NOT = SPACE
                   OR WS-CHECK-GRADE(1:1) < "1"
                   OR WS-CHECK-GRADE(1:1) > "9"
                       SET FIELD-BAD       TO TRUE
                   END-IF
           END-EVALUATE
           .
       V2-CHECK-GRADEZ.
           EXIT.

      *> "YYYY/YYYY", THE SECOND YEAR ONE AFTER THE FIRST
       V3-CHECK-SCHOOL-YEAR SECTION.
       V3-CHECK-SCHOOL-YEARA.
           SET FIELD-BAD                   TO TRUE
           IF CY-FROM NOT NUMERIC OR CY-TO NOT NUMERIC
           OR CY-SLASH NOT = "/"
               GO TO V3-CHECK-SCHOOL-YEARZ
           END-IF
           MOVE CY-FROM                    TO WS-YEAR-FROM
           MOVE CY-TO                      TO WS-YEAR-TO
           IF WS-YEAR-TO = WS-YEAR-FROM + 1
               SET FIELD-OK                TO TRUE
           END-IF
           .
       V3-CHECK-SCHOOL-YEARZ.
           EXIT.

      *> A REAL CNP MUST PASS CNPMODULE; "ANONnnnnXXXXX" MUST BE ONE
      *> ANONYMIZE HAS CERTIFIED
       V4-CHECK-CNP SECTION.
       V4-CHECK-CNPA.
           SET CNP-IS-REAL                 TO TRUE
           IF WS-CHECK-CNP(1:4) = "ANON"
           AND WS-CHECK-CNP(5:4) IS NUMERIC
           AND WS-CHECK-CNP(9:5) = "XXXXX"
               SET CNP-IS-PSEUDONYM        TO TRUE
               PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                       UNTIL WS-PS-IDX > PSEUDONYM-COUNT
                   IF PSEUDONYM-ENTRY(WS-PS-IDX) = WS-CHECK-CNP
                       ADD 1               TO WS-PSEUDONYMS
                       GO TO V4-CHECK-CNPZ
                   END-IF
               END-PERFORM
               MOVE "PSEUDONYM NOT ON ANY ANONYMIZE CERTIFICATE"
                                           TO WS-CNP-REASON
               GO TO V4-CHECK-CNPZ
           END-IF

           IF WS-CHECK-CNP NOT NUMERIC
               MOVE "CNP IS NOT 13 DIGITS" TO WS-CNP-REASON
               GO TO V4-CHECK-CNPZ
           END-IF
      *> CNPMODULE MAY RENUMBER THE COUNTY IN THE FIELD IT IS GIVEN
           MOVE WS-CHECK-CNP               TO CNP-VAL
           CALL "CNPMODULE" USING CNP-INTERFACE
           IF CNP-QUIT NOT = 0
               MOVE SPACE                  TO WS-CNP-REASON
               STRING "CNP INVALID - " DELIMITED BY SIZE
                      CNP-ERR-MSG DELIMITED BY "  "
               INTO WS-CNP-REASON
           END-IF
           .
       V4-CHECK-CNPZ.
           EXIT.

       W0-WRITE-REPORT-LINE SECTION.
       W0-WRITE-REPORT-LINEA.
           MOVE WS-RPT-LINE                TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           .
       W0-WRITE-REPORT-LINEZ.
           EXIT.

       X0-RUN-SHELL SECTION.
       X0-RUN-SHELLA.
           CALL "SYSTEM" USING WS-COMMAND
           MOVE SPACE                      TO WS-SCRATCH-LINE
           OPEN INPUT SCRATCH-FILE
           IF WS-SCRATCH-STATUS = "00"
               READ SCRATCH-FILE INTO WS-SCRATCH-LINE
               END-READ
               CLOSE SCRATCH-FILE
           END-IF
           .
       X0-RUN-SHELLZ.
           EXIT.

       Y0-WRITE-SUMMARY SECTION.
       Y0-WRITE-SUMMARYA.
           MOVE SPACE                      TO WS-RPT-LINE
           PERFORM W0-WRITE-REPORT-LINE
           MOVE SPACE                      TO WS-RPT-LINE
           STRING "ARCHIVES CHECKED: " WS-COUNT-ARCHIVES
                  "  NOT YET WRITTEN: " WS-COUNT-ABSENT
                  "  FIRST SEALED THIS RUN: " WS-COUNT-FIRST-SEEN
                  "  ROWS CHECKED: " WS-COUNT-ROWS
                  DELIMITED BY SIZE
           INTO WS-RPT-LINE
           PERFORM W0-WRITE-REPORT-LINE
           MOVE SPACE                      TO WS-RPT-LINE
           STRING "INTEGRITY FINDINGS: " WS-COUNT-FINDINGS
                  DELIMITED BY SIZE
           INTO WS-RPT-LINE
           PERFORM W0-WRITE-REPORT-LINE

           DISPLAY "===== ARCVERIFY RUN SUMMARY ====="
           DISPLAY "ARCHIVES CHECKED:      " WS-COUNT-ARCHIVES
           DISPLAY "ARCHIVES NOT WRITTEN:  " WS-COUNT-ABSENT
           DISPLAY "FIRST SEALED THIS RUN: " WS-COUNT-FIRST-SEEN
           DISPLAY "ROWS CHECKED:          " WS-COUNT-ROWS
           DISPLAY "INTEGRITY FINDINGS:    " WS-COUNT-FINDINGS
           IF WS-COUNT-FINDINGS > 0
               DISPLAY "SEE ArchiveIntegrityReport.txt - EACH FINDING "
                   "IS ON THE EXCEPTION WORKLIST AFTER TRIAGE"
           END-IF
           .
       Y0-WRITE-SUMMARYZ.
           EXIT.
       END PROGRAM ARCVERIFY.
