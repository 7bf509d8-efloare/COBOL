      ******************************************************************
      * Author:
      * Date:
      * Purpose: ARCHIVE MANIFEST WRITER. THE RETAINED ARCHIVES ARE
      *          THE ONLY COPY OF YEARS OF DATA, SO EVERY PROGRAM
      *          THAT WRITES ONE CALLS THIS AFTER CLOSING IT: THE
      *          FILE'S ROW COUNT AND CONTENT FINGERPRINT (wc AND
      *          cksum, THE SHELL-OUT FEEDSEAL USES) GO TO
      *          ArchiveManifest.txt IN THE ARCHIVE'S OWN DIRECTORY,
      *          ONE LINE PER ARCHIVE, REPLACED ON EVERY SEAL. ON AN
      *          APPEND THE ROWS ALREADY ON RECORD ARE FINGERPRINTED
      *          AGAIN FIRST - IF THEY HAVE CHANGED SINCE THE LAST
      *          SEAL THE ENTRY IS MARKED TAMPERED, SO A LATER APPEND
      *          CANNOT QUIETLY BLESS AN EDIT. ARCVERIFY READS THE
      *          MANIFEST EVERY MONTH.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ARCSEAL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> THE MANIFEST IS STAGED HERE BEFORE IT IS READ (ASSIGN NAMES
      *> ARE FIXED UNDER THIS DIALECT, SAME WORKAROUND AS TRIAGE)
           SELECT MANIFEST-WORK ASSIGN TO 'ArcSealWork.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.

      *> THE NEW MANIFEST, MOVED OVER THE OLD ONE WHEN COMPLETE
           SELECT MANIFEST-OUT ASSIGN TO 'ArcSealOut.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.

      *> SCRATCH FILE ONE SHELL RESULT AT A TIME IS READ BACK FROM
           SELECT SCRATCH-FILE ASSIGN TO 'ArcSealScratch.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCRATCH-STATUS.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
        FD MANIFEST-WORK.
       01 MANIFEST-WORK-FD                 PIC X(100).

        FD MANIFEST-OUT.
       01 MANIFEST-OUT-FD                  PIC X(100).

        FD SCRATCH-FILE.
       01 SCRATCH-FD                       PIC X(30).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WS-WORK-STATUS                   PIC X(02).
       01 WS-OUT-STATUS                    PIC X(02).
       01 WS-SCRATCH-STATUS                PIC X(02).

      *> ONE ArchiveManifest.txt LINE: ARCHIVE NAME, ROWS, cksum,
      *> WHEN AND BY WHOM IT WAS LAST SEALED, AND ITS STATE
       01 MANIFEST-LINE.
           05 MF-NAME                      PIC X(40).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 MF-ROWS                      PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 MF-FINGERPRINT               PIC 9(10).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 MF-DATE                      PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 MF-TIME                      PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 MF-WRITER                    PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 MF-STATE                     PIC X(08).

      *> THE ENTRY THE MANIFEST HELD BEFORE THIS SEAL
       01 WS-OLD-SW                        PIC X(01).
           88 OLD-ENTRY-FOUND               VALUE "Y".
           88 OLD-ENTRY-NONE                VALUE "N".
       01 WS-OLD-ROWS                      PIC 9(08).
       01 WS-OLD-FINGERPRINT               PIC 9(10).
       01 WS-OLD-STATE                     PIC X(08).
       01 WS-PREFIX-FINGERPRINT            PIC 9(10).

      *> THE ARCHIVE'S DIRECTORY (UP TO AND INCLUDING THE LAST "/",
      *> BLANK FOR THE CALLER'S OWN) AND ITS BARE NAME
       01 WS-FILE-LEN                      PIC 9(03).
       01 WS-SLASH-POS                     PIC 9(03).
       01 WS-SCAN-POS                      PIC 9(03).
       01 WS-DIR-PREFIX                    PIC X(80).
       01 WS-BASE-NAME                     PIC X(40).

       01 WS-COMMAND                       PIC X(400).
       01 WS-SCRATCH-LINE                  PIC X(30).

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".

      *-----------------------
       LINKAGE SECTION.
      **-*-*-*-*-*-*-*-*-*-*-*-*-*
       COPY ARCSEAL-INT.

       PROCEDURE DIVISION USING ARCSEAL-INTERFACE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       S0  SECTION.
       S0A.
           MOVE 0                          TO ARS-ROWS
                                              ARS-FINGERPRINT
           MOVE SPACE                      TO ARS-STATE
           PERFORM A0-SPLIT-PATH

           PERFORM B0-MEASURE-ARCHIVE
      *> NOTHING WRITTEN YET - NOTHING TO SEAL
           IF ARS-ABSENT
               GO TO S0Z
           END-IF

           PERFORM C0-STAGE-MANIFEST
           PERFORM D0-DECIDE-STATE
           PERFORM E0-WRITE-MANIFEST

           IF ARS-TAMPERED
               DISPLAY "WARNING: " WS-BASE-NAME
               DISPLAY "  ROWS ALREADY ON RECORD IN THE MANIFEST HAVE "
                   "CHANGED - SEE ARCVERIFY"
           END-IF
           .
       S0Z.
           GOBACK.

       A0-SPLIT-PATH SECTION.
       A0-SPLIT-PATHA.
           MOVE 80                         TO WS-FILE-LEN
           PERFORM UNTIL WS-FILE-LEN = 0
                   OR ARS-FILE(WS-FILE-LEN:1) NOT = SPACE
               SUBTRACT 1                  FROM WS-FILE-LEN
           END-PERFORM
           MOVE 0                          TO WS-SLASH-POS
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > WS-FILE-LEN
               IF ARS-FILE(WS-SCAN-POS:1) = "/"
                   MOVE WS-SCAN-POS        TO WS-SLASH-POS
               END-IF
           END-PERFORM
           MOVE SPACE                      TO WS-DIR-PREFIX
                                              WS-BASE-NAME
           IF WS-SLASH-POS > 0
               MOVE ARS-FILE(1:WS-SLASH-POS) TO WS-DIR-PREFIX
           END-IF
           MOVE ARS-FILE(WS-SLASH-POS + 1:) TO WS-BASE-NAME
           .
       A0-SPLIT-PATHZ.
           EXIT.

      *> ROW COUNT AND FINGERPRINT OF THE FILE AS IT NOW STANDS
       B0-MEASURE-ARCHIVE SECTION.
       B0-MEASURE-ARCHIVEA.
           MOVE SPACE                      TO WS-COMMAND
           STRING "if [ -f '" DELIMITED BY SIZE
                  ARS-FILE DELIMITED BY "  "
                  "' ]; then printf '%08d' $(wc -l < '"
                  DELIMITED BY SIZE
                  ARS-FILE DELIMITED BY "  "
                  "'); else echo ABSENT; fi > ArcSealScratch.txt"
                  DELIMITED BY SIZE
           INTO WS-COMMAND
           PERFORM X0-RUN-SHELL
           IF WS-SCRATCH-LINE(1:6) = "ABSENT"
           OR WS-SCRATCH-LINE(1:8) NOT NUMERIC
               SET ARS-ABSENT              TO TRUE
               GO TO B0-MEASURE-ARCHIVEZ
           END-IF
           MOVE WS-SCRATCH-LINE(1:8)       TO ARS-ROWS

           MOVE SPACE                      TO WS-COMMAND
           STRING "printf '%010d' $(cksum < '" DELIMITED BY SIZE
                  ARS-FILE DELIMITED BY "  "
                  "' | cut -d' ' -f1) > ArcSealScratch.txt"
                  DELIMITED BY SIZE
           INTO WS-COMMAND
           PERFORM X0-RUN-SHELL
           IF WS-SCRATCH-LINE(1:10) NUMERIC
               MOVE WS-SCRATCH-LINE(1:10)  TO ARS-FINGERPRINT
           END-IF
           .
       B0-MEASURE-ARCHIVEZ.
           EXIT.

      *> COPY EVERY OTHER ARCHIVE'S LINE TO THE NEW MANIFEST AND
      *> KEEP THIS ARCHIVE'S OLD LINE ASIDE
       C0-STAGE-MANIFEST SECTION.
       C0-STAGE-MANIFESTA.
           SET OLD-ENTRY-NONE              TO TRUE
           OPEN OUTPUT MANIFEST-OUT

           MOVE SPACE                      TO WS-COMMAND
           STRING "cp '" DELIMITED BY SIZE
                  WS-DIR-PREFIX DELIMITED BY "  "
                  "ArchiveManifest.txt' 'ArcSealWork.txt' 2>/dev/null"
                  DELIMITED BY SIZE
           INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
      *> THE FIRST ARCHIVE EVER SEALED HERE STARTS THE MANIFEST
           IF RETURN-CODE NOT = 0
               GO TO C0-STAGE-MANIFESTZ
           END-IF
           OPEN INPUT MANIFEST-WORK
           IF WS-WORK-STATUS NOT = "00"
               GO TO C0-STAGE-MANIFESTZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO MANIFEST-LINE
               READ MANIFEST-WORK INTO MANIFEST-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF MF-NAME = WS-BASE-NAME
                       SET OLD-ENTRY-FOUND TO TRUE
                       MOVE MF-ROWS        TO WS-OLD-ROWS
                       MOVE MF-FINGERPRINT TO WS-OLD-FINGERPRINT
                       MOVE MF-STATE       TO WS-OLD-STATE
                   ELSE
                       IF MANIFEST-LINE > SPACE
                           MOVE MANIFEST-LINE TO MANIFEST-OUT-FD
                           WRITE MANIFEST-OUT-FD
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE MANIFEST-WORK
           .
       C0-STAGE-MANIFESTZ.
           EXIT.

      *> AN APPEND MAY ONLY ADD ROWS: THE FIRST <OLD ROWS> LINES
      *> MUST STILL FINGERPRINT AS THE MANIFEST RECORDED THEM
       D0-DECIDE-STATE SECTION.
       D0-DECIDE-STATEA.
           SET ARS-SEALED                  TO TRUE
           IF ARS-REWRITE OR OLD-ENTRY-NONE
               GO TO D0-DECIDE-STATEZ
           END-IF
           IF WS-OLD-STATE = "TAMPERED"
           OR WS-OLD-ROWS > ARS-ROWS
               SET ARS-TAMPERED            TO TRUE
               GO TO D0-DECIDE-STATEZ
           END-IF

           MOVE SPACE                      TO WS-COMMAND
           STRING "printf '%010d' $(head -n " DELIMITED BY SIZE
                  WS-OLD-ROWS " '" DELIMITED BY SIZE
                  ARS-FILE DELIMITED BY "  "
                  "' | cksum | cut -d' ' -f1) > ArcSealScratch.txt"
                  DELIMITED BY SIZE
           INTO WS-COMMAND
           PERFORM X0-RUN-SHELL
           MOVE 0                          TO WS-PREFIX-FINGERPRINT
           IF WS-SCRATCH-LINE(1:10) NUMERIC
               MOVE WS-SCRATCH-LINE(1:10)  TO WS-PREFIX-FINGERPRINT
           END-IF
           IF WS-PREFIX-FINGERPRINT NOT = WS-OLD-FINGERPRINT
               SET ARS-TAMPERED            TO TRUE
           END-IF
           .
       D0-DECIDE-STATEZ.
           EXIT.

       E0-WRITE-MANIFEST SECTION.
       E0-WRITE-MANIFESTA.
           MOVE SPACE                      TO MANIFEST-LINE
           MOVE WS-BASE-NAME               TO MF-NAME
           MOVE ARS-ROWS                   TO MF-ROWS
           MOVE ARS-FINGERPRINT            TO MF-FINGERPRINT
           ACCEPT MF-DATE FROM DATE YYYYMMDD
           ACCEPT MF-TIME FROM TIME
           MOVE ARS-WRITER                 TO MF-WRITER
           MOVE ARS-STATE                  TO MF-STATE
           MOVE MANIFEST-LINE              TO MANIFEST-OUT-FD
           WRITE MANIFEST-OUT-FD
           CLOSE MANIFEST-OUT

           MOVE SPACE                      TO WS-COMMAND
           STRING "mv 'ArcSealOut.txt' '" DELIMITED BY SIZE
                  WS-DIR-PREFIX DELIMITED BY "  "
                  "ArchiveManifest.txt'" DELIMITED BY SIZE
           INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "ArchiveManifest.txt COULD NOT BE UPDATED FOR "
                   WS-BASE-NAME
           END-IF
           .
       E0-WRITE-MANIFESTZ.
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
       END PROGRAM ARCSEAL.
