      ******************************************************************
      * Author:
      * Date:
      * Purpose: ANONYMIZED TRAINING ENVIRONMENT. NEW SECRETARIAT
      *          STAFF USED TO LEARN ON THE LIVE REGISTER, AND EVERY
      *          PRACTICE ENROLMENT OR GRADE CORRECTION LANDED IN
      *          PRODUCTION. THIS BUILDS A SEPARATE COPY UNDER
      *          Training/ FROM A SNAPSHOT (THE LATEST COMPLETE
      *          CAPTURE BY DEFAULT): THE FIVE TABLE DUMPS ARE RELOADED
      *          THROUGH THE TRAINING TREE'S OWN DBRESTORE (ITS
      *          JSqlAdapter.jar IS CONFIGURED FOR THE TRAINING
      *          SCHEMA, NEVER THE LIVE ONE) AND THE SNAPSHOT'S FLAT
      *          FILES ARE COPIED TO THEIR HOME PATHS UNDER Training/.
      *          ON THE WAY EVERY CNP IS REPLACED BY A FICTITIOUS ONE
      *          WITH THE SAME SEX AND BIRTH DATE AND A VALID CONTROL
      *          DIGIT (CNPMODULE), THE SAME FAKE WHEREVER THE SAME
      *          REAL CNP APPEARS, SO THE FILES STILL JOIN; EVERY NAME
      *          WORD OF A STUDENT, PARENT OR TEACHER IS REPLACED BY A
      *          MADE-UP WORD OF THE SAME LENGTH, AND PARENT PHONES AND
      *          ADDRESSES BY FICTITIOUS ONES. THE REAL-TO-FAKE MAPS
      *          LIVE ONLY IN MEMORY FOR THE RUN. EVERY STEP DIRECTORY
      *          OF THE COPY GETS A TrainingEnvironment.txt MARKER, SO
      *          (THROUGH TRAINENV) ITS REPORTS ARE STAMPED AS TRAINING
      *          AND THE MINISTRY EXPORT AND THE BURSA PAYMENT FILE
      *          REFUSE TO RUN THERE. RUN FROM THE INSTALLATION ROOT,
      *          LIKE SNAPSHOT; EACH RUN IS LOGGED IN
      *          TrainingCloneLog.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. TRAINCLONE.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SNAPSHOT'S CAPTURE/RESTORE REGISTER - READ ONLY HERE
           SELECT REGISTRY-FILE ASSIGN TO 'SnapshotRegistry.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTRY-STATUS.

      *> EACH SNAPSHOT FILE IS STAGED HERE BEFORE IT IS READ (ASSIGN
      *> NAMES ARE FIXED UNDER THIS DIALECT, SAME WORKAROUND AS
      *> ANONYMIZE)
           SELECT CLONE-WORK ASSIGN TO 'TrainCloneWork.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.

      *> THE ANONYMIZED IMAGE, MOVED INTO THE TRAINING TREE WHEN THE
      *> FILE IS COMPLETE
           SELECT CLONE-OUT ASSIGN TO 'TrainCloneOut.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> THE MARKER, WRITTEN ONCE AND COPIED INTO EVERY STEP
      *> DIRECTORY OF THE TRAINING TREE
           SELECT MARKER-OUT ASSIGN TO 'TrainMarkerWork.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> ONE LINE PER CLONE RUN, APPEND-ONLY
           SELECT LOG-FILE ASSIGN TO 'TrainingCloneLog.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
        FD REGISTRY-FILE.
       01 REGISTRY-FD                      PIC X(80).

        FD CLONE-WORK.
       01 CLONE-WORK-FD                    PIC X(500).

        FD CLONE-OUT.
       01 CLONE-OUT-FD                     PIC X(500).

        FD MARKER-OUT.
       01 MARKER-OUT-FD                    PIC X(80).

        FD LOG-FILE.
       01 LOG-FD                           PIC X(120).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WS-REGISTRY-STATUS               PIC X(02).
       01 WS-WORK-STATUS                   PIC X(02).
       01 WS-LOG-STATUS                    PIC X(02).

      *> THE TABLES IN SNAPSHOT'S RESTORE ORDER, EACH WITH THE DUMP
      *> COLUMNS OF ITS CNP, PARENT PHONE AND PARENT ADDRESS (000 =
      *> NOT IN THIS TABLE) AND WHETHER ITS NAME COLUMNS FEED THE
      *> NAME-WORD MAP (NUME 016, PRENUME 048, PARENT NAME 099)
       01 TABLE-LIST-DATA.
           05 FILLER PIC X(20) VALUE "CLASE".
           05 FILLER PIC 9(03) VALUE 000.
           05 FILLER PIC 9(03) VALUE 000.
           05 FILLER PIC 9(03) VALUE 000.
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC X(20) VALUE "STUDENTI".
           05 FILLER PIC 9(03) VALUE 001.
           05 FILLER PIC 9(03) VALUE 131.
           05 FILLER PIC 9(03) VALUE 148.
           05 FILLER PIC X(01) VALUE "S".
           05 FILLER PIC X(20) VALUE "PROFESORI".
           05 FILLER PIC 9(03) VALUE 001.
           05 FILLER PIC 9(03) VALUE 000.
           05 FILLER PIC 9(03) VALUE 000.
           05 FILLER PIC X(01) VALUE "P".
           05 FILLER PIC X(20) VALUE "NOTE".
           05 FILLER PIC 9(03) VALUE 001.
           05 FILLER PIC 9(03) VALUE 000.
           05 FILLER PIC 9(03) VALUE 000.
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC X(20) VALUE "ABSENTE".
           05 FILLER PIC 9(03) VALUE 001.
           05 FILLER PIC 9(03) VALUE 000.
           05 FILLER PIC 9(03) VALUE 000.
           05 FILLER PIC X(01) VALUE "N".
       01 TABLE-LIST REDEFINES TABLE-LIST-DATA.
           05 TABLE-ENTRY OCCURS 5 TIMES INDEXED BY TABLE-IDX.
               10 TBL-NAME                 PIC X(20).
               10 TBL-CNP-COL              PIC 9(03).
               10 TBL-PHONE-COL            PIC 9(03).
               10 TBL-ADDR-COL             PIC 9(03).
               10 TBL-NAMES-SW             PIC X(01).
                   88 TBL-STUDENT-NAMES     VALUE "S".
                   88 TBL-TEACHER-NAMES     VALUE "P".

      *> SNAPSHOT'S OPERATIONAL FILES (SAME LIST, SAME ORDER), WITH
      *> THE CNP / PARENT PHONE / PARENT ADDRESS COLUMNS OF THE ONES
      *> THAT CARRY CONTACT DATA (SampleOutputA5 - THE LOAD LAYOUT)
       01 OPFILE-LIST-DATA.
           05 FILLER PIC X(30) VALUE "F01_RegistruMatricol.txt".
           05 FILLER PIC X(60) VALUE
            "Assign 12 Secretariat FLOARE EMIL/RegistruMatricol.txt".
           05 FILLER PIC 9(03) VALUE 000.
           05 FILLER PIC 9(03) VALUE 000.
           05 FILLER PIC 9(03) VALUE 000.
           05 FILLER PIC X(30) VALUE "F02_NotifiedGrades.txt".
           05 FILLER PIC X(60) VALUE
            "Assign 08 Angry Parrents FLOARE EMIL/NotifiedGrades.txt".
           05 FILLER PIC 9(03) VALUE 000.
           05 FILLER PIC 9(03) VALUE 000.
           05 FILLER PIC 9(03) VALUE 000.
           05 FILLER PIC X(30) VALUE "F03_RolloverCheckpoint.txt".
           05 FILLER PIC X(60) VALUE
            "Assign 12 Secretariat FLOARE EMIL/RolloverCheckpoint.txt".
           05 FILLER PIC 9(03) VALUE 000.
           05 FILLER PIC 9(03) VALUE 000.
           05 FILLER PIC 9(03) VALUE 000.
           05 FILLER PIC X(30) VALUE "F04_NoteArchCheckpoint.txt".
           05 FILLER PIC X(60) VALUE
            "Assign 12 Secretariat FLOARE EMIL/NoteArchCheckpoint.txt".
           05 FILLER PIC 9(03) VALUE 000.
           05 FILLER PIC 9(03) VALUE 000.
           05 FILLER PIC 9(03) VALUE 000.
           05 FILLER PIC X(30) VALUE "F05_SampleOutputA5_SECR.txt".
           05 FILLER PIC X(60) VALUE
            "Assign 12 Secretariat FLOARE EMIL/SampleOutputA5.txt".
           05 FILLER PIC 9(03) VALUE 065.
           05 FILLER PIC 9(03) VALUE 111.
           05 FILLER PIC 9(03) VALUE 126.
           05 FILLER PIC X(30) VALUE "F06_SampleOutputA5_LOAD.txt".
           05 FILLER PIC X(60) VALUE
            "Assign 06 Floare Emil/SampleOutputA5.txt".
           05 FILLER PIC 9(03) VALUE 065.
           05 FILLER PIC 9(03) VALUE 111.
           05 FILLER PIC 9(03) VALUE 126.
           05 FILLER PIC X(30) VALUE "F07_ExceptionWorklist.txt".
           05 FILLER PIC X(60) VALUE
            "ExceptionWorklist.txt".
           05 FILLER PIC 9(03) VALUE 000.
           05 FILLER PIC 9(03) VALUE 000.
           05 FILLER PIC 9(03) VALUE 000.
       01 OPFILE-LIST REDEFINES OPFILE-LIST-DATA.
           05 OPFILE-ENTRY OCCURS 7 TIMES INDEXED BY OPFILE-IDX.
               10 OPF-SNAPNAME             PIC X(30).
               10 OPF-HOMEPATH             PIC X(60).
               10 OPF-CNP-COL              PIC 9(03).
               10 OPF-PHONE-COL            PIC 9(03).
               10 OPF-ADDR-COL             PIC 9(03).

      *> THE TRAINING TREE: THE SAME STEP DIRECTORIES UNDER Training/
       01 K-TRAIN-ROOT                     PIC X(09) VALUE "Training/".
       01 K-TRAIN-UTIL                     PIC X(46) VALUE
           "Training/Assign 10 Batch Utilities FLOARE EMIL".

       01 WS-SNAP-ID                       PIC X(20).
       01 WS-SNAP-ID-GROUP REDEFINES WS-SNAP-ID.
           05 FILLER                       PIC X(05).
           05 SNAP-DATE                    PIC X(08).
           05 FILLER                       PIC X(07).

       01 WS-CONFIRM                       PIC X(01).
           88 CONFIRMED                     VALUE "Y".

       01 WS-RUN-DATE                      PIC 9(08).
       01 WS-RUN-TIME                      PIC 9(08).
       01 WS-COMMAND                       PIC X(300).
       01 WS-TABLE-NAME                    PIC X(20).
       01 WS-TARGET                        PIC X(120).

      *> THE COLUMNS OF THE FILE BEING CLONED (FROM ONE OF THE LISTS)
       01 WS-CNP-COL                       PIC 9(03).
       01 WS-PHONE-COL                     PIC 9(03).
       01 WS-ADDR-COL                      PIC 9(03).

       01 WS-TABLES-RESTORED               PIC 9(02) VALUE 0.
       01 WS-FILES-CLONED                  PIC 9(02) VALUE 0.
       01 WS-FILES-MISSING                 PIC 9(02) VALUE 0.
       01 WS-LINES-CLONED                  PIC 9(07) VALUE 0.
       01 WS-RESULT-SWITCH                 PIC X(01) VALUE "O".
           88 RESULT-OK                     VALUE "O".
           88 RESULT-FAILED                 VALUE "F".

      *> ONE SnapshotRegistry.txt LINE, SNAPSHOT'S REGISTRY-LINE
       01 REGISTRY-LINE.
           05 REG-DATE                     PIC 9(08).
           05 FILLER                       PIC X(01).
           05 REG-TIME                     PIC 9(08).
           05 FILLER                       PIC X(01).
           05 REG-ACTION                   PIC X(10).
           05 FILLER                       PIC X(01).
           05 REG-SNAP-ID                  PIC X(20).
           05 FILLER                       PIC X(01).
           05 REG-NOTE                     PIC X(30).

       01 MARKER-LINE.
           05 MK-TAG                       PIC X(17) VALUE
               "TRAINING COPY OF ".
           05 MK-SNAP-ID                   PIC X(20).
           05 FILLER                       PIC X(43) VALUE SPACE.

       01 LOG-LINE.
           05 LG-DATE                      PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 LG-TIME                      PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 LG-SNAP-ID                   PIC X(20).
           05 FILLER                       PIC X(09) VALUE " TABLES: ".
           05 LG-TABLES                    PIC 9(02).
           05 FILLER                       PIC X(08) VALUE " FILES: ".
           05 LG-FILES                     PIC 9(02).
           05 FILLER                       PIC X(07) VALUE " CNPS: ".
           05 LG-CNPS                      PIC 9(05).
           05 FILLER                       PIC X(08) VALUE " NAMES: ".
           05 LG-WORDS                     PIC 9(05).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 LG-RESULT                    PIC X(10).

      *> REAL CNP -> FICTITIOUS CNP, KEPT IN REAL-CNP ORDER FOR THE
      *> BINARY SEARCH (THE SRCHMOD LFT/RGT/MID SHAPE); NEVER WRITTEN
      *> ANYWHERE, SO THE TRAINING COPY CANNOT BE MAPPED BACK
       01 K-MAX-CNP                        PIC 9(05) VALUE 20000.
       01 CNP-MAP-TABLE.
           05 CNP-MAP-ENTRY OCCURS 20000 TIMES.
               10 CM-REAL                  PIC X(13).
               10 CM-FAKE                  PIC X(13).
       01 CNP-MAP-COUNT                    PIC 9(05) VALUE 0.

      *> NAME WORD (UPPER CASE) -> MADE-UP WORD OF THE SAME LENGTH
       01 K-MAX-WORD                       PIC 9(05) VALUE 10000.
       01 WORD-MAP-TABLE.
           05 WORD-MAP-ENTRY OCCURS 10000 TIMES.
               10 WM-REAL                  PIC X(30).
               10 WM-FAKE                  PIC X(30).
       01 WORD-MAP-COUNT                   PIC 9(05) VALUE 0.

       01 LFT                              PIC 9(05).
       01 RGT                              PIC 9(05).
       01 MID                              PIC 9(05).
       01 WS-INSERT-AT                     PIC 9(05).
       01 WS-SHIFT-IDX                     PIC 9(05).
       01 WS-FIND-SW                       PIC X(01).
           88 MAP-FOUND                     VALUE "Y".
           88 MAP-NOT-FOUND                 VALUE "N".

      *> THE LINE BEING CLONED AND THE SCAN OVER IT
       01 WS-LINE                          PIC X(500).
       01 WS-LINE-LEN                      PIC 9(03).
       01 WS-POS                           PIC 9(03).
       01 WS-RUN-END                       PIC 9(03).
       01 WS-RUN-LEN                       PIC 9(03).
       01 WS-CH                            PIC X(01).
       01 WS-CH-KIND                       PIC X(01).
           88 CH-DIGIT                      VALUE "D".
           88 CH-LETTER                     VALUE "L".
           88 CH-OTHER                      VALUE "O".

      *> A CNP BEING MAPPED, AND THE FAKE BUILT FOR IT: SEX AND BIRTH
      *> DATE KEPT, COUNTY AND SERIAL FROM THE MAP POSITION (COUNTIES
      *> 01-46 ONLY - CNPMODULE RENUMBERS 51/52), CONTROL DIGIT
      *> RECOMPUTED
       01 WS-REAL-CNP                      PIC X(13).
       01 WS-FAKE-CNP                      PIC X(13).
       01 WS-FAKE-CNP-GROUP REDEFINES WS-FAKE-CNP.
           05 FC-SEX-DATE                  PIC X(07).
           05 FC-JUD                       PIC 9(02).
           05 FC-SERIAL                    PIC 9(03).
           05 FC-CTRL                      PIC X(01).
       01 WS-GEN-QUOT                      PIC 9(09).
       01 WS-GEN-REM                       PIC 9(05).

      *> A NAME WORD BEING MAPPED, AND THE MADE-UP WORD FOR IT
       01 WS-NAME-FIELD                    PIC X(30).
       01 WS-REAL-WORD                     PIC X(30).
       01 WS-FAKE-WORD                     PIC X(30).
       01 WS-WORD-POS                      PIC 9(02).
       01 WS-GEN-SEED                      PIC 9(09).
       01 K-CONSONANTS                     PIC X(15) VALUE
           "BCDFGHLMNPRSTVZ".
       01 K-VOWELS                         PIC X(05) VALUE "AEIOU".
       01 K-LOWER                          PIC X(26) VALUE
           "abcdefghijklmnopqrstuvwxyz".
       01 K-UPPER                          PIC X(26) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *> FICTITIOUS CONTACT DATA, DERIVED FROM THE ROW'S FAKE CNP SO
      *> THE SAME CHILD HAS THE SAME FAKE PHONE IN EVERY FILE
       01 WS-FAKE-PHONE.
           05 FILLER                       PIC X(02) VALUE "07".
           05 FP-DIGITS                    PIC X(08).
           05 FILLER                       PIC X(05) VALUE SPACE.
       01 WS-FAKE-ADDR.
           05 FILLER                       PIC X(20) VALUE
               "STR. EXEMPLULUI NR. ".
           05 FA-NUMBER                    PIC X(03).
           05 FILLER                       PIC X(27) VALUE
               ", LOCALITATE FICTIVA".
       01 WS-ROW-CNP                       PIC X(13).

       01 CNP-INTERFACE.
           COPY CNP-INT.

       COPY TRAINENV-INT.

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       S0  SECTION.
       S0A.
           DISPLAY "ANONYMIZED TRAINING ENVIRONMENT - CLONE"
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

      *> A TRAINING TREE MUST NEVER CLONE ITSELF INTO A DEEPER ONE
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               DISPLAY "THIS IS ALREADY A TRAINING COPY (OF "
                   TRN-SNAP-ID ") - RUN TRAINCLONE FROM THE LIVE "
                   "INSTALLATION ROOT"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

      *> THE TRAINING TREE IS INSTALLED ONCE BY THE OPERATORS, WITH
      *> ITS OWN JSqlAdapter.jar POINTED AT THE TRAINING SCHEMA;
      *> WITHOUT IT THERE IS NOWHERE SAFE TO LOAD THE TABLES
           MOVE SPACE                      TO WS-COMMAND
           STRING "test -x '" K-TRAIN-UTIL "/DBRESTORE' && "
                  "test -f '" K-TRAIN-UTIL "/JSqlAdapter.jar'"
                  DELIMITED BY SIZE
           INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "NO TRAINING INSTALLATION UNDER Training/ "
                   "(DBRESTORE AND ITS TRAINING-SCHEMA JSqlAdapter.jar)"
               DISPLAY "NOTHING CLONED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM A0-CHOOSE-SNAPSHOT
           IF RESULT-FAILED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "REPLACE THE TRAINING DATA WITH AN ANONYMIZED COPY "
               "OF " WS-SNAP-ID " - ARE YOU SURE? (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF NOT CONFIRMED
               DISPLAY "CLONE CANCELLED"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

      *> MARK THE TREE FIRST: A CLONE INTERRUPTED HALF WAY STILL
      *> LEAVES EVERY STEP DIRECTORY KNOWING IT IS TRAINING
           PERFORM B0-MARK-TRAINING-TREE

           PERFORM C0-COLLECT-NAME-WORDS THRU C0-COLLECT-NAME-WORDSZ
               VARYING TABLE-IDX FROM 1 BY 1 UNTIL TABLE-IDX > 5

           PERFORM D0-CLONE-TABLE THRU D0-CLONE-TABLEZ
               VARYING TABLE-IDX FROM 1 BY 1 UNTIL TABLE-IDX > 5
           PERFORM E0-CLONE-OPFILE THRU E0-CLONE-OPFILEZ
               VARYING OPFILE-IDX FROM 1 BY 1 UNTIL OPFILE-IDX > 7

           PERFORM Y0-LOG-RUN
           MOVE "rm -f TrainCloneWork.txt TrainCloneOut.txt"
                                           TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND

           DISPLAY "===== TRAINCLONE RUN SUMMARY ====="
           DISPLAY "SNAPSHOT        : " WS-SNAP-ID
           DISPLAY "TABLES RELOADED : " WS-TABLES-RESTORED
           DISPLAY "FILES CLONED    : " WS-FILES-CLONED
               "  (NOT IN SNAPSHOT: " WS-FILES-MISSING ")"
           DISPLAY "LINES CLONED    : " WS-LINES-CLONED
           DISPLAY "CNPS REPLACED   : " CNP-MAP-COUNT
           DISPLAY "NAME WORDS      : " WORD-MAP-COUNT
           IF RESULT-FAILED
               DISPLAY "TRAINING COPY INCOMPLETE - CHECK THE MESSAGES "
                   "ABOVE"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "TRAINING COPY READY UNDER Training/"
               MOVE 0 TO RETURN-CODE
           END-IF
           .
       S0Z.
           STOP RUN.

      *> THE SNAPSHOT TO CLONE: AS KEYED, OR THE LAST CAPTURE THE
      *> REGISTER RECORDS AS COMPLETE; ITS MANIFEST MUST EXIST
       A0-CHOOSE-SNAPSHOT SECTION.
       A0-CHOOSE-SNAPSHOTA.
           DISPLAY "SNAPSHOT ID (BLANK = LATEST COMPLETE CAPTURE): "
               WITH NO ADVANCING
           MOVE SPACE                      TO WS-SNAP-ID
           ACCEPT WS-SNAP-ID

           IF WS-SNAP-ID = SPACE
               OPEN INPUT REGISTRY-FILE
               IF WS-REGISTRY-STATUS NOT = "00"
                   DISPLAY "NO SnapshotRegistry.txt - TAKE A SNAPSHOT "
                       "FIRST"
                   SET RESULT-FAILED       TO TRUE
                   GO TO A0-CHOOSE-SNAPSHOTZ
               END-IF
               SET INP1-NEOF               TO TRUE
               PERFORM UNTIL INP1-EOF
                   MOVE SPACE              TO REGISTRY-LINE
                   READ REGISTRY-FILE INTO REGISTRY-LINE
                   AT END
                       SET INP1-EOF        TO TRUE
                   NOT AT END
                       IF REG-ACTION = "CAPTURED"
                       AND REG-NOTE = "COMPLETE"
                           MOVE REG-SNAP-ID TO WS-SNAP-ID
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
               IF WS-SNAP-ID = SPACE
                   DISPLAY "NO COMPLETE CAPTURE IN SnapshotRegistry.txt"
                   SET RESULT-FAILED       TO TRUE
                   GO TO A0-CHOOSE-SNAPSHOTZ
               END-IF
           END-IF

           MOVE SPACE                      TO WS-COMMAND
           STRING "test -f 'Snapshots/" DELIMITED BY SIZE
                  WS-SNAP-ID DELIMITED BY "  "
                  "/SnapshotManifest.txt'" DELIMITED BY SIZE
           INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "NO MANIFEST FOUND FOR " WS-SNAP-ID
               SET RESULT-FAILED           TO TRUE
               GO TO A0-CHOOSE-SNAPSHOTZ
           END-IF
           DISPLAY "CLONING FROM SNAPSHOT " WS-SNAP-ID
           .
       A0-CHOOSE-SNAPSHOTZ.
           EXIT.

      *> ONE MARKER, COPIED INTO Training/ ITSELF AND EVERY STEP
      *> DIRECTORY UNDER IT
       B0-MARK-TRAINING-TREE SECTION.
       B0-MARK-TRAINING-TREEA.
           OPEN OUTPUT MARKER-OUT
           MOVE WS-SNAP-ID                 TO MK-SNAP-ID
           MOVE MARKER-LINE                TO MARKER-OUT-FD
           WRITE MARKER-OUT-FD
           MOVE SPACE                      TO MARKER-OUT-FD
           STRING "CLONED " WS-RUN-DATE " " WS-RUN-TIME(1:6)
                  " - FICTITIOUS DATA, NOT FOR OFFICIAL USE"
                  DELIMITED BY SIZE
           INTO MARKER-OUT-FD
           WRITE MARKER-OUT-FD
           CLOSE MARKER-OUT

           MOVE SPACE                      TO WS-COMMAND
           STRING "for d in Training Training/*/; do "
                  "cp TrainMarkerWork.txt "
                  """$d""/TrainingEnvironment.txt; done; "
                  "rm -f TrainMarkerWork.txt" DELIMITED BY SIZE
           INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           .
       B0-MARK-TRAINING-TREEZ.
           EXIT.

      *> FIRST PASS OVER THE STUDENT AND TEACHER DUMPS: EVERY WORD OF
      *> A NAME COLUMN GETS ITS MADE-UP COUNTERPART BEFORE ANY FILE
      *> IS WRITTEN, SO A NAME IS REPLACED THE SAME WAY WHEREVER IT
      *> TURNS UP
       C0-COLLECT-NAME-WORDS SECTION.
       C0-COLLECT-NAME-WORDSA.
           IF NOT TBL-STUDENT-NAMES(TABLE-IDX)
           AND NOT TBL-TEACHER-NAMES(TABLE-IDX)
               GO TO C0-COLLECT-NAME-WORDSZ
           END-IF
           PERFORM X0-STAGE-DUMP
           IF WS-WORK-STATUS NOT = "00"
               GO TO C0-COLLECT-NAME-WORDSZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-LINE
               READ CLONE-WORK INTO WS-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-LINE(1:13) IS NUMERIC
                       MOVE WS-LINE(16:30) TO WS-NAME-FIELD
                       PERFORM C1-WORDS-OF-FIELD
                       MOVE WS-LINE(48:30) TO WS-NAME-FIELD
                       PERFORM C1-WORDS-OF-FIELD
                       IF TBL-STUDENT-NAMES(TABLE-IDX)
                           MOVE WS-LINE(99:30) TO WS-NAME-FIELD
                           PERFORM C1-WORDS-OF-FIELD
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CLONE-WORK
           .
       C0-COLLECT-NAME-WORDSZ.
           EXIT.

      *> SPLIT ONE NAME COLUMN INTO WORDS (SPACE, HYPHEN AND
      *> PUNCTUATION SEPARATE THEM) AND MAP EACH OF 3+ LETTERS -
      *> A LONE INITIAL IDENTIFIES NOBODY
       C1-WORDS-OF-FIELD SECTION.
       C1-WORDS-OF-FIELDA.
           MOVE 1                          TO WS-WORD-POS
           PERFORM UNTIL WS-WORD-POS > 30
               MOVE WS-NAME-FIELD(WS-WORD-POS:1) TO WS-CH
               PERFORM Y1-KIND-OF-CHAR
               IF CH-LETTER
                   MOVE WS-WORD-POS        TO WS-RUN-END
                   PERFORM UNTIL WS-RUN-END >= 30
                       MOVE WS-NAME-FIELD(WS-RUN-END + 1:1) TO WS-CH
                       PERFORM Y1-KIND-OF-CHAR
                       IF NOT CH-LETTER
                           EXIT PERFORM
                       END-IF
                       ADD 1               TO WS-RUN-END
                   END-PERFORM
                   COMPUTE WS-RUN-LEN = WS-RUN-END - WS-WORD-POS + 1
                   IF WS-RUN-LEN >= 3
                       MOVE SPACE          TO WS-REAL-WORD
                       MOVE WS-NAME-FIELD(WS-WORD-POS:WS-RUN-LEN)
                                           TO WS-REAL-WORD
                       INSPECT WS-REAL-WORD CONVERTING K-LOWER
                                           TO K-UPPER
                       PERFORM M2-FIND-WORD
                       IF MAP-NOT-FOUND
                           PERFORM M3-ADD-WORD
                       END-IF
                   END-IF
                   COMPUTE WS-WORD-POS = WS-RUN-END + 1
               ELSE
                   ADD 1                   TO WS-WORD-POS
               END-IF
           END-PERFORM
           .
       C1-WORDS-OF-FIELDZ.
           EXIT.

      *> ONE TABLE: THE SNAPSHOT'S DUMP, ANONYMIZED INTO THE TRAINING
      *> UTILITIES DIRECTORY, THEN RELOADED THROUGH THE TRAINING
      *> TREE'S DBRESTORE WITH THE ANSWERS AN OPERATOR WOULD KEY (THE
      *> SAME PIPE SNAPSHOT USES FOR A RESTORE)
       D0-CLONE-TABLE SECTION.
       D0-CLONE-TABLEA.
           MOVE TBL-NAME(TABLE-IDX)        TO WS-TABLE-NAME
           PERFORM X0-STAGE-DUMP
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "SNAPSHOT HOLDS NO DUMP OF " WS-TABLE-NAME
               SET RESULT-FAILED           TO TRUE
               GO TO D0-CLONE-TABLEZ
           END-IF

           MOVE TBL-CNP-COL(TABLE-IDX)     TO WS-CNP-COL
           MOVE TBL-PHONE-COL(TABLE-IDX)   TO WS-PHONE-COL
           MOVE TBL-ADDR-COL(TABLE-IDX)    TO WS-ADDR-COL
           PERFORM F0-ANONYMIZE-STAGED

           MOVE SPACE                      TO WS-COMMAND
           STRING "mv TrainCloneOut.txt '" K-TRAIN-UTIL "/Backup_"
                  DELIMITED BY SIZE
                  WS-TABLE-NAME DELIMITED BY " "
                  "_" SNAP-DATE ".txt'" DELIMITED BY SIZE
           INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "COULD NOT PLACE THE " WS-TABLE-NAME " DUMP"
               SET RESULT-FAILED           TO TRUE
               GO TO D0-CLONE-TABLEZ
           END-IF

           MOVE SPACE                      TO WS-COMMAND
           STRING "cd '" K-TRAIN-UTIL "' && printf '"
                  DELIMITED BY SIZE
                  WS-TABLE-NAME DELIMITED BY " "
                  "\n" SNAP-DATE "\nY\nY\n' | ./DBRESTORE"
                  DELIMITED BY SIZE
           INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "TRAINING DBRESTORE FAILED FOR " WS-TABLE-NAME
               SET RESULT-FAILED           TO TRUE
           ELSE
               ADD 1                       TO WS-TABLES-RESTORED
               DISPLAY WS-TABLE-NAME " RELOADED INTO THE TRAINING "
                   "SCHEMA"
           END-IF
           .
       D0-CLONE-TABLEZ.
           EXIT.

      *> ONE OPERATIONAL FILE: ANONYMIZED TO ITS HOME PATH UNDER
      *> Training/. ONE THE SNAPSHOT DID NOT HOLD IS SKIPPED, AS ON A
      *> RESTORE
       E0-CLONE-OPFILE SECTION.
       E0-CLONE-OPFILEA.
           MOVE SPACE                      TO WS-COMMAND
           STRING "cp 'Snapshots/" DELIMITED BY SIZE
                  WS-SNAP-ID DELIMITED BY "  "
                  "/" DELIMITED BY SIZE
                  OPF-SNAPNAME(OPFILE-IDX) DELIMITED BY "  "
                  "' TrainCloneWork.txt 2>/dev/null" DELIMITED BY SIZE
           INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY OPF-SNAPNAME(OPFILE-IDX)
                   " NOT IN SNAPSHOT - SKIPPED"
               ADD 1                       TO WS-FILES-MISSING
               GO TO E0-CLONE-OPFILEZ
           END-IF
           OPEN INPUT CLONE-WORK

           MOVE OPF-CNP-COL(OPFILE-IDX)    TO WS-CNP-COL
           MOVE OPF-PHONE-COL(OPFILE-IDX)  TO WS-PHONE-COL
           MOVE OPF-ADDR-COL(OPFILE-IDX)   TO WS-ADDR-COL
           PERFORM F0-ANONYMIZE-STAGED

           MOVE SPACE                      TO WS-TARGET
           STRING K-TRAIN-ROOT DELIMITED BY SIZE
                  OPF-HOMEPATH(OPFILE-IDX) DELIMITED BY "  "
           INTO WS-TARGET
           MOVE SPACE                      TO WS-COMMAND
           STRING "mkdir -p ""$(dirname '" DELIMITED BY SIZE
                  WS-TARGET DELIMITED BY "  "
                  "')"" && mv TrainCloneOut.txt '" DELIMITED BY SIZE
                  WS-TARGET DELIMITED BY "  "
                  "'" DELIMITED BY SIZE
           INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "COULD NOT PLACE " WS-TARGET
               SET RESULT-FAILED           TO TRUE
           ELSE
               ADD 1                       TO WS-FILES-CLONED
               DISPLAY WS-TARGET
           END-IF
           .
       E0-CLONE-OPFILEZ.
           EXIT.

      *> THE STAGED FILE, LINE BY LINE, INTO TrainCloneOut.txt
       F0-ANONYMIZE-STAGED SECTION.
       F0-ANONYMIZE-STAGEDA.
           OPEN OUTPUT CLONE-OUT
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-LINE
               READ CLONE-WORK INTO WS-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   PERFORM F1-ANONYMIZE-LINE
                   MOVE WS-LINE            TO CLONE-OUT-FD
                   WRITE CLONE-OUT-FD
                   ADD 1                   TO WS-LINES-CLONED
               END-READ
           END-PERFORM
           CLOSE CLONE-WORK
           CLOSE CLONE-OUT
           .
       F0-ANONYMIZE-STAGEDZ.
           EXIT.

      *> ONE LINE: EVERY 13-DIGIT RUN IS A CNP AND GETS ITS FAKE,
      *> EVERY WORD FOUND IN THE NAME MAP GETS ITS MADE-UP WORD (SAME
      *> LENGTH, SO NO COLUMN MOVES), THEN THE CONTACT COLUMNS
       F1-ANONYMIZE-LINE SECTION.
       F1-ANONYMIZE-LINEA.
           MOVE 500                        TO WS-LINE-LEN
           PERFORM UNTIL WS-LINE-LEN = 0
               IF WS-LINE(WS-LINE-LEN:1) NOT = SPACE
                   EXIT PERFORM
               END-IF
               SUBTRACT 1                  FROM WS-LINE-LEN
           END-PERFORM

           MOVE 1                          TO WS-POS
           PERFORM UNTIL WS-POS > WS-LINE-LEN
               MOVE WS-LINE(WS-POS:1)      TO WS-CH
               PERFORM Y1-KIND-OF-CHAR
               IF CH-OTHER
                   ADD 1                   TO WS-POS
               ELSE
                   PERFORM F2-END-OF-RUN
                   COMPUTE WS-RUN-LEN = WS-RUN-END - WS-POS + 1
                   IF CH-DIGIT AND WS-RUN-LEN = 13
                       MOVE WS-LINE(WS-POS:13) TO WS-REAL-CNP
                       PERFORM G0-FAKE-FOR-CNP
                       MOVE WS-FAKE-CNP    TO WS-LINE(WS-POS:13)
                   END-IF
                   IF CH-LETTER AND WS-RUN-LEN >= 3
                   AND WS-RUN-LEN <= 30
                       PERFORM F3-REPLACE-WORD
                   END-IF
                   COMPUTE WS-POS = WS-RUN-END + 1
               END-IF
           END-PERFORM

           IF WS-CNP-COL > 0
               MOVE WS-LINE(WS-CNP-COL:13) TO WS-ROW-CNP
           END-IF
           IF WS-PHONE-COL > 0
           AND WS-LINE(WS-PHONE-COL:15) NOT = SPACE
               PERFORM F4-BUILD-CONTACT
               MOVE WS-FAKE-PHONE          TO WS-LINE(WS-PHONE-COL:15)
           END-IF
           IF WS-ADDR-COL > 0
           AND WS-LINE(WS-ADDR-COL:50) NOT = SPACE
               PERFORM F4-BUILD-CONTACT
               MOVE WS-FAKE-ADDR           TO WS-LINE(WS-ADDR-COL:50)
           END-IF
           .
       F1-ANONYMIZE-LINEZ.
           EXIT.

      *> HOW FAR THE RUN OF DIGITS (OR OF LETTERS) STARTING AT
      *> WS-POS GOES; WS-CH-KIND STAYS THE KIND OF THE RUN
       F2-END-OF-RUN SECTION.
       F2-END-OF-RUNA.
           MOVE WS-POS                     TO WS-RUN-END
           PERFORM UNTIL WS-RUN-END >= WS-LINE-LEN
               IF CH-DIGIT
                   IF WS-LINE(WS-RUN-END + 1:1) IS NOT NUMERIC
                       EXIT PERFORM
                   END-IF
               ELSE
                   MOVE WS-LINE(WS-RUN-END + 1:1) TO WS-CH
                   PERFORM Y1-KIND-OF-CHAR
                   IF NOT CH-LETTER
                       SET CH-LETTER       TO TRUE
                       EXIT PERFORM
                   END-IF
               END-IF
               ADD 1                       TO WS-RUN-END
           END-PERFORM
           .
       F2-END-OF-RUNZ.
           EXIT.

      *> A WORD THE NAME MAP KNOWS IS OVERWRITTEN IN PLACE, KEEPING
      *> THE ORIGINAL'S LOWER-CASE LETTERS LOWER CASE
       F3-REPLACE-WORD SECTION.
       F3-REPLACE-WORDA.
           MOVE SPACE                      TO WS-REAL-WORD
           MOVE WS-LINE(WS-POS:WS-RUN-LEN) TO WS-REAL-WORD
           INSPECT WS-REAL-WORD CONVERTING K-LOWER TO K-UPPER
           PERFORM M2-FIND-WORD
           IF MAP-NOT-FOUND
               GO TO F3-REPLACE-WORDZ
           END-IF
           MOVE WM-FAKE(MID)               TO WS-FAKE-WORD
           PERFORM VARYING WS-WORD-POS FROM 1 BY 1
                   UNTIL WS-WORD-POS > WS-RUN-LEN
               MOVE WS-LINE(WS-POS + WS-WORD-POS - 1:1) TO WS-CH
               IF WS-CH >= "a" AND WS-CH <= "z"
                   INSPECT WS-FAKE-WORD(WS-WORD-POS:1)
                       CONVERTING K-UPPER TO K-LOWER
               END-IF
           END-PERFORM
           MOVE WS-FAKE-WORD(1:WS-RUN-LEN) TO
               WS-LINE(WS-POS:WS-RUN-LEN)
           .
       F3-REPLACE-WORDZ.
           EXIT.

      *> PHONE "07" + THE LAST EIGHT DIGITS OF THE ROW'S FAKE CNP,
      *> ADDRESS NUMBERED BY ITS SERIAL (THE CNP ON THE LINE HAS
      *> ALREADY BEEN REPLACED BY THE TIME THIS RUNS)
       F4-BUILD-CONTACT SECTION.
       F4-BUILD-CONTACTA.
           IF WS-CNP-COL > 0 AND WS-ROW-CNP IS NUMERIC
               MOVE WS-ROW-CNP(6:8)        TO FP-DIGITS
               MOVE WS-ROW-CNP(10:3)       TO FA-NUMBER
           ELSE
               MOVE "00000000"             TO FP-DIGITS
               MOVE "1"                    TO FA-NUMBER
           END-IF
           .
       F4-BUILD-CONTACTZ.
           EXIT.

      *> THE FAKE FOR WS-REAL-CNP: FROM THE MAP, OR MADE NOW AND
      *> ADDED TO IT
       G0-FAKE-FOR-CNP SECTION.
       G0-FAKE-FOR-CNPA.
           PERFORM M0-FIND-CNP
           IF MAP-FOUND
               MOVE CM-FAKE(MID)           TO WS-FAKE-CNP
               GO TO G0-FAKE-FOR-CNPZ
           END-IF
           IF CNP-MAP-COUNT >= K-MAX-CNP
               DISPLAY "CNP MAP FULL - TRAINING COPY ABANDONED"
               SET RESULT-FAILED           TO TRUE
               PERFORM Y0-LOG-RUN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *> SEX + BIRTH DATE FROM THE REAL ONE; COUNTY 01-46 AND SERIAL
      *> 001-999 COUNTED OFF THE MAP SIZE, SO NO TWO FAKES CLASH
           MOVE WS-REAL-CNP                TO WS-FAKE-CNP
           DIVIDE CNP-MAP-COUNT BY 999 GIVING WS-GEN-QUOT
               REMAINDER WS-GEN-REM
           COMPUTE FC-SERIAL = WS-GEN-REM + 1
           DIVIDE WS-GEN-QUOT BY 46 GIVING WS-GEN-QUOT
               REMAINDER WS-GEN-REM
           COMPUTE FC-JUD = WS-GEN-REM + 1

      *> CNPMODULE ANSWERS THE RIGHT CONTROL DIGIT WHEN IT REJECTS A
      *> WRONG ONE (QUIT 2). A REAL CNP THAT FAILS SOME OTHER CHECK
      *> (A BAD DATE ON AN OLD RECORD) KEEPS ITS OWN CONTROL DIGIT -
      *> THE FAKE IS THEN NO MORE VALID THAN THE ORIGINAL WAS
           MOVE WS-FAKE-CNP                TO CNP-VAL
           CALL "CNPMODULE" USING CNP-INTERFACE
           IF CNP-QUIT = 2
               MOVE CNP-CIF-CTRL-CORECT    TO FC-CTRL
           END-IF

           PERFORM M1-ADD-CNP
           .
       G0-FAKE-FOR-CNPZ.
           EXIT.

      *> BINARY SEARCH OF THE CNP MAP FOR WS-REAL-CNP; WHEN NOT FOUND
      *> LFT IS WHERE IT BELONGS
       M0-FIND-CNP SECTION.
       M0-FIND-CNPA.
           SET MAP-NOT-FOUND               TO TRUE
           MOVE 1                          TO LFT
           MOVE CNP-MAP-COUNT              TO RGT
           PERFORM TEST BEFORE UNTIL LFT > RGT
               OR MAP-FOUND
               COMPUTE MID = (RGT + LFT) / 2
               IF CM-REAL(MID) = WS-REAL-CNP
                   SET MAP-FOUND           TO TRUE
               ELSE
                   IF WS-REAL-CNP > CM-REAL(MID)
                       COMPUTE LFT = MID + 1
                   ELSE
                       IF MID = 1
                           MOVE 0          TO RGT
                       ELSE
                           COMPUTE RGT = MID - 1
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .
       M0-FIND-CNPZ.
           EXIT.

      *> OPEN A SLOT AT LFT (SHIFTING THE TAIL UP ONE) FOR THE NEW
      *> REAL/FAKE PAIR
       M1-ADD-CNP SECTION.
       M1-ADD-CNPA.
           MOVE LFT                        TO WS-INSERT-AT
           PERFORM VARYING WS-SHIFT-IDX FROM CNP-MAP-COUNT BY -1
                   UNTIL WS-SHIFT-IDX < WS-INSERT-AT
               MOVE CNP-MAP-ENTRY(WS-SHIFT-IDX)
                                           TO
                   CNP-MAP-ENTRY(WS-SHIFT-IDX + 1)
           END-PERFORM
           ADD 1                           TO CNP-MAP-COUNT
           MOVE WS-REAL-CNP                TO CM-REAL(WS-INSERT-AT)
           MOVE WS-FAKE-CNP                TO CM-FAKE(WS-INSERT-AT)
           .
       M1-ADD-CNPZ.
           EXIT.

      *> THE SAME SEARCH OVER THE NAME-WORD MAP FOR WS-REAL-WORD
       M2-FIND-WORD SECTION.
       M2-FIND-WORDA.
           SET MAP-NOT-FOUND               TO TRUE
           MOVE 1                          TO LFT
           MOVE WORD-MAP-COUNT             TO RGT
           PERFORM TEST BEFORE UNTIL LFT > RGT
               OR MAP-FOUND
               COMPUTE MID = (RGT + LFT) / 2
               IF WM-REAL(MID) = WS-REAL-WORD
                   SET MAP-FOUND           TO TRUE
               ELSE
                   IF WS-REAL-WORD > WM-REAL(MID)
                       COMPUTE LFT = MID + 1
                   ELSE
                       IF MID = 1
                           MOVE 0          TO RGT
                       ELSE
                           COMPUTE RGT = MID - 1
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .
       M2-FIND-WORDZ.
           EXIT.

      *> A NEW NAME WORD: ITS MADE-UP COUNTERPART ALTERNATES
      *> CONSONANTS AND VOWELS, EACH LETTER PICKED BY A SIMPLE
      *> CONGRUENTIAL SEQUENCE STARTED FROM THE MAP SIZE, SO EACH
      *> WORD GETS ITS OWN AND A RERUN GIVES THE SAME ONES
       M3-ADD-WORD SECTION.
       M3-ADD-WORDA.
           IF WORD-MAP-COUNT >= K-MAX-WORD
               DISPLAY "NAME MAP FULL - TRAINING COPY ABANDONED"
               SET RESULT-FAILED           TO TRUE
               PERFORM Y0-LOG-RUN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACE                      TO WS-FAKE-WORD
           COMPUTE WS-GEN-SEED = WORD-MAP-COUNT * 7919
                               + WS-RUN-LEN * 31 + 1
           PERFORM VARYING WS-WORD-POS FROM 1 BY 1
                   UNTIL WS-WORD-POS > WS-RUN-LEN
               COMPUTE WS-GEN-SEED = WS-GEN-SEED * 31 + 17
               DIVIDE WS-GEN-SEED BY 99991 GIVING WS-GEN-QUOT
                   REMAINDER WS-GEN-SEED
               DIVIDE WS-WORD-POS BY 2 GIVING WS-GEN-QUOT
                   REMAINDER WS-GEN-REM
               IF WS-GEN-REM = 0
                   DIVIDE WS-GEN-SEED BY 5 GIVING WS-GEN-QUOT
                       REMAINDER WS-GEN-REM
                   MOVE K-VOWELS(WS-GEN-REM + 1:1)
                                           TO
                       WS-FAKE-WORD(WS-WORD-POS:1)
               ELSE
                   DIVIDE WS-GEN-SEED BY 15 GIVING WS-GEN-QUOT
                       REMAINDER WS-GEN-REM
                   MOVE K-CONSONANTS(WS-GEN-REM + 1:1)
                                           TO
                       WS-FAKE-WORD(WS-WORD-POS:1)
               END-IF
           END-PERFORM

           MOVE LFT                        TO WS-INSERT-AT
           PERFORM VARYING WS-SHIFT-IDX FROM WORD-MAP-COUNT BY -1
                   UNTIL WS-SHIFT-IDX < WS-INSERT-AT
               MOVE WORD-MAP-ENTRY(WS-SHIFT-IDX)
                                           TO
                   WORD-MAP-ENTRY(WS-SHIFT-IDX + 1)
           END-PERFORM
           ADD 1                           TO WORD-MAP-COUNT
           MOVE WS-REAL-WORD               TO WM-REAL(WS-INSERT-AT)
           MOVE WS-FAKE-WORD               TO WM-FAKE(WS-INSERT-AT)
           .
       M3-ADD-WORDZ.
           EXIT.

      *> STAGE THE SNAPSHOT'S DUMP OF WS-TABLE-NAME / TABLE-IDX AND
      *> OPEN IT
       X0-STAGE-DUMP SECTION.
       X0-STAGE-DUMPA.
           MOVE TBL-NAME(TABLE-IDX)        TO WS-TABLE-NAME
           MOVE SPACE                      TO WS-COMMAND
           STRING "cp 'Snapshots/" DELIMITED BY SIZE
                  WS-SNAP-ID DELIMITED BY "  "
                  "/Backup_" DELIMITED BY SIZE
                  WS-TABLE-NAME DELIMITED BY " "
                  "_" SNAP-DATE ".txt' TrainCloneWork.txt"
                  DELIMITED BY SIZE
           INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           IF RETURN-CODE NOT = 0
               MOVE "35"                   TO WS-WORK-STATUS
               GO TO X0-STAGE-DUMPZ
           END-IF
           OPEN INPUT CLONE-WORK
           .
       X0-STAGE-DUMPZ.
           EXIT.

       Y0-LOG-RUN SECTION.
       Y0-LOG-RUNA.
           OPEN EXTEND LOG-FILE
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT LOG-FILE
           END-IF
           MOVE WS-RUN-DATE                TO LG-DATE
           ACCEPT LG-TIME FROM TIME
           MOVE WS-SNAP-ID                 TO LG-SNAP-ID
           MOVE WS-TABLES-RESTORED         TO LG-TABLES
           MOVE WS-FILES-CLONED            TO LG-FILES
           MOVE CNP-MAP-COUNT              TO LG-CNPS
           MOVE WORD-MAP-COUNT             TO LG-WORDS
           IF RESULT-FAILED
               MOVE "INCOMPLETE"           TO LG-RESULT
           ELSE
               MOVE "COMPLETE"             TO LG-RESULT
           END-IF
           MOVE LOG-LINE                   TO LOG-FD
           WRITE LOG-FD
           CLOSE LOG-FILE
           .
       Y0-LOG-RUNZ.
           EXIT.

      *> DIGIT, LETTER (ASCII OR THE BYTES OF A ROMANIAN DIACRITIC)
      *> OR ANYTHING ELSE
       Y1-KIND-OF-CHAR SECTION.
       Y1-KIND-OF-CHARA.
           EVALUATE TRUE
               WHEN WS-CH IS NUMERIC
                   SET CH-DIGIT            TO TRUE
               WHEN WS-CH >= "A" AND WS-CH <= "Z"
               WHEN WS-CH >= "a" AND WS-CH <= "z"
               WHEN WS-CH > X"7F"
                   SET CH-LETTER           TO TRUE
               WHEN OTHER
                   SET CH-OTHER            TO TRUE
           END-EVALUATE
           .
       Y1-KIND-OF-CHARZ.
           EXIT.
       END PROGRAM TRAINCLONE.
