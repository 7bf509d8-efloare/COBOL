      *          UPDATES CLASA FOR EVERY PROMOTED STUDENT, MOVES
      *          FINISHING-YEAR STUDENTS OUT OF STUDENTI INTO
      *          Alumni.txt, HOLDS BACK STUDENTS WHOSE FINAL STATUS
      *          IN ResultsCSV.txt IS NOT PROMOVAT OR WHO STILL HAVE
      *          A SITUATIE NEINCHEIATA OPEN ON THE REGISTRY SITNEINC
      *          KEEPS (SituatiiNeincheiate.txt), AND WRITES A
      *          BEFORE/AFTER SUMMARY PER CLASS
      *          (RolloverSummary.txt). IT CHECKPOINTS ITS PROGRESS
      *          (RolloverCheckpoint.txt) SO A CRASH MID-ROLLOVER
           SELECT SUMMARY-FILE ASSIGN TO 'RolloverSummary.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> THE NEINCHEIAT REGISTRY SITNEINC MAINTAINS (CNP;CLASA;NUME;
      *> PRENUME;MATERIE;SEMESTRU;MOTIV;STARE;MEDIE). NO FILE MEANS
      *> NOBODY IS NEINCHEIAT.
           SELECT NEINC-FILE ASSIGN TO 'SituatiiNeincheiate.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NEINC-STATUS.

      *> RESTART CHECKPOINT: HOW MANY STUDENTS OF THE (CNP-ORDERED)
      *> SWEEP WERE ALREADY PROCESSED BY A PRIOR RUN
           SELECT CHECKPOINT-FILE ASSIGN TO 'RolloverCheckpoint.txt'
        FD SUMMARY-FILE.
       01 SUMMARY-FD                        PIC X(100).

        FD NEINC-FILE.
       01 NEINC-FD                          PIC X(150).

        FD CHECKPOINT-FILE.
       01 CHECKPOINT-FD                     PIC X(13).

       01 WS-ALUM-STATUS                   PIC X(02).
       01 WS-CHK-STATUS                    PIC X(02).
       01 WS-DL-STATUS                     PIC X(02).
       01 WS-NEINC-STATUS                  PIC X(02).

       01 JAR-CALL-SWITCH                  PIC X(01) VALUE "O".
           88 JAR-CALL-OK                   VALUE "O".

      *> RUN-TOKEN LOCK AROUND THE SHARED ADAPTER HANDSHAKE FILES
       COPY SQLLOCK-INT.
      *> Alumni.txt'S ROW COUNT AND FINGERPRINT GO INTO
      *> ArchiveManifest.txt ONCE THE ROWS ARE APPENDED
       COPY ARCSEAL-INT.

      *> SHARED CLASSIFICATION OF SQLSta VALUES INTO RETRYABLE VS
      *> FATAL, PLUS HOW OFTEN AND HOW LONG TO RETRY A TRANSIENT ONE
       01 STATUS-COUNT                     PIC 9(04) VALUE 0.
       01 WS-STATUS-IDX                    PIC 9(04).

      *> THE STUDENTS WITH A SITUATION STILL NEINCHEIAT (CNP-KEYED)
       01 WS-NEINC-LINE                    PIC X(150).
       01 WS-NEINC-ROW.
           05 NI-CNP                       PIC X(13).
           05 NI-CLASA                     PIC X(04).
           05 NI-NUME                      PIC X(30).
           05 NI-PRENUME                   PIC X(30).
           05 NI-MATERIE                   PIC X(30).
           05 NI-SEMESTRU                  PIC X(01).
           05 NI-MOTIV                     PIC X(07).
           05 NI-STARE                     PIC X(10).
       01 K-MAX-NEINC                      PIC 9(04) VALUE 2000.
       01 NEINC-TABLE.
           05 NEINC-ENTRY OCCURS 2000 TIMES.
               10 NE-CNP                   PIC X(13).
       01 NEINC-COUNT                      PIC 9(04) VALUE 0.
       01 WS-NEINC-IDX                     PIC 9(04).

      *> THE STUDENT SWEEP, BUFFERED SO THE CHECKPOINTED WALK HAS A
      *> STABLE ORDER (THE SELECT IS CNP-ORDERED)
       01 WS-STUD-ROW.
       01 WS-CHECKPOINT-CNP                PIC X(13) VALUE SPACE.

       01 WS-NEW-CLASA                     PIC X(04).
       01 WS-STATUS                        PIC X(10).

      *> PER-CLASS BEFORE/AFTER COUNTS FOR THE SUMMARY
       01 K-MAX-CLS                        PIC 9(02) VALUE 50.
               STOP RUN
           END-IF
           PERFORM B2-LOAD-STATUSES
           PERFORM B4-LOAD-NEINCHEIAT
           PERFORM B3-LOAD-STUDENTS
           PERFORM G-READ-CHECKPOINT

       B2-LOAD-STATUSESZ.
           EXIT.

      *> ONLY THE SITUATIONS STILL OPEN HOLD THE YEAR - A CLOSED ONE
      *> (INCHEIAT) OR ONE SENT ON TO THE CORIGENTE SESSION IS
      *> ALREADY REFLECTED IN THE FINAL STATUS
       B4-LOAD-NEINCHEIAT SECTION.
       B4-LOAD-NEINCHEIATA.
           OPEN INPUT NEINC-FILE
           IF WS-NEINC-STATUS NOT = "00"
               GO TO B4-LOAD-NEINCHEIATZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-NEINC-LINE
               READ NEINC-FILE INTO WS-NEINC-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   MOVE SPACE              TO WS-NEINC-ROW
                   UNSTRING WS-NEINC-LINE DELIMITED BY ";" INTO
                       NI-CNP NI-CLASA NI-NUME NI-PRENUME
                       NI-MATERIE NI-SEMESTRU NI-MOTIV NI-STARE
                   END-UNSTRING
                   IF NI-STARE = "NEINCHEIAT"
                   AND NEINC-COUNT < K-MAX-NEINC
                       ADD 1               TO NEINC-COUNT
                       MOVE NI-CNP         TO NE-CNP(NEINC-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE NEINC-FILE
           DISPLAY "OPEN NEINCHEIAT SITUATIONS: " NEINC-COUNT
           .
       B4-LOAD-NEINCHEIATZ.
           EXIT.

       B3-LOAD-STUDENTS SECTION.
       B3-LOAD-STUDENTSA.
           MOVE SPACE              TO SQL-STATEMENT
                   EXIT PERFORM
               END-IF
           END-PERFORM
      *> AN OPEN NEINCHEIAT SITUATION HOLDS THE YEAR WHATEVER THE
      *> AVERAGES RUN MADE OF THE GRADES THAT DO EXIST
           PERFORM VARYING WS-NEINC-IDX FROM 1 BY 1
                   UNTIL WS-NEINC-IDX > NEINC-COUNT
               IF NE-CNP(WS-NEINC-IDX) = ST-CNP(WS-STUD-IDX)
                   MOVE "NEINCHEIAT"       TO WS-STATUS
                   EXIT PERFORM
               END-IF
           END-PERFORM

           PERFORM D0-COUNT-CLASS
           EVALUATE TRUE
           CLOSE SUMMARY-FILE
           CLOSE DEAD-LETTER-FILE

           MOVE "Alumni.txt"               TO ARS-FILE
           SET ARS-APPEND                  TO TRUE
           MOVE "ROLLOVER"                 TO ARS-WRITER
           CALL "ARCSEAL" USING ARCSEAL-INTERFACE

           SET LOCK-RELEASE                TO TRUE
           CALL "SQLLOCK" USING SQLLOCK-INTERFACE
           .
