      *          BLOCK OF UNMOTIVATED ABSENCES PAST THE FREE LIMIT
      *          COSTS ONE CONDUCT POINT OFF 10. WRITES A PER-CLASS
      *          PROPOSAL SHEET (ConductProposal.txt) FOR THE
      *          DIRIGINTE TO SIGN, AND ON CONFIRMATION DROPS THE
      *          PURTARE ROWS FOR Note.csv (A FEEDDROP FILE IN ASSIGN
      *          07'S Inbound/, MERGED BY FEEDMERGE) IN THE FEED FORMAT
      *          (CNP;MATERIE;NOTA;DATA;CLASA;TIP;ANSCOLAR) SO
      *          NOTEMODULE LOADS THEM LIKE ANY OTHER GRADE - NO MORE
      *          HAND-COMPUTED CONDUCT GRADES KEYED ONE BY ONE.
      *          THE CLASS-COUNCIL SANCTIONS ON Sanctiuni.txt
      *          (SANCMAINT) DEDUCT ON TOP OF THE ABSENCE SCALE:
      *          EVERY ACTIVE SANCTION DATED INSIDE THE SCHOOL YEAR
      *          UP TO THE GRADE DATE COSTS ITS LEGAL POINTS, A
      *          WITHDRAWN ONE (RIDICATA) COSTS NOTHING.
      *          CLASSES 0-4 ARE GRADED WITH CALIFICATIVE: THERE THE
      *          SAME DEDUCTION POINTS EACH LOWER THE CONDUCT GRADE BY
      *          ONE STEP FROM FB (FB, B, S, NEVER BELOW I), AND THE
      *          SHEET AND THE PURTARE ROW CARRY THE CALIFICATIV.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT PROPOSAL-FILE ASSIGN TO 'ConductProposal.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> CLASS-TO-DIRIGINTE ROSTER DIRLOAD EXPORTS - EACH CLASS
      *> SHEET NAMES THE DIRIGINTE WHO SIGNS IT
           SELECT DIRIGINTI-ROSTER ASSIGN TO 'DirigintiRoster.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROSTER-STATUS.

      *> THE DISCIPLINARY SANCTIONS REGISTRY SANCMAINT KEEPS AND
      *> DISTRIBUTES HERE
           SELECT SANCT-FILE ASSIGN TO 'Sanctiuni.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SANCT-STATUS.

      *> STATEMENTS WHOSE JAR INVOCATION FAILED ARE APPENDED HERE
      *> INSTEAD OF BEING SILENTLY DROPPED
           SELECT DEAD-LETTER-FILE ASSIGN TO 'SQLDeadLetters.txt'
        FD PROPOSAL-FILE.
       01 PROPOSAL-FILE-FD                  PIC X(120).

        FD DIRIGINTI-ROSTER.
       01 DIRIGINTI-ROSTER-FD               PIC X(80).

        FD SANCT-FILE.
       01 SANCT-FD                          PIC X(130).

        FD DEAD-LETTER-FILE.
       01 DEAD-LETTER-FD                    PIC X(321).


       05 SQL-STATEMENT                    PIC X(300).

       01 WS-ROSTER-STATUS                 PIC X(02).
       01 WS-SANCT-STATUS                  PIC X(02).
       01 WS-DL-STATUS                     PIC X(02).

       01 JAR-CALL-SWITCH                  PIC X(01) VALUE "O".

      *> THE LEGAL SCALE, RUNTIME SETTINGS: NO DEDUCTION UP TO THE
      *> FREE LIMIT, THEN ONE CONDUCT POINT PER FULL BLOCK OF
      *> UNMOTIVATED ABSENCES. LEFT BLANK, BOTH COME FROM THE
      *> BUSINESS-PARAMETER REGISTRY (ABS-UNMOT-LIMIT, ABS-PER-POINT)
      *> AS IN FORCE ON THE GRADE DATE; THE K- VALUES ARE ONLY USED
      *> WHEN THE REGISTRY HAS NO VERSION FOR THAT DATE
       01 K-DEFAULT-FREE-LIMIT             PIC 9(03) VALUE 10.
       01 K-DEFAULT-ABS-PER-POINT          PIC 9(03) VALUE 10.
       01 K-MIN-PURTARE                    PIC 9(02) VALUE 1.
       01 WS-FREE-LIMIT                    PIC 9(03) VALUE 0.
       01 WS-ABS-PER-POINT                 PIC 9(03) VALUE 0.
       COPY PARAM-INT.
      *> THE SCALE THE SHEET WAS PRODUCED WITH, PRINTED UNDER ITS TITLE
       01 WS-PARAM-HEADER-1                PIC X(120).
       01 WS-PARAM-HEADER-2                PIC X(120).

      *> CONDUCT POINTS EACH COUNCIL SANCTION COSTS WHILE ACTIVE
       01 K-DED-OBSERVATIE                 PIC 9(02) VALUE 1.
       01 K-DED-AVERTISMENT                PIC 9(02) VALUE 1.
       01 K-DED-MUSTRARE                   PIC 9(02) VALUE 2.
       01 K-DED-MUTARE                     PIC 9(02) VALUE 3.

      *> THE CALIFICATIVE OF CLASSES 0-4, BEST FIRST - EACH DEDUCTION
      *> POINT IS ONE STEP DOWN, THE LAST ONE IS THE FLOOR
       01 K-CALIF-VALUES                   PIC X(08) VALUE "FBB S I ".
       01 K-CALIF-TABLE REDEFINES K-CALIF-VALUES.
           05 K-CALIF OCCURS 4 TIMES       PIC X(02).
       01 K-CALIF-STEPS                    PIC 9(01) VALUE 4.
       01 WS-CALIF-IDX                     PIC 9(03).
      *> THE CLASS LEVEL, READ THE WAY NOTEMODULE READS IT
       01 WS-LEVEL-X                       PIC X(02).
           88 LEVEL-PRIMARY                 VALUE "00" "01" "02" "03"
                                                  "04".

      *> THE SEMESTER-END DATE THE PURTARE ROWS CARRY, AND THE
      *> SCHOOL YEAR - BOTH KEYED BY THE OPERATOR
               10 ST-CLASA                 PIC X(04).
               10 ST-NEMOTIVATE            PIC 9(04).
               10 ST-PROPUNERE             PIC 9(02).
               10 ST-SANCT-DEDUCT          PIC 9(02).
               10 ST-CALIF                 PIC X(02).
       01 STUDENT-COUNT                    PIC 9(04) VALUE 0.
       01 STUDENT-IDX                      PIC 9(04).

           05 FILLER                       PIC X(02).
           05 AR-MOTIVAT                   PIC X(01).

      *> ONE LINE OF Sanctiuni.txt
      *> (CNP;CLASA;DATA;TIP;DECIZIE;OPERATOR;STARE;...)
       01 WS-SANCT-LINE                    PIC X(130).
       01 WS-SANCT-FIELDS.
           05 SF-CNP                       PIC X(13).
           05 SF-CLASA                     PIC X(04).
           05 SF-DATA                      PIC X(08).
           05 SF-TIP                       PIC X(20).
           05 SF-DECIZIE                   PIC X(15).
           05 SF-OPERATOR                  PIC X(08).
           05 SF-STARE                     PIC X(08).
               88 SF-ACTIVA                 VALUE "ACTIVA".
       01 WS-SANCT-POINTS                  PIC 9(02).
      *> THE SANCTIONS THAT COUNT FALL BETWEEN 1 SEPTEMBER OF THE
      *> SCHOOL YEAR AND THE GRADE DATE
       01 WS-YEAR-START.
           05 WS-YEAR-START-AN             PIC X(04).
           05 FILLER                       PIC X(04) VALUE "0901".

       01 WS-DEDUCT                        PIC 9(03).
       01 WS-OVER                          PIC 9(04).
       01 WS-PROPUNERE                     PIC S9(03).
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 PL-NEMOTIVATE                PIC ZZZ9.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 PL-SANCTIUNI                 PIC Z9.
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 PL-PROPUNERE                 PIC X(02).
           05 FILLER                       PIC X(02) VALUE SPACE.
           05 PL-FLAG                      PIC X(20).

       01 WS-FEED-LINE                     PIC X(120).
       01 WS-NOTA-X                        PIC X(02).
       01 WS-NOTA-DISP                     PIC Z9.
       01 WS-LINE                          PIC X(120).

       01 K-PURTARE-SUBJECT                PIC X(30) VALUE "PURTARE".
       01 WS-RUN-COUNTERS.
        05 WS-COUNT-STUDENTS               PIC 9(04) VALUE 0.
        05 WS-COUNT-REDUCED                PIC 9(04) VALUE 0.
        05 WS-COUNT-SANCTIONS              PIC 9(04) VALUE 0.
        05 WS-COUNT-EMITTED                PIC 9(04) VALUE 0.

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".
       COPY TRAINENV-INT.

      *> THE CONFIRMED PURTARE ROWS GO TO A DROP OF THEIR OWN IN THE
      *> INBOUND DIRECTORY OF THE FEED InsertAll READS, IN THE ASSIGN
      *> 07 STEP DIRECTORY
       COPY FEEDDROP-INT.
       01 K-NOTE-INBOUND                   PIC X(60) VALUE
           "../Assign 07 FLOARE EMIL/Inbound".
       01 WS-COUNT-NOT-WRITTEN             PIC 9(04) VALUE 0.

      *-----------------------
       PROCEDURE DIVISION.
               STOP RUN
           END-IF
           PERFORM C0-COUNT-ABSENCES
           PERFORM C2-LOAD-SANCTIONS
           PERFORM D0-APPLY-SCALE
           PERFORM E0-WRITE-PROPOSAL

           DISPLAY "===== CONDPROP RUN SUMMARY ====="
           DISPLAY "STUDENTS PROPOSED : " WS-COUNT-STUDENTS
           DISPLAY "CONDUCT REDUCED   : " WS-COUNT-REDUCED
           DISPLAY "SANCTIONS APPLIED : " WS-COUNT-SANCTIONS
           DISPLAY "ROWS EMITTED      : " WS-COUNT-EMITTED
           MOVE 0 TO RETURN-CODE
           .

       A0-ASK-SETTINGS SECTION.
       A0-ASK-SETTINGSA.
           DISPLAY "FREE UNMOTIVATED LIMIT (BLANK = REGISTRY): "
               WITH NO ADVANCING
           ACCEPT WS-FREE-LIMIT

           DISPLAY "ABSENCES PER CONDUCT POINT (BLANK = REGISTRY): "
               WITH NO ADVANCING
           ACCEPT WS-ABS-PER-POINT

           DISPLAY "GRADE DATE FOR THE PURTARE ROWS (YYYYMMDD): "
               WITH NO ADVANCING
           ACCEPT WS-GRADE-DATE

      *> THE SCALE IN FORCE ON THE GRADE DATE, UNLESS TYPED IN
           MOVE "ABS-UNMOT-LIMIT"          TO PRM-NAME
           MOVE WS-GRADE-DATE              TO PRM-AS-OF
           MOVE K-DEFAULT-FREE-LIMIT       TO PRM-DEFAULT
           CALL "PARAMGET" USING PARAM-INTERFACE
           IF WS-FREE-LIMIT = 0
               MOVE PRM-VALUE              TO WS-FREE-LIMIT
           ELSE
               MOVE WS-FREE-LIMIT          TO PRM-VALUE
               MOVE PRM-VALUE              TO PRM-SHOWN
               MOVE "ENTERED BY THE OPERATOR" TO PRM-SOURCE
           END-IF
           MOVE SPACE                      TO WS-PARAM-HEADER-1
           STRING "PARAMETERS: ABS-UNMOT-LIMIT " PRM-SHOWN " - "
                  PRM-SOURCE
                  DELIMITED BY SIZE
           INTO WS-PARAM-HEADER-1
           DISPLAY WS-PARAM-HEADER-1

           MOVE "ABS-PER-POINT"            TO PRM-NAME
           MOVE WS-GRADE-DATE              TO PRM-AS-OF
           MOVE K-DEFAULT-ABS-PER-POINT    TO PRM-DEFAULT
           CALL "PARAMGET" USING PARAM-INTERFACE
           IF WS-ABS-PER-POINT = 0
               MOVE PRM-VALUE              TO WS-ABS-PER-POINT
           ELSE
               MOVE WS-ABS-PER-POINT       TO PRM-VALUE
               MOVE PRM-VALUE              TO PRM-SHOWN
               MOVE "ENTERED BY THE OPERATOR" TO PRM-SOURCE
           END-IF
      *> A ZERO BLOCK SIZE WOULD STOP THE DIVIDE IN THE SCALE
           IF WS-ABS-PER-POINT = 0
               MOVE K-DEFAULT-ABS-PER-POINT TO WS-ABS-PER-POINT
               MOVE WS-ABS-PER-POINT       TO PRM-VALUE
               MOVE PRM-VALUE              TO PRM-SHOWN
               MOVE "BUILT-IN (REGISTRY VALUE WAS ZERO)"
                                           TO PRM-SOURCE
           END-IF
           MOVE SPACE                      TO WS-PARAM-HEADER-2
           STRING "            ABS-PER-POINT   " PRM-SHOWN " - "
                  PRM-SOURCE
                  DELIMITED BY SIZE
           INTO WS-PARAM-HEADER-2
           DISPLAY WS-PARAM-HEADER-2

           DISPLAY "SCHOOL YEAR (E.G. 2025/2026): " WITH NO ADVANCING
           ACCEPT WS-AN-SCOLAR
           MOVE WS-AN-SCOLAR(1:4)          TO WS-YEAR-START-AN
           .
       A0-ASK-SETTINGSZ.
           EXIT.
       A1 SECTION.
       A1A.
           OPEN OUTPUT PROPOSAL-FILE
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO PROPOSAL-FILE-FD
               WRITE PROPOSAL-FILE-FD
           END-IF
           OPEN EXTEND DEAD-LETTER-FILE
           IF WS-DL-STATUS = "35"
               OPEN OUTPUT DEAD-LETTER-FILE
                               ST-NEMOTIVATE(STUDENT-COUNT)
                           MOVE 10         TO
                               ST-PROPUNERE(STUDENT-COUNT)
                           MOVE 0          TO
                               ST-SANCT-DEDUCT(STUDENT-COUNT)
                           MOVE SPACE      TO
                               ST-CALIF(STUDENT-COUNT)
                       END-IF
                   END-IF
               END-READ
       C1-COUNT-ONEZ.
           EXIT.

      *> ADD UP THE POINTS EACH STUDENT'S ACTIVE SANCTIONS COST. NO
      *> REGISTRY FILE MEANS NO SANCTIONS RECORDED YET - THE ABSENCE
      *> SCALE ALONE APPLIES, AS BEFORE.
       C2-LOAD-SANCTIONS SECTION.
       C2-LOAD-SANCTIONSA.
           OPEN INPUT SANCT-FILE
           IF WS-SANCT-STATUS NOT = "00"
               DISPLAY "NO Sanctiuni.txt - NO SANCTION DEDUCTIONS "
                   "(RUN SANCMAINT)"
               GO TO C2-LOAD-SANCTIONSZ
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
                       SF-OPERATOR SF-STARE
                   END-UNSTRING
                   IF SF-ACTIVA
                   AND SF-DATA >= WS-YEAR-START
                   AND SF-DATA <= WS-GRADE-DATE
                       PERFORM C3-APPLY-ONE-SANCTION
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SANCT-FILE
           .
       C2-LOAD-SANCTIONSZ.
           EXIT.

       C3-APPLY-ONE-SANCTION SECTION.
       C3-APPLY-ONE-SANCTIONA.
           EVALUATE SF-TIP
               WHEN "OBSERVATIE"
                   MOVE K-DED-OBSERVATIE   TO WS-SANCT-POINTS
               WHEN "AVERTISMENT"
                   MOVE K-DED-AVERTISMENT  TO WS-SANCT-POINTS
               WHEN "MUSTRARE SCRISA"
                   MOVE K-DED-MUSTRARE     TO WS-SANCT-POINTS
               WHEN "MUTARE DISCIPLINARA"
                   MOVE K-DED-MUTARE       TO WS-SANCT-POINTS
               WHEN OTHER
                   DISPLAY "UNKNOWN SANCTION TYPE " SF-TIP
                       " FOR " SF-CNP " - IGNORED"
                   GO TO C3-APPLY-ONE-SANCTIONZ
           END-EVALUATE
           PERFORM VARYING STUDENT-IDX FROM 1 BY 1
                   UNTIL STUDENT-IDX > STUDENT-COUNT
               IF ST-CNP(STUDENT-IDX) = SF-CNP
                   ADD WS-SANCT-POINTS TO ST-SANCT-DEDUCT(STUDENT-IDX)
                   ADD 1               TO WS-COUNT-SANCTIONS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
       C3-APPLY-ONE-SANCTIONZ.
           EXIT.

      *> THE SCALE: THE FIRST WS-FREE-LIMIT UNMOTIVATED ABSENCES ARE
      *> FREE, THEN EVERY FULL BLOCK OF WS-ABS-PER-POINT COSTS ONE
      *> POINT OFF 10, NEVER BELOW K-MIN-PURTARE. THE SANCTION
      *> POINTS COME OFF ON TOP, UNDER THE FREE LIMIT AS WELL.
       D0-APPLY-SCALE SECTION.
       D0-APPLY-SCALEA.
           PERFORM D1-SCALE-ONE THRU D1-SCALE-ONEZ
       D1-SCALE-ONE SECTION.
       D1-SCALE-ONEA.
           ADD 1                           TO WS-COUNT-STUDENTS
           MOVE 0                          TO WS-DEDUCT
           IF ST-NEMOTIVATE(STUDENT-IDX) > WS-FREE-LIMIT
               COMPUTE WS-OVER =
                   ST-NEMOTIVATE(STUDENT-IDX) - WS-FREE-LIMIT
               DIVIDE WS-OVER BY WS-ABS-PER-POINT
                   GIVING WS-DEDUCT
      *> A STARTED BLOCK ALREADY COUNTS: PAST THE LIMIT AT ALL MEANS
      *> AT LEAST ONE POINT COMES OFF
               IF WS-DEDUCT = 0
                   MOVE 1                  TO WS-DEDUCT
               END-IF
           END-IF
           ADD ST-SANCT-DEDUCT(STUDENT-IDX) TO WS-DEDUCT
           PERFORM D2-SET-CALIF
           IF WS-DEDUCT = 0
               MOVE 10                     TO ST-PROPUNERE(STUDENT-IDX)
               GO TO D1-SCALE-ONEZ
           END-IF
           COMPUTE WS-PROPUNERE = 10 - WS-DEDUCT
           IF WS-PROPUNERE < K-MIN-PURTARE
       D1-SCALE-ONEZ.
           EXIT.

      *> CLASSES 0-4: THE SAME POINTS, ONE CALIFICATIV STEP EACH
       D2-SET-CALIF SECTION.
       D2-SET-CALIFA.
           MOVE SPACE                      TO ST-CALIF(STUDENT-IDX)
           IF ST-CLASA(STUDENT-IDX)(2:1) IS NUMERIC
               MOVE ST-CLASA(STUDENT-IDX)(1:2) TO WS-LEVEL-X
           ELSE
               MOVE "0"                    TO WS-LEVEL-X(1:1)
               MOVE ST-CLASA(STUDENT-IDX)(1:1) TO WS-LEVEL-X(2:1)
           END-IF
           IF NOT LEVEL-PRIMARY
               GO TO D2-SET-CALIFZ
           END-IF
           COMPUTE WS-CALIF-IDX = WS-DEDUCT + 1
           IF WS-CALIF-IDX > K-CALIF-STEPS
               MOVE K-CALIF-STEPS          TO WS-CALIF-IDX
           END-IF
           MOVE K-CALIF(WS-CALIF-IDX)      TO ST-CALIF(STUDENT-IDX)
           .
       D2-SET-CALIFZ.
           EXIT.

      *> ONE SHEET SEGMENT PER CLASS, THE DIRIGINTE NAMED AND A
      *> SIGNATURE LINE UNDER EACH
       E0-WRITE-PROPOSAL SECTION.
           INTO WS-LINE
           MOVE WS-LINE                    TO PROPOSAL-FILE-FD
           WRITE PROPOSAL-FILE-FD
           MOVE WS-PARAM-HEADER-1          TO PROPOSAL-FILE-FD
           WRITE PROPOSAL-FILE-FD
           MOVE WS-PARAM-HEADER-2          TO PROPOSAL-FILE-FD
           WRITE PROPOSAL-FILE-FD

           MOVE SPACE                      TO WS-CUR-CLASA
           PERFORM E1-WRITE-ONE-STUDENT THRU E1-WRITE-ONE-STUDENTZ
           MOVE ST-NUME(STUDENT-IDX)       TO PL-NUME
           MOVE ST-PRENUME(STUDENT-IDX)    TO PL-PRENUME
           MOVE ST-NEMOTIVATE(STUDENT-IDX) TO PL-NEMOTIVATE
           MOVE ST-SANCT-DEDUCT(STUDENT-IDX) TO PL-SANCTIUNI
           IF ST-CALIF(STUDENT-IDX) > SPACE
               MOVE ST-CALIF(STUDENT-IDX)  TO PL-PROPUNERE
           ELSE
               MOVE ST-PROPUNERE(STUDENT-IDX) TO WS-NOTA-DISP
               MOVE WS-NOTA-DISP           TO PL-PROPUNERE
           END-IF
           IF ST-PROPUNERE(STUDENT-IDX) < 10
               MOVE "PURTARE SCAZUTA"      TO PL-FLAG
           END-IF
       E3-FIND-DIRIGINTEZ.
           EXIT.

      *> DROP THE CONFIRMED PURTARE ROWS FOR Note.csv IN THE FEED
      *> FORMAT, SO THE NEXT InsertAll RUN LOADS THEM THROUGH
      *> NOTEMODULE WITH EVERY USUAL CHECK. THE DROP IS SEALED WHEN
      *> IT IS CLOSED; FEEDMERGE ADDS IT TO THE FEED AND RESEALS IT
       F0-EMIT-NOTE-ROWS SECTION.
       F0-EMIT-NOTE-ROWSA.
           SET DRP-IS-CLOSED               TO TRUE
           SET DRP-OPEN                    TO TRUE
           MOVE "Note"                     TO DRP-FEED
           MOVE "CONDPROP"                 TO DRP-SOURCE
           MOVE K-NOTE-INBOUND             TO DRP-INBOUND
           CALL "FEEDDROP" USING FEEDDROP-INTERFACE
           IF DRP-FAILED
               DISPLAY "THE DROP FILE COULD NOT BE STARTED IN "
                   K-NOTE-INBOUND " - NOTHING EMITTED"
               GO TO F0-EMIT-NOTE-ROWSZ
           END-IF
           PERFORM F1-EMIT-ONE-ROW THRU F1-EMIT-ONE-ROWZ
               VARYING STUDENT-IDX FROM 1 BY 1
               UNTIL STUDENT-IDX > STUDENT-COUNT
           SET DRP-CLOSE                   TO TRUE
           CALL "FEEDDROP" USING FEEDDROP-INTERFACE
           IF DRP-FAILED
               DISPLAY "THE DROP FILE " DRP-NAME
                   " COULD NOT BE SEALED - RERUN CONDPROP"
               GO TO F0-EMIT-NOTE-ROWSZ
           END-IF
           DISPLAY "PURTARE ROWS DROPPED FOR THE ASSIGN 07 Note.csv: "
               WS-COUNT-EMITTED
           IF WS-COUNT-EMITTED > 0
               DISPLAY "DROP FILE: Inbound/" DRP-NAME
           END-IF
      *> A RERUN IS SAFE - FEEDMERGE DOES NOT LOAD A ROW TWICE
           IF WS-COUNT-NOT-WRITTEN > 0
               DISPLAY "ROWS NOT WRITTEN: " WS-COUNT-NOT-WRITTEN
                   " - RERUN CONDPROP"
           END-IF
           .
       F0-EMIT-NOTE-ROWSZ.
           EXIT.

       F1-EMIT-ONE-ROW SECTION.
       F1-EMIT-ONE-ROWA.
           IF ST-CALIF(STUDENT-IDX) > SPACE
               MOVE ST-CALIF(STUDENT-IDX)  TO WS-NOTA-X
           ELSE
               MOVE ST-PROPUNERE(STUDENT-IDX) TO WS-NOTA-X
           END-IF
           MOVE SPACE                      TO WS-FEED-LINE
           STRING ST-CNP(STUDENT-IDX) DELIMITED BY " "
                  ";" DELIMITED BY SIZE
                  ";O;" DELIMITED BY SIZE
                  WS-AN-SCOLAR DELIMITED BY " "
           INTO WS-FEED-LINE
           SET DRP-WRITE                   TO TRUE
           MOVE WS-FEED-LINE               TO DRP-ROW
           CALL "FEEDDROP" USING FEEDDROP-INTERFACE
           IF DRP-FAILED
               ADD 1                       TO WS-COUNT-NOT-WRITTEN
               GO TO F1-EMIT-ONE-ROWZ
           END-IF
           ADD 1                           TO WS-COUNT-EMITTED
           .
       F1-EMIT-ONE-ROWZ.
