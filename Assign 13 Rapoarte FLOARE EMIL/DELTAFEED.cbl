      ******************************************************************
      * Author:
      * Date:
      * Purpose: NIGHTLY OUTBOUND CHANGE FEED FOR THE EXTERNAL SYSTEMS
      *          (THE COUNTY'S PARENT PORTAL, THE TOWN'S SCHOOL-MEALS
      *          PROVIDER). THEY USED TO GET THE FULL TBLEXTRACT FILES
      *          AND DIFF THEM THEMSELVES. THIS COMPARES TONIGHT'S
      *          Extract_STUDENTI/NOTE/ABSENTE WITH LAST NIGHT'S
      *          COPIES KEPT UNDER DeltaPrev/ - BOTH SIDES SORTED ON
      *          THE TABLE'S KEY, THEN MATCHED - AND WRITES ONE CHANGE
      *          FILE PER SUBSCRIBER, Delta_<SUB>_<SEQ>.txt: AN "H"
      *          HEADER WITH THE SEQUENCE NUMBER, ONE I/U/D RECORD PER
      *          INSERTED, UPDATED OR DELETED ROW, AND A "T" CONTROL
      *          TRAILER WITH THE COUNTS. WHAT EACH SUBSCRIBER GETS IS
      *          SET IN DeltaSubscribers.txt, ONE LINE PER SUBSCRIBER
      *          AND TABLE: "<SUB> <TABLE> <FIELD> <FIELD> ..." ("*"
      *          = EVERY FIELD; THE KEY FIELDS ALWAYS GO; A TABLE NOT
      *          LISTED IS NOT SENT, SO THE MEALS PROVIDER GETS NO
      *          GRADES; AN UPDATE TOUCHING ONLY FIELDS A SUBSCRIBER
      *          DOES NOT GET IS NOT SENT TO IT). A SUBSCRIBER
      *          ACKNOWLEDGES BY DROPPING DeltaInbound/DeltaAck_<SUB>
      *          .txt ("ACK <SEQ>" - EVERYTHING UP TO <SEQ> ARRIVED);
      *          IT IS CONSUMED AND FILED UNDER DeltaInbound/Processed/
      *          AND EVERY SEQUENCE STILL UNACKNOWLEDGED IS COPIED
      *          AGAIN FROM DeltaArchive/ INTO DeltaOutbound/, WHERE
      *          THE TRANSFER PICKS THE FILES UP. SEQUENCES AND ACKS
      *          ARE KEPT IN DeltaState.txt. NOTHING IS PUBLISHED AND
      *          NOTHING ADVANCES UNLESS EVERY SUBSCRIBER'S FILE WAS
      *          BUILT, SO A FAILED NIGHT IS SIMPLY CAUGHT UP BY THE
      *          NEXT ONE. A TABLE WITH NO COPY UNDER DeltaPrev/ YET
      *          (THE FIRST RUN) ONLY SETS ITS BASELINE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DELTAFEED.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> WHO GETS WHICH TABLES AND FIELDS
           SELECT PROFILE-FILE ASSIGN TO 'DeltaSubscribers.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROFILE-STATUS.

      *> EACH SUBSCRIBER'S LAST SEQUENCE SENT AND LAST ACKNOWLEDGED
           SELECT STATE-FILE ASSIGN TO 'DeltaState.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATE-STATUS.

      *> ONE EXTRACT AT A TIME (LAST NIGHT'S OR TONIGHT'S) IS STAGED
      *> HERE FOR THE SORT (ASSIGN NAMES ARE FIXED UNDER THIS
      *> DIALECT)
           SELECT DELTA-IN ASSIGN TO 'DeltaIn.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IN-STATUS.

      *> BOTH SIDES OF ONE TABLE IN KEY ORDER, READY TO BE MATCHED
           SELECT SORTED-OLD ASSIGN TO 'DeltaOldSorted.tmp'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORTED-NEW ASSIGN TO 'DeltaNewSorted.tmp'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DELTA-SORT ASSIGN TO 'DeltaSortWork.tmp'.

      *> EVERY CHANGE FOUND TONIGHT, BEFORE ANY SUBSCRIBER FILTER
           SELECT CHANGES-FILE ASSIGN TO 'DeltaChanges.tmp'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> A SUBSCRIBER'S ACKNOWLEDGMENT, STAGED BEFORE IT IS READ
           SELECT ACK-FILE ASSIGN TO 'DeltaAckWork.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACK-STATUS.

      *> ONE SUBSCRIBER'S CHANGE FILE IS BUILT HERE, THEN MOVED INTO
      *> DeltaPending/ UNDER ITS OWN NAME UNTIL ALL ARE BUILT
           SELECT DELTA-OUT ASSIGN TO 'DeltaWork.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO 'DeltaFeedReport.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
        FD PROFILE-FILE.
       01 PROFILE-FD                        PIC X(200).

        FD STATE-FILE.
       01 STATE-FD                          PIC X(40).

        FD DELTA-IN.
       01 DELTA-IN-FD                       PIC X(250).

        FD SORTED-OLD.
       01 SORTED-OLD-FD.
           05 SO-KEY                        PIC X(60).
           05 SO-ROW                        PIC X(250).

        FD SORTED-NEW.
       01 SORTED-NEW-FD.
           05 SN-KEY                        PIC X(60).
           05 SN-ROW                        PIC X(250).

        SD DELTA-SORT.
       01 DELTA-SORT-REC.
           05 DS-KEY                        PIC X(60).
           05 DS-ROW                        PIC X(250).

        FD CHANGES-FILE.
       01 CHANGES-FD.
           05 EV-OP                         PIC X(01).
               88 EV-INSERT                  VALUE "I".
               88 EV-UPDATE                  VALUE "U".
               88 EV-DELETE                  VALUE "D".
           05 EV-TABLE-NO                   PIC 9(01).
           05 EV-OLD-ROW                    PIC X(250).
           05 EV-NEW-ROW                    PIC X(250).

        FD ACK-FILE.
       01 ACK-FD                            PIC X(40).

        FD DELTA-OUT.
       01 DELTA-OUT-FD                      PIC X(263).

        FD REPORT-FILE.
       01 REPORT-FD                         PIC X(132).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WS-PROFILE-STATUS                PIC X(02).
       01 WS-STATE-STATUS                  PIC X(02).
       01 WS-IN-STATUS                     PIC X(02).
       01 WS-ACK-STATUS                    PIC X(02).
       01 WS-COPY-COMMAND                  PIC X(250).

       01 WS-RUN-DATE                      PIC 9(08).
       01 WS-RUN-TIME                      PIC 9(08).

      *> THE TABLES THE FEED CARRIES, IN THE ORDER THEY ARE COMPARED
       01 TABLE-LIST-DATA.
           05 FILLER PIC X(10) VALUE "STUDENTI".
           05 FILLER PIC X(10) VALUE "NOTE".
           05 FILLER PIC X(10) VALUE "ABSENTE".
       01 TABLE-LIST REDEFINES TABLE-LIST-DATA.
           05 TL-NAME OCCURS 3 TIMES        PIC X(10).
       01 K-TABLE-COUNT                    PIC 9(01) VALUE 3.
       01 WS-TBL-IDX                       PIC 9(01).

      *> EVERY FIELD OF THE PUBLISHED EXTRACT LAYOUTS: ITS TABLE, ITS
      *> COLUMN NAME, WHERE IT SITS IN THE EXTRACT ROW, AND WHETHER
      *> IT IS PART OF THE ROW'S KEY (K). A ROW IS MATCHED TO LAST
      *> NIGHT'S ON ITS KEY FIELDS; ANY OTHER FIELD THAT DIFFERS
      *> MAKES IT AN UPDATE.
       01 FIELD-LIST-DATA.
           05 FILLER PIC X(24) VALUE "1CNP             001013K".
           05 FILLER PIC X(24) VALUE "1CLASA           016004 ".
           05 FILLER PIC X(24) VALUE "1NUME            022030 ".
           05 FILLER PIC X(24) VALUE "1PRENUME         054030 ".
           05 FILLER PIC X(24) VALUE "1DATANASTERII    086008 ".
           05 FILLER PIC X(24) VALUE "1SEX             096001 ".
           05 FILLER PIC X(24) VALUE "1PARENT_NAME     099030 ".
           05 FILLER PIC X(24) VALUE "1PARENT_PHONE    131015 ".
           05 FILLER PIC X(24) VALUE "1PARENT_ADDRESS  148050 ".
           05 FILLER PIC X(24) VALUE "1LIMBA_CORESP    200002 ".
           05 FILLER PIC X(24) VALUE "2CNP             001013K".
           05 FILLER PIC X(24) VALUE "2MATERIE         016030K".
           05 FILLER PIC X(24) VALUE "2NOTA            048002 ".
           05 FILLER PIC X(24) VALUE "2DATANOTA        052008K".
           05 FILLER PIC X(24) VALUE "2TIPNOTA         062001K".
           05 FILLER PIC X(24) VALUE "2ANSCOLAR        065009 ".
           05 FILLER PIC X(24) VALUE "2CNPPROF         076013 ".
           05 FILLER PIC X(24) VALUE "3CNP             001013K".
           05 FILLER PIC X(24) VALUE "3DATAABS         016008K".
           05 FILLER PIC X(24) VALUE "3MATERIE         026030K".
           05 FILLER PIC X(24) VALUE "3MOTIVAT         058001 ".
           05 FILLER PIC X(24) VALUE "3ORA             061001K".
       01 FIELD-LIST REDEFINES FIELD-LIST-DATA.
           05 FIELD-ENTRY OCCURS 22 TIMES.
               10 FL-TABLE-NO              PIC 9(01).
               10 FL-NAME                  PIC X(16).
               10 FL-OFFSET                PIC 9(03).
               10 FL-LENGTH                PIC 9(03).
               10 FL-KEY-SW                PIC X(01).
                   88 FL-IS-KEY             VALUE "K".
       01 K-FIELD-COUNT                    PIC 9(02) VALUE 22.
       01 WS-FLD-IDX                       PIC 9(02).
       01 WS-KEY-POS                       PIC 9(03).
       01 WS-KEY-ROW                       PIC X(250).

      *> WHAT THE COMPARISON FOUND, PER TABLE
       01 TABLE-RESULT-TABLE.
           05 TABLE-RESULT OCCURS 3 TIMES.
               10 TR-STATE                 PIC X(01).
                   88 TR-COMPARED           VALUE "C".
                   88 TR-BASELINE           VALUE "B".
               10 TR-INSERTS               PIC 9(06).
               10 TR-UPDATES               PIC 9(06).
               10 TR-DELETES               PIC 9(06).

      *> ONE DeltaSubscribers.txt LINE
       01 WS-PROFILE-LINE                  PIC X(200).
       01 WS-PROFILE-ROW.
           05 PF-SUB                       PIC X(10).
           05 PF-TABLE                     PIC X(10).
           05 PF-FIELD OCCURS 12 TIMES     PIC X(16).
       01 WS-PF-IDX                        PIC 9(02).

      *> ONE DeltaState.txt LINE
       01 WS-STATE-LINE.
           05 SL-SUB                       PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 SL-LAST-SENT                 PIC 9(06).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 SL-LAST-ACK                  PIC 9(06).

      *> EVERY SUBSCRIBER KNOWN TO THE PROFILE OR THE STATE FILE
       01 K-MAX-SUB                        PIC 9(02) VALUE 10.
       01 SUB-TABLE.
           05 SUB-ENTRY OCCURS 10 TIMES.
               10 SB-NAME                  PIC X(10).
               10 SB-IN-PROFILE-SW         PIC X(01).
                   88 SB-IN-PROFILE         VALUE "Y".
               10 SB-LAST-SENT             PIC 9(06).
               10 SB-LAST-ACK              PIC 9(06).
               10 SB-NEW-SEQ               PIC 9(06).
               10 SB-TABLE-SW OCCURS 3 TIMES PIC X(01).
                   88 SB-GETS-TABLE         VALUE "Y".
               10 SB-FIELD-SW OCCURS 22 TIMES PIC X(01).
                   88 SB-GETS-FIELD         VALUE "Y".
               10 SB-COUNT-I               PIC 9(06).
               10 SB-COUNT-U               PIC 9(06).
               10 SB-COUNT-D               PIC 9(06).
               10 SB-RESENT                PIC 9(04).
               10 SB-ACK-NOTE              PIC X(40).
       01 SUB-COUNT                        PIC 9(02) VALUE 0.
       01 WS-SUB-IDX                       PIC 9(02).
       01 WS-FOUND-SUB                     PIC 9(02).
       01 WS-FOUND-TBL                     PIC 9(01).
       01 WS-UNKNOWN-FIELDS                PIC 9(03) VALUE 0.

      *> ONE ACKNOWLEDGMENT LINE
       01 WS-ACK-LINE.
           05 AK-WORD                      PIC X(04).
           05 AK-SEQ                       PIC X(06).
       01 WS-ACK-SEQ                       PIC 9(06).
       01 WS-BEST-ACK                      PIC 9(06).
       01 WS-SEQ                           PIC 9(06).
       01 K-BEHIND-WARNING                 PIC 9(04) VALUE 7.

      *> THE RECORD SHAPES OF A CHANGE FILE
       01 DELTA-HEADER.
           05 HD-TYPE                      PIC X(01) VALUE "H".
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 HD-SUB                       PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 HD-SEQ                       PIC 9(06).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 HD-DATE                      PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 HD-TIME                      PIC 9(08).
       01 DELTA-DETAIL.
           05 DT-OP                        PIC X(01).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 DT-TABLE                     PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 DT-ROW                       PIC X(250).
       01 DELTA-TRAILER.
           05 TL-TYPE                      PIC X(01) VALUE "T".
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 TL-SEQ                       PIC 9(06).
           05 FILLER                       PIC X(03) VALUE " I ".
           05 TL-INSERTS                   PIC 9(06).
           05 FILLER                       PIC X(03) VALUE " U ".
           05 TL-UPDATES                   PIC 9(06).
           05 FILLER                       PIC X(03) VALUE " D ".
           05 TL-DELETES                   PIC 9(06).
           05 FILLER                       PIC X(09) VALUE " RECORDS ".
           05 TL-RECORDS                   PIC 9(06).

      *> FILTERING ONE CHANGE FOR ONE SUBSCRIBER
       01 WS-SEND-SW                       PIC X(01).
           88 SEND-CHANGE                   VALUE "Y".
           88 SKIP-CHANGE                   VALUE "N".
       01 WS-OUT-NAME                      PIC X(40).

       01 WS-BUILD-SW                      PIC X(01) VALUE "O".
           88 BUILD-OK                      VALUE "O".
           88 BUILD-FAILED                  VALUE "F".
       01 WS-PUBLISH-SW                    PIC X(01) VALUE "N".
           88 PUBLISHED                     VALUE "Y".
           88 NOT-PUBLISHED                 VALUE "N".

       01 WS-LINE                          PIC X(132).
       01 WS-COUNT-EDIT                    PIC ZZZZZ9.

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".
       01 OLD-SWITCH                       PIC X(1) VALUE "N".
           88 OLD-EOF                      VALUE "E".
           88 OLD-NEOF                     VALUE "N".
       01 NEW-SWITCH                       PIC X(1) VALUE "N".
           88 NEW-EOF                      VALUE "E".
           88 NEW-NEOF                     VALUE "N".
       COPY TRAINENV-INT.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       S0  SECTION.
       S0A.
           DISPLAY "NIGHTLY OUTBOUND CHANGE FEED"
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           PERFORM A0-LOAD-STATE
           PERFORM A1-LOAD-PROFILE
           IF WS-PROFILE-STATUS NOT = "00"
               DISPLAY "NO DeltaSubscribers.txt - NOTHING TO SEND"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

      *> EVERY TABLE IS COMPARED BEFORE ANY SUBSCRIBER IS SERVED
           OPEN OUTPUT CHANGES-FILE
           PERFORM C0-COMPARE-ONE-TABLE THRU C0-COMPARE-ONE-TABLEZ
               VARYING WS-TBL-IDX FROM 1 BY 1
               UNTIL WS-TBL-IDX > K-TABLE-COUNT
           CLOSE CHANGES-FILE
           IF BUILD-FAILED
               PERFORM R0-WRITE-REPORT
               DISPLAY "TONIGHT'S EXTRACTS ARE NOT ALL THERE - NOTHING "
                   "SENT, RUN TBLEXTRACT FIRST"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM E0-SERVE-ONE-SUBSCRIBER THRU E0-SERVE-ONE-SUBSCRIBERZ
               VARYING WS-SUB-IDX FROM 1 BY 1
               UNTIL WS-SUB-IDX > SUB-COUNT

      *> PUBLISH ALL OR NOTHING; ONLY THEN DO THE SEQUENCES AND THE
      *> RETAINED COPIES MOVE ON
           IF BUILD-OK
               PERFORM F0-PUBLISH
           END-IF
           IF PUBLISHED
               PERFORM F1-RETAIN-EXTRACTS
           END-IF
           PERFORM G0-SAVE-STATE
           PERFORM R0-WRITE-REPORT

           IF PUBLISHED
               DISPLAY "CHANGE FILES PUBLISHED TO DeltaOutbound/"
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "CHANGE FILES NOT PUBLISHED - SEE "
                   "DeltaFeedReport.txt; TOMORROW'S RUN CATCHES UP"
               MOVE 8 TO RETURN-CODE
           END-IF
           .
       S0Z.
           STOP RUN.

      *> LAST SEQUENCE SENT AND ACKNOWLEDGED, PER SUBSCRIBER. NO FILE
      *> MEANS NOTHING WAS EVER SENT.
       A0-LOAD-STATE SECTION.
       A0-LOAD-STATEA.
           OPEN INPUT STATE-FILE
           IF WS-STATE-STATUS NOT = "00"
               GO TO A0-LOAD-STATEZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-STATE-LINE
               READ STATE-FILE INTO WS-STATE-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF SL-SUB > SPACE
                   AND SL-LAST-SENT NUMERIC
                   AND SL-LAST-ACK NUMERIC
                       MOVE SL-SUB         TO PF-SUB
                       PERFORM A3-FIND-SUBSCRIBER
                       IF WS-FOUND-SUB > 0
                           MOVE SL-LAST-SENT
                                   TO SB-LAST-SENT(WS-FOUND-SUB)
                           MOVE SL-LAST-ACK
                                   TO SB-LAST-ACK(WS-FOUND-SUB)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE STATE-FILE
           .
       A0-LOAD-STATEZ.
           EXIT.

      *> "<SUB> <TABLE> <FIELD> ..." LINES; A LINE STARTING WITH * IS
      *> A COMMENT
       A1-LOAD-PROFILE SECTION.
       A1-LOAD-PROFILEA.
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS NOT = "00"
               GO TO A1-LOAD-PROFILEZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-PROFILE-LINE
               READ PROFILE-FILE INTO WS-PROFILE-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-PROFILE-LINE > SPACE
                   AND WS-PROFILE-LINE(1:1) NOT = "*"
                       PERFORM A2-ONE-PROFILE-LINE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PROFILE-FILE
           MOVE "00"                       TO WS-PROFILE-STATUS
           .
       A1-LOAD-PROFILEZ.
           EXIT.

       A2-ONE-PROFILE-LINE SECTION.
       A2-ONE-PROFILE-LINEA.
           MOVE SPACE                      TO WS-PROFILE-ROW
           UNSTRING WS-PROFILE-LINE DELIMITED BY ALL SPACE
               INTO PF-SUB PF-TABLE
                    PF-FIELD(1) PF-FIELD(2) PF-FIELD(3) PF-FIELD(4)
                    PF-FIELD(5) PF-FIELD(6) PF-FIELD(7) PF-FIELD(8)
                    PF-FIELD(9) PF-FIELD(10) PF-FIELD(11) PF-FIELD(12)
           END-UNSTRING
           MOVE 0                          TO WS-FOUND-TBL
           PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
                   UNTIL WS-TBL-IDX > K-TABLE-COUNT
               IF TL-NAME(WS-TBL-IDX) = PF-TABLE
                   MOVE WS-TBL-IDX         TO WS-FOUND-TBL
               END-IF
           END-PERFORM
           IF WS-FOUND-TBL = 0
               DISPLAY "DeltaSubscribers.txt: TABLE " PF-TABLE
                   " IS NOT CARRIED BY THE FEED - LINE IGNORED"
               ADD 1                       TO WS-UNKNOWN-FIELDS
               GO TO A2-ONE-PROFILE-LINEZ
           END-IF
           PERFORM A3-FIND-SUBSCRIBER
           IF WS-FOUND-SUB = 0
               GO TO A2-ONE-PROFILE-LINEZ
           END-IF
           SET SB-IN-PROFILE(WS-FOUND-SUB) TO TRUE
           SET SB-GETS-TABLE(WS-FOUND-SUB WS-FOUND-TBL) TO TRUE

      *> THE KEY FIELDS ALWAYS GO, SO THE SUBSCRIBER CAN APPLY THE
      *> CHANGE; "*" OR NO FIELD LIST MEANS EVERY FIELD
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > K-FIELD-COUNT
               IF FL-TABLE-NO(WS-FLD-IDX) = WS-FOUND-TBL
                   IF FL-IS-KEY(WS-FLD-IDX)
                   OR PF-FIELD(1) = "*"
                   OR PF-FIELD(1) = SPACE
                       SET SB-GETS-FIELD(WS-FOUND-SUB WS-FLD-IDX)
                                           TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF PF-FIELD(1) = "*" OR PF-FIELD(1) = SPACE
               GO TO A2-ONE-PROFILE-LINEZ
           END-IF
           PERFORM VARYING WS-PF-IDX FROM 1 BY 1
                   UNTIL WS-PF-IDX > 12
               IF PF-FIELD(WS-PF-IDX) > SPACE
                   PERFORM A4-SELECT-FIELD
               END-IF
           END-PERFORM
           .
       A2-ONE-PROFILE-LINEZ.
           EXIT.

      *> FIND PF-SUB IN THE TABLE, ADDING IT WHEN IT IS NEW
       A3-FIND-SUBSCRIBER SECTION.
       A3-FIND-SUBSCRIBERA.
           MOVE 0                          TO WS-FOUND-SUB
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                   UNTIL WS-SUB-IDX > SUB-COUNT
               IF SB-NAME(WS-SUB-IDX) = PF-SUB
                   MOVE WS-SUB-IDX         TO WS-FOUND-SUB
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB > 0
               GO TO A3-FIND-SUBSCRIBERZ
           END-IF
           IF SUB-COUNT >= K-MAX-SUB
               DISPLAY "TOO MANY SUBSCRIBERS - " PF-SUB " IGNORED"
               GO TO A3-FIND-SUBSCRIBERZ
           END-IF
           ADD 1                           TO SUB-COUNT
           MOVE SUB-COUNT                  TO WS-FOUND-SUB
           INITIALIZE SUB-ENTRY(SUB-COUNT)
           MOVE PF-SUB                     TO SB-NAME(SUB-COUNT)
           MOVE "N"                        TO
                                       SB-IN-PROFILE-SW(SUB-COUNT)
           .
       A3-FIND-SUBSCRIBERZ.
           EXIT.

       A4-SELECT-FIELD SECTION.
       A4-SELECT-FIELDA.
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > K-FIELD-COUNT
               IF FL-TABLE-NO(WS-FLD-IDX) = WS-FOUND-TBL
               AND FL-NAME(WS-FLD-IDX) = PF-FIELD(WS-PF-IDX)
                   SET SB-GETS-FIELD(WS-FOUND-SUB WS-FLD-IDX) TO TRUE
                   GO TO A4-SELECT-FIELDZ
               END-IF
           END-PERFORM
           DISPLAY "DeltaSubscribers.txt: " PF-SUB " " PF-TABLE
               " HAS NO FIELD " PF-FIELD(WS-PF-IDX) " - IGNORED"
           ADD 1                           TO WS-UNKNOWN-FIELDS
           .
       A4-SELECT-FIELDZ.
           EXIT.

      *> ONE TABLE: LAST NIGHT'S COPY AND TONIGHT'S EXTRACT, EACH
      *> SORTED ON THE KEY, THEN MATCHED ROW FOR ROW
       C0-COMPARE-ONE-TABLE SECTION.
       C0-COMPARE-ONE-TABLEA.
           MOVE 0                          TO TR-INSERTS(WS-TBL-IDX)
                                              TR-UPDATES(WS-TBL-IDX)
                                              TR-DELETES(WS-TBL-IDX)
           SET TR-COMPARED(WS-TBL-IDX)     TO TRUE

           MOVE SPACE                      TO WS-COPY-COMMAND
           STRING "rm -f 'DeltaIn.txt'; cp 'Extract_" DELIMITED BY SIZE
                  TL-NAME(WS-TBL-IDX) DELIMITED BY SPACE
                  ".txt' 'DeltaIn.txt'" DELIMITED BY SIZE
           INTO WS-COPY-COMMAND
           CALL "SYSTEM" USING WS-COPY-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "NO Extract_" TL-NAME(WS-TBL-IDX) " TONIGHT"
               SET BUILD-FAILED            TO TRUE
               GO TO C0-COMPARE-ONE-TABLEZ
           END-IF
           SORT DELTA-SORT
               ON ASCENDING KEY DS-KEY DS-ROW
               INPUT PROCEDURE IS C1-RELEASE-ROWS
               GIVING SORTED-NEW

           MOVE SPACE                      TO WS-COPY-COMMAND
           STRING "rm -f 'DeltaIn.txt'; cp 'DeltaPrev/Extract_"
                  DELIMITED BY SIZE
                  TL-NAME(WS-TBL-IDX) DELIMITED BY SPACE
                  ".txt' 'DeltaIn.txt' 2>/dev/null" DELIMITED BY SIZE
           INTO WS-COPY-COMMAND
           CALL "SYSTEM" USING WS-COPY-COMMAND
           IF RETURN-CODE NOT = 0
      *> FIRST NIGHT FOR THIS TABLE: TONIGHT BECOMES THE BASELINE
               SET TR-BASELINE(WS-TBL-IDX) TO TRUE
               MOVE 0 TO RETURN-CODE
               GO TO C0-COMPARE-ONE-TABLEZ
           END-IF
           SORT DELTA-SORT
               ON ASCENDING KEY DS-KEY DS-ROW
               INPUT PROCEDURE IS C1-RELEASE-ROWS
               GIVING SORTED-OLD

           PERFORM D0-MATCH-ROWS
           .
       C0-COMPARE-ONE-TABLEZ.
           EXIT.

      *> THE STAGED EXTRACT'S ROWS, EACH WITH ITS KEY IN FRONT; THE
      *> FRESHNESS HEADER IS LEFT OUT
       C1-RELEASE-ROWS SECTION.
       C1-RELEASE-ROWSA.
           OPEN INPUT DELTA-IN
           IF WS-IN-STATUS NOT = "00"
               GO TO C1-RELEASE-ROWSZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-KEY-ROW
               READ DELTA-IN INTO WS-KEY-ROW
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-KEY-ROW > SPACE
                   AND WS-KEY-ROW(1:8) NOT = "EXTRACT "
                       PERFORM C2-BUILD-KEY
                       MOVE WS-KEY-ROW     TO DS-ROW
                       RELEASE DELTA-SORT-REC
                   END-IF
               END-READ
           END-PERFORM
           CLOSE DELTA-IN
           .
       C1-RELEASE-ROWSZ.
           EXIT.

       C2-BUILD-KEY SECTION.
       C2-BUILD-KEYA.
           MOVE SPACE                      TO DS-KEY
           MOVE 1                          TO WS-KEY-POS
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > K-FIELD-COUNT
               IF FL-TABLE-NO(WS-FLD-IDX) = WS-TBL-IDX
               AND FL-IS-KEY(WS-FLD-IDX)
                   MOVE WS-KEY-ROW(FL-OFFSET(WS-FLD-IDX):
                                   FL-LENGTH(WS-FLD-IDX))
                     TO DS-KEY(WS-KEY-POS:FL-LENGTH(WS-FLD-IDX))
                   ADD FL-LENGTH(WS-FLD-IDX) TO WS-KEY-POS
               END-IF
           END-PERFORM
           .
       C2-BUILD-KEYZ.
           EXIT.

      *> A KEY ONLY TONIGHT IS AN INSERT, ONLY LAST NIGHT A DELETE,
      *> ON BOTH WITH A DIFFERENT ROW AN UPDATE
       D0-MATCH-ROWS SECTION.
       D0-MATCH-ROWSA.
           OPEN INPUT SORTED-OLD
           OPEN INPUT SORTED-NEW
           SET OLD-NEOF                    TO TRUE
           SET NEW-NEOF                    TO TRUE
           PERFORM D1-READ-OLD
           PERFORM D2-READ-NEW
           PERFORM UNTIL OLD-EOF AND NEW-EOF
               EVALUATE TRUE
                   WHEN SN-KEY < SO-KEY
                       MOVE "I"            TO EV-OP
                       MOVE SPACE          TO EV-OLD-ROW
                       MOVE SN-ROW         TO EV-NEW-ROW
                       PERFORM D3-WRITE-CHANGE
                       ADD 1               TO TR-INSERTS(WS-TBL-IDX)
                       PERFORM D2-READ-NEW
                   WHEN SO-KEY < SN-KEY
                       MOVE "D"            TO EV-OP
                       MOVE SO-ROW         TO EV-OLD-ROW
                       MOVE SPACE          TO EV-NEW-ROW
                       PERFORM D3-WRITE-CHANGE
                       ADD 1               TO TR-DELETES(WS-TBL-IDX)
                       PERFORM D1-READ-OLD
                   WHEN OTHER
                       IF SO-ROW NOT = SN-ROW
                           MOVE "U"        TO EV-OP
                           MOVE SO-ROW     TO EV-OLD-ROW
                           MOVE SN-ROW     TO EV-NEW-ROW
                           PERFORM D3-WRITE-CHANGE
                           ADD 1           TO TR-UPDATES(WS-TBL-IDX)
                       END-IF
                       PERFORM D1-READ-OLD
                       PERFORM D2-READ-NEW
               END-EVALUATE
           END-PERFORM
           CLOSE SORTED-OLD
           CLOSE SORTED-NEW
           .
       D0-MATCH-ROWSZ.
           EXIT.

      *> AT THE END OF EITHER SIDE ITS KEY GOES TO HIGH-VALUES, SO
      *> THE OTHER SIDE'S REMAINING ROWS ALL SORT BELOW IT
       D1-READ-OLD SECTION.
       D1-READ-OLDA.
           READ SORTED-OLD
               AT END
                   SET OLD-EOF             TO TRUE
                   MOVE HIGH-VALUES        TO SO-KEY
                   MOVE SPACE              TO SO-ROW
           END-READ
           .
       D1-READ-OLDZ.
           EXIT.

       D2-READ-NEW SECTION.
       D2-READ-NEWA.
           READ SORTED-NEW
               AT END
                   SET NEW-EOF             TO TRUE
                   MOVE HIGH-VALUES        TO SN-KEY
                   MOVE SPACE              TO SN-ROW
           END-READ
           .
       D2-READ-NEWZ.
           EXIT.

       D3-WRITE-CHANGE SECTION.
       D3-WRITE-CHANGEA.
           MOVE WS-TBL-IDX                 TO EV-TABLE-NO
           WRITE CHANGES-FD
           .
       D3-WRITE-CHANGEZ.
           EXIT.

      *> ONE SUBSCRIBER: ITS ACKNOWLEDGMENT, THE RE-SEND OF WHAT IT
      *> HAS NOT ACKNOWLEDGED, THEN TONIGHT'S CHANGE FILE
       E0-SERVE-ONE-SUBSCRIBER SECTION.
       E0-SERVE-ONE-SUBSCRIBERA.
           IF NOT SB-IN-PROFILE(WS-SUB-IDX)
               GO TO E0-SERVE-ONE-SUBSCRIBERZ
           END-IF
           PERFORM E1-CONSUME-ACK
           PERFORM E2-RESEND-UNACKED
           PERFORM E3-BUILD-CHANGE-FILE
           .
       E0-SERVE-ONE-SUBSCRIBERZ.
           EXIT.

      *> "ACK <SEQ>" CONFIRMS EVERY SEQUENCE UP TO <SEQ>. AN ACK FOR
      *> A SEQUENCE NEVER SENT IS IGNORED.
       E1-CONSUME-ACK SECTION.
       E1-CONSUME-ACKA.
           MOVE SPACE                      TO WS-COPY-COMMAND
           STRING "rm -f 'DeltaAckWork.txt'; cp 'DeltaInbound/DeltaAck_"
                  DELIMITED BY SIZE
                  SB-NAME(WS-SUB-IDX) DELIMITED BY SPACE
                  ".txt' 'DeltaAckWork.txt' 2>/dev/null"
                  DELIMITED BY SIZE
           INTO WS-COPY-COMMAND
           CALL "SYSTEM" USING WS-COPY-COMMAND
           MOVE 0 TO RETURN-CODE
           OPEN INPUT ACK-FILE
           IF WS-ACK-STATUS NOT = "00"
               MOVE "NO ACKNOWLEDGMENT SINCE THE LAST RUN"
                                           TO SB-ACK-NOTE(WS-SUB-IDX)
               GO TO E1-CONSUME-ACKZ
           END-IF
           MOVE 0                          TO WS-BEST-ACK
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-ACK-LINE
               READ ACK-FILE INTO WS-ACK-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF AK-WORD = "ACK " AND AK-SEQ NUMERIC
                       MOVE AK-SEQ         TO WS-ACK-SEQ
                       IF WS-ACK-SEQ > WS-BEST-ACK
                       AND WS-ACK-SEQ NOT > SB-LAST-SENT(WS-SUB-IDX)
                           MOVE WS-ACK-SEQ TO WS-BEST-ACK
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ACK-FILE
           IF WS-BEST-ACK > SB-LAST-ACK(WS-SUB-IDX)
               MOVE WS-BEST-ACK            TO SB-LAST-ACK(WS-SUB-IDX)
               MOVE "ACKNOWLEDGMENT CONSUMED"
                                           TO SB-ACK-NOTE(WS-SUB-IDX)
           ELSE
               MOVE "ACKNOWLEDGMENT CONSUMED - NOTHING NEW IN IT"
                                           TO SB-ACK-NOTE(WS-SUB-IDX)
           END-IF

           MOVE SPACE                      TO WS-COPY-COMMAND
           STRING "mkdir -p DeltaInbound/Processed && mv "
                  "'DeltaInbound/DeltaAck_" DELIMITED BY SIZE
                  SB-NAME(WS-SUB-IDX) DELIMITED BY SPACE
                  ".txt' 'DeltaInbound/Processed/DeltaAck_"
                  DELIMITED BY SIZE
                  SB-NAME(WS-SUB-IDX) DELIMITED BY SPACE
                  "_" WS-RUN-DATE "_" WS-RUN-TIME ".txt'"
                  DELIMITED BY SIZE
           INTO WS-COPY-COMMAND
           CALL "SYSTEM" USING WS-COPY-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "COULD NOT FILE DeltaAck_" SB-NAME(WS-SUB-IDX)
                   " AWAY - MOVE IT BY HAND BEFORE THE NEXT RUN"
           END-IF
           MOVE 0 TO RETURN-CODE
           .
       E1-CONSUME-ACKZ.
           EXIT.

      *> EVERY SEQUENCE AFTER THE LAST ACKNOWLEDGED ONE GOES OUT AGAIN
      *> FROM THE ARCHIVE
       E2-RESEND-UNACKED SECTION.
       E2-RESEND-UNACKEDA.
           MOVE 0                          TO SB-RESENT(WS-SUB-IDX)
           COMPUTE WS-SEQ = SB-LAST-ACK(WS-SUB-IDX) + 1
           PERFORM UNTIL WS-SEQ > SB-LAST-SENT(WS-SUB-IDX)
               MOVE SPACE                  TO WS-COPY-COMMAND
               STRING "mkdir -p DeltaOutbound && cp "
                      "'DeltaArchive/Delta_" DELIMITED BY SIZE
                      SB-NAME(WS-SUB-IDX) DELIMITED BY SPACE
                      "_" WS-SEQ ".txt' DeltaOutbound/"
                      DELIMITED BY SIZE
               INTO WS-COPY-COMMAND
               CALL "SYSTEM" USING WS-COPY-COMMAND
               IF RETURN-CODE = 0
                   ADD 1                   TO SB-RESENT(WS-SUB-IDX)
               ELSE
                   DISPLAY "Delta_" SB-NAME(WS-SUB-IDX) "_" WS-SEQ
                       " IS NOT IN DeltaArchive/ - CANNOT RE-SEND IT"
               END-IF
               ADD 1                       TO WS-SEQ
           END-PERFORM
           MOVE 0 TO RETURN-CODE
           .
       E2-RESEND-UNACKEDZ.
           EXIT.

      *> TONIGHT'S FILE CARRIES THE NEXT SEQUENCE, EVEN WITH NO
      *> CHANGES IN IT, SO THE SUBSCRIBER SEES THE RUN HAPPENED
       E3-BUILD-CHANGE-FILE SECTION.
       E3-BUILD-CHANGE-FILEA.
           COMPUTE SB-NEW-SEQ(WS-SUB-IDX) =
                   SB-LAST-SENT(WS-SUB-IDX) + 1
           MOVE 0                          TO SB-COUNT-I(WS-SUB-IDX)
                                              SB-COUNT-U(WS-SUB-IDX)
                                              SB-COUNT-D(WS-SUB-IDX)
           OPEN OUTPUT DELTA-OUT
           MOVE SB-NAME(WS-SUB-IDX)        TO HD-SUB
           MOVE SB-NEW-SEQ(WS-SUB-IDX)     TO HD-SEQ
           MOVE WS-RUN-DATE                TO HD-DATE
           MOVE WS-RUN-TIME                TO HD-TIME
           MOVE DELTA-HEADER               TO DELTA-OUT-FD
           WRITE DELTA-OUT-FD

           OPEN INPUT CHANGES-FILE
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               READ CHANGES-FILE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF SB-GETS-TABLE(WS-SUB-IDX EV-TABLE-NO)
                       PERFORM E4-WRITE-ONE-CHANGE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CHANGES-FILE

           MOVE SB-NEW-SEQ(WS-SUB-IDX)     TO TL-SEQ
           MOVE SB-COUNT-I(WS-SUB-IDX)     TO TL-INSERTS
           MOVE SB-COUNT-U(WS-SUB-IDX)     TO TL-UPDATES
           MOVE SB-COUNT-D(WS-SUB-IDX)     TO TL-DELETES
           COMPUTE TL-RECORDS = SB-COUNT-I(WS-SUB-IDX)
                              + SB-COUNT-U(WS-SUB-IDX)
                              + SB-COUNT-D(WS-SUB-IDX)
           MOVE DELTA-TRAILER              TO DELTA-OUT-FD
           WRITE DELTA-OUT-FD
           CLOSE DELTA-OUT

           MOVE SPACE                      TO WS-OUT-NAME
           STRING "Delta_" DELIMITED BY SIZE
                  SB-NAME(WS-SUB-IDX) DELIMITED BY SPACE
                  "_" SB-NEW-SEQ(WS-SUB-IDX) ".txt" DELIMITED BY SIZE
           INTO WS-OUT-NAME
           MOVE SPACE                      TO WS-COPY-COMMAND
           STRING "mkdir -p DeltaPending && mv 'DeltaWork.txt' "
                  "'DeltaPending/" DELIMITED BY SIZE
                  WS-OUT-NAME DELIMITED BY SPACE
                  "'" DELIMITED BY SIZE
           INTO WS-COPY-COMMAND
           CALL "SYSTEM" USING WS-COPY-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "COULD NOT BUILD " WS-OUT-NAME
               SET BUILD-FAILED            TO TRUE
           END-IF
           MOVE 0 TO RETURN-CODE
           .
       E3-BUILD-CHANGE-FILEZ.
           EXIT.

      *> ONLY THE SUBSCRIBER'S FIELDS GO OUT; AN UPDATE THAT CHANGED
      *> NONE OF THEM IS NOT ITS BUSINESS
       E4-WRITE-ONE-CHANGE SECTION.
       E4-WRITE-ONE-CHANGEA.
           SET SEND-CHANGE                 TO TRUE
           IF EV-UPDATE
               SET SKIP-CHANGE             TO TRUE
               PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                       UNTIL WS-FLD-IDX > K-FIELD-COUNT
                   IF FL-TABLE-NO(WS-FLD-IDX) = EV-TABLE-NO
                   AND SB-GETS-FIELD(WS-SUB-IDX WS-FLD-IDX)
                   AND EV-OLD-ROW(FL-OFFSET(WS-FLD-IDX):
                                  FL-LENGTH(WS-FLD-IDX))
                       NOT = EV-NEW-ROW(FL-OFFSET(WS-FLD-IDX):
                                        FL-LENGTH(WS-FLD-IDX))
                       SET SEND-CHANGE     TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF SKIP-CHANGE
               GO TO E4-WRITE-ONE-CHANGEZ
           END-IF

           MOVE SPACE                      TO DT-ROW
           MOVE EV-OP                      TO DT-OP
           MOVE TL-NAME(EV-TABLE-NO)       TO DT-TABLE
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > K-FIELD-COUNT
               IF FL-TABLE-NO(WS-FLD-IDX) = EV-TABLE-NO
               AND SB-GETS-FIELD(WS-SUB-IDX WS-FLD-IDX)
                   IF EV-DELETE
                       MOVE EV-OLD-ROW(FL-OFFSET(WS-FLD-IDX):
                                       FL-LENGTH(WS-FLD-IDX))
                         TO DT-ROW(FL-OFFSET(WS-FLD-IDX):
                                   FL-LENGTH(WS-FLD-IDX))
                   ELSE
                       MOVE EV-NEW-ROW(FL-OFFSET(WS-FLD-IDX):
                                       FL-LENGTH(WS-FLD-IDX))
                         TO DT-ROW(FL-OFFSET(WS-FLD-IDX):
                                   FL-LENGTH(WS-FLD-IDX))
                   END-IF
               END-IF
           END-PERFORM
           MOVE DELTA-DETAIL               TO DELTA-OUT-FD
           WRITE DELTA-OUT-FD
           EVALUATE TRUE
               WHEN EV-INSERT ADD 1 TO SB-COUNT-I(WS-SUB-IDX)
               WHEN EV-UPDATE ADD 1 TO SB-COUNT-U(WS-SUB-IDX)
               WHEN EV-DELETE ADD 1 TO SB-COUNT-D(WS-SUB-IDX)
           END-EVALUATE
           .
       E4-WRITE-ONE-CHANGEZ.
           EXIT.

      *> EVERY FILE IS KEPT IN THE ARCHIVE FOR A RE-SEND, THEN HANDED
      *> TO THE TRANSFER; ONLY THEN DOES EACH SEQUENCE COUNT AS SENT
       F0-PUBLISH SECTION.
       F0-PUBLISHA.
           MOVE SPACE                      TO WS-COPY-COMMAND
           STRING "mkdir -p DeltaArchive DeltaOutbound && "
                  "cp DeltaPending/Delta_*.txt DeltaArchive/ && "
                  "mv DeltaPending/Delta_*.txt DeltaOutbound/"
                  DELIMITED BY SIZE
           INTO WS-COPY-COMMAND
           CALL "SYSTEM" USING WS-COPY-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "COULD NOT PUBLISH THE CHANGE FILES FROM "
                   "DeltaPending/"
               MOVE 0 TO RETURN-CODE
               GO TO F0-PUBLISHZ
           END-IF
           SET PUBLISHED                   TO TRUE
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                   UNTIL WS-SUB-IDX > SUB-COUNT
               IF SB-IN-PROFILE(WS-SUB-IDX)
                   MOVE SB-NEW-SEQ(WS-SUB-IDX)
                                   TO SB-LAST-SENT(WS-SUB-IDX)
               END-IF
           END-PERFORM
           .
       F0-PUBLISHZ.
           EXIT.

      *> TONIGHT'S EXTRACTS BECOME TOMORROW'S "LAST NIGHT"
       F1-RETAIN-EXTRACTS SECTION.
       F1-RETAIN-EXTRACTSA.
           MOVE SPACE                      TO WS-COPY-COMMAND
           STRING "mkdir -p DeltaPrev && cp Extract_STUDENTI.txt "
                  "Extract_NOTE.txt Extract_ABSENTE.txt DeltaPrev/"
                  DELIMITED BY SIZE
           INTO WS-COPY-COMMAND
           CALL "SYSTEM" USING WS-COPY-COMMAND
           IF RETURN-CODE NOT = 0
               DISPLAY "COULD NOT RETAIN TONIGHT'S EXTRACTS IN "
                   "DeltaPrev/ - TOMORROW'S CHANGES WILL REPEAT "
                   "TONIGHT'S"
           END-IF
           MOVE 0 TO RETURN-CODE
           .
       F1-RETAIN-EXTRACTSZ.
           EXIT.

       G0-SAVE-STATE SECTION.
       G0-SAVE-STATEA.
           OPEN OUTPUT STATE-FILE
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                   UNTIL WS-SUB-IDX > SUB-COUNT
               MOVE SB-NAME(WS-SUB-IDX)    TO SL-SUB
               MOVE SB-LAST-SENT(WS-SUB-IDX) TO SL-LAST-SENT
               MOVE SB-LAST-ACK(WS-SUB-IDX) TO SL-LAST-ACK
               MOVE WS-STATE-LINE          TO STATE-FD
               WRITE STATE-FD
           END-PERFORM
           CLOSE STATE-FILE
           .
       G0-SAVE-STATEZ.
           EXIT.

       R0-WRITE-REPORT SECTION.
       R0-WRITE-REPORTA.
           OPEN OUTPUT REPORT-FILE
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO REPORT-FD
               WRITE REPORT-FD
           END-IF
           MOVE SPACE                      TO WS-LINE
           STRING "OUTBOUND CHANGE FEED " WS-RUN-DATE " " WS-RUN-TIME
                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO REPORT-FD
           WRITE REPORT-FD

           MOVE "== TABLES ==" TO REPORT-FD
           WRITE REPORT-FD
           PERFORM VARYING WS-TBL-IDX FROM 1 BY 1
                   UNTIL WS-TBL-IDX > K-TABLE-COUNT
               MOVE SPACE                  TO WS-LINE
               IF TR-BASELINE(WS-TBL-IDX)
                   STRING TL-NAME(WS-TBL-IDX)
                          " BASELINE SET - NO COPY FROM LAST NIGHT"
                          DELIMITED BY SIZE
                   INTO WS-LINE
               ELSE
                   STRING TL-NAME(WS-TBL-IDX)
                          " INSERTS " TR-INSERTS(WS-TBL-IDX)
                          " UPDATES " TR-UPDATES(WS-TBL-IDX)
                          " DELETES " TR-DELETES(WS-TBL-IDX)
                          DELIMITED BY SIZE
                   INTO WS-LINE
               END-IF
               MOVE WS-LINE                TO REPORT-FD
               WRITE REPORT-FD
           END-PERFORM

           MOVE "== SUBSCRIBERS ==" TO REPORT-FD
           WRITE REPORT-FD
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                   UNTIL WS-SUB-IDX > SUB-COUNT
               IF SB-IN-PROFILE(WS-SUB-IDX)
                   PERFORM R1-REPORT-ONE-SUBSCRIBER
               END-IF
           END-PERFORM
           IF WS-UNKNOWN-FIELDS > 0
               MOVE WS-UNKNOWN-FIELDS      TO WS-COUNT-EDIT
               MOVE SPACE                  TO WS-LINE
               STRING "DeltaSubscribers.txt ENTRIES IGNORED: "
                      WS-COUNT-EDIT
                      DELIMITED BY SIZE
               INTO WS-LINE
               MOVE WS-LINE                TO REPORT-FD
               WRITE REPORT-FD
           END-IF
           IF PUBLISHED
               MOVE "VERDICT: PUBLISHED"   TO REPORT-FD
           ELSE
               MOVE "VERDICT: NOT PUBLISHED - NO SEQUENCE ADVANCED"
                                           TO REPORT-FD
           END-IF
           WRITE REPORT-FD
           CLOSE REPORT-FILE
           .
       R0-WRITE-REPORTZ.
           EXIT.

       R1-REPORT-ONE-SUBSCRIBER SECTION.
       R1-REPORT-ONE-SUBSCRIBERA.
           MOVE SPACE                      TO WS-LINE
           STRING SB-NAME(WS-SUB-IDX)
                  " SEQ " SB-NEW-SEQ(WS-SUB-IDX)
                  " I " SB-COUNT-I(WS-SUB-IDX)
                  " U " SB-COUNT-U(WS-SUB-IDX)
                  " D " SB-COUNT-D(WS-SUB-IDX)
                  " ACKED TO " SB-LAST-ACK(WS-SUB-IDX)
                  " RE-SENT " SB-RESENT(WS-SUB-IDX)
                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO REPORT-FD
           WRITE REPORT-FD
           MOVE SPACE                      TO WS-LINE
           STRING "    " SB-ACK-NOTE(WS-SUB-IDX)
                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO REPORT-FD
           WRITE REPORT-FD
           IF SB-RESENT(WS-SUB-IDX) >= K-BEHIND-WARNING
               MOVE "    FAR BEHIND ON ACKNOWLEDGMENTS - CHECK THE "
                 & "SUBSCRIBER'S SIDE OF THE TRANSFER" TO REPORT-FD
               WRITE REPORT-FD
           END-IF
           .
       R1-REPORT-ONE-SUBSCRIBERZ.
           EXIT.
       END PROGRAM DELTAFEED.
