      ******************************************************************
      * Author:
      * Date:
      * Purpose: READ-ACCESS REPORT - "WHO VIEWED MY CHILD'S DATA".
      *          ACCLOG LEAVES ONE AccessLog.txt PER STEP DIRECTORY
      *          (THE ROOT FOR AUDITINQ, THE SECRETARIAT FOR THE
      *          TRANSCRIPT/REGISTER/ARCHIVE/DSAR LOOKUPS, THE SEARCH
      *          MODULE FOR CONSOLE AND BATSRCH); THIS STAGES ALL OF
      *          THEM AND PRINTS, OPTIONALLY LIMITED TO ONE CNP AND/OR
      *          ONE OPERATOR:
      *            - EVERY ACCESS, OLDEST FIRST (THE PER-CNP ACCOUNT
      *              WHEN A CNP IS GIVEN);
      *            - PER OPERATOR: ACCESSES, DAYS ACTIVE, AND THE MOST
      *              STUDENTS THEY VIEWED IN ONE DAY;
      *            - EVERY OPERATOR-DAY ON WHICH MORE DISTINCT STUDENTS
      *              WERE VIEWED THAN THE THRESHOLD ASKED FOR AT RUN
      *              TIME (BLANK = 100), FLAGGED FOR FOLLOW-UP.
      *          THE CNP LIMIT ONLY NARROWS THE ACCOUNT - THE VOLUME
      *          FIGURES ARE ALWAYS OVER EVERY STUDENT. RUN FROM THE
      *          INSTALLATION ROOT, LIKE AUDITINQ. WRITES
      *          AccessReport.txt; RETURN CODE 4 WHEN A DAY IS
      *          FLAGGED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ACCREPORT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> EACH LOG IS STAGED HERE BEFORE IT IS READ (ASSIGN NAMES
      *> ARE FIXED UNDER THIS DIALECT, SAME WORKAROUND AS AUDITINQ)
           SELECT ACCESS-WORK ASSIGN TO 'AccReportWork.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'AccessReport.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
        FD ACCESS-WORK.
       01 ACCESS-WORK-FD                   PIC X(200).

        FD REPORT-FILE.
       01 REPORT-FILE-FD                   PIC X(132).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WS-WORK-STATUS                   PIC X(02).

      *> EVERY AccessLog.txt IN THE SHOP, WITH ITS STEP DIRECTORY
       01 LOG-LIST-DATA.
           05 FILLER PIC X(60) VALUE
               "AccessLog.txt".
           05 FILLER PIC X(60) VALUE
               "Assign 12 Secretariat FLOARE EMIL/AccessLog.txt".
           05 FILLER PIC X(60) VALUE
               "Search-Module-with-copybook/Search-Module/AccessLog.txt
      -        "".
       01 LOG-LIST REDEFINES LOG-LIST-DATA.
           05 LOG-PATH OCCURS 3 TIMES INDEXED BY LOG-IDX
                                           PIC X(60).

       01 WS-COPY-COMMAND                  PIC X(120).

      *> ONE AccessLog.txt LINE AS ACCLOG WRITES IT (THE AUDCHAIN
      *> LINK FOLLOWS PAST COLUMN 104 AND IS NOT NEEDED HERE)
       01 WS-ACCESS-LINE.
           05 AL-DATE                      PIC X(08).
           05 FILLER                       PIC X(01).
           05 AL-TIME                      PIC X(08).
           05 FILLER                       PIC X(01).
           05 AL-OPERATOR                  PIC X(08).
           05 FILLER                       PIC X(01).
           05 AL-PROGRAM                   PIC X(12).
           05 FILLER                       PIC X(01).
           05 AL-CNP                       PIC X(13).
           05 FILLER                       PIC X(01).
           05 AL-SHOWN                     PIC X(50).
           05 FILLER                       PIC X(96).

      *> RUN-TIME LIMITS: A BLANK CNP OR OPERATOR MEANS EVERYONE
       01 WS-TARGET-CNP                    PIC X(13).
       01 WS-TARGET-OPERATOR               PIC X(08).
       01 K-DEFAULT-THRESHOLD              PIC 9(04) VALUE 100.
       01 WS-THRESHOLD                     PIC 9(04).

      *> EVERY ACCESS LOADED; EV-CHRONO ORDERS THE ACCOUNT, EV-BYOP
      *> GROUPS AN OPERATOR'S DAYS AND THE STUDENTS WITHIN A DAY
       01 K-MAX-EVENT                      PIC 9(05) VALUE 5000.
       01 EVENT-TABLE.
           05 EVENT-ENTRY OCCURS 5000 TIMES.
               10 EV-CHRONO.
                   15 EV-DATE              PIC X(08).
                   15 EV-TIME              PIC X(08).
               10 EV-BYOP.
                   15 EV-OPERATOR          PIC X(08).
                   15 EV-OP-DATE           PIC X(08).
                   15 EV-CNP               PIC X(13).
               10 EV-PROGRAM               PIC X(12).
               10 EV-SHOWN                 PIC X(50).
       01 EVENT-COUNT                      PIC 9(05) VALUE 0.
       01 EVENT-TEMP                       PIC X(107).
       01 WS-SORT-MODE                     PIC X(01).
           88 SORT-CHRONO                  VALUE "C".
           88 SORT-BY-OPERATOR             VALUE "O".
       01 WS-SORT-I                        PIC 9(05).
       01 WS-SORT-J                        PIC 9(05).
       01 WS-SORT-BEST                     PIC 9(05).
       01 WS-SHOWN-COUNT                   PIC 9(05) VALUE 0.

      *> PER-OPERATOR TOTALS, BUILT ON THE OPERATOR-ORDERED PASS
       01 K-MAX-OPER                       PIC 9(03) VALUE 100.
       01 OPER-TABLE.
           05 OPER-ENTRY OCCURS 100 TIMES.
               10 OP-OPERATOR              PIC X(08).
               10 OP-ACCESSES              PIC 9(05).
               10 OP-DAYS                  PIC 9(04).
               10 OP-BUSIEST               PIC 9(05).
               10 OP-BUSIEST-DATE          PIC X(08).
       01 OPER-COUNT                       PIC 9(03) VALUE 0.
       01 WS-OP-IDX                        PIC 9(03).

      *> OPERATOR-DAYS OVER THE THRESHOLD
       01 K-MAX-FLAG                       PIC 9(03) VALUE 500.
       01 FLAG-TABLE.
           05 FLAG-ENTRY OCCURS 500 TIMES.
               10 FL-OPERATOR              PIC X(08).
               10 FL-DATE                  PIC X(08).
               10 FL-STUDENTS              PIC 9(05).
               10 FL-ACCESSES              PIC 9(05).
       01 FLAG-COUNT                       PIC 9(03) VALUE 0.
       01 WS-FL-IDX                        PIC 9(03).

      *> CONTROL-BREAK FIELDS FOR THE OPERATOR-ORDERED PASS
       01 WS-DAY-STUDENTS                  PIC 9(05).
       01 WS-DAY-ACCESSES                  PIC 9(05).

       01 WS-RUN-DATE                      PIC 9(08).
       01 WS-LINE                          PIC X(132).
       01 WS-NUM-DISP                      PIC ZZZZ9.
       01 WS-NUM-DISP2                     PIC ZZZZ9.
       01 WS-NUM-DISP3                     PIC ZZZZ9.

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".
       COPY TRAINENV-INT.

      *> OPERATOR SIGN-ON - WHO MAY READ THE ACCESS LOGS IS ITSELF
      *> LIMITED THROUGH Operators.txt
       COPY OPSIGN-INT.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       S0  SECTION.
       S0A.
           DISPLAY "READ-ACCESS REPORT"
           MOVE "ACCREPORT"                TO OPS-PROGRAM
           CALL "OPSIGNON" USING OPSIGN-INTERFACE
           IF OPS-DENIED
               DISPLAY OPS-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "CNP (BLANK = EVERY STUDENT): " WITH NO ADVANCING
           ACCEPT WS-TARGET-CNP
           DISPLAY "OPERATOR ID (BLANK = EVERY OPERATOR): "
               WITH NO ADVANCING
           ACCEPT WS-TARGET-OPERATOR
           DISPLAY "STUDENTS PER OPERATOR PER DAY BEFORE A DAY IS "
               "FLAGGED (BLANK = " K-DEFAULT-THRESHOLD "): "
               WITH NO ADVANCING
           ACCEPT WS-THRESHOLD
           IF WS-THRESHOLD = 0
               MOVE K-DEFAULT-THRESHOLD    TO WS-THRESHOLD
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM B0-READ-ONE-LOG THRU B0-READ-ONE-LOGZ
               VARYING LOG-IDX FROM 1 BY 1
               UNTIL LOG-IDX > 3

           OPEN OUTPUT REPORT-FILE
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
           END-IF
           PERFORM D0-WRITE-HEADER

           SET SORT-CHRONO                 TO TRUE
           PERFORM C0-SORT-EVENTS
           PERFORM D1-WRITE-ACCOUNT

           SET SORT-BY-OPERATOR            TO TRUE
           PERFORM C0-SORT-EVENTS
           PERFORM E0-TOTAL-OPERATORS
           PERFORM D2-WRITE-OPERATORS
           PERFORM D3-WRITE-FLAGS
           CLOSE REPORT-FILE

           DISPLAY "ACCESSES READ: " EVENT-COUNT
               "  SHOWN: " WS-SHOWN-COUNT
               "  DAYS FLAGGED: " FLAG-COUNT
           DISPLAY "REPORT WRITTEN TO AccessReport.txt"
           IF FLAG-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           .
       S0Z.
           STOP RUN.

      *> STAGE ONE LOG AND KEEP ITS LINES FOR THE OPERATOR ASKED FOR.
      *> A DIRECTORY WHOSE PROGRAMS HAVE NOT LOGGED YET CONTRIBUTES
      *> NOTHING.
       B0-READ-ONE-LOG SECTION.
       B0-READ-ONE-LOGA.
           MOVE SPACE                      TO WS-COPY-COMMAND
           STRING "cp '" DELIMITED BY SIZE
                  LOG-PATH(LOG-IDX) DELIMITED BY "  "
                  "' 'AccReportWork.txt'" DELIMITED BY SIZE
           INTO WS-COPY-COMMAND
           CALL "SYSTEM" USING WS-COPY-COMMAND
           IF RETURN-CODE NOT = 0
               GO TO B0-READ-ONE-LOGZ
           END-IF

           OPEN INPUT ACCESS-WORK
           IF WS-WORK-STATUS NOT = "00"
               GO TO B0-READ-ONE-LOGZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-ACCESS-LINE
               READ ACCESS-WORK INTO WS-ACCESS-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF AL-DATE NUMERIC
                   AND (WS-TARGET-OPERATOR = SPACE
                       OR AL-OPERATOR = WS-TARGET-OPERATOR)
                       PERFORM B1-KEEP-EVENT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ACCESS-WORK
           .
       B0-READ-ONE-LOGZ.
           EXIT.

       B1-KEEP-EVENT SECTION.
       B1-KEEP-EVENTA.
           IF EVENT-COUNT >= K-MAX-EVENT
               DISPLAY "TOO MANY ACCESS LINES, TRUNCATED AT "
                   K-MAX-EVENT
               GO TO B1-KEEP-EVENTZ
           END-IF
           ADD 1                           TO EVENT-COUNT
           MOVE AL-DATE                    TO EV-DATE(EVENT-COUNT)
           MOVE AL-TIME                    TO EV-TIME(EVENT-COUNT)
           MOVE AL-OPERATOR                TO EV-OPERATOR(EVENT-COUNT)
           MOVE AL-DATE                    TO EV-OP-DATE(EVENT-COUNT)
           MOVE AL-CNP                     TO EV-CNP(EVENT-COUNT)
           MOVE AL-PROGRAM                 TO EV-PROGRAM(EVENT-COUNT)
           MOVE AL-SHOWN                   TO EV-SHOWN(EVENT-COUNT)
           .
       B1-KEEP-EVENTZ.
           EXIT.

      *> SELECTION SORT ON THE KEY THE MODE NAMES - OLDEST FIRST FOR
      *> THE ACCOUNT, OPERATOR/DATE/CNP FOR THE VOLUME PASS
       C0-SORT-EVENTS SECTION.
       C0-SORT-EVENTSA.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= EVENT-COUNT
               MOVE WS-SORT-I              TO WS-SORT-BEST
               COMPUTE WS-SORT-J = WS-SORT-I + 1
               PERFORM VARYING WS-SORT-J FROM WS-SORT-J BY 1
                       UNTIL WS-SORT-J > EVENT-COUNT
                   IF SORT-CHRONO
                       IF EV-CHRONO(WS-SORT-J) < EV-CHRONO(WS-SORT-BEST)
                           MOVE WS-SORT-J  TO WS-SORT-BEST
                       END-IF
                   ELSE
                       IF EV-BYOP(WS-SORT-J) < EV-BYOP(WS-SORT-BEST)
                           MOVE WS-SORT-J  TO WS-SORT-BEST
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-SORT-BEST NOT = WS-SORT-I
                   MOVE EVENT-ENTRY(WS-SORT-I)    TO EVENT-TEMP
                   MOVE EVENT-ENTRY(WS-SORT-BEST) TO
                       EVENT-ENTRY(WS-SORT-I)
                   MOVE EVENT-TEMP         TO EVENT-ENTRY(WS-SORT-BEST)
               END-IF
           END-PERFORM
           .
       C0-SORT-EVENTSZ.
           EXIT.

      *> ONE PASS OVER THE OPERATOR-ORDERED TABLE: A NEW OPERATOR
      *> OPENS A TOTALS ROW, A NEW DATE CLOSES THE PREVIOUS DAY, A
      *> NEW CNP WITHIN THE DAY IS ONE MORE DISTINCT STUDENT
       E0-TOTAL-OPERATORS SECTION.
       E0-TOTAL-OPERATORSA.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I > EVENT-COUNT
               IF WS-SORT-I = 1
               OR EV-OPERATOR(WS-SORT-I) NOT =
                  EV-OPERATOR(WS-SORT-I - 1)
                   IF WS-SORT-I > 1
                       PERFORM E1-CLOSE-DAY
                   END-IF
                   PERFORM E2-OPEN-OPERATOR
                   PERFORM E3-OPEN-DAY
               ELSE
                   IF EV-OP-DATE(WS-SORT-I) NOT =
                      EV-OP-DATE(WS-SORT-I - 1)
                       PERFORM E1-CLOSE-DAY
                       PERFORM E3-OPEN-DAY
                   ELSE
                       IF EV-CNP(WS-SORT-I) NOT =
                          EV-CNP(WS-SORT-I - 1)
                           ADD 1           TO WS-DAY-STUDENTS
                       END-IF
                   END-IF
               END-IF
               ADD 1                       TO WS-DAY-ACCESSES
               IF OPER-COUNT > 0
                   ADD 1                   TO OP-ACCESSES(OPER-COUNT)
               END-IF
           END-PERFORM
           IF EVENT-COUNT > 0
               PERFORM E1-CLOSE-DAY
           END-IF
           .
       E0-TOTAL-OPERATORSZ.
           EXIT.

      *> THE DAY JUST ENDED (WS-SORT-I - 1 IS ITS LAST ACCESS): ITS
      *> STUDENT COUNT FEEDS THE OPERATOR'S BUSIEST DAY AND, OVER THE
      *> THRESHOLD, THE FLAG LIST
       E1-CLOSE-DAY SECTION.
       E1-CLOSE-DAYA.
           IF OPER-COUNT = 0
               GO TO E1-CLOSE-DAYZ
           END-IF
           IF WS-DAY-STUDENTS > OP-BUSIEST(OPER-COUNT)
               MOVE WS-DAY-STUDENTS        TO OP-BUSIEST(OPER-COUNT)
               MOVE EV-OP-DATE(WS-SORT-I - 1) TO
                   OP-BUSIEST-DATE(OPER-COUNT)
           END-IF
           IF WS-DAY-STUDENTS NOT > WS-THRESHOLD
               GO TO E1-CLOSE-DAYZ
           END-IF
           IF FLAG-COUNT >= K-MAX-FLAG
               DISPLAY "TOO MANY FLAGGED DAYS, TRUNCATED AT "
                   K-MAX-FLAG
               GO TO E1-CLOSE-DAYZ
           END-IF
           ADD 1                           TO FLAG-COUNT
           MOVE OP-OPERATOR(OPER-COUNT)    TO FL-OPERATOR(FLAG-COUNT)
           MOVE EV-OP-DATE(WS-SORT-I - 1)  TO FL-DATE(FLAG-COUNT)
           MOVE WS-DAY-STUDENTS            TO FL-STUDENTS(FLAG-COUNT)
           MOVE WS-DAY-ACCESSES            TO FL-ACCESSES(FLAG-COUNT)
           .
       E1-CLOSE-DAYZ.
           EXIT.

       E2-OPEN-OPERATOR SECTION.
       E2-OPEN-OPERATORA.
           IF OPER-COUNT >= K-MAX-OPER
               DISPLAY "TOO MANY OPERATORS, TRUNCATED AT " K-MAX-OPER
               GO TO E2-OPEN-OPERATORZ
           END-IF
           ADD 1                           TO OPER-COUNT
           MOVE EV-OPERATOR(WS-SORT-I)     TO OP-OPERATOR(OPER-COUNT)
           MOVE 0                          TO OP-ACCESSES(OPER-COUNT)
           MOVE 0                          TO OP-DAYS(OPER-COUNT)
           MOVE 0                          TO OP-BUSIEST(OPER-COUNT)
           MOVE SPACE                      TO
               OP-BUSIEST-DATE(OPER-COUNT)
           .
       E2-OPEN-OPERATORZ.
           EXIT.

       E3-OPEN-DAY SECTION.
       E3-OPEN-DAYA.
           MOVE 1                          TO WS-DAY-STUDENTS
           MOVE 0                          TO WS-DAY-ACCESSES
           IF OPER-COUNT > 0
               ADD 1                       TO OP-DAYS(OPER-COUNT)
           END-IF
           .
       E3-OPEN-DAYZ.
           EXIT.

       D0-WRITE-HEADER SECTION.
       D0-WRITE-HEADERA.
           MOVE SPACE                      TO WS-LINE
           STRING "READ-ACCESS REPORT - RUN " WS-RUN-DATE
                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE SPACE                      TO WS-LINE
           IF WS-TARGET-CNP = SPACE
               MOVE "CNP: EVERY STUDENT"   TO WS-LINE
           ELSE
               STRING "CNP: " WS-TARGET-CNP DELIMITED BY SIZE
               INTO WS-LINE
           END-IF
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE SPACE                      TO WS-LINE
           IF WS-TARGET-OPERATOR = SPACE
               MOVE "OPERATOR: EVERY OPERATOR" TO WS-LINE
           ELSE
               STRING "OPERATOR: " WS-TARGET-OPERATOR
                      DELIMITED BY SIZE
               INTO WS-LINE
           END-IF
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE WS-THRESHOLD               TO WS-NUM-DISP
           MOVE SPACE                      TO WS-LINE
           STRING "FLAG THRESHOLD: MORE THAN " WS-NUM-DISP
                  " STUDENTS PER OPERATOR PER DAY"
                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           .
       D0-WRITE-HEADERZ.
           EXIT.

      *> EVERY ACCESS TO THE CNP ASKED FOR (OR TO ANYONE), OLDEST
      *> FIRST
       D1-WRITE-ACCOUNT SECTION.
       D1-WRITE-ACCOUNTA.
           MOVE SPACE                      TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE "ACCESSES, OLDEST FIRST" TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE SPACE                      TO WS-LINE
           STRING "DATE     TIME     OPERATOR PROGRAM      "
                  "CNP           SHOWN"
                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD

           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I > EVENT-COUNT
               IF WS-TARGET-CNP = SPACE
               OR EV-CNP(WS-SORT-I) = WS-TARGET-CNP
                   ADD 1                   TO WS-SHOWN-COUNT
                   MOVE SPACE              TO WS-LINE
                   STRING EV-DATE(WS-SORT-I) " "
                          EV-TIME(WS-SORT-I) " "
                          EV-OPERATOR(WS-SORT-I) " "
                          EV-PROGRAM(WS-SORT-I) " "
                          EV-CNP(WS-SORT-I) " "
                          EV-SHOWN(WS-SORT-I)
                          DELIMITED BY SIZE
                   INTO WS-LINE
                   MOVE WS-LINE            TO REPORT-FILE-FD
                   WRITE REPORT-FILE-FD
               END-IF
           END-PERFORM
           MOVE WS-SHOWN-COUNT             TO WS-NUM-DISP
           MOVE SPACE                      TO WS-LINE
           STRING "ACCESSES LISTED: " WS-NUM-DISP
                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           .
       D1-WRITE-ACCOUNTZ.
           EXIT.

       D2-WRITE-OPERATORS SECTION.
       D2-WRITE-OPERATORSA.
           MOVE SPACE                      TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE "PER OPERATOR" TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE "OPERATOR  ACCESSES   DAYS  BUSIEST DAY (STUDENTS)"
                                           TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > OPER-COUNT
               MOVE OP-ACCESSES(WS-OP-IDX) TO WS-NUM-DISP
               MOVE OP-DAYS(WS-OP-IDX)     TO WS-NUM-DISP2
               MOVE OP-BUSIEST(WS-OP-IDX)  TO WS-NUM-DISP3
               MOVE SPACE                  TO WS-LINE
               STRING OP-OPERATOR(WS-OP-IDX) "     "
                      WS-NUM-DISP "  " WS-NUM-DISP2 "  "
                      OP-BUSIEST-DATE(WS-OP-IDX) " (" WS-NUM-DISP3 ")"
                      DELIMITED BY SIZE
               INTO WS-LINE
               MOVE WS-LINE                TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
           END-PERFORM
           .
       D2-WRITE-OPERATORSZ.
           EXIT.

       D3-WRITE-FLAGS SECTION.
       D3-WRITE-FLAGSA.
           MOVE SPACE                      TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE "UNUSUAL VOLUMES - OPERATOR-DAYS OVER THE THRESHOLD"
                                           TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           IF FLAG-COUNT = 0
               MOVE "  NONE"               TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
               GO TO D3-WRITE-FLAGSZ
           END-IF
           PERFORM VARYING WS-FL-IDX FROM 1 BY 1
                   UNTIL WS-FL-IDX > FLAG-COUNT
               MOVE FL-STUDENTS(WS-FL-IDX) TO WS-NUM-DISP
               MOVE FL-ACCESSES(WS-FL-IDX) TO WS-NUM-DISP2
               MOVE SPACE                  TO WS-LINE
               STRING "  *** " FL-OPERATOR(WS-FL-IDX) " "
                      FL-DATE(WS-FL-IDX) " " WS-NUM-DISP
                      " STUDENTS VIEWED (" WS-NUM-DISP2 " ACCESSES)"
                      DELIMITED BY SIZE
               INTO WS-LINE
               MOVE WS-LINE                TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
           END-PERFORM
           .
       D3-WRITE-FLAGSZ.
           EXIT.
       END PROGRAM ACCREPORT.
