      *          LOOKUP IS ONE KEYED READ OF StudentMaster.dat (THE
      *          MASTER STUMASTER REBUILDS NIGHTLY) AND A NAME
      *          LOOKUP IS A FILE SCAN - NO ADAPTER LOAD AT START-UP
      *          AND NO 2000-STUDENT CEILING ANY MORE. EVERY REQUEST
      *          CARRIES THE REQUESTER'S ID IN COLUMNS 63-70; ONE
      *          WITHOUT IT IS REFUSED (02 NO REQUESTER ID) AND EVERY
      *          STUDENT RETURNED IS LOGGED AGAINST THE REQUESTER IN
      *          AccessLog.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-MASTER-STATUS                 PIC X(02).

      *> ONE REQUEST LINE: OP(1) SPACE THEN THE KEY - A CNP FOR
      *> S/B, SURNAME(30)NAME(30) FIXED COLUMNS FOR N - THEN THE
      *> REQUESTER'S OPERATOR ID IN COLUMNS 63-70
       01 WS-REQ-LINE.
           05 RQ-OP                        PIC X(01).
           05 FILLER                       PIC X(01).
           05 RQ-KEY                       PIC X(60).
           05 RQ-REQUESTER                 PIC X(08).
       01 WS-RQ-CNP REDEFINES WS-REQ-LINE.
           05 FILLER                       PIC X(02).
           05 RQC-CNP                      PIC X(13).
       01 WS-RUN-COUNTERS.
        05 WS-COUNT-REQUESTS               PIC 9(04) VALUE 0.
        05 WS-COUNT-FOUND                  PIC 9(04) VALUE 0.
        05 WS-COUNT-REFUSED                PIC 9(04) VALUE 0.

      *> READ-ACCESS LOG - EVERY STUDENT RETURNED, UNDER THE REQUESTER
       COPY ACCLOG-INT.

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           PERFORM Z0
           DISPLAY "REQUESTS ANSWERED: " WS-COUNT-REQUESTS
               "  FOUND: " WS-COUNT-FOUND
               "  REFUSED: " WS-COUNT-REFUSED
           MOVE 0 TO RETURN-CODE
           .
       S0Z.
       F0-ANSWER-ONE-REQUEST SECTION.
       F0-ANSWER-ONE-REQUESTA.
           SET HIT-NOT-FOUND               TO TRUE
      *> NO LOOKUP FOR AN ANONYMOUS REQUEST - THERE WOULD BE NO ONE
      *> TO LOG THE ACCESS AGAINST
           IF RQ-REQUESTER <= SPACE
               ADD 1                       TO WS-COUNT-REFUSED
               MOVE SPACE                  TO WS-RESP-LINE
               STRING RQ-OP " 02 NO REQUESTER ID: " RQ-KEY
                       DELIMITED BY SIZE
               INTO WS-RESP-LINE
               PERFORM W0-WRITE-RESPONSE
               GO TO F0-ANSWER-ONE-REQUESTZ
           END-IF
           EVALUATE RQ-OP
               WHEN "S"
               WHEN "B"
                      " CNP " SM-CNP " CLASA " SM-CLASA
                      DELIMITED BY SIZE
               INTO WS-RESP-LINE
               MOVE "BATSRCH"              TO ACL-PROGRAM
               MOVE RQ-REQUESTER           TO ACL-OPERATOR
               MOVE SM-CNP                 TO ACL-CNP
               MOVE "NAME AND CLASS (BATCH SEARCH)" TO ACL-SHOWN
               CALL "ACCLOG" USING ACCLOG-INTERFACE
           ELSE
               STRING RQ-OP " 01 NOT FOUND: " RQ-KEY
                      DELIMITED BY SIZE
