      *          THE WORKING DIRECTORY AND RETURNS THE STUDENT'S
      *          ARCHIVED GRADE ROWS IN THE NOTE RESULT SHAPE, SO
      *          THE CALLERS (TRANSCRIPT, WITHDRAW, CONSOLE) MERGE
      *          THEM INTO THEIR OUTPUT MARKED AS ARCHIVED. ROWS
      *          HANDED BACK ARE LOGGED (ACCLOG) UNDER THE CALLING
      *          PROGRAM AND ITS OPERATOR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 AR-TIP                       PIC X(01).
           05 FILLER                       PIC X(02).
           05 AR-AN                        PIC X(09).
           05 FILLER                       PIC X(02).
           05 AR-CNP-PROF                  PIC X(13).

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP2-EOF                     VALUE "E".
           88 INP2-NEOF                    VALUE "N".

      *> READ-ACCESS LOG - WHO WAS SHOWN THE ARCHIVED ROWS
       COPY ACCLOG-INT.
       01 WS-ROWS-DISP                     PIC ZZ9.

      *-----------------------
       LINKAGE SECTION.
      **-*-*-*-*-*-*-*-*-*-*-*-*-*

           IF ARQ-COUNT > 0
               MOVE 0                      TO ARQ-QUIT
               IF ARQ-PROGRAM = SPACE
                   MOVE "ARCQUERY"         TO ACL-PROGRAM
               ELSE
                   MOVE ARQ-PROGRAM        TO ACL-PROGRAM
               END-IF
               MOVE ARQ-OPERATOR           TO ACL-OPERATOR
               MOVE ARQ-CNP                TO ACL-CNP
               MOVE ARQ-COUNT              TO WS-ROWS-DISP
               MOVE SPACE                  TO ACL-SHOWN
               STRING "ARCHIVED GRADES, " WS-ROWS-DISP " ROWS"
                      DELIMITED BY SIZE
               INTO ACL-SHOWN
               CALL "ACCLOG" USING ACCLOG-INTERFACE
           END-IF
           .
       S0Z.
                       MOVE AR-DATA        TO ARQ-DATA(ARQ-COUNT)
                       MOVE AR-TIP         TO ARQ-TIP(ARQ-COUNT)
                       MOVE AR-AN          TO ARQ-AN(ARQ-COUNT)
                       MOVE AR-CNP-PROF    TO
                           ARQ-CNP-PROF(ARQ-COUNT)
                   END-IF
               END-READ
           END-PERFORM
