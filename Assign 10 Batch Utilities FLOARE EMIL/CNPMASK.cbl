      ******************************************************************
      * Author:
      * Date:
      * Purpose: THE CNP MASKING RULE FOR REPORTS THAT LEAVE THE
      *          SECRETARIAT. THE REPORT PASSES EACH CNP IT IS ABOUT
      *          TO PRINT; IN FULL MODE IT COMES BACK UNCHANGED, IN
      *          MASKED MODE IT COMES BACK AS THE STUDENT'S KEY FOR
      *          THAT REPORT, A STAR AND THE LAST FOUR DIGITS
      *          (MP000123*4567) - THE SAME THIRTEEN CHARACTERS, SO NO
      *          LAYOUT MOVES. A KEY IS HANDED OUT ONCE PER REPORT AND
      *          STUDENT AND KEPT IN CnpMaskKeys.txt IN THE REPORT'S
      *          OWN DIRECTORY (THE REGISTER NEVER TRAVELS WITH THE
      *          REPORT), SO THE SAME STUDENT KEEPS THE SAME KEY FROM
      *          ONE RUN TO THE NEXT AND CNPKEY AT THE SECRETARIAT CAN
      *          RESOLVE IT BACK TO THE CNP.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CNPMASK.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> (REPORT;KEY;CNP;YYYYMMDD ISSUED) - APPEND ONLY
           SELECT KEY-FILE ASSIGN TO 'CnpMaskKeys.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KEY-STATUS.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
        FD KEY-FILE.
       01 KEY-FD                           PIC X(40).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WS-KEY-STATUS                    PIC X(02).

      *> THE WHOLE REGISTER, LOADED ON THE FIRST MASKED CALL OF THE
      *> RUN AND KEPT UP TO DATE AS NEW KEYS ARE HANDED OUT
       01 K-MAX-KEY                        PIC 9(04) VALUE 5000.
       01 KEY-TABLE.
           05 KEY-ENTRY OCCURS 5000 TIMES.
               10 KT-REPORT                PIC X(02).
               10 KT-SERIAL                PIC 9(06).
               10 KT-CNP                   PIC X(13).
       01 KEY-COUNT                        PIC 9(04) VALUE 0.
       01 WS-KEY-IDX                       PIC 9(04).
       01 WS-FOUND-IDX                     PIC 9(04).
       01 WS-MAX-SERIAL                    PIC 9(06).

       01 WS-LOADED-SWITCH                 PIC X(01) VALUE "N".
           88 KEYS-LOADED                   VALUE "Y".
       01 WS-WARN-SWITCH                   PIC X(01) VALUE "N".
           88 KEY-WARNED                    VALUE "Y".

      *> ONE REGISTER LINE, SPLIT
       01 WS-KEY-FIELDS.
           05 KF-REPORT                    PIC X(02).
           05 KF-SERIAL                    PIC X(06).
           05 KF-CNP                       PIC X(13).
           05 KF-DATE                      PIC X(08).

       01 WS-SERIAL                        PIC 9(06).
       01 WS-TODAY                         PIC 9(08).

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".

      *-----------------------
       LINKAGE SECTION.
      **-*-*-*-*-*-*-*-*-*-*-*-*-*
       COPY CNPMASK-INT.

       PROCEDURE DIVISION USING CNPMASK-INTERFACE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       S0  SECTION.
       S0A.
           MOVE SPACE                      TO CMK-KEY
           IF NOT CMK-MASKED OR CMK-CNP = SPACE
               MOVE CMK-CNP                TO CMK-SHOWN
               GO TO S0Z
           END-IF

           IF NOT KEYS-LOADED
               PERFORM A0-LOAD-KEYS
           END-IF

           MOVE 0                          TO WS-FOUND-IDX
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > KEY-COUNT
               IF KT-REPORT(WS-KEY-IDX) = CMK-REPORT
               AND KT-CNP(WS-KEY-IDX) = CMK-CNP
                   MOVE WS-KEY-IDX         TO WS-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
               PERFORM B0-NEW-KEY
           END-IF

      *> NO KEY COULD BE HANDED OUT: STILL MASKED, NEVER FULL
           IF WS-FOUND-IDX = 0
               MOVE ALL "*"                TO CMK-SHOWN
               MOVE CMK-CNP(10:4)          TO CMK-SHOWN(10:4)
               GO TO S0Z
           END-IF

           MOVE KT-REPORT(WS-FOUND-IDX)    TO CMK-KEY(1:2)
           MOVE KT-SERIAL(WS-FOUND-IDX)    TO CMK-KEY(3:6)
           MOVE CMK-KEY                    TO CMK-SHOWN(1:8)
           MOVE "*"                        TO CMK-SHOWN(9:1)
           MOVE CMK-CNP(10:4)              TO CMK-SHOWN(10:4)
           .
       S0Z.
           GOBACK.

      *> NO REGISTER YET SIMPLY MEANS NO KEY HAS BEEN HANDED OUT
       A0-LOAD-KEYS SECTION.
       A0-LOAD-KEYSA.
           SET KEYS-LOADED                 TO TRUE
           OPEN INPUT KEY-FILE
           IF WS-KEY-STATUS NOT = "00"
               GO TO A0-LOAD-KEYSZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO KEY-FD
               READ KEY-FILE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   MOVE SPACE              TO WS-KEY-FIELDS
                   UNSTRING KEY-FD DELIMITED BY ";" INTO
                       KF-REPORT KF-SERIAL KF-CNP KF-DATE
                   END-UNSTRING
                   IF KF-REPORT > SPACE
                   AND KF-SERIAL IS NUMERIC
                   AND KEY-COUNT < K-MAX-KEY
                       ADD 1               TO KEY-COUNT
                       MOVE KF-REPORT      TO KT-REPORT(KEY-COUNT)
                       MOVE KF-SERIAL      TO KT-SERIAL(KEY-COUNT)
                       MOVE KF-CNP         TO KT-CNP(KEY-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE KEY-FILE
           .
       A0-LOAD-KEYSZ.
           EXIT.

      *> THE REPORT'S NEXT SERIAL, REMEMBERED AND APPENDED TO THE
      *> REGISTER STRAIGHT AWAY, SO A RUN THAT DIES HALF WAY STILL
      *> LEAVES EVERY KEY IT PRINTED RESOLVABLE
       B0-NEW-KEY SECTION.
       B0-NEW-KEYA.
           IF KEY-COUNT >= K-MAX-KEY
               IF NOT KEY-WARNED
                   DISPLAY "CnpMaskKeys.txt IS FULL - FURTHER "
                       "STUDENTS ARE PRINTED WITHOUT A LOOKUP KEY"
                   SET KEY-WARNED          TO TRUE
               END-IF
               GO TO B0-NEW-KEYZ
           END-IF

           MOVE 0                          TO WS-MAX-SERIAL
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > KEY-COUNT
               IF KT-REPORT(WS-KEY-IDX) = CMK-REPORT
               AND KT-SERIAL(WS-KEY-IDX) > WS-MAX-SERIAL
                   MOVE KT-SERIAL(WS-KEY-IDX) TO WS-MAX-SERIAL
               END-IF
           END-PERFORM
           COMPUTE WS-SERIAL = WS-MAX-SERIAL + 1

           OPEN EXTEND KEY-FILE
           IF WS-KEY-STATUS = "35"
               OPEN OUTPUT KEY-FILE
           END-IF
           IF WS-KEY-STATUS NOT = "00"
               IF NOT KEY-WARNED
                   DISPLAY "CANNOT WRITE CnpMaskKeys.txt (STATUS "
                       WS-KEY-STATUS ") - STUDENTS ARE PRINTED "
                       "WITHOUT A LOOKUP KEY"
                   SET KEY-WARNED          TO TRUE
               END-IF
               GO TO B0-NEW-KEYZ
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE SPACE                      TO KEY-FD
           STRING CMK-REPORT ";" WS-SERIAL ";" CMK-CNP ";" WS-TODAY
                  DELIMITED BY SIZE
           INTO KEY-FD
           WRITE KEY-FD
           CLOSE KEY-FILE

           ADD 1                           TO KEY-COUNT
           MOVE CMK-REPORT                 TO KT-REPORT(KEY-COUNT)
           MOVE WS-SERIAL                  TO KT-SERIAL(KEY-COUNT)
           MOVE CMK-CNP                    TO KT-CNP(KEY-COUNT)
           MOVE KEY-COUNT                  TO WS-FOUND-IDX
           .
       B0-NEW-KEYZ.
           EXIT.
       END PROGRAM CNPMASK.
