      ******************************************************************
      * Author:
      * Date:
      * Purpose: READ-ACCESS LOG. EVERY CHANGE TO A CHILD'S RECORD
      *          IS AUDITED, BUT NOT WHO LOOKED AT IT. THE LOOKUP
      *          PROGRAMS (CONSOLE, BATSRCH, TRANSCRIPT, ARCQUERY,
      *          MATRICOL LOOKUP, AUDITINQ, DSAREXP) CALL THIS ONCE
      *          PER STUDENT SHOWN; IT APPENDS ONE LINE - DATE, TIME,
      *          OPERATOR, PROGRAM, CNP, WHAT WAS SHOWN - TO
      *          AccessLog.txt IN THE CALLER'S DIRECTORY, LINKED
      *          THROUGH AUDCHAIN LIKE THE AUDIT TRAILS SO A LINE
      *          CANNOT BE QUIETLY REMOVED. THE FILE IS OPENED AND
      *          CLOSED PER CALL, SO A LOOKUP THAT ABENDS LATER STILL
      *          LEAVES ITS TRACE. ACCREPORT READS THE LOGS BACK.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ACCLOG.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-FILE ASSIGN TO 'AccessLog.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCESS-STATUS.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
        FD ACCESS-FILE.
       01 ACCESS-FD                        PIC X(120).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WS-ACCESS-STATUS                 PIC X(02).

      *> ONE AccessLog.txt LINE - THE DATE AND TIME FIRST, LIKE EVERY
      *> AUDIT TRAIL, THEN THE LINK AUDCHAIN ADDS PAST ITS WIDTH
       01 ACCESS-LINE.
           05 ACC-DATE                     PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 ACC-TIME                     PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 ACC-OPERATOR                 PIC X(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 ACC-PROGRAM                  PIC X(12).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 ACC-CNP                      PIC X(13).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 ACC-SHOWN                    PIC X(50).

       COPY AUDCHAIN-INT.

      *-----------------------
       LINKAGE SECTION.
      **-*-*-*-*-*-*-*-*-*-*-*-*-*
       COPY ACCLOG-INT.

       PROCEDURE DIVISION USING ACCLOG-INTERFACE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       S0  SECTION.
       S0A.
           IF ACL-CNP = SPACE
               GO TO S0Z
           END-IF
           ACCEPT ACC-DATE FROM DATE YYYYMMDD
           ACCEPT ACC-TIME FROM TIME
           IF ACL-OPERATOR = SPACE
               MOVE "UNKNOWN"              TO ACC-OPERATOR
           ELSE
               MOVE ACL-OPERATOR           TO ACC-OPERATOR
           END-IF
           MOVE ACL-PROGRAM                TO ACC-PROGRAM
           MOVE ACL-CNP                    TO ACC-CNP
           MOVE ACL-SHOWN                  TO ACC-SHOWN

           MOVE 'AccessLog.txt'            TO ACH-FILE
           SET ACH-FIXED                   TO TRUE
           MOVE LENGTH OF ACCESS-LINE      TO ACH-LENGTH
           MOVE ACCESS-LINE                TO ACH-LINE
           CALL "AUDCHAIN" USING AUDCHAIN-INTERFACE

           OPEN EXTEND ACCESS-FILE
           IF WS-ACCESS-STATUS = "35"
               OPEN OUTPUT ACCESS-FILE
           END-IF
           MOVE ACH-LINE                   TO ACCESS-FD
           WRITE ACCESS-FD
           CLOSE ACCESS-FILE
           .
       S0Z.
           GOBACK.
       END PROGRAM ACCLOG.
