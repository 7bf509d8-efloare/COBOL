      ******************************************************************
      * Author:
      * Date:
      * Purpose: TRAINING-ENVIRONMENT CHECK. TRAINCLONE BUILDS AN
      *          ANONYMIZED COPY OF THE INSTALLATION UNDER Training/
      *          AND DROPS A TrainingEnvironment.txt MARKER INTO EVERY
      *          STEP DIRECTORY OF IT; THE PRODUCTION DIRECTORIES NEVER
      *          HAVE ONE. A PROGRAM CALLS THIS TO LEARN WHICH SIDE IT
      *          IS RUNNING ON: IN TRAINING IT GETS BACK THE STAMP ITS
      *          REPORT HEADER MUST CARRY (AND THE SNAPSHOT THE COPY
      *          CAME FROM), SO A PRINTOUT FROM A TRAINEE'S SESSION CAN
      *          NEVER BE TAKEN FOR A REAL ONE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. TRAINENV.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> WRITTEN BY TRAINCLONE, ONLY EVER PRESENT IN THE TRAINING TREE
           SELECT MARKER-FILE ASSIGN TO 'TrainingEnvironment.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MARKER-STATUS.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
        FD MARKER-FILE.
       01 MARKER-FD                        PIC X(80).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WS-MARKER-STATUS                 PIC X(02).

      *> THE MARKER'S FIRST LINE: "TRAINING COPY OF " + SNAPSHOT ID
       01 WS-MARKER-LINE.
           05 MK-TAG                       PIC X(17).
           05 MK-SNAP-ID                   PIC X(20).
           05 FILLER                       PIC X(43).

       01 K-STAMP                          PIC X(72) VALUE
           "*** TRAINING - FICTITIOUS DATA - NOT FOR OFFICIAL USE ***".

      *-----------------------
       LINKAGE SECTION.
      **-*-*-*-*-*-*-*-*-*-*-*-*-*
       COPY TRAINENV-INT.

       PROCEDURE DIVISION USING TRAINENV-INTERFACE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       S0  SECTION.
       S0A.
           SET TRN-PRODUCTION              TO TRUE
           MOVE SPACE                      TO TRN-STAMP
           MOVE SPACE                      TO TRN-SNAP-ID

           OPEN INPUT MARKER-FILE
           IF WS-MARKER-STATUS NOT = "00"
               GO TO S0Z
           END-IF
           MOVE SPACE                      TO WS-MARKER-LINE
           READ MARKER-FILE INTO WS-MARKER-LINE
           END-READ
           CLOSE MARKER-FILE

           SET TRN-TRAINING                TO TRUE
           MOVE K-STAMP                    TO TRN-STAMP
           MOVE MK-SNAP-ID                 TO TRN-SNAP-ID
           .
       S0Z.
           GOBACK.
       END PROGRAM TRAINENV.
