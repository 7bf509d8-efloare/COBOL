      ******************************************************************
      * Author:
      * Date:
      * Purpose: SHARED BUSINESS-PARAMETER LOOKUP. THE RULE
      *          THRESHOLDS (FAILING GRADE, UNMOTIVATED-ABSENCE
      *          LIMIT, BURSA LINES, FAIRNESS MARGIN, MINIMUM GRADE
      *          COUNT, APPEAL WINDOW, AGE BAND) USED TO BE BAKED
      *          INTO EACH PROGRAM SEPARATELY, AND A MINISTRY CHANGE
      *          HAD TO BE FOUND AND MADE IN EVERY ONE OF THEM.
      *          PARAMMAINT NOW KEEPS THEM IN BusinessParams.txt,
      *          EACH VERSION WITH AN EFFECTIVE-FROM DATE AND ITS
      *          SCHOOL YEAR; A PROGRAM CALLS THIS MODULE WITH THE
      *          PARAMETER NAME AND THE DATE IT IS PROCESSING AND GETS
      *          THE VERSION IN FORCE ON THAT DATE, OR ITS OWN
      *          DEFAULT WHEN THE REGISTRY HAS NONE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PARAMGET.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> THE REGISTRY PARAMMAINT MAINTAINS AND COPIES OUT
           SELECT PARAM-FILE ASSIGN TO 'BusinessParams.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
        FD PARAM-FILE.
       01 PARAM-FD                         PIC X(60).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WS-PARAM-STATUS                  PIC X(02).

      *> ONE BusinessParams.txt LINE: NAME(20) SP FROM(8) SP
      *> YEAR(9) SP VALUE(99999.99)
       01 WS-PARAM-LINE.
           05 PR-NAME                      PIC X(20).
           05 FILLER                       PIC X(01).
           05 PR-FROM                      PIC X(08).
           05 FILLER                       PIC X(01).
           05 PR-YEAR                      PIC X(09).
           05 FILLER                       PIC X(01).
           05 PR-VALUE                     PIC 9(05).9(02).

       01 WS-AS-OF                         PIC X(08).
       01 WS-BEST-FROM                     PIC X(08).

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".

      *-----------------------
       LINKAGE SECTION.
      **-*-*-*-*-*-*-*-*-*-*-*-*-*
       COPY PARAM-INT.

       PROCEDURE DIVISION USING PARAM-INTERFACE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       S0  SECTION.
       S0A.
           MOVE PRM-DEFAULT                TO PRM-VALUE
           SET PRM-FROM-DEFAULT            TO TRUE
           MOVE SPACE                      TO PRM-FROM
           MOVE SPACE                      TO PRM-YEAR
           MOVE SPACE                      TO WS-BEST-FROM
           MOVE PRM-AS-OF                  TO WS-AS-OF
           IF WS-AS-OF = SPACE
               ACCEPT WS-AS-OF FROM DATE YYYYMMDD
           END-IF

           OPEN INPUT PARAM-FILE
           IF WS-PARAM-STATUS NOT = "00"
               GO TO S0Y
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-PARAM-LINE
               READ PARAM-FILE INTO WS-PARAM-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
      *> THE LATEST VERSION NOT EFFECTIVE AFTER THE DATE PROCESSED;
      *> ON A TIE THE LATER LINE (THE LATER CORRECTION) WINS
                   IF PR-NAME = PRM-NAME
                   AND PR-FROM NOT > WS-AS-OF
                   AND PR-FROM NOT < WS-BEST-FROM
                       MOVE PR-FROM        TO WS-BEST-FROM
                       MOVE PR-FROM        TO PRM-FROM
                       MOVE PR-YEAR        TO PRM-YEAR
                       MOVE PR-VALUE       TO PRM-VALUE
                       SET PRM-FROM-REGISTRY TO TRUE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PARAM-FILE
           .
       S0Y.
           MOVE PRM-VALUE                  TO PRM-SHOWN
           MOVE SPACE                      TO PRM-SOURCE
           IF PRM-FROM-REGISTRY
               STRING "REGISTRY FROM " PRM-FROM " (" PRM-YEAR ")"
                      DELIMITED BY SIZE
               INTO PRM-SOURCE
           ELSE
               MOVE "BUILT-IN (NOT IN BusinessParams.txt)"
                                           TO PRM-SOURCE
           END-IF
           .
       S0Z.
           GOBACK.
       END PROGRAM PARAMGET.
