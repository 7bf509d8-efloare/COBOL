      *          TABLE AND THE CONDUITA ROWS, APPLIES THE
      *          CONFIGURABLE THRESHOLDS, AND WRITES THE RANKED
      *          CANDIDATE LIST PER CLASS (BursaCandidates.txt) THE
      *          COMMISSION SIGNS OFF. A STUDENT WITH A VALID CES
      *          CERTIFICATE (CesRegistry.txt, KEPT BY CESMAINT) IS
      *          ENTITLED TO THE CES BURSA BY RIGHT, WHATEVER THE
      *          AVERAGE - THEY ARE LISTED IN A SECTION OF THEIR OWN,
      *          AND MARKED "CES" WHEREVER THEY ALSO RANK ON MERIT.
      *          THE OLYMPIAD AND COMPETITION RESULTS REGISTRY
      *          (Olimpiade.txt, KEPT BY OLIMPMAINT) GIVES, FOR A
      *          RESULT OF THE CURRENT OR THE PREVIOUS SCHOOL YEAR,
      *          THE BURSA DE PERFORMANTA (ANY INTERNATIONAL RESULT, A
      *          PRIZE I-III AT A NATIONAL PHASE) OR THE BURSA DE
      *          MERIT FOR OLYMPIADS (A PRIZE I-III AT A COUNTY OR
      *          REGIONAL PHASE, ANY OTHER NATIONAL RESULT) - ALSO
      *          BY RIGHT, LISTED IN THEIR OWN SECTION AND MARKED
      *          "OLIMPIADA" WHEREVER THE STUDENT RANKS ON AVERAGE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT REPORT-FILE ASSIGN TO 'BursaCandidates.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> THE CES REGISTRY CESMAINT MAINTAINS
      *> (CNP;MATERIE;CERTREF;FROM;TO;MINNOTE;EVAL). NO FILE MEANS
      *> NOBODY HOLDS A CES BURSA, THE OLD BEHAVIOUR.
           SELECT CES-FILE ASSIGN TO 'CesRegistry.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CES-STATUS.

      *> THE RESULTS REGISTRY OLIMPMAINT DISTRIBUTES. NO FILE MEANS
      *> NO OLYMPIAD BURSE.
           SELECT OLIMP-FILE ASSIGN TO 'Olimpiade.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OLIMP-STATUS.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
        FD REPORT-FILE.
       01 REPORT-FILE-FD                    PIC X(150).

        FD CES-FILE.
       01 CES-FD                            PIC X(100).

        FD OLIMP-FILE.
       01 OLIMP-FD                          PIC X(220).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WS-STUD-EXT-STATUS               PIC X(02).
       01 WS-ABS-EXT-STATUS                PIC X(02).

      *> THE CONFIGURABLE BURSA THRESHOLDS. LEFT BLANK AT THE PROMPT
      *> THEY COME FROM THE BUSINESS-PARAMETER REGISTRY (BURSA-MIN-AVG,
      *> BURSA-MIN-PURTARE, BURSA-MAX-UNMOT) AS IN FORCE TODAY; THE
      *> K-DEF- VALUES ARE ONLY USED WHEN THE REGISTRY HAS NONE
       01 K-DEF-MIN-AVG                    PIC 9V9(02) VALUE 8.50.
       01 WS-MIN-AVG                       PIC 99V9(02) VALUE 0.
       01 K-DEF-MIN-PURTARE                PIC 9(02) VALUE 10.
       01 WS-MIN-PURTARE                   PIC 9(02)V9(02) VALUE 0.
       01 K-DEF-MAX-UNMOT                  PIC 9(03) VALUE 10.
       01 WS-MAX-UNMOT                     PIC 9(03) VALUE 0.
       COPY PARAM-INT.
      *> THE THRESHOLDS THE LIST WAS PRODUCED WITH, UNDER ITS TITLE
       01 WS-PARAM-HEADER-1                PIC X(150).
       01 WS-PARAM-HEADER-2                PIC X(150).
       01 WS-PARAM-HEADER-3                PIC X(150).

      *> CANDIDATES BUILT FROM THE CSV'S GENERAL AND CONDUITA ROWS
       01 WS-CSV-LINE                      PIC X(150).
               10 CD-AVG                   PIC 9(02)V9(02).
               10 CD-PURTARE               PIC 9(02)V9(02).
               10 CD-UNMOT                 PIC 9(03).
               10 CD-CES                   PIC X(03).
               10 CD-OLIMP                 PIC X(09).
       01 CAND-COUNT                       PIC 9(04) VALUE 0.
       01 WS-CAND-IDX                      PIC 9(04).
       01 CAND-TEMP.
           05 CT-AVG                       PIC 9(02)V9(02).
           05 CT-PURTARE                   PIC 9(02)V9(02).
           05 CT-UNMOT                     PIC 9(03).
           05 CT-CES                       PIC X(03).
           05 CT-OLIMP                     PIC X(09).
       01 WS-SORT-I                        PIC 9(04).
       01 WS-SORT-J                        PIC 9(04).
       01 WS-SORT-BEST                     PIC 9(04).
               10 ST-NUME                  PIC X(30).
               10 ST-PRENUME               PIC X(30).
               10 ST-UNMOT                 PIC 9(03).
               10 ST-CLASA                 PIC X(04).
               10 ST-CERTREF               PIC X(20).
               10 ST-OLIMP-CAT             PIC X(01).
               10 ST-OLIMP-TEXT            PIC X(80).
       01 STUDENT-COUNT                    PIC 9(04) VALUE 0.
       01 WS-STUD-IDX                      PIC 9(04).

       01 WS-LINE                          PIC X(150).
       01 WS-COUNT-ELIGIBLE                PIC 9(04) VALUE 0.

      *> ONE CesRegistry.txt LINE - ANY SUBJECT LINE VALID TODAY
      *> PROVES THE CERTIFICATE; THE CERTIFICATE IS KEPT ON THE
      *> STUDENT ROW (BLANK = NO CES BURSA)
       01 WS-CES-STATUS                    PIC X(02).
       01 WS-CES-LINE                      PIC X(100).
       01 WS-CES-ROW.
           05 CR-CNP                       PIC X(13).
           05 CR-MATERIE                   PIC X(30).
           05 CR-CERTREF                   PIC X(20).
           05 CR-FROM                      PIC X(08).
           05 CR-TO                        PIC X(08).
       01 WS-RUN-DATE                      PIC 9(08) VALUE 0.
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RUN-YYYY                  PIC 9(04).
           05 WS-RUN-MM                    PIC 9(02).
           05 WS-RUN-DD                    PIC 9(02).
       01 WS-COUNT-CES                     PIC 9(04) VALUE 0.
       01 WS-COUNT-CES-UNKNOWN             PIC 9(04) VALUE 0.

      *> ONE Olimpiade.txt LINE. THE RESULTS OF THE CURRENT AND THE
      *> PREVIOUS SCHOOL YEAR COUNT; THE BEST CATEGORY A STUDENT
      *> EARNS (P PERFORMANTA OVER M MERIT) IS KEPT ON THEIR ROW
      *> WITH THE RESULT IT RESTS ON
       01 WS-OLIMP-STATUS                  PIC X(02).
       01 WS-OLIMP-LINE                    PIC X(220).
       01 WS-OLIMP-ROW.
           05 OL-CNP                       PIC X(13).
           05 OL-AN-SCOLAR                 PIC X(09).
           05 OL-TIP                       PIC X(01).
           05 OL-MATERIE                   PIC X(30).
           05 OL-FAZA                      PIC X(01).
           05 OL-PREMIU                    PIC X(01).
           05 OL-CONCURS                   PIC X(40).
       01 WS-YEAR-1                        PIC 9(04).
       01 WS-YEAR-2                        PIC 9(04).
       01 WS-AN-CURENT                     PIC X(09).
       01 WS-AN-PRECEDENT                  PIC X(09).
       01 WS-OLIMP-CAT                     PIC X(01).
           88 OLIMP-PERFORMANTA             VALUE "P".
           88 OLIMP-MERIT                   VALUE "M".
           88 OLIMP-NONE                    VALUE " ".
       01 WS-FAZA-NAME                     PIC X(14).
       01 WS-PREMIU-NAME                   PIC X(14).
       01 WS-COUNT-OLIMP-PERF              PIC 9(04) VALUE 0.
       01 WS-COUNT-OLIMP-MERIT             PIC 9(04) VALUE 0.
       01 WS-COUNT-OLIMP-UNKNOWN           PIC 9(04) VALUE 0.

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".
       COPY TRAINENV-INT.

      *-----------------------
       PROCEDURE DIVISION.
       S0A.
           DISPLAY "BURSA ELIGIBILITY REPORT"
      *> THE FIELD CARRIES AN IMPLIED DECIMAL - TYPE 0875 FOR 8.75
           MOVE "BURSA-MIN-AVG"            TO PRM-NAME
           MOVE SPACE                      TO PRM-AS-OF
           MOVE K-DEF-MIN-AVG              TO PRM-DEFAULT
           CALL "PARAMGET" USING PARAM-INTERFACE
           DISPLAY "MINIMUM GENERAL AVERAGE (E.G. 0875 FOR 8.75, "
               "BLANK = " PRM-SHOWN "): " WITH NO ADVANCING
           ACCEPT WS-MIN-AVG
           IF WS-MIN-AVG = 0
               MOVE PRM-VALUE              TO WS-MIN-AVG
           ELSE
               MOVE WS-MIN-AVG             TO PRM-VALUE
               MOVE PRM-VALUE              TO PRM-SHOWN
               MOVE "ENTERED BY THE OPERATOR" TO PRM-SOURCE
           END-IF
           MOVE SPACE                      TO WS-PARAM-HEADER-1
           STRING "PARAMETERS: BURSA-MIN-AVG     " PRM-SHOWN " - "
                  PRM-SOURCE
                  DELIMITED BY SIZE
           INTO WS-PARAM-HEADER-1

           MOVE "BURSA-MIN-PURTARE"        TO PRM-NAME
           MOVE SPACE                      TO PRM-AS-OF
           MOVE K-DEF-MIN-PURTARE          TO PRM-DEFAULT
           CALL "PARAMGET" USING PARAM-INTERFACE
           DISPLAY "MINIMUM PURTARE (BLANK = " PRM-SHOWN "): "
               WITH NO ADVANCING
           ACCEPT WS-MIN-PURTARE
           IF WS-MIN-PURTARE = 0
               MOVE PRM-VALUE              TO WS-MIN-PURTARE
           ELSE
               MOVE WS-MIN-PURTARE         TO PRM-VALUE
               MOVE PRM-VALUE              TO PRM-SHOWN
               MOVE "ENTERED BY THE OPERATOR" TO PRM-SOURCE
           END-IF
           MOVE SPACE                      TO WS-PARAM-HEADER-2
           STRING "            BURSA-MIN-PURTARE " PRM-SHOWN " - "
                  PRM-SOURCE
                  DELIMITED BY SIZE
           INTO WS-PARAM-HEADER-2

           MOVE "BURSA-MAX-UNMOT"          TO PRM-NAME
           MOVE SPACE                      TO PRM-AS-OF
           MOVE K-DEF-MAX-UNMOT            TO PRM-DEFAULT
           CALL "PARAMGET" USING PARAM-INTERFACE
           DISPLAY "MAX UNMOTIVATED ABSENCES (BLANK = " PRM-SHOWN
               "): " WITH NO ADVANCING
           ACCEPT WS-MAX-UNMOT
           IF WS-MAX-UNMOT = 0
               MOVE PRM-VALUE              TO WS-MAX-UNMOT
           ELSE
               MOVE WS-MAX-UNMOT           TO PRM-VALUE
               MOVE PRM-VALUE              TO PRM-SHOWN
               MOVE "ENTERED BY THE OPERATOR" TO PRM-SOURCE
           END-IF
           MOVE SPACE                      TO WS-PARAM-HEADER-3
           STRING "            BURSA-MAX-UNMOT   " PRM-SHOWN " - "
                  PRM-SOURCE
                  DELIMITED BY SIZE
           INTO WS-PARAM-HEADER-3
           DISPLAY WS-PARAM-HEADER-1
           DISPLAY WS-PARAM-HEADER-2
           DISPLAY WS-PARAM-HEADER-3

           PERFORM A0
           PERFORM B1-LOAD-CSV-AVERAGES
           PERFORM B2-LOAD-STUDENTS
           PERFORM B3-COUNT-UNMOTIVATED
           PERFORM B4-LOAD-CES
           PERFORM B5-LOAD-OLIMPIADE
           PERFORM C0-ATTACH-UNMOT
           PERFORM D0-FILTER-AND-SORT
           PERFORM E0-WRITE-REPORT
           PERFORM E1-WRITE-CES
           PERFORM E2-WRITE-OLIMPIADE
           PERFORM Z0
           MOVE 0 TO RETURN-CODE
           .
       A0 SECTION.
       A0A.
           OPEN OUTPUT REPORT-FILE
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
           END-IF
           .
       A0Z.
           EXIT.
           AND CV-STATUS NOT = "CONDUITA"
               GO TO B1A-FOLD-CSV-ROWZ
           END-IF
      *> PRIMARY CLASSES HAVE CALIFICATIVE, NO AVERAGE TO RANK ON
           IF CV-SCORE-TXT(3:1) NOT = "."
               GO TO B1A-FOLD-CSV-ROWZ
           END-IF

           MOVE CV-SCORE-TXT               TO WS-SCORE-PARSE
           COMPUTE WS-SCORE-NUM =
               MOVE 0                      TO CD-AVG(WS-CAND-IDX)
               MOVE 0                      TO CD-PURTARE(WS-CAND-IDX)
               MOVE 0                      TO CD-UNMOT(WS-CAND-IDX)
               MOVE SPACE                  TO CD-CES(WS-CAND-IDX)
           END-IF

           IF CV-SUBJECT = "GENERAL"
                       MOVE SR-NUME        TO ST-NUME(STUDENT-COUNT)
                       MOVE SR-PRENUME     TO ST-PRENUME(STUDENT-COUNT)
                       MOVE 0              TO ST-UNMOT(STUDENT-COUNT)
                       MOVE SR-CLASA       TO ST-CLASA(STUDENT-COUNT)
                       MOVE SPACE          TO ST-CERTREF(STUDENT-COUNT)
                       MOVE SPACE TO ST-OLIMP-CAT(STUDENT-COUNT)
                       MOVE SPACE TO ST-OLIMP-TEXT(STUDENT-COUNT)
                   END-IF
                   END-IF
               END-READ
       B3-COUNT-UNMOTIVATEDZ.
           EXIT.

      *> A CERTIFICATE VALID TODAY MARKS ITS STUDENT FOR THE CES
      *> BURSA. A CNP NOT IN THE SNAPSHOT IS ONLY COUNTED.
       B4-LOAD-CES SECTION.
       B4-LOAD-CESA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT CES-FILE
           IF WS-CES-STATUS NOT = "00"
               DISPLAY "NO CesRegistry.txt - NO CES BURSE "
                   "(RUN CESMAINT)"
               GO TO B4-LOAD-CESZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-CES-LINE
               READ CES-FILE INTO WS-CES-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   MOVE SPACE              TO WS-CES-ROW
                   UNSTRING WS-CES-LINE DELIMITED BY ";" INTO
                       CR-CNP CR-MATERIE CR-CERTREF CR-FROM CR-TO
                   END-UNSTRING
                   IF CR-CNP > SPACE
                   AND (CR-FROM = SPACE OR CR-FROM <= WS-RUN-DATE)
                   AND (CR-TO = SPACE OR CR-TO >= WS-RUN-DATE)
                       PERFORM B4A-MARK-CES-STUDENT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CES-FILE
           .
       B4-LOAD-CESZ.
           EXIT.

       B4A-MARK-CES-STUDENT SECTION.
       B4A-MARK-CES-STUDENTA.
           PERFORM VARYING WS-STUD-IDX FROM 1 BY 1
                   UNTIL WS-STUD-IDX > STUDENT-COUNT
               IF ST-CNP(WS-STUD-IDX) = CR-CNP
                   IF ST-CERTREF(WS-STUD-IDX) = SPACE
                       MOVE CR-CERTREF     TO ST-CERTREF(WS-STUD-IDX)
                       ADD 1               TO WS-COUNT-CES
                   END-IF
                   GO TO B4A-MARK-CES-STUDENTZ
               END-IF
           END-PERFORM
           ADD 1                           TO WS-COUNT-CES-UNKNOWN
           .
       B4A-MARK-CES-STUDENTZ.
           EXIT.

      *> THE SCHOOL YEAR TODAY FALLS IN (1 SEPTEMBER - 31 AUGUST) AND
      *> THE ONE BEFORE IT; A RESULT IN EITHER CAN CARRY A BURSA. A
      *> CNP NOT IN THE SNAPSHOT IS ONLY COUNTED.
       B5-LOAD-OLIMPIADE SECTION.
       B5-LOAD-OLIMPIADEA.
           IF WS-RUN-MM >= 9
               MOVE WS-RUN-YYYY            TO WS-YEAR-1
           ELSE
               COMPUTE WS-YEAR-1 = WS-RUN-YYYY - 1
           END-IF
           COMPUTE WS-YEAR-2 = WS-YEAR-1 + 1
           MOVE SPACE                      TO WS-AN-CURENT
           STRING WS-YEAR-1 "/" WS-YEAR-2 DELIMITED BY SIZE
           INTO WS-AN-CURENT
           SUBTRACT 1                      FROM WS-YEAR-1 WS-YEAR-2
           MOVE SPACE                      TO WS-AN-PRECEDENT
           STRING WS-YEAR-1 "/" WS-YEAR-2 DELIMITED BY SIZE
           INTO WS-AN-PRECEDENT
           OPEN INPUT OLIMP-FILE
           IF WS-OLIMP-STATUS NOT = "00"
               DISPLAY "NO Olimpiade.txt - NO OLYMPIAD BURSE "
                   "(RUN OLIMPMAINT)"
               GO TO B5-LOAD-OLIMPIADEZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-OLIMP-LINE
               READ OLIMP-FILE INTO WS-OLIMP-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   MOVE SPACE              TO WS-OLIMP-ROW
                   UNSTRING WS-OLIMP-LINE DELIMITED BY ";" INTO
                       OL-CNP OL-AN-SCOLAR OL-TIP OL-MATERIE
                       OL-FAZA OL-PREMIU OL-CONCURS
                   END-UNSTRING
                   IF OL-CNP > SPACE
                   AND (OL-AN-SCOLAR = WS-AN-CURENT
                        OR OL-AN-SCOLAR = WS-AN-PRECEDENT)
                       PERFORM B5A-MARK-OLIMP-STUDENT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE OLIMP-FILE
           .
       B5-LOAD-OLIMPIADEZ.
           EXIT.

       B5A-MARK-OLIMP-STUDENT SECTION.
       B5A-MARK-OLIMP-STUDENTA.
           SET OLIMP-NONE                  TO TRUE
           EVALUATE TRUE
               WHEN OL-FAZA = "I"
                   SET OLIMP-PERFORMANTA   TO TRUE
               WHEN OL-FAZA = "N"
               AND (OL-PREMIU = "1" OR "2" OR "3")
                   SET OLIMP-PERFORMANTA   TO TRUE
               WHEN OL-FAZA = "N"
                   SET OLIMP-MERIT         TO TRUE
               WHEN (OL-FAZA = "J" OR "R")
               AND (OL-PREMIU = "1" OR "2" OR "3")
                   SET OLIMP-MERIT         TO TRUE
           END-EVALUATE
           IF OLIMP-NONE
               GO TO B5A-MARK-OLIMP-STUDENTZ
           END-IF
           PERFORM VARYING WS-STUD-IDX FROM 1 BY 1
                   UNTIL WS-STUD-IDX > STUDENT-COUNT
               IF ST-CNP(WS-STUD-IDX) = OL-CNP
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-STUD-IDX > STUDENT-COUNT
               ADD 1                       TO WS-COUNT-OLIMP-UNKNOWN
               GO TO B5A-MARK-OLIMP-STUDENTZ
           END-IF
      *> A PERFORMANTA RESULT OUTRANKS A MERIT ONE; OTHERWISE THE
      *> FIRST QUALIFYING RESULT STANDS
           IF ST-OLIMP-CAT(WS-STUD-IDX) = "P"
           OR (ST-OLIMP-CAT(WS-STUD-IDX) = "M" AND OLIMP-MERIT)
               GO TO B5A-MARK-OLIMP-STUDENTZ
           END-IF
           EVALUATE ST-OLIMP-CAT(WS-STUD-IDX)
               WHEN "M"
                   SUBTRACT 1              FROM WS-COUNT-OLIMP-MERIT
           END-EVALUATE
           IF OLIMP-PERFORMANTA
               ADD 1                       TO WS-COUNT-OLIMP-PERF
           ELSE
               ADD 1                       TO WS-COUNT-OLIMP-MERIT
           END-IF
           MOVE WS-OLIMP-CAT               TO ST-OLIMP-CAT(WS-STUD-IDX)
           EVALUATE OL-FAZA
               WHEN "J" MOVE "JUDETEANA"      TO WS-FAZA-NAME
               WHEN "R" MOVE "REGIONALA"      TO WS-FAZA-NAME
               WHEN "N" MOVE "NATIONALA"      TO WS-FAZA-NAME
               WHEN "I" MOVE "INTERNATIONALA" TO WS-FAZA-NAME
           END-EVALUATE
           EVALUATE OL-PREMIU
               WHEN "1" MOVE "PREMIUL I"      TO WS-PREMIU-NAME
               WHEN "2" MOVE "PREMIUL II"     TO WS-PREMIU-NAME
               WHEN "3" MOVE "PREMIUL III"    TO WS-PREMIU-NAME
               WHEN "S" MOVE "PREMIU SPECIAL" TO WS-PREMIU-NAME
               WHEN "M" MOVE "MENTIUNE"       TO WS-PREMIU-NAME
               WHEN OTHER
                   MOVE "PARTICIPARE"      TO WS-PREMIU-NAME
           END-EVALUATE
           MOVE SPACE                      TO ST-OLIMP-TEXT(WS-STUD-IDX)
           STRING OL-AN-SCOLAR " " DELIMITED BY SIZE
                  OL-MATERIE DELIMITED BY "  "
                  ", FAZA " DELIMITED BY SIZE
                  WS-FAZA-NAME DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  WS-PREMIU-NAME DELIMITED BY "  "
           INTO ST-OLIMP-TEXT(WS-STUD-IDX)
           .
       B5A-MARK-OLIMP-STUDENTZ.
           EXIT.

      *> CARRY EACH STUDENT'S UNMOTIVATED COUNT ONTO THE CANDIDATE
      *> ROW, JOINED BY NAME (THE CSV IS NAME-KEYED)
       C0-ATTACH-UNMOT SECTION.
                                           CD-FIRST(WS-CAND-IDX)
                       MOVE ST-UNMOT(WS-STUD-IDX) TO
                           CD-UNMOT(WS-CAND-IDX)
                       IF ST-CERTREF(WS-STUD-IDX) NOT = SPACE
                           MOVE "CES"      TO CD-CES(WS-CAND-IDX)
                       END-IF
                       IF ST-OLIMP-CAT(WS-STUD-IDX) NOT = SPACE
                           MOVE "OLIMPIADA" TO CD-OLIMP(WS-CAND-IDX)
                       END-IF
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           MOVE "BURSA CANDIDATES - RANKED PER CLASS"
                                           TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE WS-PARAM-HEADER-1          TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE WS-PARAM-HEADER-2          TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE WS-PARAM-HEADER-3          TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD

           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX > CAND-COUNT
                      " MEDIA " WS-AVG-DISP
                      " PURTARE " WS-PURT-DISP
                      " NEMOTIVATE " WS-UNMOT-DISP
                      " " CD-CES(WS-CAND-IDX)
                      " " CD-OLIMP(WS-CAND-IDX)
                      DELIMITED BY SIZE
               INTO WS-LINE
               MOVE WS-LINE                TO REPORT-FILE-FD
       E0-WRITE-REPORTZ.
           EXIT.

      *> THE CES BURSE: EVERY STUDENT WITH A CERTIFICATE VALID TODAY,
      *> IN SNAPSHOT (CLASS) ORDER, WITH THE CERTIFICATE IT RESTS ON
       E1-WRITE-CES SECTION.
       E1-WRITE-CESA.
           MOVE SPACE                      TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE "BURSA CES - DE DREPT, CERTIFICAT CES VALABIL"
                                           TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           PERFORM VARYING WS-STUD-IDX FROM 1 BY 1
                   UNTIL WS-STUD-IDX > STUDENT-COUNT
               IF ST-CERTREF(WS-STUD-IDX) NOT = SPACE
                   MOVE SPACE              TO WS-LINE
                   STRING "  CLASA " ST-CLASA(WS-STUD-IDX) "  "
                          ST-NUME(WS-STUD-IDX) " "
                          ST-PRENUME(WS-STUD-IDX)
                          " CERTIFICAT " ST-CERTREF(WS-STUD-IDX)
                          DELIMITED BY SIZE
                   INTO WS-LINE
                   MOVE WS-LINE            TO REPORT-FILE-FD
                   WRITE REPORT-FILE-FD
               END-IF
           END-PERFORM
           MOVE SPACE                      TO WS-LINE
           STRING "CES BURSE: " WS-COUNT-CES DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           IF WS-COUNT-CES-UNKNOWN > 0
               MOVE SPACE                  TO WS-LINE
               STRING "CES LINES FOR A CNP NOT IN THE SNAPSHOT: "
                      WS-COUNT-CES-UNKNOWN DELIMITED BY SIZE
               INTO WS-LINE
               MOVE WS-LINE                TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
           END-IF
           .
       E1-WRITE-CESZ.
           EXIT.

      *> THE OLYMPIAD BURSE: PERFORMANTA FIRST, THEN MERIT, EACH IN
      *> SNAPSHOT (CLASS) ORDER WITH THE RESULT IT RESTS ON
       E2-WRITE-OLIMPIADE SECTION.
       E2-WRITE-OLIMPIADEA.
           MOVE SPACE                      TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE SPACE                      TO WS-LINE
           STRING "BURSA DE PERFORMANTA - OLIMPIADE SI CONCURSURI "
                  WS-AN-PRECEDENT " / " WS-AN-CURENT
                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           SET OLIMP-PERFORMANTA           TO TRUE
           PERFORM E2A-WRITE-CATEGORY
           MOVE SPACE                      TO WS-LINE
           STRING "BURSE DE PERFORMANTA: " WS-COUNT-OLIMP-PERF
                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD

           MOVE SPACE                      TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE SPACE                      TO WS-LINE
           STRING "BURSA DE MERIT - PREMII LA OLIMPIADE SI CONCURSURI "
                  WS-AN-PRECEDENT " / " WS-AN-CURENT
                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           SET OLIMP-MERIT                 TO TRUE
           PERFORM E2A-WRITE-CATEGORY
           MOVE SPACE                      TO WS-LINE
           STRING "BURSE DE MERIT (OLIMPIADE): " WS-COUNT-OLIMP-MERIT
                  DELIMITED BY SIZE
           INTO WS-LINE
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           IF WS-COUNT-OLIMP-UNKNOWN > 0
               MOVE SPACE                  TO WS-LINE
               STRING "OLYMPIAD RESULTS FOR A CNP NOT IN THE "
                      "SNAPSHOT: " WS-COUNT-OLIMP-UNKNOWN
                      DELIMITED BY SIZE
               INTO WS-LINE
               MOVE WS-LINE                TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
           END-IF
           .
       E2-WRITE-OLIMPIADEZ.
           EXIT.

       E2A-WRITE-CATEGORY SECTION.
       E2A-WRITE-CATEGORYA.
           PERFORM VARYING WS-STUD-IDX FROM 1 BY 1
                   UNTIL WS-STUD-IDX > STUDENT-COUNT
               IF ST-OLIMP-CAT(WS-STUD-IDX) = WS-OLIMP-CAT
                   MOVE SPACE              TO WS-LINE
                   STRING "  CLASA " ST-CLASA(WS-STUD-IDX) "  "
                          ST-NUME(WS-STUD-IDX) " "
                          ST-PRENUME(WS-STUD-IDX) " "
                          ST-OLIMP-TEXT(WS-STUD-IDX)
                          DELIMITED BY SIZE
                   INTO WS-LINE
                   MOVE WS-LINE            TO REPORT-FILE-FD
                   WRITE REPORT-FILE-FD
               END-IF
           END-PERFORM
           .
       E2A-WRITE-CATEGORYZ.
           EXIT.

       Z0 SECTION.
       Z0A.
           DISPLAY "ELIGIBLE CANDIDATES: " WS-COUNT-ELIGIBLE
           DISPLAY "CES BURSE: " WS-COUNT-CES
           DISPLAY "OLYMPIAD BURSE: " WS-COUNT-OLIMP-PERF
               " PERFORMANTA, " WS-COUNT-OLIMP-MERIT " MERIT"
           CLOSE REPORT-FILE
           .
       Z0Z.
