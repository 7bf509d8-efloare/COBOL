      *          FEWER THAN THE REQUIRED NUMBER OF GRADES - SO THE
      *          TEACHERS FILL THE CATALOG BEFORE THE CLOSE-OUT, NOT
      *          AFTER THE PARENTS COMPLAIN. WRITES
      *          CatalogCoverage.txt. A SUBJECT TAUGHT TO A GROUP OF
      *          THE CLASA (PROFESORMATERIECLASA.GRUPA - SECOND
      *          LANGUAGE, RELIGION, OPTIONAL CDS) IS EXPECTED ONLY OF
      *          THE STUDENTS GRUPMAINT HAS REGISTERED IN THAT GROUP.
      *          EVERY PAIR CHECKED ALSO GOES, WITH ITS GRADE COUNT
      *          AND THE MINIMUM, TO CatalogCounts.txt FOR THE
      *          SEMESTER-END NEINCHEIAT RUN (SITNEINC). A STUDENT
      *          WITH A VALID CES CERTIFICATE (CesRegistry.txt, KEPT
      *          BY CESMAINT) IS HELD TO THE ADAPTED MINIMUM OF THEIR
      *          PLAN, AND A SUBJECT THE PLAN EVALUATES BY DESCRIPTORS
      *          EXPECTS NO NUMERIC GRADES AT ALL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT REPORT-FILE ASSIGN TO 'CatalogCoverage.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> THE MACHINE-READABLE SIDE: ONE LINE PER PAIR CHECKED
      *> (CNP;CLASA;NUME;PRENUME;MATERIE;GRADES;MINIMUM)
           SELECT COUNTS-FILE ASSIGN TO 'CatalogCounts.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *> THE MEDICAL-EXEMPTION REGISTRY SCUTMAINT MAINTAINS
      *> (CNP;MATERIE;DOCREF;FROM;TO) - AN EXEMPT PAIR IS NOT A
      *> CATALOG GAP. NO FILE MEANS NO EXEMPTIONS, THE OLD BEHAVIOUR.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCUTIRI-STATUS.

      *> THE CES REGISTRY CESMAINT MAINTAINS
      *> (CNP;MATERIE;CERTREF;FROM;TO;MINNOTE;EVAL). NO FILE MEANS
      *> NO ADAPTED PLANS, THE OLD BEHAVIOUR.
           SELECT CES-FILE ASSIGN TO 'CesRegistry.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CES-STATUS.

      *> THE STUDENT-TO-GROUP REGISTRY GRUPMAINT MAINTAINS
      *> (CNP;CLASA;GRUPA). NO FILE MEANS NOBODY IS IN A GROUP, SO A
      *> GROUP-ONLY SUBJECT IS EXPECTED OF NOBODY.
           SELECT GRUPE-FILE ASSIGN TO 'SubjectGroups.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GRUPE-STATUS.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       01 STUD-EXTRACT-FD                   PIC X(250).

        FD PMC-EXTRACT.
       01 PMC-EXTRACT-FD                    PIC X(70).

        FD NOTE-EXTRACT.
       01 NOTE-EXTRACT-FD                   PIC X(120).

        FD REPORT-FILE.
       01 REPORT-FILE-FD                    PIC X(130).

        FD COUNTS-FILE.
       01 COUNTS-FD                         PIC X(130).

        FD SCUTIRI-FILE.
       01 SCUTIRI-FD                        PIC X(90).

        FD CES-FILE.
       01 CES-FD                            PIC X(100).

        FD GRUPE-FILE.
       01 GRUPE-FD                          PIC X(40).

      *-----------------------
       WORKING-STORAGE SECTION.

       01 WS-NOTE-EXT-STATUS               PIC X(02).

      *> HOW MANY GRADES A SUBJECT NEEDS BEFORE THE AVERAGE COUNTS
      *> - LEFT BLANK, CAT-MIN-GRADES FROM THE BUSINESS-PARAMETER
      *> REGISTRY AS IN FORCE TODAY; THE 2 HERE ONLY WHEN IT HAS NONE
       01 K-DEFAULT-MIN-GRADES             PIC 9(02) VALUE 2.
       01 WS-MIN-GRADES                    PIC 9(02) VALUE 0.
       COPY PARAM-INT.
       01 WS-PARAM-HEADER                  PIC X(130).

      *> OPTIONAL SCHOOL-YEAR FILTER FOR THE NOTE SWEEP
       01 WS-AN-SCOLAR                     PIC X(09) VALUE SPACE.
           05 PR-MATERIE                   PIC X(30).
           05 FILLER                       PIC X(02).
           05 PR-CLASA                     PIC X(04).
           05 FILLER                       PIC X(02).
           05 PR-GRUPA                     PIC X(10).
       01 K-MAX-PMC                        PIC 9(04) VALUE 500.
       01 PMC-TABLE.
           05 PMC-ENTRY OCCURS 500 TIMES.
               10 PMC-CLASA                PIC X(04).
               10 PMC-MATERIE              PIC X(30).
      *> Y = AT LEAST ONE ROW TEACHES IT TO THE WHOLE CLASS; N = IT
      *> IS ONLY EVER TAUGHT TO GROUPS (GROUP-SUBJ-TABLE BELOW)
               10 PMC-WHOLE-CLASS          PIC X(01).
                   88 PMC-FOR-WHOLE-CLASS   VALUE "Y".
       01 PMC-COUNT                        PIC 9(04) VALUE 0.
       01 WS-PMC-IDX                       PIC 9(04).

      *> THE DISTINCT CLASS/SUBJECT/GROUP TRIPLES OF THE GROUP ROWS
       01 K-MAX-GSUBJ                      PIC 9(04) VALUE 500.
       01 GROUP-SUBJ-TABLE.
           05 GROUP-SUBJ-ENTRY OCCURS 500 TIMES.
               10 GS-CLASA                 PIC X(04).
               10 GS-MATERIE               PIC X(30).
               10 GS-GRUPA                 PIC X(10).
       01 GSUBJ-COUNT                      PIC 9(04) VALUE 0.
       01 WS-GSUBJ-IDX                     PIC 9(04).

      *> THE STUDENT-TO-GROUP REGISTRY HELD IN MEMORY
       01 WS-GRUPE-STATUS                  PIC X(02).
       01 K-MAX-GRP                        PIC 9(04) VALUE 3000.
       01 GRP-TABLE.
           05 GRP-ENTRY OCCURS 3000 TIMES.
               10 GR-CNP                   PIC X(13).
               10 GR-CLASA                 PIC X(04).
               10 GR-GRUPA                 PIC X(10).
       01 GRP-COUNT                        PIC 9(04) VALUE 0.
       01 WS-GRP-IDX                       PIC 9(04).
       01 WS-GRP-LINE                      PIC X(40).
       01 WS-PAIR-TAKEN-SW                 PIC X(01).
           88 PAIR-TAKEN                    VALUE "Y".
           88 PAIR-NOT-TAKEN                VALUE "N".
       01 WS-COUNT-OUTSIDE                 PIC 9(05) VALUE 0.

      *> NOTE: GRADE COUNT PER STUDENT/SUBJECT PAIR (ONE
      *> Extract_NOTE.txt ROW - THE SCHOOL-YEAR FILTER READS NR-AN)
       01 WS-NOTE-ROW.
           88 PAIR-NOT-FOUND                VALUE "N".

       01 WS-GRADES-HELD                   PIC 9(04).
       01 WS-COUNTS-LINE                   PIC X(130).
       01 WS-COUNT-PAIRS-OUT               PIC 9(05) VALUE 0.
       01 WS-GRADES-DISP                   PIC ZZZ9.
       01 WS-MIN-DISP                      PIC Z9.

           88 PAIR-NOT-EXEMPT               VALUE "N".
       01 WS-RUN-DATE                      PIC 9(08) VALUE 0.
       01 WS-COUNT-EXEMPT                  PIC 9(04) VALUE 0.

      *> THE CES REGISTRY HELD IN MEMORY: AN ENTRY FOR A SUBJECT, OR
      *> FOR "TOATE" (THE WHOLE CURRICULUM), CARRIES THE ADAPTED
      *> MINIMUM (BLANK = THE USUAL ONE) AND THE EVALUATION RULE
       01 WS-CES-STATUS                    PIC X(02).
       01 K-MAX-CES                        PIC 9(03) VALUE 500.
       01 CES-TABLE.
           05 CES-ENTRY OCCURS 500 TIMES.
               10 CE-CNP                   PIC X(13).
               10 CE-MATERIE               PIC X(30).
               10 CE-FROM                  PIC X(08).
               10 CE-TO                    PIC X(08).
               10 CE-MIN-NOTE              PIC X(02).
               10 CE-EVAL                  PIC X(01).
       01 CES-COUNT                        PIC 9(03) VALUE 0.
       01 WS-CES-IDX                       PIC 9(03).
       01 WS-CES-LINE                      PIC X(100).
       01 WS-CES-CERTREF                   PIC X(20).
       01 WS-PAIR-CES-SW                   PIC X(01).
           88 PAIR-CES                      VALUE "Y".
           88 PAIR-NOT-CES                  VALUE "N".
       01 WS-PAIR-CES-EVAL                 PIC X(01).
           88 PAIR-CES-DESCRIPTORS          VALUE "D".
       01 WS-PAIR-CES-MIN                  PIC X(02).
      *> THE MINIMUM THE CURRENT PAIR IS HELD TO
       01 WS-PAIR-MIN                      PIC 9(02).
       01 WS-COUNT-CES-DESCR               PIC 9(04) VALUE 0.
       01 WS-COUNT-CES-ADAPTED             PIC 9(04) VALUE 0.
       01 WS-LINE                          PIC X(130).

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".
       COPY TRAINENV-INT.

      *-----------------------
       PROCEDURE DIVISION.
       S0  SECTION.
       S0A.
           DISPLAY "CATALOG-COMPLETENESS REPORT"
           MOVE "CAT-MIN-GRADES"           TO PRM-NAME
           MOVE SPACE                      TO PRM-AS-OF
           MOVE K-DEFAULT-MIN-GRADES       TO PRM-DEFAULT
           CALL "PARAMGET" USING PARAM-INTERFACE
           DISPLAY "MINIMUM GRADES PER SUBJECT (BLANK = "
               PRM-SHOWN "): " WITH NO ADVANCING
           ACCEPT WS-MIN-GRADES
           IF WS-MIN-GRADES = 0
               MOVE PRM-VALUE              TO WS-MIN-GRADES
           ELSE
               MOVE WS-MIN-GRADES          TO PRM-VALUE
               MOVE PRM-VALUE              TO PRM-SHOWN
               MOVE "ENTERED BY THE OPERATOR" TO PRM-SOURCE
           END-IF
           MOVE SPACE                      TO WS-PARAM-HEADER
           STRING "PARAMETERS: CAT-MIN-GRADES " PRM-SHOWN " - "
                  PRM-SOURCE
                  DELIMITED BY SIZE
           INTO WS-PARAM-HEADER
           DISPLAY WS-PARAM-HEADER
           DISPLAY "SCHOOL YEAR (E.G. 2025/2026, BLANK = ALL): "
               WITH NO ADVANCING
           ACCEPT WS-AN-SCOLAR

           PERFORM A0
           PERFORM A1-LOAD-EXEMPTIONS
           PERFORM A5-LOAD-CES
           PERFORM A3-LOAD-GROUPS
           PERFORM B1-LOAD-STUDENTS
           PERFORM B2-LOAD-PMC
           PERFORM B3-LOAD-NOTE-COUNTS
       A0 SECTION.
       A0A.
           OPEN OUTPUT REPORT-FILE
           CALL "TRAINENV" USING TRAINENV-INTERFACE
           IF TRN-TRAINING
               MOVE TRN-STAMP              TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
           END-IF
           OPEN OUTPUT COUNTS-FILE
           MOVE SPACE                      TO WS-LINE
           MOVE WS-MIN-GRADES              TO WS-MIN-DISP
           STRING "STUDENT/SUBJECT PAIRS WITH FEWER THAN "
           INTO WS-LINE
           MOVE WS-LINE                    TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           MOVE WS-PARAM-HEADER            TO REPORT-FILE-FD
           WRITE REPORT-FILE-FD
           .
       A0Z.
           EXIT.
       A1-LOAD-EXEMPTIONSZ.
           EXIT.

      *> A STUDENT WITH A CES CERTIFICATE FOLLOWS AN INDIVIDUAL PLAN -
      *> THE REGISTRY SAYS WHICH SUBJECTS ARE ADAPTED AND HOW
       A5-LOAD-CES SECTION.
       A5-LOAD-CESA.
           OPEN INPUT CES-FILE
           IF WS-CES-STATUS NOT = "00"
               DISPLAY "NO CesRegistry.txt - NO ADAPTED PLANS "
                   "(RUN CESMAINT)"
               GO TO A5-LOAD-CESZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-CES-LINE
               READ CES-FILE INTO WS-CES-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-CES-LINE > SPACE
                   AND CES-COUNT < K-MAX-CES
                       ADD 1               TO CES-COUNT
                       MOVE SPACE          TO WS-CES-CERTREF
                       UNSTRING WS-CES-LINE DELIMITED BY ";" INTO
                           CE-CNP(CES-COUNT)
                           CE-MATERIE(CES-COUNT)
                           WS-CES-CERTREF
                           CE-FROM(CES-COUNT)
                           CE-TO(CES-COUNT)
                           CE-MIN-NOTE(CES-COUNT)
                           CE-EVAL(CES-COUNT)
                       END-UNSTRING
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CES-FILE
           DISPLAY "CES ENTRIES ON FILE: " CES-COUNT
           .
       A5-LOAD-CESZ.
           EXIT.

      *> IS THE CURRENT STUDENT/SUBJECT PAIR UNDER A CES PLAN TODAY?
      *> AN ENTRY FOR THE SUBJECT ITSELF OUTRANKS A "TOATE" ENTRY
       A6-CHECK-PAIR-CES SECTION.
       A6-CHECK-PAIR-CESA.
           SET PAIR-NOT-CES                TO TRUE
           MOVE SPACE                      TO WS-PAIR-CES-EVAL
                                              WS-PAIR-CES-MIN
           PERFORM VARYING WS-CES-IDX FROM 1 BY 1
                   UNTIL WS-CES-IDX > CES-COUNT
               IF CE-CNP(WS-CES-IDX) = ST-CNP(WS-STUD-IDX)
               AND (CE-MATERIE(WS-CES-IDX) = PMC-MATERIE(WS-PMC-IDX)
                   OR CE-MATERIE(WS-CES-IDX) = "TOATE")
               AND (CE-FROM(WS-CES-IDX) = SPACE
                   OR CE-FROM(WS-CES-IDX) <= WS-RUN-DATE)
               AND (CE-TO(WS-CES-IDX) = SPACE
                   OR CE-TO(WS-CES-IDX) >= WS-RUN-DATE)
                   IF PAIR-NOT-CES
                   OR CE-MATERIE(WS-CES-IDX) NOT = "TOATE"
                       SET PAIR-CES        TO TRUE
                       MOVE CE-EVAL(WS-CES-IDX) TO WS-PAIR-CES-EVAL
                       MOVE CE-MIN-NOTE(WS-CES-IDX)
                                           TO WS-PAIR-CES-MIN
                   END-IF
               END-IF
           END-PERFORM
           .
       A6-CHECK-PAIR-CESZ.
           EXIT.

      *> IS THE CURRENT STUDENT/SUBJECT PAIR EXEMPT TODAY?
       A2-CHECK-PAIR-EXEMPT SECTION.
       A2-CHECK-PAIR-EXEMPTA.
       A2-CHECK-PAIR-EXEMPTZ.
           EXIT.

      *> WHO IS IN WHICH GROUP OF THEIR CLASA
       A3-LOAD-GROUPS SECTION.
       A3-LOAD-GROUPSA.
           OPEN INPUT GRUPE-FILE
           IF WS-GRUPE-STATUS NOT = "00"
               DISPLAY "NO SubjectGroups.txt - NO GROUP MEMBERSHIPS "
                   "(RUN GRUPMAINT)"
               GO TO A3-LOAD-GROUPSZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-GRP-LINE
               READ GRUPE-FILE INTO WS-GRP-LINE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF WS-GRP-LINE > SPACE
                   AND GRP-COUNT < K-MAX-GRP
                       ADD 1               TO GRP-COUNT
                       UNSTRING WS-GRP-LINE DELIMITED BY ";" INTO
                           GR-CNP(GRP-COUNT)
                           GR-CLASA(GRP-COUNT)
                           GR-GRUPA(GRP-COUNT)
                       END-UNSTRING
                   END-IF
               END-READ
           END-PERFORM
           CLOSE GRUPE-FILE
           DISPLAY "GROUP MEMBERSHIPS ON FILE: " GRP-COUNT
           .
       A3-LOAD-GROUPSZ.
           EXIT.

      *> DOES THE CURRENT STUDENT TAKE THE CURRENT SUBJECT AT ALL?
      *> A WHOLE-CLASS SUBJECT - YES; A GROUP-ONLY ONE - ONLY IF THE
      *> STUDENT IS REGISTERED IN ONE OF THE GROUPS IT IS TAUGHT TO
       A4-CHECK-PAIR-TAKEN SECTION.
       A4-CHECK-PAIR-TAKENA.
           SET PAIR-TAKEN                  TO TRUE
           IF PMC-FOR-WHOLE-CLASS(WS-PMC-IDX)
               GO TO A4-CHECK-PAIR-TAKENZ
           END-IF
           SET PAIR-NOT-TAKEN              TO TRUE
           PERFORM VARYING WS-GSUBJ-IDX FROM 1 BY 1
                   UNTIL WS-GSUBJ-IDX > GSUBJ-COUNT
                   OR PAIR-TAKEN
               IF GS-CLASA(WS-GSUBJ-IDX) = PMC-CLASA(WS-PMC-IDX)
               AND GS-MATERIE(WS-GSUBJ-IDX) = PMC-MATERIE(WS-PMC-IDX)
                   PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                           UNTIL WS-GRP-IDX > GRP-COUNT
                       IF GR-CNP(WS-GRP-IDX) = ST-CNP(WS-STUD-IDX)
                       AND GR-CLASA(WS-GRP-IDX) =
                                           GS-CLASA(WS-GSUBJ-IDX)
                       AND GR-GRUPA(WS-GRP-IDX) =
                                           GS-GRUPA(WS-GSUBJ-IDX)
                           SET PAIR-TAKEN  TO TRUE
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .
       A4-CHECK-PAIR-TAKENZ.
           EXIT.

       B1-LOAD-STUDENTS SECTION.
       B1-LOAD-STUDENTSA.
           OPEN INPUT STUD-EXTRACT
                   UNTIL WS-PMC-IDX > PMC-COUNT
               IF PMC-CLASA(WS-PMC-IDX) = PR-CLASA
               AND PMC-MATERIE(WS-PMC-IDX) = PR-MATERIE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PMC-IDX > PMC-COUNT
               IF PMC-COUNT >= K-MAX-PMC
                   GO TO B2-FOLD-IN-PAIRZ
               END-IF
               ADD 1                       TO PMC-COUNT
               MOVE PMC-COUNT              TO WS-PMC-IDX
               MOVE PR-CLASA               TO PMC-CLASA(WS-PMC-IDX)
               MOVE PR-MATERIE             TO PMC-MATERIE(WS-PMC-IDX)
               MOVE "N"                TO PMC-WHOLE-CLASS(WS-PMC-IDX)
           END-IF
           IF PR-GRUPA = SPACE
               MOVE "Y"                TO PMC-WHOLE-CLASS(WS-PMC-IDX)
               GO TO B2-FOLD-IN-PAIRZ
           END-IF

      *> A GROUP ROW: REMEMBER WHICH GROUP THE SUBJECT REACHES
           PERFORM VARYING WS-GSUBJ-IDX FROM 1 BY 1
                   UNTIL WS-GSUBJ-IDX > GSUBJ-COUNT
               IF GS-CLASA(WS-GSUBJ-IDX) = PR-CLASA
               AND GS-MATERIE(WS-GSUBJ-IDX) = PR-MATERIE
               AND GS-GRUPA(WS-GSUBJ-IDX) = PR-GRUPA
                   GO TO B2-FOLD-IN-PAIRZ
               END-IF
           END-PERFORM
           IF GSUBJ-COUNT < K-MAX-GSUBJ
               ADD 1                       TO GSUBJ-COUNT
               MOVE PR-CLASA               TO GS-CLASA(GSUBJ-COUNT)
               MOVE PR-MATERIE             TO GS-MATERIE(GSUBJ-COUNT)
               MOVE PR-GRUPA               TO GS-GRUPA(GSUBJ-COUNT)
           END-IF
           .
       B2-FOLD-IN-PAIRZ.
               ADD 1                       TO WS-COUNT-EXEMPT
               GO TO C2-CHECK-ONE-PAIRZ
           END-IF
      *> NOT IN ANY GROUP THE SUBJECT IS TAUGHT TO - NOT A GAP
           PERFORM A4-CHECK-PAIR-TAKEN
           IF PAIR-NOT-TAKEN
               ADD 1                       TO WS-COUNT-OUTSIDE
               GO TO C2-CHECK-ONE-PAIRZ
           END-IF
      *> A CES PLAN: DESCRIPTORS EXPECT NO NUMERIC GRADES, OTHERWISE
      *> THE PLAN'S OWN MINIMUM REPLACES THE USUAL ONE
           MOVE WS-MIN-GRADES              TO WS-PAIR-MIN
           PERFORM A6-CHECK-PAIR-CES
           IF PAIR-CES
               IF PAIR-CES-DESCRIPTORS
                   ADD 1                   TO WS-COUNT-CES-DESCR
                   GO TO C2-CHECK-ONE-PAIRZ
               END-IF
               IF WS-PAIR-CES-MIN IS NUMERIC
                   MOVE WS-PAIR-CES-MIN    TO WS-PAIR-MIN
                   ADD 1                   TO WS-COUNT-CES-ADAPTED
               END-IF
           END-IF
           MOVE 0                          TO WS-GRADES-HELD
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > PAIR-COUNT-TOTAL
               END-IF
           END-PERFORM

           MOVE SPACE                      TO WS-COUNTS-LINE
           STRING ST-CNP(WS-STUD-IDX) DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  ST-CLASA(WS-STUD-IDX) DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  ST-NUME(WS-STUD-IDX) DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  ST-PRENUME(WS-STUD-IDX) DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  PMC-MATERIE(WS-PMC-IDX) DELIMITED BY "  "
                  ";" WS-GRADES-HELD ";" WS-PAIR-MIN
                                   DELIMITED BY SIZE
           INTO WS-COUNTS-LINE
           END-STRING
           MOVE WS-COUNTS-LINE             TO COUNTS-FD
           WRITE COUNTS-FD
           ADD 1                           TO WS-COUNT-PAIRS-OUT

           IF WS-GRADES-HELD < WS-PAIR-MIN
               ADD 1                       TO WS-COUNT-GAPS
               MOVE WS-GRADES-HELD         TO WS-GRADES-DISP
               MOVE SPACE                  TO WS-LINE
                      " GRADES: " WS-GRADES-DISP
                      DELIMITED BY SIZE
               INTO WS-LINE
               IF WS-PAIR-MIN NOT = WS-MIN-GRADES
                   MOVE WS-PAIR-MIN        TO WS-MIN-DISP
                   STRING " (CES MINIMUM " WS-MIN-DISP ")"
                          DELIMITED BY SIZE
                   INTO WS-LINE(112:)
               END-IF
               MOVE WS-LINE                TO REPORT-FILE-FD
               WRITE REPORT-FILE-FD
           END-IF
       Z0A.
           DISPLAY "STUDENT/SUBJECT GAPS: " WS-COUNT-GAPS
           DISPLAY "EXEMPT PAIRS SKIPPED: " WS-COUNT-EXEMPT
           DISPLAY "CES PAIRS EVALUATED BY DESCRIPTORS: "
               WS-COUNT-CES-DESCR
           DISPLAY "CES PAIRS HELD TO AN ADAPTED MINIMUM: "
               WS-COUNT-CES-ADAPTED
           DISPLAY "PAIRS OUTSIDE THE STUDENT'S GROUPS: "
               WS-COUNT-OUTSIDE
           DISPLAY "PAIRS WRITTEN TO CatalogCounts.txt: "
               WS-COUNT-PAIRS-OUT
           CLOSE REPORT-FILE
           CLOSE COUNTS-FILE
           .
       Z0Z.
           EXIT.
