           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCUTIRI-STATUS.

      *> THE CES REGISTRY CESMAINT MAINTAINS
      *> (CNP;MATERIE;CERTREF;FROM;TO;MINNOTE;EVAL) - A SUBJECT THE
      *> STUDENT'S INDIVIDUAL PLAN EVALUATES BY DESCRIPTORS HAS NO
      *> NUMERIC AVERAGE, SO ITS ROWS STAY OUT OF THE FEED AND OUT OF
      *> THE DIVISOR. NO FILE MEANS NO ADAPTED PLANS.
           SELECT CES-FILE ASSIGN TO 'CesRegistry.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CES-STATUS.

      *> THE STUDENT-TO-GROUP REGISTRY GRUPMAINT MAINTAINS
      *> (CNP;CLASA;GRUPA) - A GRADE IN A SUBJECT TAUGHT ONLY TO
      *> GROUPS THE STUDENT IS NOT IN STAYS OUT OF THE FEED THE SAME
      *> WAY AN EXEMPT ONE DOES. NO FILE MEANS NOBODY IS IN A GROUP.
           SELECT GRUPE-FILE ASSIGN TO 'SubjectGroups.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GRUPE-STATUS.

      *> THE OLYMPIAD AND COMPETITION REGISTRY OLIMPMAINT MAINTAINS
      *> (CNP;ANSCOLAR;TIP;MATERIE;FAZA;PREMIU;CONCURS;PROFCNP;CLASA;
      *> NUME;PRENUME;DIPLOMA) - THE YEAR'S DISTINCTIONS FROM THE
      *> COUNTY PHASE UP CLOSE THE HONOR ROLL. NO FILE, NO SECTION.
           SELECT OLIMP-FILE ASSIGN TO 'Olimpiade.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OLIMP-STATUS.

      *> WORK FILE FOR THE EXTERNAL SORT OF THE STUDENT BLOCKS - THE
      *> OLD IN-MEMORY SELECTION SORT WAS QUADRATIC AND ALREADY
      *> VISIBLE AT 200 STUDENTS
           FD SCUTIRI-FILE.
           01 SCUTIRI-FD                 PIC X(90).

           FD CES-FILE.
           01 CES-FD                     PIC X(100).

           FD GRUPE-FILE.
           01 GRUPE-FD                   PIC X(40).

           FD OLIMP-FILE.
           01 OLIMP-FD                   PIC X(220).

      *> WIDE ENOUGH THAT THE SUBJECT NAME AT THE END OF THE HEADER
      *> LINE IS NOT TRUNCATED AWAY - THE EARLY-WARNING REPORT KEYS
      *> ON IT
       WORKING-STORAGE SECTION.
        01 STUDENT-GRADES.
         05 ST-CLASS                     PIC 9(02).
         05 ST-CLASS-X REDEFINES ST-CLASS PIC X(02).
         05 ST-LAST-NAME                 PIC X(31).
         05 ST-FIRST-NAME                PIC X(31).
         05 ST-SUBJECT                   PIC X(31).
         05 ST-SCORE                       PIC 99.
      *> CLASSES 0-4 ARE GRADED WITH CALIFICATIVE (FB/B/S/I) INSTEAD
      *> OF 1-10 - THE SAME TWO BYTES CARRY THE CODE
         05 ST-SCORE-X REDEFINES ST-SCORE PIC X(02).
            88 ST-CALIFICATIV            VALUE "FB" "B " "S " "I ".
         05 ST-DATE.
            10 ST-DATE-YEAR              PIC 9(4).
            10 ST-DATE-MONTH             PIC 9(2).
         05 AVG-ST-FIRST-NAME            PIC X(30).
         05 AVG-ST-SUBJECT               PIC X(30).
         05 AVG-ST-SCORE                 PIC 9(2).9(2).
      *> A PRIMARY-CLASS LINE CARRIES ITS CALIFICATIV HERE INSTEAD
         05 AVG-ST-SCORE-X REDEFINES AVG-ST-SCORE PIC X(05).
         05 FILLER                       PIC X(02).
         05 AVG-ST-STATUS                PIC X(09).
         05 FILLER                       PIC X(02).

        01 K-PASS-THRESHOLD              PIC 9(02) VALUE 5.

      *> PRIMARY CLASSES (0-4): THE CLASS LEVEL IS THE LEADING DIGITS
      *> OF THE CLASS CODE. THEIR SUBJECTS GET AN ANNUAL CALIFICATIV -
      *> THE ONE GIVEN MOST OFTEN, A TIE GOING TO THE MOST RECENT -
      *> AND THE STUDENT A GENERAL RESULT INSTEAD OF AN AVERAGE; AN
      *> "I" IN ANY SUBJECT OR IN PURTARE MAKES THE STUDENT CORIGENT
        01 WS-LEVEL-IN                   PIC X(02).
        01 WS-CLASS-LEVEL                PIC X(02).
            88 CLASS-LEVEL-PRIMARY       VALUE "00" "01" "02" "03"
                                               "04".
        01 K-CALIF-CODES                 PIC X(08) VALUE "FBB S I ".
        01 K-CALIF-CODE-TABLE REDEFINES K-CALIF-CODES.
            05 K-CALIF-CODE OCCURS 4 TIMES PIC X(02).
        01 WS-CALIF-TABLE.
            05 WS-CALIF-ENTRY OCCURS 4 TIMES.
                10 CF-COUNT              PIC 9(03).
                10 CF-LAST-DATE          PIC 9(08).
        01 WS-CALIF-IDX                  PIC 9(01).
        01 WS-CALIF-BEST                 PIC 9(01).
        01 WS-CALIF-TOTAL                PIC 9(03) VALUE 0.
        01 WS-CALIF-RESULT               PIC X(02).
        01 WS-CALIF-SUBJECTS             PIC 9(02) VALUE 0.
        01 WS-CALIF-FAIL-COUNT           PIC 9(02) VALUE 0.
        01 WS-PURTARE-CALIF              PIC X(02) VALUE SPACE.

      *> PURTARE (CONDUCT) IS NOT AN ACADEMIC SUBJECT: IT STAYS OUT
      *> OF THE GENERAL-AVERAGE DIVISOR, BUT A CONDUCT AVERAGE UNDER
      *> THE THRESHOLD MAKES THE STUDENT CORIGENT REGARDLESS OF THE
            88 SCUT-READ-EOF             VALUE "E".
            88 SCUT-READ-NEOF            VALUE "N".

      *> THE CES REGISTRY, LOADED WITH THE EXEMPTIONS - A ROW IN A
      *> SUBJECT EVALUATED BY DESCRIPTORS ON THE DAY IT WAS GIVEN IS
      *> FILTERED OUT OF THE FEED. AN ENTRY FOR THE SUBJECT ITSELF
      *> OUTRANKS A "TOATE" (WHOLE-CURRICULUM) ENTRY
        01 WS-CES-STATUS                 PIC X(02).
        01 K-MAX-CES                     PIC 9(03) VALUE 500.
        01 CES-TABLE.
            05 CES-ENTRY OCCURS 500 TIMES.
                10 CEX-CNP               PIC X(13).
                10 CEX-MATERIE           PIC X(30).
                10 CEX-FROM              PIC X(08).
                10 CEX-TO                PIC X(08).
                10 CEX-EVAL              PIC X(01).
        01 CES-COUNT                     PIC 9(03) VALUE 0.
        01 WS-CES-IDX                    PIC 9(03).
        01 WS-CES-LINE                   PIC X(100).
        01 WS-CES-CERTREF                PIC X(20).
        01 WS-CES-MIN-NOTE               PIC X(02).
        01 WS-CES-EVAL                   PIC X(01).
            88 CES-BY-DESCRIPTORS        VALUE "D".
        01 WS-CES-FOUND-SW               PIC X(01).
            88 CES-FOUND                 VALUE "Y".
            88 CES-NOT-FOUND             VALUE "N".

      *> THE HONOR ROLL'S DISTINCTIONS - JUDETEANA AND UP, PRIZES,
      *> SPECIAL PRIZES AND MENTIONS ONLY, ORDERED BY CLASS AND THEN
      *> HIGHEST PHASE FIRST (OLX-CLASA/OLX-RANK LEAD THE ENTRY SO THE
      *> SORT COMPARES THEM AS ONE KEY)
        01 WS-OLIMP-STATUS               PIC X(02).
        01 K-MAX-OLIMP                   PIC 9(03) VALUE 500.
        01 OLIMP-TABLE.
            05 OLIMP-ENTRY OCCURS 500 TIMES.
                10 OLX-CLASA             PIC X(04).
                10 OLX-RANK              PIC 9(01).
                10 OLX-NUME              PIC X(30).
                10 OLX-PRENUME           PIC X(30).
                10 OLX-MATERIE           PIC X(30).
                10 OLX-FAZA              PIC X(01).
                10 OLX-PREMIU            PIC X(01).
        01 OLIMP-TEMP                    PIC X(97).
        01 OLIMP-COUNT                   PIC 9(03) VALUE 0.
        01 WS-OLIMP-LINE                 PIC X(220).
        01 WS-OLIMP-ROW.
            05 OLR-CNP                   PIC X(13).
            05 OLR-AN                    PIC X(09).
            05 OLR-TIP                   PIC X(01).
            05 OLR-MATERIE               PIC X(30).
            05 OLR-FAZA                  PIC X(01).
            05 OLR-PREMIU                PIC X(01).
            05 OLR-CONCURS               PIC X(40).
            05 OLR-PROFCNP               PIC X(13).
            05 OLR-CLASA                 PIC X(04).
            05 OLR-NUME                  PIC X(30).
            05 OLR-PRENUME               PIC X(30).
            05 OLR-DIPLOMA               PIC X(20).
        01 WS-OLIMP-AN                   PIC X(09).
        01 WS-OLIMP-YEAR                 PIC 9(04).
        01 WS-OLIMP-MONTH                PIC 9(02).
        01 WS-OLIMP-FAZA-TEXT            PIC X(14).
        01 WS-OLIMP-PREMIU-TEXT          PIC X(14).
        01 WS-COUNT-CES-ROWS             PIC 9(04) VALUE 0.

      *> WHICH SUBJECTS EACH CLASA IS TAUGHT, AND TO WHICH GROUP
      *> (BLANK = THE WHOLE CLASS), PLUS WHO IS IN WHICH GROUP -
      *> LOADED ONCE BEFORE THE LIVE FEED IS BUILT
        01 WS-PMC-GROUP-ROW.
            05 PGR-CLASA                 PIC X(04).
            05 FILLER                    PIC X(02).
            05 PGR-MATERIE               PIC X(30).
            05 FILLER                    PIC X(02).
            05 PGR-GRUPA                 PIC X(10).
        01 K-MAX-PMC-GROUP               PIC 9(04) VALUE 1000.
        01 PMC-GROUP-TABLE.
            05 PMC-GROUP-ENTRY OCCURS 1000 TIMES.
                10 PG-CLASA              PIC X(04).
                10 PG-MATERIE            PIC X(30).
                10 PG-GRUPA              PIC X(10).
        01 PMC-GROUP-COUNT               PIC 9(04) VALUE 0.
        01 WS-PMC-GROUP-IDX              PIC 9(04).
        01 WS-GRUPE-STATUS               PIC X(02).
        01 K-MAX-GRP                     PIC 9(04) VALUE 3000.
        01 GRP-TABLE.
            05 GRP-ENTRY OCCURS 3000 TIMES.
                10 GRX-CNP               PIC X(13).
                10 GRX-CLASA             PIC X(04).
                10 GRX-GRUPA             PIC X(10).
        01 GRP-COUNT                     PIC 9(04) VALUE 0.
        01 WS-GRP-IDX                    PIC 9(04).
        01 WS-GRP-LINE                   PIC X(40).
        01 WS-COUNT-OUTSIDE-ROWS         PIC 9(04) VALUE 0.
        01 WS-SUBJ-WHOLE-SW              PIC X(01).
            88 SUBJ-FOR-WHOLE-CLASS      VALUE "Y".
        01 WS-SUBJ-GROUPED-SW            PIC X(01).
            88 SUBJ-FOR-GROUPS           VALUE "Y".
        01 WS-SUBJ-MEMBER-SW             PIC X(01).
            88 SUBJ-GROUP-MEMBER         VALUE "Y".

      *> SEPARATE FROM INP-SWITCH BELOW SO BUILDING THE LIVE FEED
      *> DOES NOT DISTURB THE MAIN ST-INPUT READ LOOP'S EOF STATE
        01 WS-NOTE-READ-SWITCH           PIC X(01) VALUE "N".

        01 OGRU.
            05 OGRU-CLASS                PIC 9(02).
            05 OGRU-CLASS-X REDEFINES OGRU-CLASS PIC X(02).
            05 OGRU-LAST-F-NAME          PIC X(60).
            05 OGRU-SUBJ                 PIC X(30).
        01 NGRU.
        01 WS-CSV-LINE                       PIC X(150).
        01 WS-CSV-SCORE-DISP                 PIC 99.99.
        01 WS-CSV-MAX-GRADE-DISP             PIC Z9.
        01 WS-CSV-SCORE-TEXT                 PIC X(05).
        01 WS-CSV-MAX-TEXT                   PIC X(02).

        01 KONSTANTEN.
            05 K-COLS                    PIC X(100) VALUE
           MOVE 0                      TO WS-STUDENT-MAX-GRADE
           MOVE 0                      TO WS-STUDENT-SUBJ-COUNT
           MOVE 0                      TO WS-TREND-COUNT
           MOVE 0                      TO WS-CALIF-TOTAL
           INITIALIZE WS-CALIF-TABLE
           MOVE 0                      TO WS-COUNT-AVG-LINES
           MOVE 0                      TO WS-COUNT-GRADE-REJECTS
      *> THESE TWO CARRY THE FIRST STUDENT'S GENERAL AVERAGE - LEFT
      *> A SUBJECT WITH NO GRADES INSIDE THE REQUESTED TERM HAS NOTHING
      *> TO AVERAGE - LEAVE IT OUT OF THE REPORT INSTEAD OF DIVIDING
      *> BY ZERO
             IF WS-CALIF-TOTAL > 0
                 PERFORM E-OUTPUT-CALIFICATIV
                 ADD 1                     TO WS-STUDENT-SUBJ-COUNT
             END-IF
             IF WS-COUNT-GRADES > 0 OR WS-TEZA-COUNT > 0
             OR WS-SEM2-ORAL-CNT > 0 OR WS-SEM2-TEZA-CNT > 0
                 PERFORM E-OUTPUT-AVERAGE
             MOVE 0                        TO WS-SEM2-TEZA-CNT
             MOVE 0                        TO WS-MAX-GRADE
             MOVE 0                        TO WS-TREND-COUNT
             MOVE 0                        TO WS-CALIF-TOTAL
             INITIALIZE WS-CALIF-TABLE
           END-IF
           IF OGRU-LAST-F-NAME NOT = NGRU-LAST-F-NAME
           AND OGRU-LAST-F-NAME > SPACE
                   ADD 1                    TO WS-STUDENT-COUNT
               END-IF
             END-IF
      *> A PRIMARY-CLASS STUDENT GETS A GENERAL RESULT, NOT AN AVERAGE
             IF WS-STUDENT-SUBJ-COUNT > 0 AND WS-COUNT-SUBJECTS = 0
             AND WS-CALIF-SUBJECTS > 0
               PERFORM E-OUTPUT-GENERAL-RESULT
             END-IF

             MOVE 0                      TO WS-GENERAL-AVG-SUM
                                            WS-GENERAL-AVG
                                            WS-STUDENT-MAX-GRADE
                                            WS-STUDENT-SUBJ-COUNT
                                            WS-PURTARE-AVG
                                            WS-CALIF-SUBJECTS
                                            WS-CALIF-FAIL-COUNT
             MOVE SPACE                  TO WS-PURTARE-CALIF
             SET PURTARE-ABSENT          TO TRUE
      *> A STUDENT WHO WAS NOT COMMITTED (NO ACADEMIC SUBJECTS IN
      *> TERM) MAY HAVE LEFT LINES IN THE NEXT FREE SLOT - CLEAR IT
       E-OUTPUT-AVERAGEZ.
           EXIT.

      *> A PRIMARY-CLASS SUBJECT: THE ANNUAL CALIFICATIV IS THE ONE
      *> GIVEN MOST OFTEN, A TIE GOING TO WHICHEVER WAS GIVEN LAST.
      *> IT STAYS OUT OF THE CLASS/SUBJECT AVERAGES AND THE TREND
       E-OUTPUT-CALIFICATIV SECTION.
       E-OUTPUT-CALIFICATIVA.
           MOVE 1                        TO WS-CALIF-BEST
           PERFORM VARYING WS-CALIF-IDX FROM 2 BY 1
                   UNTIL WS-CALIF-IDX > 4
               IF CF-COUNT(WS-CALIF-IDX) > CF-COUNT(WS-CALIF-BEST)
               OR (CF-COUNT(WS-CALIF-IDX) = CF-COUNT(WS-CALIF-BEST)
               AND CF-LAST-DATE(WS-CALIF-IDX) >
                                        CF-LAST-DATE(WS-CALIF-BEST))
                   MOVE WS-CALIF-IDX     TO WS-CALIF-BEST
               END-IF
           END-PERFORM
           MOVE K-CALIF-CODE(WS-CALIF-BEST) TO WS-CALIF-RESULT
           DISPLAY "CALIFICATIV = " WS-CALIF-RESULT

           MOVE SPACE                    TO ST-AVGS-FD
                                            AVG-ST
           MOVE OGRU-CLASS               TO AVG-ST-CLASS
           MOVE OGRU-LAST-F-NAME(1:30)   TO AVG-ST-LAST-NAME
           MOVE OGRU-LAST-F-NAME(31:)    TO AVG-ST-FIRST-NAME
           MOVE OGRU-SUBJ                TO AVG-ST-SUBJECT
           MOVE WS-CALIF-RESULT          TO AVG-ST-SCORE-X
           IF WS-CALIF-RESULT = "I "
               MOVE "CORIGENT"            TO AVG-ST-STATUS
           ELSE
               MOVE "PROMOVAT"            TO AVG-ST-STATUS
           END-IF
           IF OGRU-SUBJ = K-PURTARE-SUBJECT
               MOVE "CONDUITA"            TO AVG-ST-STATUS
               MOVE WS-CALIF-RESULT       TO WS-PURTARE-CALIF
           ELSE
               ADD 1                      TO WS-CALIF-SUBJECTS
               IF WS-CALIF-RESULT = "I "
                   ADD 1                  TO WS-CALIF-FAIL-COUNT
               END-IF
           END-IF
           MOVE 0                        TO AVG-ST-MAX-GRADE
           MOVE AVG-ST                   TO ST-AVGS-FD

           IF WS-STUDENT-COUNT >= K-MAX-STUDENT
               DISPLAY "TOO MANY STUDENTS, TRUNCATED AT "
                   K-MAX-STUDENT
           ELSE
               IF WSE-LINE-COUNT(WS-STUDENT-COUNT + 1) >=
                                            K-MAX-STUDENT-LINE
                   DISPLAY "TOO MANY LINES FOR ONE STUDENT, "
                       "TRUNCATED AT " K-MAX-STUDENT-LINE
               ELSE
                   MOVE OGRU-CLASS           TO
                                     WSE-CLASS(WS-STUDENT-COUNT + 1)
                   ADD 1 TO WSE-LINE-COUNT(WS-STUDENT-COUNT + 1)
                   MOVE ST-AVGS-FD           TO
                       WSE-LINE(WS-STUDENT-COUNT + 1,
                                WSE-LINE-COUNT(WS-STUDENT-COUNT + 1))
               END-IF
           END-IF
           .
       E-OUTPUT-CALIFICATIVZ.
           EXIT.

      *> THE PRIMARY-CLASS COUNTERPART OF THE GENERAL-AVERAGE LINE:
      *> NO SCORE, ONLY PROMOVAT/CORIGENT. THE BLOCK IS FILED WITH A
      *> ZERO GENERAL AVERAGE AND KEPT OUT OF RANKS AND PRIZES
       E-OUTPUT-GENERAL-RESULT SECTION.
       E-OUTPUT-GENERAL-RESULTA.
           DISPLAY "GENERAL RESULT OF  " OGRU-LAST-F-NAME(1:30)
               OGRU-LAST-F-NAME(31:)
           MOVE SPACE                    TO ST-AVGS-FD AVG-ST
           MOVE OGRU-CLASS               TO AVG-ST-CLASS
           MOVE OGRU-LAST-F-NAME(1:30)   TO AVG-ST-LAST-NAME
           MOVE OGRU-LAST-F-NAME(31:)    TO AVG-ST-FIRST-NAME
           MOVE "GENERAL RESULT"         TO AVG-ST-SUBJECT
           MOVE SPACE                    TO AVG-ST-SCORE-X
           IF WS-CALIF-FAIL-COUNT > 0
           OR WS-PURTARE-CALIF = "I "
               MOVE "CORIGENT"            TO AVG-ST-STATUS
           ELSE
               MOVE "PROMOVAT"            TO AVG-ST-STATUS
           END-IF
           MOVE 0                        TO AVG-ST-MAX-GRADE
           MOVE AVG-ST                   TO ST-AVGS-FD

           IF WS-STUDENT-COUNT >= K-MAX-STUDENT
               DISPLAY "TOO MANY STUDENTS, TRUNCATED AT "
                   K-MAX-STUDENT
               GO TO E-OUTPUT-GENERAL-RESULTZ
           END-IF
           IF WSE-LINE-COUNT(WS-STUDENT-COUNT + 1) >=
                                            K-MAX-STUDENT-LINE
               DISPLAY "TOO MANY LINES FOR ONE STUDENT, "
                   "TRUNCATED AT " K-MAX-STUDENT-LINE
           ELSE
               MOVE OGRU-CLASS           TO
                                 WSE-CLASS(WS-STUDENT-COUNT + 1)
               ADD 1 TO WSE-LINE-COUNT(WS-STUDENT-COUNT + 1)
               MOVE ST-AVGS-FD           TO
                   WSE-LINE(WS-STUDENT-COUNT + 1,
                            WSE-LINE-COUNT(WS-STUDENT-COUNT + 1))
           END-IF
           IF WS-PURTARE-CALIF > SPACE
           AND WSE-LINE-COUNT(WS-STUDENT-COUNT + 1) <
                                            K-MAX-STUDENT-LINE
               MOVE SPACE                TO ST-AVGS-FD
               STRING "            CONDUCT (PURTARE) CALIFICATIV: "
                      WS-PURTARE-CALIF DELIMITED BY SIZE
               INTO ST-AVGS-FD
               ADD 1 TO WSE-LINE-COUNT(WS-STUDENT-COUNT + 1)
               MOVE ST-AVGS-FD           TO
                   WSE-LINE(WS-STUDENT-COUNT + 1,
                            WSE-LINE-COUNT(WS-STUDENT-COUNT + 1))
           END-IF
           MOVE 0                        TO
                                  WSE-GEN-AVG(WS-STUDENT-COUNT + 1)
           ADD 1                         TO WS-STUDENT-COUNT
           .
       E-OUTPUT-GENERAL-RESULTZ.
           EXIT.

      *> CLASS LEVEL FROM A CLASS CODE IN WS-LEVEL-IN: "10" -> 10,
      *> "3A" -> 03, " 3" -> 03
       X-SET-CLASS-LEVEL SECTION.
       X-SET-CLASS-LEVELA.
           EVALUATE TRUE
               WHEN WS-LEVEL-IN(1:1) = SPACE
                   MOVE "0"              TO WS-CLASS-LEVEL(1:1)
                   MOVE WS-LEVEL-IN(2:1) TO WS-CLASS-LEVEL(2:1)
               WHEN WS-LEVEL-IN(2:1) IS NUMERIC
                   MOVE WS-LEVEL-IN      TO WS-CLASS-LEVEL
               WHEN OTHER
                   MOVE "0"              TO WS-CLASS-LEVEL(1:1)
                   MOVE WS-LEVEL-IN(1:1) TO WS-CLASS-LEVEL(2:1)
           END-EVALUATE
           .
       X-SET-CLASS-LEVELZ.
           EXIT.

      *> ONE SEMESTER'S AVERAGE: PLAIN ORAL MEAN, OR THREE QUARTERS
      *> ORAL PLUS ONE QUARTER TEZA WHEN A TEZA IS PRESENT
       E-COMPUTE-SEM-AVGS SECTION.
       F0A.
      * PROCESSING THE LINE.

      *> A PRIMARY CLASS TAKES ONLY CALIFICATIVE - A NUMBER THERE IS
      *> AS GARBLED AS AN 11 ELSEWHERE
           MOVE ST-CLASS-X                 TO WS-LEVEL-IN
           PERFORM X-SET-CLASS-LEVEL
           IF CLASS-LEVEL-PRIMARY
               IF ST-CALIFICATIV
                   PERFORM F3-ADD-CALIFICATIV
               ELSE
                   ADD 1                   TO WS-COUNT-GRADE-REJECTS
                   MOVE STUDENT-GRADES     TO GRADE-REJECTS-FD
                   WRITE GRADE-REJECTS-FD
               END-IF
               GO TO F0Z
           END-IF

      *> A GARBLED LINE WITH A SCORE OUTSIDE 1-10 IS DIVERTED TO
      *> GRADE-REJECTS INSTEAD OF BEING FOLDED INTO THE SUBJECT SUM
           IF NOT (ST-SCORE >= 1 AND ST-SCORE <= 10)
       F0Z.
           EXIT.

      *> TALLY ONE CALIFICATIV, AND WHEN IT WAS LAST GIVEN, IF IT FALLS
      *> INSIDE THE REQUESTED TERM (OR EITHER SEMESTER IN ANNUAL MODE)
       F3-ADD-CALIFICATIV SECTION.
       F3-ADD-CALIFICATIVA.
           EVALUATE TRUE
               WHEN ANNUAL-MODE-ON
                AND ST-DATE-NUM NOT < WS-S1-START
                AND ST-DATE-NUM NOT > WS-S1-END
                   CONTINUE
               WHEN ANNUAL-MODE-ON
                AND ST-DATE-NUM NOT < WS-S2-START
                AND ST-DATE-NUM NOT > WS-S2-END
                   CONTINUE
               WHEN ANNUAL-MODE-ON
                   GO TO F3-ADD-CALIFICATIVZ
               WHEN DATE-FILTER-OFF
                 OR (ST-DATE-NUM NOT < WS-FILTER-START-DATE
                 AND ST-DATE-NUM NOT > WS-FILTER-END-DATE)
                   CONTINUE
               WHEN OTHER
                   GO TO F3-ADD-CALIFICATIVZ
           END-EVALUATE
           PERFORM VARYING WS-CALIF-IDX FROM 1 BY 1
                   UNTIL WS-CALIF-IDX > 4
               IF K-CALIF-CODE(WS-CALIF-IDX) = ST-SCORE-X
                   ADD 1 TO CF-COUNT(WS-CALIF-IDX)
                   IF ST-DATE-NUM > CF-LAST-DATE(WS-CALIF-IDX)
                       MOVE ST-DATE-NUM TO CF-LAST-DATE(WS-CALIF-IDX)
                   END-IF
                   ADD 1 TO WS-CALIF-TOTAL
               END-IF
           END-PERFORM
           .
       F3-ADD-CALIFICATIVZ.
           EXIT.

      *> A TEZA GOES TO ITS OWN BUCKET - IT CARRIES A QUARTER OF THE
      *> SUBJECT AVERAGE, NOT AN EQUAL SHARE WITH THE ORAL GRADES.
      *> OUTSIDE ANNUAL MODE EVERY ACCEPTED GRADE LANDS HERE.
                   END-IF

                   MOVE ST-AVGS-FD           TO AVG-ST
      *> A PRIMARY-CLASS LINE HAS NO DECIMAL POINT IN THE SCORE
      *> COLUMN - IT CARRIES THE CALIFICATIV (BLANK ON THE GENERAL
      *> RESULT) AND NO MAX GRADE
                   IF AVG-ST-SCORE-X(3:1) NOT = "."
                       MOVE SPACE            TO WS-CSV-SCORE-TEXT
                                                WS-CSV-MAX-TEXT
                       MOVE AVG-ST-SCORE-X(1:2) TO WS-CSV-SCORE-TEXT
                   ELSE
                       MOVE AVG-ST-SCORE     TO WS-CSV-SCORE-DISP
                       MOVE WS-CSV-SCORE-DISP TO WS-CSV-SCORE-TEXT
                       MOVE AVG-ST-MAX-GRADE TO WS-CSV-MAX-GRADE-DISP
                       MOVE WS-CSV-MAX-GRADE-DISP TO WS-CSV-MAX-TEXT
                   END-IF
                   MOVE SPACE                TO WS-CSV-LINE
                   STRING AVG-ST-CLASS         DELIMITED BY SIZE
                          ","                   DELIMITED BY SIZE
                          ","                   DELIMITED BY SIZE
                          AVG-ST-SUBJECT        DELIMITED BY SPACE
                          ","                   DELIMITED BY SIZE
                          WS-CSV-SCORE-TEXT     DELIMITED BY SPACE
                          ","                   DELIMITED BY SIZE
                          AVG-ST-STATUS         DELIMITED BY SPACE
                          ","                   DELIMITED BY SIZE
                          WS-CSV-MAX-TEXT       DELIMITED BY SIZE
                          INTO WS-CSV-LINE
                   END-STRING
                   MOVE WS-CSV-LINE          TO ST-AVGS-CSV-FD
       K-BUILD-CLASS-RANKINGA.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I > WS-STUDENT-COUNT
      *> PRIMARY CLASSES HAVE NO GENERAL AVERAGE TO RANK ON
               MOVE WSE-CLASS(WS-SORT-I)     TO WS-LEVEL-IN
               PERFORM X-SET-CLASS-LEVEL
               IF CLASS-LEVEL-PRIMARY
                   EXIT PERFORM CYCLE
               END-IF
               SET CR-ENTRY-NOT-FOUND        TO TRUE
               PERFORM VARYING WS-CLASS-RANK-IDX FROM 1 BY 1
                       UNTIL WS-CLASS-RANK-IDX > WS-CLASS-RANK-COUNT
               WRITE REPORT-CARDS-FD
           END-PERFORM

      *> A PRIMARY-CLASS CARD CARRIES CALIFICATIVE - NO RANK
           MOVE WSE-CLASS(WS-SORT-I)      TO WS-LEVEL-IN
           PERFORM X-SET-CLASS-LEVEL
           IF NOT CLASS-LEVEL-PRIMARY
               MOVE WS-RC-RANK            TO WS-RC-RANK-DISP
               MOVE WS-RC-CLASS-SIZE      TO WS-RC-SIZE-DISP
               MOVE SPACE                 TO WS-RC-LINE
               STRING "RANK IN CLASS: " WS-RC-RANK-DISP
                      " OF " WS-RC-SIZE-DISP
                      DELIMITED BY SIZE
               INTO WS-RC-LINE
               MOVE WS-RC-LINE            TO REPORT-CARDS-FD
               WRITE REPORT-CARDS-FD
           END-IF
           MOVE SPACE                     TO REPORT-CARDS-FD
           WRITE REPORT-CARDS-FD
           .
           INTO WS-HR-LINE
           MOVE WS-HR-LINE                TO HONOR-ROLL-FD
           WRITE HONOR-ROLL-FD

           PERFORM Q2-WRITE-DISTINCTIONS
           .
       Q-WRITE-HONOR-ROLLZ.
           EXIT.

       Q1-WRITE-ONE-STUDENT SECTION.
       Q1-WRITE-ONE-STUDENTA.
      *> NO PRIZES ON CALIFICATIVE - PRIMARY CLASSES ARE LEFT OFF
           MOVE WSE-CLASS(WS-SORT-I)      TO WS-LEVEL-IN
           PERFORM X-SET-CLASS-LEVEL
           IF CLASS-LEVEL-PRIMARY
               GO TO Q1-WRITE-ONE-STUDENTZ
           END-IF
      *> SAME DENSE-RANK WALK AS THE REPORT CARDS, REUSING ITS WORK
      *> FIELDS (P-WRITE-REPORT-CARDS HAS FINISHED WITH THEM)
           IF RC-FIRST-CARD
       Q1-WRITE-ONE-STUDENTZ.
           EXIT.

      *> THE YEAR'S OLYMPIAD AND COMPETITION DISTINCTIONS, AS THE
      *> REGISTRY RECORDED THEM (CLASS AND NAME AT THE TIME OF THE
      *> RESULT). THE YEAR IS THE LIVE FEED'S WHEN ONE WAS GIVEN,
      *> OTHERWISE THE SCHOOL YEAR THE RUN DATE FALLS IN
       Q2-WRITE-DISTINCTIONS SECTION.
       Q2-WRITE-DISTINCTIONSA.
           IF WS-LIVE-AN-SCOLAR > SPACE
               MOVE WS-LIVE-AN-SCOLAR      TO WS-OLIMP-AN
           ELSE
               MOVE WS-RUN-DATE(1:4)       TO WS-OLIMP-YEAR
               MOVE WS-RUN-DATE(5:2)       TO WS-OLIMP-MONTH
               IF WS-OLIMP-MONTH < 9
                   SUBTRACT 1              FROM WS-OLIMP-YEAR
               END-IF
               MOVE WS-OLIMP-YEAR          TO WS-OLIMP-AN(1:4)
               MOVE "/"                    TO WS-OLIMP-AN(5:1)
               ADD 1                       TO WS-OLIMP-YEAR
               MOVE WS-OLIMP-YEAR          TO WS-OLIMP-AN(6:4)
           END-IF

           PERFORM B-LOAD-OLIMPIADE
           IF WS-OLIMP-STATUS NOT = "00"
               GO TO Q2-WRITE-DISTINCTIONSZ
           END-IF

           MOVE SPACE                     TO HONOR-ROLL-FD
           WRITE HONOR-ROLL-FD
           MOVE SPACE                     TO WS-HR-LINE
           STRING "DISTINCTII LA OLIMPIADE SI CONCURSURI - "
                  WS-OLIMP-AN DELIMITED BY SIZE
           INTO WS-HR-LINE
           MOVE WS-HR-LINE                TO HONOR-ROLL-FD
           WRITE HONOR-ROLL-FD

           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= OLIMP-COUNT
               MOVE WS-SORT-I              TO WS-SORT-BEST
               COMPUTE WS-SORT-J = WS-SORT-I + 1
               PERFORM VARYING WS-SORT-J FROM WS-SORT-J BY 1
                       UNTIL WS-SORT-J > OLIMP-COUNT
                   IF OLIMP-ENTRY(WS-SORT-J)(1:5)
                    < OLIMP-ENTRY(WS-SORT-BEST)(1:5)
                       MOVE WS-SORT-J      TO WS-SORT-BEST
                   END-IF
               END-PERFORM
               IF WS-SORT-BEST NOT = WS-SORT-I
                   MOVE OLIMP-ENTRY(WS-SORT-I)
                                      TO OLIMP-TEMP
                   MOVE OLIMP-ENTRY(WS-SORT-BEST)
                                      TO OLIMP-ENTRY(WS-SORT-I)
                   MOVE OLIMP-TEMP    TO OLIMP-ENTRY(WS-SORT-BEST)
               END-IF
           END-PERFORM

           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I > OLIMP-COUNT
               EVALUATE OLX-FAZA(WS-SORT-I)
                   WHEN "I" MOVE "INTERNATIONALA" TO WS-OLIMP-FAZA-TEXT
                   WHEN "N" MOVE "NATIONALA"   TO WS-OLIMP-FAZA-TEXT
                   WHEN "R" MOVE "REGIONALA"   TO WS-OLIMP-FAZA-TEXT
                   WHEN OTHER
                       MOVE "JUDETEANA"        TO WS-OLIMP-FAZA-TEXT
               END-EVALUATE
               EVALUATE OLX-PREMIU(WS-SORT-I)
                   WHEN "1" MOVE "PREMIUL I"   TO WS-OLIMP-PREMIU-TEXT
                   WHEN "2" MOVE "PREMIUL II"  TO WS-OLIMP-PREMIU-TEXT
                   WHEN "3" MOVE "PREMIUL III" TO WS-OLIMP-PREMIU-TEXT
                   WHEN "S"
                       MOVE "PREMIU SPECIAL"   TO WS-OLIMP-PREMIU-TEXT
                   WHEN OTHER
                       MOVE "MENTIUNE"         TO WS-OLIMP-PREMIU-TEXT
               END-EVALUATE
               MOVE SPACE                  TO WS-HR-LINE
               STRING "  " OLX-CLASA(WS-SORT-I) " "
                      WS-OLIMP-PREMIU-TEXT " "
                      OLX-NUME(WS-SORT-I) DELIMITED BY "  "
                      " " DELIMITED BY SIZE
                      OLX-PRENUME(WS-SORT-I) DELIMITED BY "  "
                      " - " DELIMITED BY SIZE
                      OLX-MATERIE(WS-SORT-I) DELIMITED BY "  "
                      ", " WS-OLIMP-FAZA-TEXT DELIMITED BY SIZE
               INTO WS-HR-LINE
               MOVE WS-HR-LINE             TO HONOR-ROLL-FD
               WRITE HONOR-ROLL-FD
           END-PERFORM

           MOVE SPACE                     TO HONOR-ROLL-FD
           WRITE HONOR-ROLL-FD
           MOVE SPACE                     TO WS-HR-LINE
           STRING "DISTINCTIONS LISTED: " OLIMP-COUNT
                  DELIMITED BY SIZE
           INTO WS-HR-LINE
           MOVE WS-HR-LINE                TO HONOR-ROLL-FD
           WRITE HONOR-ROLL-FD
           .
       Q2-WRITE-DISTINCTIONSZ.
           EXIT.

      *> PULL EVERY NOTE ROW THROUGH THE JAR ADAPTER AND STAGE IT IN
      *> NOTE-LIVE-FEED, IN THE SAME FIXED-WIDTH SHAPE ST-INPUT
      *> ALREADY EXPECTS, SO B0/F0/E0 NEED NO CHANGES OF THEIR OWN
               "BLANK = ALL): " WITH NO ADVANCING
           ACCEPT WS-LIVE-AN-SCOLAR
           PERFORM B-LOAD-EXEMPTIONS
           PERFORM B-LOAD-CES
           PERFORM B-LOAD-SUBJECT-GROUPS

           MOVE SPACE                  TO SQL-STATEMENT
           IF WS-LIVE-AN-SCOLAR > SPACE
           END-PERFORM
           CLOSE NOTE-FEED-WORK
           CLOSE NOTE-LIVE-FEED
           IF WS-COUNT-OUTSIDE-ROWS > 0
               DISPLAY "GRADES OUTSIDE THE STUDENT'S GROUPS LEFT OUT: "
                   WS-COUNT-OUTSIDE-ROWS
           END-IF
           IF WS-COUNT-CES-ROWS > 0
               DISPLAY "CES DESCRIPTOR-EVALUATED ROWS LEFT OUT: "
                   WS-COUNT-CES-ROWS
           END-IF
           .
       B-BUILD-LIVE-FEEDZ.
           EXIT.
       B-LOAD-EXEMPTIONSZ.
           EXIT.

      *> THE CES PLANS; A SITE WITHOUT THE REGISTRY FILE SIMPLY
      *> FILTERS NOTHING
       B-LOAD-CES SECTION.
       B-LOAD-CESA.
           OPEN INPUT CES-FILE
           IF WS-CES-STATUS NOT = "00"
               GO TO B-LOAD-CESZ
           END-IF
           SET SCUT-READ-NEOF          TO TRUE
           PERFORM UNTIL SCUT-READ-EOF
               MOVE SPACE              TO WS-CES-LINE
               READ CES-FILE INTO WS-CES-LINE
               AT END
                   SET SCUT-READ-EOF   TO TRUE
               NOT AT END
                   IF WS-CES-LINE > SPACE
                   AND CES-COUNT < K-MAX-CES
                       ADD 1           TO CES-COUNT
                       MOVE SPACE      TO WS-CES-CERTREF
                                          WS-CES-MIN-NOTE
                       UNSTRING WS-CES-LINE DELIMITED BY ";" INTO
                           CEX-CNP(CES-COUNT)
                           CEX-MATERIE(CES-COUNT)
                           WS-CES-CERTREF
                           CEX-FROM(CES-COUNT)
                           CEX-TO(CES-COUNT)
                           WS-CES-MIN-NOTE
                           CEX-EVAL(CES-COUNT)
                       END-UNSTRING
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CES-FILE
           DISPLAY "CES ENTRIES ON FILE: " CES-COUNT
           .
       B-LOAD-CESZ.
           EXIT.

      *> THE DISTINCTIONS OF WS-OLIMP-AN; A PARTICIPATION OR A
      *> LOCAL-PHASE RESULT IS NOT AN HONOR-ROLL LINE
       B-LOAD-OLIMPIADE SECTION.
       B-LOAD-OLIMPIADEA.
           MOVE 0                      TO OLIMP-COUNT
           OPEN INPUT OLIMP-FILE
           IF WS-OLIMP-STATUS NOT = "00"
               GO TO B-LOAD-OLIMPIADEZ
           END-IF
           SET SCUT-READ-NEOF          TO TRUE
           PERFORM UNTIL SCUT-READ-EOF
               MOVE SPACE              TO WS-OLIMP-LINE
               READ OLIMP-FILE INTO WS-OLIMP-LINE
               AT END
                   SET SCUT-READ-EOF   TO TRUE
               NOT AT END
                   MOVE SPACE          TO WS-OLIMP-ROW
                   UNSTRING WS-OLIMP-LINE DELIMITED BY ";" INTO
                       OLR-CNP OLR-AN OLR-TIP OLR-MATERIE
                       OLR-FAZA OLR-PREMIU OLR-CONCURS OLR-PROFCNP
                       OLR-CLASA OLR-NUME OLR-PRENUME OLR-DIPLOMA
                   END-UNSTRING
                   IF OLR-AN = WS-OLIMP-AN
                   AND (OLR-FAZA = "J" OR "R" OR "N" OR "I")
                   AND (OLR-PREMIU = "1" OR "2" OR "3" OR "S" OR "M")
                   AND OLIMP-COUNT < K-MAX-OLIMP
                       ADD 1           TO OLIMP-COUNT
                       MOVE OLR-CLASA  TO OLX-CLASA(OLIMP-COUNT)
                       EVALUATE OLR-FAZA
                           WHEN "I" MOVE 1 TO OLX-RANK(OLIMP-COUNT)
                           WHEN "N" MOVE 2 TO OLX-RANK(OLIMP-COUNT)
                           WHEN "R" MOVE 3 TO OLX-RANK(OLIMP-COUNT)
                           WHEN OTHER
                               MOVE 4  TO OLX-RANK(OLIMP-COUNT)
                       END-EVALUATE
                       MOVE OLR-NUME   TO OLX-NUME(OLIMP-COUNT)
                       MOVE OLR-PRENUME
                                       TO OLX-PRENUME(OLIMP-COUNT)
                       MOVE OLR-MATERIE
                                       TO OLX-MATERIE(OLIMP-COUNT)
                       MOVE OLR-FAZA   TO OLX-FAZA(OLIMP-COUNT)
                       MOVE OLR-PREMIU TO OLX-PREMIU(OLIMP-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE OLIMP-FILE
           DISPLAY "OLYMPIAD DISTINCTIONS ON FILE: " OLIMP-COUNT
           .
       B-LOAD-OLIMPIADEZ.
           EXIT.

      *> THE CLASS/SUBJECT/GROUP TRIPLES OF PROFESORMATERIECLASA AND
      *> THE GROUP MEMBERSHIPS; WITHOUT EITHER, NOTHING IS FILTERED
       B-LOAD-SUBJECT-GROUPS SECTION.
       B-LOAD-SUBJECT-GROUPSA.
           MOVE SPACE                  TO SQL-STATEMENT
           STRING "SELECT DISTINCT CLASA, MATERIE, GRUPA FROM "
                   "PROFESORMATERIECLASA"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
           OPEN OUTPUT SQL-STATEMENT-FILE
           WRITE SQL-STATEMENT-FILE-FD FROM SQL-STATEMENT
           CLOSE SQL-STATEMENT-FILE
           PERFORM I-INVOKE-JAR
           IF JAR-CALL-OK
               OPEN INPUT SQL-RESULTS
               SET SCUT-READ-NEOF      TO TRUE
               PERFORM UNTIL SCUT-READ-EOF
                   MOVE SPACE          TO WS-PMC-GROUP-ROW
                   READ SQL-RESULTS INTO WS-PMC-GROUP-ROW
                   AT END
                       SET SCUT-READ-EOF TO TRUE
                   NOT AT END
                       IF PGR-CLASA > SPACE
                       AND PMC-GROUP-COUNT < K-MAX-PMC-GROUP
                           ADD 1       TO PMC-GROUP-COUNT
                           MOVE PGR-CLASA TO PG-CLASA(PMC-GROUP-COUNT)
                           MOVE PGR-MATERIE
                                       TO PG-MATERIE(PMC-GROUP-COUNT)
                           MOVE PGR-GRUPA TO PG-GRUPA(PMC-GROUP-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE SQL-RESULTS
           END-IF

           OPEN INPUT GRUPE-FILE
           IF WS-GRUPE-STATUS NOT = "00"
               GO TO B-LOAD-SUBJECT-GROUPSZ
           END-IF
           SET SCUT-READ-NEOF          TO TRUE
           PERFORM UNTIL SCUT-READ-EOF
               MOVE SPACE              TO WS-GRP-LINE
               READ GRUPE-FILE INTO WS-GRP-LINE
               AT END
                   SET SCUT-READ-EOF   TO TRUE
               NOT AT END
                   IF WS-GRP-LINE > SPACE
                   AND GRP-COUNT < K-MAX-GRP
                       ADD 1           TO GRP-COUNT
                       UNSTRING WS-GRP-LINE DELIMITED BY ";" INTO
                           GRX-CNP(GRP-COUNT)
                           GRX-CLASA(GRP-COUNT)
                           GRX-GRUPA(GRP-COUNT)
                       END-UNSTRING
                   END-IF
               END-READ
           END-PERFORM
           CLOSE GRUPE-FILE
           DISPLAY "GROUP MEMBERSHIPS ON FILE: " GRP-COUNT
           .
       B-LOAD-SUBJECT-GROUPSZ.
           EXIT.

      *> A SUBJECT THE CLASA IS TAUGHT ONLY IN GROUPS (NO WHOLE-CLASS
      *> ROW) IS TAKEN ONLY BY THE MEMBERS OF THOSE GROUPS. A SUBJECT
      *> WITH NO PROFESORMATERIECLASA ROW AT ALL IS LEFT ALONE.
       C-CHECK-GROUP-MEMBER SECTION.
       C-CHECK-GROUP-MEMBERA.
           MOVE "N"                    TO WS-SUBJ-WHOLE-SW
                                          WS-SUBJ-GROUPED-SW
                                          WS-SUBJ-MEMBER-SW
           PERFORM VARYING WS-PMC-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-PMC-GROUP-IDX > PMC-GROUP-COUNT
               IF PG-CLASA(WS-PMC-GROUP-IDX) = WS-LOOKUP-CLASA
               AND PG-MATERIE(WS-PMC-GROUP-IDX) = NR-MATERIE
                   IF PG-GRUPA(WS-PMC-GROUP-IDX) = SPACE
                       MOVE "Y"        TO WS-SUBJ-WHOLE-SW
                   ELSE
                       MOVE "Y"        TO WS-SUBJ-GROUPED-SW
                       PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                               UNTIL WS-GRP-IDX > GRP-COUNT
                           IF GRX-CNP(WS-GRP-IDX) = NR-CNP
                           AND GRX-CLASA(WS-GRP-IDX) = WS-LOOKUP-CLASA
                           AND GRX-GRUPA(WS-GRP-IDX) =
                                       PG-GRUPA(WS-PMC-GROUP-IDX)
                               MOVE "Y" TO WS-SUBJ-MEMBER-SW
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM
           .
       C-CHECK-GROUP-MEMBERZ.
           EXIT.

      *> LOOK UP ONE NOTE ROW'S STUDENT NAME AND CLASS AND APPEND THE
      *> RESULTING LINE TO NOTE-LIVE-FEED
       C-WRITE-LIVE-FEED-LINE SECTION.
               END-IF
           END-PERFORM

      *> A SUBJECT THE STUDENT'S CES PLAN EVALUATES BY DESCRIPTORS
      *> HAS NO NUMERIC AVERAGE - KEEP IT OUT OF THE DIVISOR TOO
           SET CES-NOT-FOUND            TO TRUE
           MOVE SPACE                   TO WS-CES-EVAL
           PERFORM VARYING WS-CES-IDX FROM 1 BY 1
                   UNTIL WS-CES-IDX > CES-COUNT
               IF CEX-CNP(WS-CES-IDX) = NR-CNP
               AND (CEX-MATERIE(WS-CES-IDX) = NR-MATERIE
                   OR CEX-MATERIE(WS-CES-IDX) = "TOATE")
               AND (CEX-FROM(WS-CES-IDX) = SPACE
                   OR CEX-FROM(WS-CES-IDX) <= NR-DATA)
               AND (CEX-TO(WS-CES-IDX) = SPACE
                   OR CEX-TO(WS-CES-IDX) >= NR-DATA)
                   IF CES-NOT-FOUND
                   OR CEX-MATERIE(WS-CES-IDX) NOT = "TOATE"
                       SET CES-FOUND    TO TRUE
                       MOVE CEX-EVAL(WS-CES-IDX) TO WS-CES-EVAL
                   END-IF
               END-IF
           END-PERFORM
           IF CES-BY-DESCRIPTORS
               ADD 1                    TO WS-COUNT-CES-ROWS
               GO TO C-WRITE-LIVE-FEED-LINEZ
           END-IF

           MOVE SPACE                  TO SQL-STATEMENT
           STRING "SELECT CLASA, NUME, PRENUME FROM STUDENTI WHERE "
                   "CNP = '" NR-CNP "'"
               MOVE SPACE               TO WS-STUDENT-LOOKUP-ROW
           END-IF

      *> A GRADE IN A SUBJECT TAUGHT ONLY TO GROUPS THE STUDENT IS
      *> NOT IN (ANOTHER LANGUAGE GROUP, A RELIGION THEY OPTED OUT
      *> OF) CANNOT BELONG TO THEM - KEEP IT OUT OF THEIR DIVISOR
           PERFORM C-CHECK-GROUP-MEMBER
           IF SUBJ-FOR-GROUPS
           AND NOT SUBJ-FOR-WHOLE-CLASS
           AND NOT SUBJ-GROUP-MEMBER
               ADD 1                    TO WS-COUNT-OUTSIDE-ROWS
               GO TO C-WRITE-LIVE-FEED-LINEZ
           END-IF

           MOVE SPACE                   TO STUDENT-GRADES
      *> CLASS CODES ARE TREATED AS PLAIN NUMBERS THROUGHOUT THIS
      *> PROGRAM (ST-CLASS/OGRU-CLASS ARE PIC 9(02)), SO ONLY THE
           MOVE WS-LOOKUP-NUME          TO ST-LAST-NAME
           MOVE WS-LOOKUP-PRENUME       TO ST-FIRST-NAME
           MOVE NR-MATERIE              TO ST-SUBJECT
           MOVE NR-NOTA                 TO ST-SCORE-X
           IF NOT ST-CALIFICATIV
               MOVE NR-NOTA             TO ST-SCORE
           END-IF
           MOVE NR-DATA                 TO ST-DATE-NUM
           MOVE NR-TIP                  TO ST-TIP

