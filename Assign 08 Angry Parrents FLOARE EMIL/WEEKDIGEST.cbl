      *          FAMILY, FILED UNDER Letters/DIG_<CNP>_<DATE>_<SEQ>
      *          THE SAME WAY THE BLAME LETTERS ARE FILED, SO THE
      *          SECRETARIAT CAN SEND A ROUTINE WEEKLY BULLETIN
      *          INSTEAD OF ONLY BAD NEWS. SIBLINGS THE HOUSEHOLD
      *          REGISTRY (Households.txt) PUTS IN ONE FAMILY SHARE
      *          ONE BULLETIN - ONE ADDRESS BLOCK, THEN A SECTION PER
      *          CHILD - FILED UNDER THE FIRST CHILD'S CNP. THE
      *          WORDING COMES FROM THE SECRETARIAT'S DIGEST TEMPLATE
      *          IN THE FAMILY'S LETTER LANGUAGE (LTRMERGE).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DISPATCH-STATUS.

      *> FAMILY REGISTRY HOUSEHOLD DISTRIBUTES: HOUSEHOLD;CNP PER
      *> CHILD OF A FAMILY WITH MORE THAN ONE CHILD ENROLLED
           SELECT HOUSEHOLD-FILE ASSIGN TO 'Households.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HH-STATUS.

      *> RETURNED-MAIL LOG CONTACTS MAINTAINS
           SELECT BOUNCE-FILE ASSIGN TO 'ContactBounceList.txt'
           ORGANIZATION IS LINE SEQUENTIAL
        FD DISPATCH-FILE.
       01 DISPATCH-FD                       PIC X(100).

        FD HOUSEHOLD-FILE.
       01 HOUSEHOLD-FD                      PIC X(30).

        FD BOUNCE-FILE.
       01 BOUNCE-FD                         PIC X(100).

           05 SD-PARENT-PHONE              PIC X(15).
           05 FILLER                       PIC X(02).
           05 SD-PARENT-ADDR               PIC X(50).
           05 FILLER                       PIC X(02).
           05 SD-LIMBA                     PIC X(02).

      *> THE WHOLE SCHOOL, PRELOADED BECAUSE THE PER-STUDENT NOTE
      *> AND ABSENTE SELECTS REUSE THE SHARED RESULT FILE
               10 ST-PARENT-NAME           PIC X(30).
               10 ST-PARENT-PHONE          PIC X(15).
               10 ST-PARENT-ADDR           PIC X(50).
               10 ST-LIMBA                 PIC X(02).
               10 ST-HOUSEHOLD             PIC X(06).
               10 ST-SENT                  PIC X(01).
       01 STUD-COUNT                       PIC 9(04) VALUE 0.
       01 WS-STUD-IDX                      PIC 9(04).
      *> THE CHILD WHOSE WEEK IS BEING GATHERED AND WRITTEN - THE
      *> ENVELOPE'S FIRST CHILD (WS-STUD-IDX) OR ONE OF THEIR SIBLINGS
       01 WS-CUR-IDX                       PIC 9(04).
       01 WS-SIB-IDX                       PIC 9(04).

      *> ONE Households.txt LINE SPLIT APART
       01 WS-HH-STATUS                     PIC X(02).
       01 WS-HH-LINE.
           05 HL-ID                        PIC X(06).
           05 HL-CNP                       PIC X(13).
       01 WS-COUNT-SIBLINGS                PIC 9(04) VALUE 0.

      *> ONE ROW OF "SELECT MATERIE, NOTA, DATANOTA FROM NOTE"
       01 WS-NOTE-ROW.
           05 BO-DATE                     PIC X(08).
           05 FILLER                      PIC X(01).
           05 BO-CNP                      PIC X(13).
           05 FILLER                      PIC X(01).
      *> "E-MAIL " MARKS A MAILBOX MAILSPOOL SAW BOUNCE - THE POSTAL
      *> ADDRESS IS NOT IN QUESTION, SO NO WARNING FOR THOSE
           05 BO-TAG                      PIC X(07).
           05 FILLER                      PIC X(70).
       01 K-MAX-BOUNCE                    PIC 9(03) VALUE 200.
       01 BOUNCE-TABLE.
           05 BO-ENTRY OCCURS 200 TIMES   PIC X(13).

       01 WS-COUNT-LETTERS                 PIC 9(04) VALUE 0.

      *> THE BULLETIN WORDING, MERGED FROM THE SECRETARIAT'S DIGEST
      *> TEMPLATE IN THE FAMILY'S LANGUAGE - THE TEXT WRITTEN HERE
      *> ONLY WHEN THERE IS NO TEMPLATE
       COPY LTRMERGE-INT.
       01 WS-MERGE-IDX                     PIC 9(02).

       01 INP-SWITCH                       PIC X(1) VALUE "N".
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM B1-LOAD-HOUSEHOLDS

           ACCEPT WS-LETTER-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LETTER-TIME FROM TIME
           DISPLAY "WEEK           : " WS-FROM-DATE " - " WS-TO-DATE
           DISPLAY "STUDENTS       : " STUD-COUNT
           DISPLAY "LETTERS WRITTEN: " WS-COUNT-LETTERS
           DISPLAY "SIBLINGS SHARING AN ENVELOPE: " WS-COUNT-SIBLINGS
           MOVE 0 TO RETURN-CODE
           .
       S0Z.
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF BO-CNP > SPACE
                   AND BO-TAG NOT = "E-MAIL "
                   AND BOUNCE-COUNT < K-MAX-BOUNCE
                       ADD 1               TO BOUNCE-COUNT
                       MOVE BO-CNP         TO BO-ENTRY(BOUNCE-COUNT)
       B0-LOAD-STUDENTSA.
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT CLASA, CNP, NUME, PRENUME, PARENT_NAME, "
                   "PARENT_PHONE, PARENT_ADDRESS, LIMBA_CORESP "
                   "FROM STUDENTI "
                   "ORDER BY CLASA, NUME, PRENUME"
                   DELIMITED BY SIZE
           INTO SQL-STATEMENT
                           ST-PARENT-PHONE(STUD-COUNT)
                       MOVE SD-PARENT-ADDR TO
                           ST-PARENT-ADDR(STUD-COUNT)
                       MOVE SD-LIMBA       TO ST-LIMBA(STUD-COUNT)
                       MOVE SPACE          TO ST-HOUSEHOLD(STUD-COUNT)
                       MOVE "N"            TO ST-SENT(STUD-COUNT)
                   END-IF
               END-READ
           END-PERFORM
       B0-LOAD-STUDENTSZ.
           EXIT.

      *> TAG EVERY CHILD THE REGISTRY PUTS IN A HOUSEHOLD. NO
      *> REGISTRY MEANS EVERY CHILD GETS THEIR OWN BULLETIN.
       B1-LOAD-HOUSEHOLDS SECTION.
       B1-LOAD-HOUSEHOLDSA.
           OPEN INPUT HOUSEHOLD-FILE
           IF WS-HH-STATUS NOT = "00"
               DISPLAY "NO Households.txt - ONE BULLETIN PER CHILD"
               GO TO B1-LOAD-HOUSEHOLDSZ
           END-IF
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               MOVE SPACE                  TO WS-HH-LINE
               READ HOUSEHOLD-FILE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   UNSTRING HOUSEHOLD-FD DELIMITED BY ";" INTO
                       HL-ID HL-CNP
                   END-UNSTRING
                   PERFORM VARYING WS-SIB-IDX FROM 1 BY 1
                           UNTIL WS-SIB-IDX > STUD-COUNT
                       IF ST-CNP(WS-SIB-IDX) = HL-CNP
                           MOVE HL-ID      TO ST-HOUSEHOLD(WS-SIB-IDX)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-READ
           END-PERFORM
           CLOSE HOUSEHOLD-FILE
           .
       B1-LOAD-HOUSEHOLDSZ.
           EXIT.

      *> GATHER ONE STUDENT'S WEEK AND WRITE THE FAMILY'S BULLETIN.
      *> A FAILED LOOKUP SKIPS JUST THIS FAMILY, THE SWEEP GOES ON.
      *> A CHILD ALREADY WRITTEN INTO A SIBLING'S BULLETIN IS DONE.
       F0-ONE-STUDENT SECTION.
       F0-ONE-STUDENTA.
           IF ST-SENT(WS-STUD-IDX) = "Y"
               GO TO F0-ONE-STUDENTZ
           END-IF
           MOVE WS-STUD-IDX                TO WS-CUR-IDX
           PERFORM C2-FETCH-CHILD-WEEK
           IF JAR-CALL-FAILED
               GO TO F0-ONE-STUDENTZ
           END-IF
           PERFORM E0-WRITE-BULLETIN
           .
       F0-ONE-STUDENTZ.
           EXIT.

      *> THE WEEK'S GRADES AND ABSENCES OF CHILD WS-CUR-IDX
       C2-FETCH-CHILD-WEEK SECTION.
       C2-FETCH-CHILD-WEEKA.
           PERFORM C0-FETCH-WEEK-NOTES
           IF JAR-CALL-FAILED
               DISPLAY "COULD NOT READ NOTE FOR CNP "
                   ST-CNP(WS-CUR-IDX) ", FAMILY SKIPPED"
               GO TO C2-FETCH-CHILD-WEEKZ
           END-IF
           PERFORM C1-FETCH-WEEK-ABSENCES
           IF JAR-CALL-FAILED
               DISPLAY "COULD NOT READ ABSENTE FOR CNP "
                   ST-CNP(WS-CUR-IDX) ", FAMILY SKIPPED"
           END-IF
           .
       C2-FETCH-CHILD-WEEKZ.
           EXIT.

       C0-FETCH-WEEK-NOTES SECTION.
           MOVE 0                          TO NOTE-WEEK-COUNT
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT MATERIE, NOTA, DATANOTA FROM NOTE "
                   "WHERE CNP = '" ST-CNP(WS-CUR-IDX)
                   "' AND DATANOTA >= '" WS-FROM-DATE
                   "' AND DATANOTA <= '" WS-TO-DATE
                   "' ORDER BY DATANOTA, MATERIE"
           MOVE 0                          TO ABS-WEEK-COUNT
           MOVE SPACE              TO SQL-STATEMENT
           STRING "SELECT MATERIE, DATAABS, MOTIVAT FROM ABSENTE "
                   "WHERE CNP = '" ST-CNP(WS-CUR-IDX)
                   "' AND DATAABS >= '" WS-FROM-DATE
                   "' AND DATAABS <= '" WS-TO-DATE
                   "' ORDER BY DATAABS, MATERIE"
       E0-WRITE-BULLETINA.
           OPEN OUTPUT LETTER-WORK

      *> THE ENVELOPE GOES OUT IN THE FIRST CHILD'S FAMILY LANGUAGE
           MOVE SPACE                           TO LTM-VALUES
           MOVE "DIGEST"                        TO LTM-TYPE
           MOVE ST-LIMBA(WS-STUD-IDX)           TO LTM-LANG
           MOVE ST-PARENT-NAME(WS-STUD-IDX)     TO LTM-PARINTE
           MOVE ST-PARENT-ADDR(WS-STUD-IDX)     TO LTM-ADRESA
           MOVE ST-PARENT-PHONE(WS-STUD-IDX)    TO LTM-TELEFON
           MOVE WS-FROM-DATE                    TO LTM-DE-LA
           MOVE WS-TO-DATE                      TO LTM-PANA-LA

           MOVE "ANTET"                         TO LTM-SECTION
           PERFORM L0-WRITE-SECTION
           IF LTM-BUILT-IN
               MOVE ST-PARENT-NAME(WS-STUD-IDX) TO LETTER-WORK-FD
               WRITE LETTER-WORK-FD
               MOVE ST-PARENT-ADDR(WS-STUD-IDX) TO LETTER-WORK-FD
               WRITE LETTER-WORK-FD
               MOVE SPACE                       TO WS-LTR-LINE
               STRING "TELEFON: " ST-PARENT-PHONE(WS-STUD-IDX)
                      DELIMITED BY SIZE
               INTO WS-LTR-LINE
               MOVE WS-LTR-LINE                 TO LETTER-WORK-FD
               WRITE LETTER-WORK-FD
           END-IF

      *> A FAMILY WHOSE MAIL CAME BACK GETS THE WARNING ON TOP
           PERFORM H-CHECK-BOUNCED
           IF FAMILY-BOUNCED
               MOVE "RETUR"                     TO LTM-SECTION
               PERFORM L0-WRITE-SECTION
               IF LTM-BUILT-IN
                   MOVE "*** CORESPONDENTA ANTERIOARA RETURNATA - VERIFI
      -             "CATI ADRESA ***"
                                           TO LETTER-WORK-FD
                   WRITE LETTER-WORK-FD
               END-IF
           END-IF

           MOVE "SALUT"                         TO LTM-SECTION
           PERFORM L0-WRITE-SECTION
           IF LTM-BUILT-IN
               MOVE SPACE                       TO LETTER-WORK-FD
               WRITE LETTER-WORK-FD
               MOVE SPACE                       TO WS-LTR-LINE
               STRING "STIMATE " ST-PARENT-NAME(WS-STUD-IDX) ","
                      DELIMITED BY SIZE
               INTO WS-LTR-LINE
               MOVE WS-LTR-LINE                 TO LETTER-WORK-FD
               WRITE LETTER-WORK-FD
               MOVE SPACE                       TO LETTER-WORK-FD
               WRITE LETTER-WORK-FD
           END-IF

           MOVE "TITLU"                         TO LTM-SECTION
           PERFORM L0-WRITE-SECTION
           IF LTM-BUILT-IN
               MOVE SPACE                       TO WS-LTR-LINE
               STRING "BULETIN SAPTAMANAL " WS-FROM-DATE " - "
                      WS-TO-DATE DELIMITED BY SIZE
               INTO WS-LTR-LINE
               MOVE WS-LTR-LINE                 TO LETTER-WORK-FD
               WRITE LETTER-WORK-FD
           END-IF

           PERFORM E3-WRITE-CHILD-SECTION
           MOVE "Y"                             TO ST-SENT(WS-STUD-IDX)

      *> THE SIBLINGS FOLLOW IN THE SAME ENVELOPE. ONE WHOSE WEEK
      *> CANNOT BE READ STAYS UNSENT AND GETS ITS OWN BULLETIN WHEN
      *> THE SWEEP REACHES IT.
           IF ST-HOUSEHOLD(WS-STUD-IDX) > SPACE
               PERFORM E4-ADD-SIBLING THRU E4-ADD-SIBLINGZ
                   VARYING WS-SIB-IDX FROM WS-STUD-IDX BY 1
                   UNTIL WS-SIB-IDX > STUD-COUNT
           END-IF

           MOVE "INCHEIERE"                     TO LTM-SECTION
           PERFORM L0-WRITE-SECTION
           IF LTM-BUILT-IN
               MOVE "CU STIMA, SECRETARIATUL"   TO LETTER-WORK-FD
               WRITE LETTER-WORK-FD
           END-IF
      *> THE LAST LINE NAMES THE TEMPLATE VERSION THAT PRODUCED IT
           MOVE LTM-STAMP                       TO LETTER-WORK-FD
           WRITE LETTER-WORK-FD
           CLOSE LETTER-WORK

       E0-WRITE-BULLETINZ.
           EXIT.

      *> ONE CHILD'S PART OF THE BULLETIN: WHO, THE GRADES, THE
      *> ABSENCES, THE CLASS'S DIRIGINTE
       E3-WRITE-CHILD-SECTION SECTION.
       E3-WRITE-CHILD-SECTIONA.
           MOVE ST-CNP(WS-CUR-IDX)              TO LTM-CNP
           MOVE ST-NUME(WS-CUR-IDX)             TO LTM-NUME
           MOVE ST-PRENUME(WS-CUR-IDX)          TO LTM-PRENUME
           MOVE ST-CLASA(WS-CUR-IDX)            TO LTM-CLASA
           MOVE "ELEV"                          TO LTM-SECTION
           PERFORM L0-WRITE-SECTION
           IF LTM-BUILT-IN
               MOVE SPACE                       TO WS-LTR-LINE
               STRING "ELEVUL " ST-NUME(WS-CUR-IDX) " "
                      ST-PRENUME(WS-CUR-IDX)
                      " DIN CLASA " ST-CLASA(WS-CUR-IDX)
                      DELIMITED BY SIZE
               INTO WS-LTR-LINE
               MOVE WS-LTR-LINE                 TO LETTER-WORK-FD
               WRITE LETTER-WORK-FD
               MOVE SPACE                       TO LETTER-WORK-FD
               WRITE LETTER-WORK-FD
           END-IF

           MOVE "NOTE-TITLU"                    TO LTM-SECTION
           PERFORM L0-WRITE-SECTION
           IF LTM-BUILT-IN
               MOVE "NOTE PRIMITE IN ACEASTA SAPTAMANA:"
                                                TO LETTER-WORK-FD
               WRITE LETTER-WORK-FD
           END-IF
           IF NOTE-WEEK-COUNT = 0
               MOVE "NOTE-NICIUNA"              TO LTM-SECTION
               PERFORM L0-WRITE-SECTION
               IF LTM-BUILT-IN
                   MOVE "  NICIO NOTA IN ACEASTA PERIOADA"
                                                TO LETTER-WORK-FD
                   WRITE LETTER-WORK-FD
               END-IF
           ELSE
               PERFORM E1-WRITE-NOTE-LINE THRU E1-WRITE-NOTE-LINEZ
                   VARYING WS-NOTE-IDX FROM 1 BY 1
                   UNTIL WS-NOTE-IDX > NOTE-WEEK-COUNT
           END-IF

           MOVE "ABS-TITLU"                     TO LTM-SECTION
           PERFORM L0-WRITE-SECTION
           IF LTM-BUILT-IN
               MOVE SPACE                       TO LETTER-WORK-FD
               WRITE LETTER-WORK-FD
               MOVE "ABSENTE IN ACEASTA SAPTAMANA:"
                                                TO LETTER-WORK-FD
               WRITE LETTER-WORK-FD
           END-IF
           IF ABS-WEEK-COUNT = 0
               MOVE "ABS-NICIUNA"               TO LTM-SECTION
               PERFORM L0-WRITE-SECTION
               IF LTM-BUILT-IN
                   MOVE "  NICIO ABSENTA IN ACEASTA PERIOADA"
                                                TO LETTER-WORK-FD
                   WRITE LETTER-WORK-FD
               END-IF
           ELSE
               PERFORM E2-WRITE-ABS-LINE THRU E2-WRITE-ABS-LINEZ
                   VARYING WS-ABS-IDX FROM 1 BY 1
                   UNTIL WS-ABS-IDX > ABS-WEEK-COUNT
           END-IF
           MOVE "ELEV-SFARSIT"                  TO LTM-SECTION
           PERFORM L0-WRITE-SECTION
           IF LTM-BUILT-IN
               MOVE SPACE                       TO LETTER-WORK-FD
               WRITE LETTER-WORK-FD
           END-IF

      *> THE PARENT'S FIRST STOP IS THE CLASS'S DIRIGINTE
           PERFORM H-FIND-DIRIGINTE
           IF WS-DIR-NAME > SPACE
               MOVE WS-DIR-NAME                 TO LTM-DIRIGINTE
               MOVE "DIRIGINTE"                 TO LTM-SECTION
               PERFORM L0-WRITE-SECTION
               IF LTM-BUILT-IN
                   MOVE SPACE                   TO WS-LTR-LINE
                   STRING "DIRIGINTE: " WS-DIR-NAME DELIMITED BY SIZE
                   INTO WS-LTR-LINE
                   MOVE WS-LTR-LINE             TO LETTER-WORK-FD
                   WRITE LETTER-WORK-FD
                   MOVE SPACE                   TO LETTER-WORK-FD
                   WRITE LETTER-WORK-FD
               END-IF
           END-IF
           .
       E3-WRITE-CHILD-SECTIONZ.
           EXIT.

      *> A LATER CHILD OF THE SAME HOUSEHOLD JOINS THE ENVELOPE
       E4-ADD-SIBLING SECTION.
       E4-ADD-SIBLINGA.
           IF WS-SIB-IDX = WS-STUD-IDX
           OR ST-SENT(WS-SIB-IDX) = "Y"
           OR ST-HOUSEHOLD(WS-SIB-IDX) NOT = ST-HOUSEHOLD(WS-STUD-IDX)
               GO TO E4-ADD-SIBLINGZ
           END-IF
           MOVE WS-SIB-IDX                      TO WS-CUR-IDX
           PERFORM C2-FETCH-CHILD-WEEK
           IF JAR-CALL-FAILED
               GO TO E4-ADD-SIBLINGZ
           END-IF
           PERFORM E3-WRITE-CHILD-SECTION
           MOVE "Y"                             TO ST-SENT(WS-SIB-IDX)
           ADD 1                                TO WS-COUNT-SIBLINGS
           .
       E4-ADD-SIBLINGZ.
           EXIT.

       E1-WRITE-NOTE-LINE SECTION.
       E1-WRITE-NOTE-LINEA.
           MOVE NW-DATA(WS-NOTE-IDX)            TO LTM-DATA
           MOVE NW-MATERIE(WS-NOTE-IDX)         TO LTM-MATERIA
           MOVE NW-NOTA(WS-NOTE-IDX)            TO LTM-NOTA
           MOVE "NOTA"                          TO LTM-SECTION
           PERFORM L0-WRITE-SECTION
           IF LTM-MERGED
               GO TO E1-WRITE-NOTE-LINEZ
           END-IF
           MOVE SPACE                           TO WS-LTR-LINE
           STRING "  " NW-DATA(WS-NOTE-IDX) "  "
                  NW-MATERIE(WS-NOTE-IDX) "  NOTA "

       E2-WRITE-ABS-LINE SECTION.
       E2-WRITE-ABS-LINEA.
           MOVE AW-DATA(WS-ABS-IDX)             TO LTM-DATA
           MOVE AW-MATERIE(WS-ABS-IDX)          TO LTM-MATERIA
           IF AW-MOTIVAT(WS-ABS-IDX) = "M"
               MOVE "ABS-MOTIVATA"              TO LTM-SECTION
           ELSE
               MOVE "ABS-NEMOTIVATA"            TO LTM-SECTION
           END-IF
           PERFORM L0-WRITE-SECTION
           IF LTM-MERGED
               GO TO E2-WRITE-ABS-LINEZ
           END-IF
           MOVE SPACE                           TO WS-LTR-LINE
           IF AW-MOTIVAT(WS-ABS-IDX) = "M"
               STRING "  " AW-DATA(WS-ABS-IDX) "  "
       E2-WRITE-ABS-LINEZ.
           EXIT.

      *> ONE SECTION OF THE FAMILY'S TEMPLATE ONTO THE BULLETIN. A
      *> SECTION THE TEMPLATE DOES NOT HAVE COMES BACK LTM-BUILT-IN
      *> AND THE CALLER WRITES ITS OWN WORDING INSTEAD.
       L0-WRITE-SECTION SECTION.
       L0-WRITE-SECTIONA.
           CALL "LTRMERGE" USING LTRMERGE-INTERFACE
           IF LTM-MERGED
               PERFORM VARYING WS-MERGE-IDX FROM 1 BY 1
                       UNTIL WS-MERGE-IDX > LTM-LINE-COUNT
                   MOVE LTM-LINE(WS-MERGE-IDX)  TO LETTER-WORK-FD
                   WRITE LETTER-WORK-FD
               END-PERFORM
           END-IF
           .
       L0-WRITE-SECTIONZ.
           EXIT.

      *> MAIL RETURNED FOR ANY CHILD OF THE HOUSEHOLD WARNS THE
      *> WHOLE ENVELOPE - IT GOES TO THE SAME ADDRESS
       H-CHECK-BOUNCED SECTION.
       H-CHECK-BOUNCEDA.
           SET FAMILY-NOT-BOUNCED          TO TRUE
           PERFORM VARYING WS-SIB-IDX FROM WS-STUD-IDX BY 1
                   UNTIL WS-SIB-IDX > STUD-COUNT
                      OR FAMILY-BOUNCED
               IF WS-SIB-IDX = WS-STUD-IDX
               OR (ST-HOUSEHOLD(WS-STUD-IDX) > SPACE
               AND ST-HOUSEHOLD(WS-SIB-IDX) = ST-HOUSEHOLD(WS-STUD-IDX))
                   PERFORM VARYING WS-BOUNCE-IDX FROM 1 BY 1
                           UNTIL WS-BOUNCE-IDX > BOUNCE-COUNT
                       IF BO-ENTRY(WS-BOUNCE-IDX) = ST-CNP(WS-SIB-IDX)
                           SET FAMILY-BOUNCED TO TRUE
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .
           MOVE SPACE                      TO WS-DIR-NAME
           PERFORM VARYING WS-DIR-IDX FROM 1 BY 1
                   UNTIL WS-DIR-IDX > DIR-COUNT
               IF DT-CLASA(WS-DIR-IDX) = ST-CLASA(WS-CUR-IDX)
                   MOVE DT-NAME(WS-DIR-IDX) TO WS-DIR-NAME
                   EXIT PERFORM
               END-IF
