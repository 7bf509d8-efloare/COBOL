      *            L - LIST THE INVENTORY.
      *          A CNP WITH AN OPEN LOAN IS A HOLD: WITHDRAW REFUSES
      *          TO ISSUE TRANSFER PAPERS UNTIL THE BOOKS COME BACK.
      *          ONCE YEAROPEN KEEPS ManualeYears.txt, BOOKS ARE ONLY
      *          ISSUED FOR A SCHOOL YEAR IT HAS OPENED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOANS-STATUS.

      *> THE SCHOOL YEARS YEAROPEN HAS OPENED FOR LENDING, ONE PER
      *> LINE - NO FILE MEANS ANY WELL-FORMED YEAR IS ACCEPTED
           SELECT YEARS-FILE ASSIGN TO 'ManualeYears.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-YEARS-STATUS.

           SELECT SHEET-FILE ASSIGN TO 'ManualeIssueSheet.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

        FD LOANS-FILE.
       01 LOANS-FD                          PIC X(60).

        FD YEARS-FILE.
       01 YEARS-FD                          PIC X(09).

        FD SHEET-FILE.
       01 SHEET-FD                          PIC X(120).


       01 WS-INV-STATUS                    PIC X(02).
       01 WS-LOANS-STATUS                  PIC X(02).
       01 WS-YEARS-STATUS                  PIC X(02).
       01 WS-DL-STATUS                     PIC X(02).

       01 JAR-CALL-SWITCH                  PIC X(01) VALUE "O".
       01 WS-LOAN-IDX                      PIC 9(04).
       01 WS-LOAN-LINE                     PIC X(60).

      *> THE YEARS OPEN FOR LENDING
       01 K-MAX-YEAR                       PIC 9(02) VALUE 50.
       01 YEAR-TABLE.
           05 YR-AN OCCURS 50 TIMES        PIC X(09).
       01 YEAR-COUNT                       PIC 9(02) VALUE 0.
       01 WS-YEAR-IDX                      PIC 9(02).
       01 WS-YEARS-PRESENT-SW              PIC X(01) VALUE "N".
           88 YEARS-PRESENT                 VALUE "Y".
           88 YEARS-ABSENT                  VALUE "N".

      *> THE TRANSACTION BEING KEYED
       01 WS-NEW-CNP                       PIC X(13).
       01 WS-NEW-TITLEID                   PIC X(06).

           PERFORM A1-LOAD-INVENTORY
           PERFORM A2-LOAD-LOANS
           PERFORM A3-LOAD-YEARS

           PERFORM UNTIL CHOICE-QUIT
               DISPLAY "I ISSUE, R RETURN, S ISSUE SHEET, "
       A2-LOAD-LOANSZ.
           EXIT.

      *> THE YEARS YEAROPEN HAS OPENED FOR LENDING
       A3-LOAD-YEARS SECTION.
       A3-LOAD-YEARSA.
           SET YEARS-ABSENT                TO TRUE
           OPEN INPUT YEARS-FILE
           IF WS-YEARS-STATUS NOT = "00"
               GO TO A3-LOAD-YEARSZ
           END-IF
           SET YEARS-PRESENT               TO TRUE
           SET INP1-NEOF                   TO TRUE
           PERFORM UNTIL INP1-EOF
               READ YEARS-FILE
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
                   IF YEARS-FD > SPACE
                   AND YEAR-COUNT < K-MAX-YEAR
                       ADD 1               TO YEAR-COUNT
                       MOVE YEARS-FD       TO YR-AN(YEAR-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE YEARS-FILE
           .
       A3-LOAD-YEARSZ.
           EXIT.

       L0-LIST-TITLES SECTION.
       L0-LIST-TITLESA.
           PERFORM VARYING WS-TITLE-IDX FROM 1 BY 1
           ACCEPT WS-NEW-TITLEID
           DISPLAY "SCHOOL YEAR (E.G. 2025/2026): " WITH NO ADVANCING
           ACCEPT WS-NEW-AN
           IF YEARS-PRESENT
               SET ROW-NOT-FOUND           TO TRUE
               PERFORM VARYING WS-YEAR-IDX FROM 1 BY 1
                       UNTIL WS-YEAR-IDX > YEAR-COUNT
                   IF YR-AN(WS-YEAR-IDX) = WS-NEW-AN
                       SET ROW-FOUND       TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF ROW-NOT-FOUND
                   DISPLAY "SCHOOL YEAR NOT OPENED FOR LENDING - "
                       "NOT ISSUED (SEE YEAROPEN)"
                   GO TO I0-ISSUE-BOOKZ
               END-IF
           END-IF

           SET ROW-NOT-FOUND               TO TRUE
           PERFORM VARYING WS-TITLE-IDX FROM 1 BY 1
