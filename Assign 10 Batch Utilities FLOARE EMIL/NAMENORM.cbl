      ******************************************************************
      * Author:
      * Date:
      * Purpose: NAME NORMALIZATION RULE. NUME AND PRENUME ARRIVE FROM
      *          THE FEEDS AND THE INTAKE PROGRAMS IN MIXED CASE, WITH
      *          AND WITHOUT DIACRITICS, WITH THE OLD CEDILLA S/T OR
      *          THE CORRECT COMMA-BELOW ONES, WITH DOUBLE SPACES AND
      *          WITH "POP - ION" NEXT TO "POP-ION". THIS RETURNS THE
      *          ONE SPELLING THE SCHOOL KEEPS (UPPER CASE, COMMA-BELOW
      *          S AND T, ONE SPACE BETWEEN WORDS, NO SPACE AROUND A
      *          HYPHEN) AND A FOLDED KEY (PLAIN LETTERS, HYPHEN READ AS
      *          A SPACE) FOR DECIDING WHETHER TWO SPELLINGS ARE THE
      *          SAME NAME. THE TEXT IS UTF-8: EACH ROMANIAN LETTER IS
      *          TWO BYTES, SO THE NORMALIZED SPELLING NEVER GROWS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. NAMENORM.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       WORKING-STORAGE SECTION.

      *> EVERY UTF-8 SPELLING OF THE ROMANIAN LETTERS: THE TWO BYTES
      *> AS THEY MAY ARRIVE, THE TWO BYTES KEPT, THE PLAIN LETTER FOR
      *> THE KEY. CEDILLA S/T BECOME COMMA-BELOW; LOWER BECOMES UPPER.
       01 DIACRITIC-LIST-DATA.
      *> A-BREVE, UPPER AND LOWER
           05 FILLER PIC X(05) VALUE X"C482C48241".
           05 FILLER PIC X(05) VALUE X"C483C48241".
      *> A-CIRCUMFLEX
           05 FILLER PIC X(05) VALUE X"C382C38241".
           05 FILLER PIC X(05) VALUE X"C3A2C38241".
      *> I-CIRCUMFLEX
           05 FILLER PIC X(05) VALUE X"C38EC38E49".
           05 FILLER PIC X(05) VALUE X"C3AEC38E49".
      *> S-COMMA, THEN S-CEDILLA
           05 FILLER PIC X(05) VALUE X"C898C89853".
           05 FILLER PIC X(05) VALUE X"C899C89853".
           05 FILLER PIC X(05) VALUE X"C59EC89853".
           05 FILLER PIC X(05) VALUE X"C59FC89853".
      *> T-COMMA, THEN T-CEDILLA
           05 FILLER PIC X(05) VALUE X"C89AC89A54".
           05 FILLER PIC X(05) VALUE X"C89BC89A54".
           05 FILLER PIC X(05) VALUE X"C5A2C89A54".
           05 FILLER PIC X(05) VALUE X"C5A3C89A54".
       01 DIACRITIC-LIST REDEFINES DIACRITIC-LIST-DATA.
           05 DIACRITIC-ENTRY OCCURS 14 TIMES INDEXED BY DIA-IDX.
               10 DL-AS-SENT               PIC X(02).
               10 DL-AS-KEPT               PIC X(02).
               10 DL-FOLDED                PIC X(01).
       01 K-DIACRITIC-COUNT                PIC 9(02) VALUE 14.

       01 WS-IN-IDX                        PIC 9(02).
       01 WS-NORM-PTR                      PIC 9(02).
       01 WS-KEY-PTR                       PIC 9(02).
       01 WS-CHAR                          PIC X(01).
       01 WS-PAIR                          PIC X(02).
       01 WS-FOUND-IDX                     PIC 9(02).

      *> A SPACE OR HYPHEN SEEN BUT NOT YET WRITTEN - IT IS WRITTEN
      *> ONLY WHEN A LETTER FOLLOWS, SO LEADING AND TRAILING ONES
      *> DISAPPEAR AND RUNS COLLAPSE TO ONE
       01 WS-PENDING-SEP                   PIC X(01).
           88 NO-SEP-PENDING                VALUE SPACE.
           88 SPACE-PENDING                 VALUE "_".
           88 HYPHEN-PENDING                VALUE "-".

      *-----------------------
       LINKAGE SECTION.
      **-*-*-*-*-*-*-*-*-*-*-*-*-*
       COPY NAMENORM-INT.

       PROCEDURE DIVISION USING NAMENORM-INTERFACE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       S0  SECTION.
       S0A.
           MOVE SPACE                      TO NN-NORM
           MOVE SPACE                      TO NN-KEY
           MOVE 0                          TO NN-DIACRITICS
           MOVE 1                          TO WS-NORM-PTR
           MOVE 1                          TO WS-KEY-PTR
           MOVE SPACE                      TO WS-PENDING-SEP
           MOVE 1                          TO WS-IN-IDX

           PERFORM UNTIL WS-IN-IDX > 30
               MOVE NN-NAME(WS-IN-IDX:1)   TO WS-CHAR
               EVALUATE TRUE
                   WHEN WS-CHAR = SPACE
                       IF NOT HYPHEN-PENDING
                           SET SPACE-PENDING TO TRUE
                       END-IF
                       ADD 1               TO WS-IN-IDX
                   WHEN WS-CHAR = "-"
                       SET HYPHEN-PENDING  TO TRUE
                       ADD 1               TO WS-IN-IDX
                   WHEN OTHER
                       PERFORM B0-ONE-LETTER
               END-EVALUATE
           END-PERFORM

           IF NN-NORM = NN-NAME
               MOVE "N"                    TO NN-CHANGED
           ELSE
               MOVE "Y"                    TO NN-CHANGED
           END-IF
           .
       S0Z.
           GOBACK.

      *> A LETTER (OR ANY OTHER BYTE): FIRST THE SEPARATOR WAITING
      *> BEFORE IT, THEN THE LETTER ITSELF - A KNOWN ROMANIAN PAIR
      *> IN ITS KEPT FORM, ANYTHING ELSE UPPER-CASED AS IT STANDS
       B0-ONE-LETTER SECTION.
       B0-ONE-LETTERA.
           IF NOT NO-SEP-PENDING
               IF WS-NORM-PTR > 1
                   IF HYPHEN-PENDING
                       MOVE "-"            TO NN-NORM(WS-NORM-PTR:1)
                   END-IF
                   ADD 1                   TO WS-NORM-PTR
                   ADD 1                   TO WS-KEY-PTR
               END-IF
               MOVE SPACE                  TO WS-PENDING-SEP
           END-IF

           MOVE 0                          TO WS-FOUND-IDX
           IF WS-IN-IDX < 30
               MOVE NN-NAME(WS-IN-IDX:2)   TO WS-PAIR
               PERFORM VARYING DIA-IDX FROM 1 BY 1
                       UNTIL DIA-IDX > K-DIACRITIC-COUNT
                   IF DL-AS-SENT(DIA-IDX) = WS-PAIR
                       SET WS-FOUND-IDX    TO DIA-IDX
                   END-IF
               END-PERFORM
           END-IF

           IF WS-FOUND-IDX > 0
               MOVE DL-AS-KEPT(WS-FOUND-IDX)
                                     TO NN-NORM(WS-NORM-PTR:2)
               MOVE DL-FOLDED(WS-FOUND-IDX)
                                     TO NN-KEY(WS-KEY-PTR:1)
               ADD 2                       TO WS-NORM-PTR
               ADD 1                       TO WS-KEY-PTR
               ADD 2                       TO WS-IN-IDX
               ADD 1                       TO NN-DIACRITICS
           ELSE
               INSPECT WS-CHAR CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE WS-CHAR                TO NN-NORM(WS-NORM-PTR:1)
               MOVE WS-CHAR                TO NN-KEY(WS-KEY-PTR:1)
               ADD 1                       TO WS-NORM-PTR
               ADD 1                       TO WS-KEY-PTR
               ADD 1                       TO WS-IN-IDX
           END-IF
           .
       B0-ONE-LETTERZ.
           EXIT.
       END PROGRAM NAMENORM.
