      * fills ARQ-CNP (and optionally ARQ-YEAR) and gets the archived
      * grade rows back in the NOTE result shape, so TRANSCRIPT,
      * WITHDRAW and CONSOLE can merge them into their output marked
      * as archived. The caller also names itself and its operator;
      * the rows handed back are logged under them in AccessLog.txt.
      ******************************************************************
           01 ARCQ-INTERFACE.
               05 ARQ-CNP              PIC X(13).
      *> BLANK = EVERY ARCHIVED YEAR; OTHERWISE E.G. 2024/2025
               05 ARQ-YEAR             PIC X(09).
      *> WHO IS ASKING, FOR THE ACCESS LOG (BLANK OPERATOR = UNKNOWN)
               05 ARQ-PROGRAM          PIC X(12).
               05 ARQ-OPERATOR         PIC X(08).
               05 ARQ-QUIT             PIC 9(01).
                   88 ARQ-OK           VALUE 0.
                   88 ARQ-NONE         VALUE 1.
                   10 ARQ-DATA         PIC X(08).
                   10 ARQ-TIP          PIC X(01).
                   10 ARQ-AN           PIC X(09).
      *> THE GRADING PROFESSOR (BLANK ON A YEAR ARCHIVED WITHOUT IT)
                   10 ARQ-CNP-PROF     PIC X(13).
