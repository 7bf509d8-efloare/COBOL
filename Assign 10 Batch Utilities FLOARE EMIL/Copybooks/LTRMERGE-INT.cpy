      ******************************************************************
      * LTRMERGE-INT.cpy
      * Interface for LTRMERGE.cbl, the letter-template merge every
      * letter writer calls (ANGRYPARENTS, WEEKDIGEST, RETRACT,
      * APPEALS, CORIGEXAM, ADEVGEN). The wording lives in one
      * template file per letter type and language, kept by the
      * secretariat under Templates/<TYPE>_<LANG>.txt; the caller
      * names the type, the family's language (STUDENTI.LIMBA_CORESP)
      * and the [SECTION] it is about to write, fills the placeholder
      * values, and gets the section's lines back merged. No template
      * in the language falls back to the Romanian one; no template at
      * all (or no such section in it) answers LTM-BUILT-IN and the
      * caller writes its own wording, the original behaviour.
      * LTM-STAMP names the template version that produced the letter
      * and goes on the letter's last line.
      ******************************************************************
           01 LTRMERGE-INTERFACE.
      *> THE LETTER TYPE: BLAME, DIGEST, RETRACT, APPEAL, CORIG,
      *> ADEVER - THE FIRST HALF OF THE TEMPLATE FILE NAME
               05 LTM-TYPE             PIC X(08).
      *> THE FAMILY'S LANGUAGE, RO OR HU - BLANK MEANS RO
               05 LTM-LANG             PIC X(02).
      *> THE [SECTION] OF THE TEMPLATE TO MERGE
               05 LTM-SECTION          PIC X(14).
      *> THE PLACEHOLDER VALUES. {NAME} IN A TEMPLATE LINE IS
      *> REPLACED BY THE VALUE WITHOUT ITS TRAILING SPACES; {NAME,NN}
      *> BY THE VALUE PADDED OR CUT TO NN CHARACTERS, FOR COLUMNS
               05 LTM-VALUES.
      *> {PARINTE} {ADRESA} {TELEFON}
                   10 LTM-PARINTE      PIC X(30).
                   10 LTM-ADRESA       PIC X(50).
                   10 LTM-TELEFON      PIC X(15).
      *> {CNP} {NUME} {PRENUME} {CLASA} - THE STUDENT
                   10 LTM-CNP          PIC X(13).
                   10 LTM-NUME         PIC X(30).
                   10 LTM-PRENUME      PIC X(30).
                   10 LTM-CLASA        PIC X(04).
      *> {MATERIA} {PROFESOR} {DIRIGINTE}
                   10 LTM-MATERIA      PIC X(30).
                   10 LTM-PROFESOR     PIC X(61).
                   10 LTM-DIRIGINTE    PIC X(61).
      *> {NOTA} {NOTA-NOUA} {MEDIA} {STARE}
                   10 LTM-NOTA         PIC X(05).
                   10 LTM-NOTA-NOUA    PIC X(05).
                   10 LTM-MEDIA        PIC X(06).
                   10 LTM-STARE        PIC X(20).
      *> {DATA} {DATA2} {DE-LA} {PANA-LA} {AN}
                   10 LTM-DATA         PIC X(10).
                   10 LTM-DATA2        PIC X(10).
                   10 LTM-DE-LA        PIC X(10).
                   10 LTM-PANA-LA      PIC X(10).
                   10 LTM-AN           PIC X(09).
      *> {NR} - THE REGISTER OR APPEAL NUMBER
                   10 LTM-NR           PIC X(10).
      *> OUT: MERGED FROM A TEMPLATE, OR LEFT TO THE CALLER
               05 LTM-RESULT-SW        PIC X(01).
                   88 LTM-MERGED       VALUE "M".
                   88 LTM-BUILT-IN     VALUE "B".
      *> THE TEMPLATE ACTUALLY USED (LANGUAGE AFTER FALLBACK) AND ITS
      *> VERSION LINE ("VERSIUNE 003 20260901")
               05 LTM-USED-LANG        PIC X(02).
               05 LTM-VERSION          PIC X(03).
               05 LTM-VERSION-DATE     PIC X(08).
      *> READY FOR THE LETTER'S LAST LINE:
      *> "SABLON BLAME/HU VERSIUNEA 003 DIN 20260901" OR
      *> "SABLON BLAME/RO INCORPORAT IN PROGRAM"
               05 LTM-STAMP            PIC X(60).
               05 LTM-LINE-COUNT       PIC 9(02).
               05 LTM-LINE OCCURS 30 TIMES PIC X(120).
