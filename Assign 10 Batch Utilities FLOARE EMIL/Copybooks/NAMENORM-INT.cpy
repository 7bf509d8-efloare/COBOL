      ******************************************************************
      * NAMENORM-INT.cpy
      * Interface for NAMENORM.cbl, the one spelling rule for NUME and
      * PRENUME. The caller passes a name as it arrived (any case,
      * cedilla or comma-below S/T, stray and double spaces, spaced
      * hyphens) and gets back the normalized spelling - upper case,
      * Romanian letters in their comma-below upper-case form, single
      * spaces, hyphens without spaces - and a comparison key with
      * every diacritic folded to its plain letter and hyphens read as
      * spaces, so STEFAN, Stefan and the two S-with-mark spellings
      * compare equal. Text is UTF-8.
      ******************************************************************
           01 NAMENORM-INTERFACE.
               05 NN-NAME              PIC X(30).
      *> OUT: THE NORMALIZED SPELLING
               05 NN-NORM              PIC X(30).
      *> OUT: THE COMPARISON KEY (NO DIACRITICS, NO HYPHENS)
               05 NN-KEY               PIC X(30).
      *> OUT: HOW MANY ROMANIAN LETTERS WITH DIACRITICS IT CARRIES
               05 NN-DIACRITICS        PIC 9(02).
      *> OUT: Y WHEN NN-NORM DIFFERS FROM NN-NAME
               05 NN-CHANGED           PIC X(01).
                   88 NN-IS-CHANGED    VALUE "Y".
