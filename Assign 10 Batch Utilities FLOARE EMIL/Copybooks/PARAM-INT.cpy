      ******************************************************************
      * PARAM-INT.cpy
      * Interface for PARAMGET.cbl, the business-parameter lookup every
      * rule-bearing program makes before it applies a threshold. The
      * caller names the parameter, the date it is processing and the
      * value it has always used; the module reads BusinessParams.txt
      * (kept by PARAMMAINT, copied into every step directory that
      * reads it) and answers the version in force on that date - the
      * latest one whose effective-from date is not after it. No file,
      * or no version in force yet, leaves the caller's own default in
      * place, the original behaviour.
      ******************************************************************
           01 PARAM-INTERFACE.
      *> WHICH PARAMETER (THE NAMES PARAMMAINT KNOWS)
               05 PRM-NAME             PIC X(20).
      *> THE DATE BEING PROCESSED (YYYYMMDD) - BLANK MEANS TODAY
               05 PRM-AS-OF            PIC X(08).
      *> IN: THE VALUE THE CALLER USES WHEN THE REGISTRY HAS NONE
               05 PRM-DEFAULT          PIC 9(05)V9(02).
      *> OUT: THE VALUE IN FORCE, AND WHERE IT CAME FROM
               05 PRM-VALUE            PIC 9(05)V9(02).
               05 PRM-FOUND-SW         PIC X(01).
                   88 PRM-FROM-REGISTRY VALUE "R".
                   88 PRM-FROM-DEFAULT  VALUE "D".
               05 PRM-FROM             PIC X(08).
               05 PRM-YEAR             PIC X(09).
      *> READY FOR A REPORT HEADER: THE VALUE AS PRINTED AND ITS
      *> SOURCE ("REGISTRY FROM 20250901 (2025/2026)" OR "BUILT-IN")
               05 PRM-SHOWN            PIC ZZZZ9.99.
               05 PRM-SOURCE           PIC X(40).
