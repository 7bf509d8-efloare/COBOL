      ******************************************************************
      * REGISTRU-INFO.cpy
      * One taken class register: the lesson (date, day of week, hour,
      * class, group, subject), who took it and how many students
      * were marked absent. ABSCON.cbl files one per lesson under
      * RegisterTaken/; REGCHECK.cbl reads them back at night to find
      * the lessons whose register was never taken.
      ******************************************************************
           01 REGISTRU-INFO.
               05 REG-DATA             PIC X(08).
               05 FILLER               PIC X(01) VALUE SPACE.
      *> 1=MONDAY .. 5=FRIDAY, AS ON THE ORAR
               05 REG-ZI               PIC X(01).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 REG-ORA              PIC X(01).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 REG-CLASA            PIC X(04).
               05 FILLER               PIC X(01) VALUE SPACE.
      *> BLANK = THE WHOLE CLASS, OTHERWISE ONE GROUP OF IT
               05 REG-GRUPA            PIC X(10).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 REG-MATERIE          PIC X(30).
               05 FILLER               PIC X(01) VALUE SPACE.
      *> THE PROFESSOR WHO TOOK IT - THE SUPLINITOR ON A COVERED DAY
               05 REG-CNP-PROF         PIC X(13).
               05 FILLER               PIC X(01) VALUE SPACE.
               05 REG-ABSENT-COUNT     PIC 9(03).
