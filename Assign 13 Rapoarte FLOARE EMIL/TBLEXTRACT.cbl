      *          MORNING. THIS PULLS EACH CORE TABLE ONCE, SORTED,
      *          INTO A FIXED-LAYOUT FLAT FILE WITH A FRESHNESS
      *          HEADER ("EXTRACT <TABLE> <DATE> <TIME> ROWS <N>"):
      *            Extract_STUDENTI.txt   (FULL ROW, THE LETTER
      *                                    LANGUAGE LAST; CLASS
      *                                    ORDER)
      *            Extract_NOTE.txt       (CNP, MATERIE, NOTA,
      *                                    DATANOTA, TIPNOTA,
      *                                    ANSCOLAR, CNPPROF;
      *                                    CNP ORDER)
      *            Extract_ABSENTE.txt    (CNP, DATAABS, MATERIE,
      *                                    MOTIVAT, ORA; CNP ORDER)
      *            Extract_PMC.txt        (CNP, MATERIE, CLASA,
      *                                    GRUPA)
      *            Extract_PROFESORI.txt  (CNP, NUME, PRENUME)
      *            Extract_ORAR.txt       (ZI, ORA, CLASA, MATERIE,
      *                                    CNP, SALA, GRUPA,
      *                                    STRUCTURA)
      *            Extract_CLASE.txt      (CLASA, STRUCTURA - THE
      *                                    SITE EACH CLASS BELONGS
      *                                    TO; CLASS ORDER)
      *          THE EXTRACTS ARE ALSO COPIED INTO THE ABSENTE STEP
      *          DIRECTORY SO ABSSUMMARY AND ITS NEIGHBOURS READ THE
      *          SAME SNAPSHOT. RUN BY NIGHTLYBATCH AFTER THE LOADS;
           05 FILLER PIC X(10) VALUE "STUDENTI".
           05 FILLER PIC X(160) VALUE
               "SELECT CNP, CLASA, NUME, PRENUME, DATANASTERII, SEX, PAR
      -        "ENT_NAME, PARENT_PHONE, PARENT_ADDRESS, LIMBA_CORESP FRO
      -        "M STUDENTI ORDER BY CLASA, NUME, PRENUME".
           05 FILLER PIC X(10) VALUE "NOTE".
           05 FILLER PIC X(160) VALUE
               "SELECT CNP, MATERIE, NOTA, DATANOTA, TIPNOTA, ANSCOLAR, 
      -        "CNPPROF FROM NOTE ORDER BY CNP, MATERIE, DATANOTA".
           05 FILLER PIC X(10) VALUE "ABSENTE".
           05 FILLER PIC X(160) VALUE
               "SELECT CNP, DATAABS, MATERIE, MOTIVAT, ORA FROM ABSENTE 
      -        "ORDER BY CNP, DATAABS".
           05 FILLER PIC X(10) VALUE "PMC".
           05 FILLER PIC X(160) VALUE
               "SELECT CNP, MATERIE, CLASA, GRUPA FROM PROFESORMATERIECL
      -        "ASA ORDER BY CLASA, MATERIE, GRUPA".
           05 FILLER PIC X(10) VALUE "PROFESORI".
           05 FILLER PIC X(160) VALUE
               "SELECT CNP, NUME, PRENUME FROM PROFESORI ORDER BY NUME, 
      -        "PRENUME".
           05 FILLER PIC X(10) VALUE "ORAR".
           05 FILLER PIC X(160) VALUE
               "SELECT ZI, ORA, CLASA, MATERIE, CNP, SALA, GRUPA, STRUCT
      -        "URA FROM ORAR ORDER BY CLASA, ZI, ORA".
           05 FILLER PIC X(10) VALUE "CLASE".
           05 FILLER PIC X(160) VALUE
               "SELECT CLASA, STRUCTURA FROM CLASE ORDER BY CLASA".
       01 EXTRACT-LIST REDEFINES EXTRACT-LIST-DATA.
           05 EXTRACT-ENTRY OCCURS 7 TIMES INDEXED BY EXTRACT-IDX.
               10 EX-TAG                   PIC X(10).
               10 EX-SELECT                PIC X(160).

           PERFORM A0
           PERFORM B0-EXTRACT-ONE-TABLE THRU B0-EXTRACT-ONE-TABLEZ
               VARYING EXTRACT-IDX FROM 1 BY 1
               UNTIL EXTRACT-IDX > 7
           PERFORM Z0

      *> THE ABSENTE STEP READS THE SAME SNAPSHOT
