      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
          FD LOG-FILE.
       01 LOG-FILE-FD                       PIC X(130).

          FD PROF-FILE.
       01 PROF-FILE-FD                     PIC X(120).
       F-PROF SECTION.
       F-PROF0A.
           *> UNSTRING CSV FILE IN PROFI-MATERI-INFO
           *> THE GROUP IS OPTIONAL - A ROW WITHOUT IT MUST NOT KEEP
           *> THE PREVIOUS ROW'S GROUP
           MOVE SPACE TO MAT-GRUPA
           UNSTRING PROF-FILE-FD DELIMITED BY ',' INTO
               MAT-CLASA
               MAT-NUME
               PROF-NUME
               PROF-PRENUME
               PROF-CNP
               MAT-GRUPA
           END-UNSTRING
           *> PREPAIRE THE STATUS ERROR FOR CALLING MODULE
           MOVE 0 TO PROF-ERROR
      *> A MISSING GRADE TYPE THEN MEANS ORAL, NOT A STALE TEZA
           MOVE SPACE TO NOTE-CNP-STUD NOTE-MATERIE NOTE-NOTA
                         NOTE-DATA NOTE-CLASA NOTE-TIP
                         NOTE-AN-SCOLAR NOTE-CNP-PROF
           UNSTRING NOTE-FILE-FD DELIMITED BY ';' INTO
               NOTE-CNP-STUD
               NOTE-MATERIE
               NOTE-CLASA
               NOTE-TIP
               NOTE-AN-SCOLAR
               NOTE-CNP-PROF
           END-UNSTRING
           *> PREPAIRE THE STATUS ERROR FOR CALLING MODULE
           MOVE 0 TO NOTE-ERROR
