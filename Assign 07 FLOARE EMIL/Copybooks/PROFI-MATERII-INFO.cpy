               05 PROF-EXEC-MODE       PIC X(01).
                   88 PROF-MODE-LIVE    VALUE " " "L".
                   88 PROF-MODE-DRY     VALUE "D".
      *> THE GROUP OF THE CLASS THE SUBJECT IS TAUGHT TO, THE 6TH
      *> Materii-Profi-Clase.csv FIELD - STORED IN
      *> PROFESORMATERIECLASA.GRUPA. BLANK MEANS THE WHOLE CLASS,
      *> THE ORIGINAL BEHAVIOUR; A GROUP (SECOND LANGUAGE, RELIGION,
      *> AN OPTIONAL CDS SUBJECT) REACHES ONLY THE STUDENTS GRUPMAINT
      *> HAS REGISTERED IN IT.
               05 MAT-GRUPA            PIC X(10).
