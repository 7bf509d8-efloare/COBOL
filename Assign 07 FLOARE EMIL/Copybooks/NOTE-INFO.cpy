      *> CAN COEXIST IN THE DATABASE WITHOUT POISONING EACH OTHER'S
      *> REPORTS
               05 NOTE-AN-SCOLAR       PIC X(09).
      *> THE PROFESSOR WHO GAVE THE GRADE, THE 8TH Note.csv FIELD -
      *> STAMPED BY GRADECON FROM THE SIGNED-ON PROFESSOR AND STORED
      *> IN NOTE.CNPPROF, SO NOBODY HAS TO GUESS THE GRADER FROM
      *> PROFESORMATERIECLASA (WRONG FOR A SUPLINITOR'S GRADE OR
      *> AFTER A REASSIGNMENT)
               05 NOTE-CNP-PROF        PIC X(13).
               05 NOTE-ERROR           PIC 9(01).
      *> HOW NOTEMODULE SHOULD RUN THIS CALL. ROW MODE IS THE
      *> ORIGINAL ONE-JAR-CALL-PER-GRADE PATH, KEPT FOR DAYTIME
