      ******************************************************************
      * TRAINENV-INT.cpy
      * Interface for TRAINENV.cbl, the check every report program and
      * every outward-facing export makes to learn whether it is
      * running inside the anonymized training copy TRAINCLONE builds
      * (a TrainingEnvironment.txt marker in the step directory). A
      * report printed there carries TRN-STAMP as its first line; the
      * ministry export and the bursa payment file refuse to run.
      ******************************************************************
           01 TRAINENV-INTERFACE.
               05 TRN-SWITCH           PIC X(01).
                   88 TRN-TRAINING     VALUE "T".
                   88 TRN-PRODUCTION   VALUE "P".
      *> THE HEADER LINE A TRAINING REPORT STARTS WITH
               05 TRN-STAMP            PIC X(72).
      *> THE SNAPSHOT THE TRAINING COPY WAS CLONED FROM
               05 TRN-SNAP-ID          PIC X(20).
