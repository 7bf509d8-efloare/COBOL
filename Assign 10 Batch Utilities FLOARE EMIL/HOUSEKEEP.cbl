      *          FROM THE INSTALLATION ROOT, LIKE TRIAGE). EACH RUN
      *          MOVES THE CURRENT CONTENTS OF EVERY SQLDeadLetters/
      *          CnpChecksumExceptions COPY, InsertAllAudit.txt,
      *          NotifiedGrades.txt, NightlyBatchLog.txt AND THE
      *          ROOT AccessLog.txt (AUDITINQ'S) INTO A
      *          MONTHLY ARCHIVE BESIDE IT
      *          (<name>.txt.<YYYYMM>), LEAVES A FRESH EMPTY FILE
      *          BEHIND, AND DELETES THE ARCHIVE THAT HAS AGED PAST
            "Assign 08 Angry Parrents FLOARE EMIL/NotifiedGrades.txt".
           05 FILLER               PIC X(55) VALUE
            "Assign 09 Nightly Batch FLOARE EMIL/NightlyBatchLog.txt".
           05 FILLER               PIC X(55) VALUE
               "AccessLog.txt".
       01 FILE-LIST REDEFINES FILE-LIST-DATA.
           05 FILE-ENTRY OCCURS 11 TIMES INDEXED BY FILE-IDX
                                   PIC X(55).

      *> HOW MANY MONTHLY GENERATIONS TO KEEP (OPERATOR-CONFIGURABLE,

           PERFORM B0-ROLL-ONE-FILE THRU B0-ROLL-ONE-FILEZ
               VARYING FILE-IDX FROM 1 BY 1
               UNTIL FILE-IDX > 11

           CALL "SYSTEM" USING WS-ANON-COMMAND
           IF RETURN-CODE = 0
