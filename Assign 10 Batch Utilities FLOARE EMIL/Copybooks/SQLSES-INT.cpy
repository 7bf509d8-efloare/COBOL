      * when no session is active or it stops answering), END shuts
      * the session down. The SQLLOCK token the caller already holds
      * covers the whole session, since both live for the run.
      * Every SUBMIT is also logged to SqlPerfLog.txt under the
      * caller's name and retry number.
      ******************************************************************
           01 SQLSES-INTERFACE.
               05 SES-OP               PIC X(01).
      *> CODE: 0 = THE STATEMENT WAS EXECUTED AND THE ANSWER IS IN
      *> THE SQLResults FILES
               05 SES-RC               PIC S9(04).
      *> FOR SUBMIT: THE PROGRAM WHOSE STATEMENT THIS IS, AND WHICH
      *> RETRY OF IT (0 = FIRST ATTEMPT) AS ITS SQLSTACLS RETRY LOOP
      *> COUNTS THEM - BOTH GO INTO SqlPerfLog.txt
               05 SES-CALLER           PIC X(12).
               05 SES-RETRY            PIC 9(02).
