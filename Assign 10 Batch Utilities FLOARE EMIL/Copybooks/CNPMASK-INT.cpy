      ******************************************************************
      * CNPMASK-INT.cpy
      * Interface for CNPMASK.cbl, the one masking rule every report
      * that leaves the secretariat applies to a CNP before printing
      * it. Full mode hands the CNP back unchanged; masked mode hands
      * back the report's stable key for the student, a star and the
      * CNP's last four digits - thirteen characters, so the column
      * layout of the report does not move. The key is kept in
      * CnpMaskKeys.txt beside the report; CNPKEY at the secretariat
      * resolves it back to the CNP.
      ******************************************************************
           01 CNPMASK-INTERFACE.
      *> F = FULL CNP (SECRETARIAT AND INSPECTORATE COPIES),
      *> M = MASKED (EVERYTHING DISTRIBUTED - THE DEFAULT)
               05 CMK-MODE             PIC X(01).
                   88 CMK-FULL         VALUE "F".
                   88 CMK-MASKED       VALUE "M".
      *> TWO-LETTER CODE OF THE REPORT; THE KEYS ARE NUMBERED PER
      *> REPORT, SO THE SAME STUDENT CARRIES A DIFFERENT KEY IN EACH
               05 CMK-REPORT           PIC X(02).
               05 CMK-CNP              PIC X(13).
      *> OUT: WHAT THE REPORT PRINTS IN THE CNP COLUMN
               05 CMK-SHOWN            PIC X(13).
      *> OUT: THE LOOKUP KEY (REPORT CODE + SIX DIGITS), BLANK IN
      *> FULL MODE
               05 CMK-KEY              PIC X(08).
