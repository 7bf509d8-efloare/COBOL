      ******************************************************************
      * ACCLOG-INT.cpy
      * Interface for ACCLOG.cbl, the read-access logger. Every program
      * that shows a child's record without changing it passes who
      * looked (the OPSIGNON operator, or the requester a batch request
      * names), which program, whose CNP and what was shown; ACCLOG
      * appends the line, dated and linked like the audit trails, to
      * AccessLog.txt in the caller's directory. ACCREPORT gathers the
      * logs and answers "who viewed this child's data".
      ******************************************************************
           01 ACCLOG-INTERFACE.
               05 ACL-PROGRAM          PIC X(12).
      *> BLANK IS LOGGED AS UNKNOWN, NEVER SKIPPED
               05 ACL-OPERATOR         PIC X(08).
               05 ACL-CNP              PIC X(13).
      *> WHAT WAS SHOWN, E.G. "RECORD AND GRADES" OR "ARCHIVED
      *> GRADES 12 ROWS"
               05 ACL-SHOWN            PIC X(50).
