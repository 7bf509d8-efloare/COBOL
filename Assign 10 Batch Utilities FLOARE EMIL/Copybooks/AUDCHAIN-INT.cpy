      ******************************************************************
      * AUDCHAIN-INT.cpy
      * Interface for AUDCHAIN.cbl, the audit-trail link writer. Every
      * program that appends to an audit trail passes the line it is
      * about to write; AUDCHAIN hands it back with " #" and the cksum
      * fingerprint of the trail's previous line as its last twelve
      * characters, so an edited or deleted line breaks the link of
      * the line after it. AUDVERIFY walks the links back.
      ******************************************************************
           01 AUDCHAIN-INTERFACE.
      *> THE TRAIL AS THE CALLER ASSIGNS IT (RELATIVE TO ITS OWN
      *> DIRECTORY)
               05 ACH-FILE             PIC X(60).
      *> F = FIXED LAYOUT, THE LINK GOES RIGHT AFTER THE RECORD'S
      *> FULL WIDTH, CLEAR OF EVERY FIELD A READER PARSES;
      *> T = FREE TEXT (THE LOADER TRAILS' SQL STATEMENTS), THE LINK
      *> FOLLOWS THE LAST NON-BLANK CHARACTER
               05 ACH-MODE             PIC X(01).
                   88 ACH-FIXED        VALUE "F".
                   88 ACH-TRAILING     VALUE "T".
      *> IN: THE RECORD WIDTH. OUT: THE WIDTH OF THE LINKED LINE
               05 ACH-LENGTH           PIC 9(04).
      *> OUT: THE FINGERPRINT OF THE TRAIL'S PREVIOUS LINE
               05 ACH-LINK             PIC 9(10).
               05 ACH-LINE             PIC X(4500).
