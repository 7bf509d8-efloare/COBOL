       01 OVERRIDE-FD                      PIC X(30).

        FD OVR-AUDIT-FILE.
       01 OVR-AUDIT-FD                     PIC X(92).

      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-OVR-CNP                       PIC X(13).
       01 WS-OVR-DATE                      PIC X(08).

      *> EVERY AUDIT LINE CARRIES THE FINGERPRINT OF THE ONE BEFORE IT
       COPY AUDCHAIN-INT.

       01 AUDIT-LINE.
           05 AUD-DATE                     PIC 9(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           MOVE PL-CNP                     TO AUD-CNP
           MOVE PL-WRITE-DATE              TO AUD-WRITE-DATE
           MOVE PL-LABEL                   TO AUD-LABEL
           MOVE 'PeriodOverrideAudit.txt'  TO ACH-FILE
           SET ACH-FIXED                   TO TRUE
           MOVE LENGTH OF AUDIT-LINE       TO ACH-LENGTH
           MOVE AUDIT-LINE                 TO ACH-LINE
           CALL "AUDCHAIN" USING AUDCHAIN-INTERFACE
           MOVE ACH-LINE                   TO OVR-AUDIT-FD
           WRITE OVR-AUDIT-FD
           CLOSE OVR-AUDIT-FILE
           .
