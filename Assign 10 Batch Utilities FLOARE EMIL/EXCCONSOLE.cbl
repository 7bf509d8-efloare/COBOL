      *          MARK THE ITEM RESOLVED WITH A REASON, OR KEY THE
      *          CORRECTED ROW AND REQUEUE IT INTO THE MATCHING FEED
      *          (Note.csv / StudentsSQL.csv / StGradesCobol.txt) FOR
      *          THE NEXT InsertAll RUN - A Note.csv ROW GOES TO THE
      *          SESSION'S OWN DROP FILE IN Assign 07's Inbound/
      *          (FEEDDROP), WHICH FEEDMERGE ADDS TO THE FEED BEFORE
      *          FEEDCHECK. EVERY ACTION IS LOGGED TO
      *          ExceptionResolutionLog.txt AND THE WORKLIST IS
      *          REWRITTEN IN THE SAME FORMAT TRIAGE MAINTAINS.
      * Tectonics: cobc
      *> THE SAME SOURCE MAP TRIAGE USES, EXTENDED WITH THE FEED THE
      *> CORRECTED ROW BELONGS IN - SPACES MEANS THERE IS NO FEED TO
      *> REQUEUE INTO (CNP CHECKSUM ITEMS ARE CHASED WITH THE
      *> SECRETARIAT, NOT RELOADED; A GRADE ANOMALY IS ALREADY
      *> LOADED AND IS CORRECTED THROUGH GRADECORR IF AT ALL; A
      *> BROKEN AUDIT-TRAIL LINK IS INVESTIGATED, NEVER REQUEUED;
      *> A DAMAGED ARCHIVE IS RESTORED FROM BACKUP, NEVER REQUEUED)
       01 SOURCE-LIST-DATA.
           05 FILLER PIC X(25) VALUE "BSUP1 REJECTED ROW".
           05 FILLER PIC X(50) VALUE
           05 FILLER PIC X(50) VALUE
               "Assign 07 FLOARE EMIL/CnpChecksumExceptions.txt".
           05 FILLER PIC X(50) VALUE SPACE.
           05 FILLER PIC X(25) VALUE "GRADE ANOMALY".
           05 FILLER PIC X(50) VALUE
               "Assign 13 Rapoarte FLOARE EMIL/GradeAnomalies.txt".
           05 FILLER PIC X(50) VALUE SPACE.
           05 FILLER PIC X(25) VALUE "AUDIT CHAIN BREAK".
           05 FILLER PIC X(50) VALUE
               "AuditChainBreaks.txt".
           05 FILLER PIC X(50) VALUE SPACE.
           05 FILLER PIC X(25) VALUE "ARCHIVE INTEGRITY".
           05 FILLER PIC X(50) VALUE
               "ArchiveIntegrityFindings.txt".
           05 FILLER PIC X(50) VALUE SPACE.
      *> AN UNMAPPABLE E-CATALOG ROW IS KEYED BACK IN Note.csv FORMAT
           05 FILLER PIC X(25) VALUE "E-CATALOG REJECT".
           05 FILLER PIC X(50) VALUE
               "Assign 07 FLOARE EMIL/ECatalogRejects.txt".
           05 FILLER PIC X(50) VALUE
               "Assign 07 FLOARE EMIL/Note.csv".
       01 SOURCE-LIST REDEFINES SOURCE-LIST-DATA.
           05 SOURCE-ENTRY OCCURS 11 TIMES INDEXED BY SOURCE-IDX.
               10 SRC-LABEL                PIC X(25).
               10 SRC-PATH                 PIC X(50).
               10 SRC-FEED                 PIC X(50).
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".

      *> Note.csv IS NEVER APPENDED TO DIRECTLY - ITS REQUEUED ROWS
      *> GO TO A DROP OF THEIR OWN, SEALED WHEN THE SESSION ENDS
       COPY FEEDDROP-INT.
       01 K-NOTE-FEED                      PIC X(50) VALUE
           "Assign 07 FLOARE EMIL/Note.csv".
       01 K-NOTE-INBOUND                   PIC X(60) VALUE
           "Assign 07 FLOARE EMIL/Inbound".

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

       A0 SECTION.
       A0A.
           SET DRP-IS-CLOSED               TO TRUE
           MOVE 0                          TO DRP-ROW-COUNT
           OPEN EXTEND ACTION-LOG
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT ACTION-LOG
           MOVE SPACE                      TO WS-SOURCE-PATH
           MOVE SPACE                      TO WS-FEED-PATH
           PERFORM VARYING SOURCE-IDX FROM 1 BY 1
                   UNTIL SOURCE-IDX > 11
               IF SRC-LABEL(SOURCE-IDX) = WI-SOURCE(WORK-ITEM-IDX)
                   MOVE SRC-PATH(SOURCE-IDX) TO WS-SOURCE-PATH
                   MOVE SRC-FEED(SOURCE-IDX) TO WS-FEED-PATH
           EXIT.

      *> THE OPERATOR KEYS THE CORRECTED ROW IN THE FEED'S OWN
      *> FORMAT; IT IS APPENDED TO THE FEED (OR, FOR Note.csv, TO
      *> THE SESSION'S DROP) FOR THE NEXT LOAD AND THE ITEM CLOSES
      *> AS REQUEUED
       F0-FIX-AND-REQUEUE SECTION.
       F0-FIX-AND-REQUEUEA.
           DISPLAY "FEED: " WS-FEED-PATH
               GO TO F0-FIX-AND-REQUEUEZ
           END-IF

           IF WS-FEED-PATH = K-NOTE-FEED
               PERFORM F1-DROP-NOTE-ROW
               IF DRP-FAILED
                   DISPLAY "COULD NOT WRITE THE DROP FILE IN "
                       K-NOTE-INBOUND ", ITEM LEFT OPEN"
                   GO TO F0-FIX-AND-REQUEUEZ
               END-IF
               GO TO F0-FIX-AND-REQUEUEC
           END-IF

           OPEN OUTPUT REQUEUE-WORK
           MOVE WS-FIXED-LINE              TO REQUEUE-WORK-FD
           WRITE REQUEUE-WORK-FD
                   ", ITEM LEFT OPEN"
               GO TO F0-FIX-AND-REQUEUEZ
           END-IF
           .
       F0-FIX-AND-REQUEUEC.
           MOVE "REQUEUED"                 TO WI-STATUS(WORK-ITEM-IDX)
           MOVE "REQUEUED"                 TO AL-ACTION
           MOVE WS-FIXED-LINE              TO AL-TEXT
       F0-FIX-AND-REQUEUEZ.
           EXIT.

      *> THE SESSION'S Note.csv DROP IS STARTED WITH ITS FIRST ROW
       F1-DROP-NOTE-ROW SECTION.
       F1-DROP-NOTE-ROWA.
           IF DRP-IS-CLOSED
               SET DRP-OPEN                TO TRUE
               MOVE "Note"                 TO DRP-FEED
               MOVE "EXCCONSOLE"           TO DRP-SOURCE
               MOVE K-NOTE-INBOUND         TO DRP-INBOUND
               CALL "FEEDDROP" USING FEEDDROP-INTERFACE
               IF DRP-FAILED
                   GO TO F1-DROP-NOTE-ROWZ
               END-IF
           END-IF
           SET DRP-WRITE                   TO TRUE
           MOVE WS-FIXED-LINE              TO DRP-ROW
           CALL "FEEDDROP" USING FEEDDROP-INTERFACE
           .
       F1-DROP-NOTE-ROWZ.
           EXIT.

      *> ONE LOG LINE PER ACTION - AL-ACTION AND AL-TEXT ARE SET BY
      *> THE CALLER
       J0-WRITE-LOG SECTION.
       Z0 SECTION.
       Z0A.
           CLOSE ACTION-LOG

      *> SEALING THE DROP IS WHAT HANDS THE REQUEUED GRADES TO
      *> FEEDMERGE
           IF DRP-IS-OPEN
               SET DRP-CLOSE               TO TRUE
               CALL "FEEDDROP" USING FEEDDROP-INTERFACE
               IF DRP-FAILED
                   DISPLAY "THE DROP FILE " DRP-NAME
                       " COULD NOT BE SEALED - CHECK "
                       K-NOTE-INBOUND
               ELSE
                   DISPLAY "REQUEUED GRADES QUEUED IN "
                       K-NOTE-INBOUND "/" DRP-NAME
               END-IF
           END-IF
           .
       Z0Z.
           EXIT.
