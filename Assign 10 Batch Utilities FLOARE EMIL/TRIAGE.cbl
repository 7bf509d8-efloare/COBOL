      ******************************************************************
      * Author:
      * Date:
      * Purpose: EXCEPTION TRIAGE WORKLIST. BAD ROWS LAND IN ELEVEN
      *          DIFFERENT PLACES WITH NINE DIFFERENT LAYOUTS
      *          (RejectedRows.txt AND CnpExceptions.txt FROM BSUP1,
      *          NoteRejects.txt, GradeRejects.txt, THE SHARED
      *          CnpChecksumExceptions.txt FILES, THE SUSPICIOUS
      *          GRADE PATTERNS GRADEANOM FINDS IN THE NIGHT'S LOAD
      *          IN GradeAnomalies.txt, THE BROKEN AUDIT-TRAIL
      *          LINKS AUDVERIFY FINDS IN AuditChainBreaks.txt,
      *          THE DRIFTED OR DAMAGED ARCHIVES ARCVERIFY FINDS IN
      *          ArchiveIntegrityFindings.txt, AND THE E-CATALOG
      *          EXPORT ROWS ECATIMPORT COULD NOT MAP IN
      *          ECatalogRejects.txt).
      *          THIS READS THEM
      *          ALL AND MAINTAINS ONE CONSOLIDATED WORKLIST
      *          (ExceptionWorklist.txt) SORTED BY STATUS, SEVERITY
      *          AND AGE. AN ITEM ALREADY ON THE WORKLIST KEEPS ITS
       01 WS-WORKLIST-STATUS               PIC X(02).
       01 WS-WORK-STATUS                   PIC X(02).

      *> THE ELEVEN REJECT FILES - NINE KINDS, THE CHECKSUM LOG
      *> EXISTS IN THREE DIRECTORIES - EACH WITH THE LABEL THE
      *> WORKLIST SHOWS AND ITS SEVERITY: 1 = A ROW THAT FAILED TO
      *> LOAD, AN AUDIT TRAIL SOMEONE HAS TAMPERED WITH OR AN ARCHIVE
      *> THAT NO LONGER MATCHES ITS SEAL, 2 = A CNP PROBLEM TO CHASE
      *> WITH THE SECRETARIAT OR A LOADED GRADE TO CHECK BEFORE THE
      *> LETTERS GO OUT
       01 SOURCE-LIST-DATA.
           05 FILLER PIC X(25) VALUE "BSUP1 REJECTED ROW".
           05 FILLER PIC 9(01) VALUE 1.
           05 FILLER PIC 9(01) VALUE 2.
           05 FILLER PIC X(50) VALUE
               "Assign 07 FLOARE EMIL/CnpChecksumExceptions.txt".
           05 FILLER PIC X(25) VALUE "GRADE ANOMALY".
           05 FILLER PIC 9(01) VALUE 2.
           05 FILLER PIC X(50) VALUE
               "Assign 13 Rapoarte FLOARE EMIL/GradeAnomalies.txt".
      *> AUDVERIFY WRITES ITS BREAKS IN THE INSTALLATION ROOT
           05 FILLER PIC X(25) VALUE "AUDIT CHAIN BREAK".
           05 FILLER PIC 9(01) VALUE 1.
           05 FILLER PIC X(50) VALUE
               "AuditChainBreaks.txt".
      *> SO DOES ARCVERIFY ITS ARCHIVE FINDINGS
           05 FILLER PIC X(25) VALUE "ARCHIVE INTEGRITY".
           05 FILLER PIC 9(01) VALUE 1.
           05 FILLER PIC X(50) VALUE
               "ArchiveIntegrityFindings.txt".
           05 FILLER PIC X(25) VALUE "E-CATALOG REJECT".
           05 FILLER PIC 9(01) VALUE 1.
           05 FILLER PIC X(50) VALUE
               "Assign 07 FLOARE EMIL/ECatalogRejects.txt".
       01 SOURCE-LIST REDEFINES SOURCE-LIST-DATA.
           05 SOURCE-ENTRY OCCURS 11 TIMES INDEXED BY SOURCE-IDX.
               10 SRC-LABEL                PIC X(25).
               10 SRC-SEVERITY             PIC 9(01).
               10 SRC-PATH                 PIC X(50).

           PERFORM B0-READ-ONE-SOURCE THRU B0-READ-ONE-SOURCEZ
               VARYING SOURCE-IDX FROM 1 BY 1
               UNTIL SOURCE-IDX > 11

           PERFORM G-SORT-WORKLIST
           PERFORM H-WRITE-WORKLIST
               AT END
                   SET INP1-EOF            TO TRUE
               NOT AT END
      *> A TRAINING-COPY STAMP LINE IS NOT AN EXCEPTION
                   IF WS-DETAIL > SPACE
                   AND WS-DETAIL(1:3) NOT = "***"
                       PERFORM C0-FOLD-IN-ITEM
                   END-IF
               END-READ
