      *          TRIAGE AND HOUSEKEEP). GIVEN A CNP LIST
      *          (AnonymizeList.txt) OR AN AGE THRESHOLD, IT REDACTS
      *          THE PERSONAL IDENTIFIERS IN ArchivedStudents.txt,
      *          ArchivedNotes.txt, Alumni.txt, NotifiedGrades.txt AND
      *          THE GRADUATE DESTINATION REGISTER Destinatii.txt
      *          - EACH TARGET CNP IS REPLACED BY A STABLE PSEUDONYM
      *          SO A STUDENT'S ROWS STAY LINKABLE FOR STATISTICS,
      *          THE NAME/CONTACT TAIL OF THE STUDENT AND ALUMNI
             "Assign 08 Angry Parrents FLOARE EMIL/NotifiedGrades.txt".
           05 FILLER PIC 9(03) VALUE 001.
           05 FILLER PIC 9(03) VALUE 000.
           05 FILLER PIC X(20) VALUE "DESTINATII".
           05 FILLER PIC X(60) VALUE
               "Assign 12 Secretariat FLOARE EMIL/Destinatii.txt".
           05 FILLER PIC 9(03) VALUE 001.
           05 FILLER PIC 9(03) VALUE 000.
       01 ANON-FILE-LIST REDEFINES ANON-FILE-LIST-DATA.
           05 ANON-FILE-ENTRY OCCURS 5 TIMES INDEXED BY AF-IDX.
               10 AF-LABEL                 PIC X(20).
               10 AF-PATH                  PIC X(60).
               10 AF-CNP-COL               PIC 9(03).
           88 INP1-EOF                     VALUE "E".
           88 INP1-NEOF                    VALUE "N".

      *> A REDACTED ARCHIVE IS RE-SEALED IN ITS ArchiveManifest.txt
       COPY ARCSEAL-INT.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

           PERFORM F0-REDACT-ONE-FILE THRU F0-REDACT-ONE-FILEZ
               VARYING AF-IDX FROM 1 BY 1
               UNTIL AF-IDX > 5

           PERFORM L0-DELETE-LETTERS THRU L0-DELETE-LETTERSZ
               VARYING WS-TARGET-IDX FROM 1 BY 1
       B1-COLLECT-BY-AGEA.
           PERFORM B2-SCAN-ONE-FILE THRU B2-SCAN-ONE-FILEZ
               VARYING AF-IDX FROM 1 BY 1
               UNTIL AF-IDX > 5
           .
       B1-COLLECT-BY-AGEZ.
           EXIT.
                  "'" DELIMITED BY SIZE
           INTO WS-COPY-COMMAND
           CALL "SYSTEM" USING WS-COPY-COMMAND
      *> NotifiedGrades.txt AND Destinatii.txt ARE WORKING FILES,
      *> NOT ARCHIVES
           IF AF-LABEL(AF-IDX) NOT = "NOTIFIED GRADES"
           AND AF-LABEL(AF-IDX) NOT = "DESTINATII"
               MOVE AF-PATH(AF-IDX)        TO ARS-FILE
               SET ARS-REWRITE             TO TRUE
               MOVE "ANONYMIZE"            TO ARS-WRITER
               CALL "ARCSEAL" USING ARCSEAL-INTERFACE
           END-IF
           DISPLAY AF-LABEL(AF-IDX) ": " WS-FILE-REDACTED
               " LINES REDACTED"
           .
           EXIT.

      *> THE FILED LETTERS ARE PERSONAL THROUGH AND THROUGH - FOR A
      *> TARGET CNP THEY ARE DELETED, NOT REDACTED, AND SO ARE ANY
      *> E-MAIL COPIES STILL WAITING IN Outbox/ FOR THE RELAY
       L0-DELETE-LETTERS SECTION.
       L0-DELETE-LETTERSA.
           MOVE SPACE                      TO WS-RM-COMMAND
                  "* 2>/dev/null" DELIMITED BY SIZE
           INTO WS-RM-COMMAND
           CALL "SYSTEM" USING WS-RM-COMMAND
           MOVE SPACE                      TO WS-RM-COMMAND
           STRING "rm -f 'Assign 08 Angry Parrents FLOARE EMIL/"
                  "Outbox/'*" DELIMITED BY SIZE
                  TG-CNP(WS-TARGET-IDX) DELIMITED BY " "
                  "* 2>/dev/null" DELIMITED BY SIZE
           INTO WS-RM-COMMAND
           CALL "SYSTEM" USING WS-RM-COMMAND
           MOVE 0 TO RETURN-CODE
           .
       L0-DELETE-LETTERSZ.
