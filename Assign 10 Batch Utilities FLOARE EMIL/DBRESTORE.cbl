           05 RS-PARENT-PHONE              PIC X(15).
           05 FILLER                       PIC X(02).
           05 RS-PARENT-ADDR               PIC X(50).
           05 FILLER                       PIC X(02).
           05 RS-PARENT-EMAIL              PIC X(40).
           05 FILLER                       PIC X(02).
           05 RS-EMAIL-OPTIN               PIC X(01).
           05 FILLER                       PIC X(02).
           05 RS-LIMBA-CORESP              PIC X(02).

       01 WS-ROW-CLASE.
           05 RC-CLASA                     PIC X(04).
           05 FILLER                       PIC X(02).
           05 RC-STRUCTURA                 PIC X(04).

       01 WS-ROW-NOTE.
           05 RN-CNP                       PIC X(13).
           05 RN-TIP                       PIC X(01).
           05 FILLER                       PIC X(02).
           05 RN-AN-SCOLAR                 PIC X(09).
           05 FILLER                       PIC X(02).
           05 RN-CNP-PROF                  PIC X(13).

       01 WS-ROW-ABSENTE.
           05 RA-CNP                       PIC X(13).
           CALL "SQLESCAPE" USING SQLESC-INTERFACE
           MOVE ESC-OUT                    TO WS-ESC-4
           MOVE ESC-OUT-LEN                TO WS-ESC-4-LEN
      *> A DUMP TAKEN BEFORE THE COLUMNS EXISTED CARRIES THEM BLANK -
      *> THE ROW GOES BACK WITH THE COLUMNS' DEFAULTS
           IF RS-EMAIL-OPTIN = SPACE
               MOVE "N"                    TO RS-EMAIL-OPTIN
           END-IF
           IF RS-LIMBA-CORESP = SPACE
               MOVE "RO"                   TO RS-LIMBA-CORESP
           END-IF

           MOVE SPACE                      TO SQL-STATEMENT
           STRING "INSERT INTO STUDENTI(CNP, NUME, PRENUME, CLASA, "
               "DATANASTERII, SEX, PARENT_NAME, PARENT_PHONE, "
               "PARENT_ADDRESS, PARENT_EMAIL, EMAIL_OPTIN, "
               "LIMBA_CORESP) VALUES ('" RS-CNP "', '"
               WS-ESC-1(1:WS-ESC-1-LEN) "', '"
               WS-ESC-2(1:WS-ESC-2-LEN) "', '"
               RS-CLASA "', '" RS-DATAN "', '" RS-SEX "', '"
               WS-ESC-3(1:WS-ESC-3-LEN) "', '"
               RS-PARENT-PHONE "', '"
               WS-ESC-4(1:WS-ESC-4-LEN) "', '"
               RS-PARENT-EMAIL "', '" RS-EMAIL-OPTIN "', '"
               RS-LIMBA-CORESP "')"
               DELIMITED BY SIZE
           INTO SQL-STATEMENT
           .
       F2-BUILD-CLASE SECTION.
       F2-BUILD-CLASEA.
           MOVE WS-DUMP-LINE               TO WS-ROW-CLASE
      *> A DUMP TAKEN BEFORE THE SECOND SITE EXISTED: THE MAIN SCHOOL
           IF RC-STRUCTURA = SPACE
               MOVE "PJ"                   TO RC-STRUCTURA
           END-IF
           MOVE SPACE                      TO SQL-STATEMENT
           STRING "INSERT INTO CLASE (CLASA, STRUCTURA) VALUES ('"
               RC-CLASA "', '" RC-STRUCTURA "')" DELIMITED BY SIZE
           INTO SQL-STATEMENT
           .
       F2-BUILD-CLASEZ.

           MOVE SPACE                      TO SQL-STATEMENT
           STRING "INSERT INTO NOTE(CNP, MATERIE, NOTA, DATANOTA, "
               "TIPNOTA, ANSCOLAR, CNPPROF) VALUES ('" RN-CNP "', '"
               WS-ESC-1(1:WS-ESC-1-LEN) "', '"
               RN-NOTA "', '" RN-DATA "', '" RN-TIP "', '"
               RN-AN-SCOLAR "', '" RN-CNP-PROF "')" DELIMITED BY SIZE
           INTO SQL-STATEMENT
           .
       F3-BUILD-NOTEZ.
