      *          WITH ITS CLASS AND THE STUDENT'S CURRENT GRADES AND
      *          AVERAGES STRAIGHT FROM NOTE, AND BACK TO THE MENU
      *          UNTIL QUIT - THE PHONE-ANSWERING TOOL THAT UNTIL NOW
      *          NEEDED SOMEONE WHO COULD DRIVE PRGBAT. THE OPERATOR
      *          SIGNS ON (OPSIGNON) AND EVERY STUDENT SHOWN IS LOGGED
      *          AGAINST THEM IN AccessLog.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       COPY ARCQ-INT.
       01 WS-ARQ-IDX                       PIC 9(03).

      *> OPERATOR SIGN-ON, AND THE READ-ACCESS LOG EVERY STUDENT
      *> SHOWN IS RECORDED IN UNDER THEIR ID
       COPY OPSIGN-INT.
       COPY ACCLOG-INT.


      *> SHARED CLASSIFICATION OF SQLSta VALUES INTO RETRYABLE VS
      *> FATAL, PLUS HOW OFTEN AND HOW LONG TO RETRY A TRANSIENT ONE
       S0  SECTION.
       S0A.
           DISPLAY "STUDENT LOOKUP CONSOLE"
           MOVE "CONSOLE"                  TO OPS-PROGRAM
           CALL "OPSIGNON" USING OPSIGN-INTERFACE
           IF OPS-DENIED
               DISPLAY OPS-MSG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           SET LOCK-ACQUIRE                TO TRUE
           MOVE "CONSOLE"                  TO LOCK-OWNER
           CALL "SQLLOCK" USING SQLLOCK-INTERFACE
           DISPLAY "FOUND: " WS-HIT-NUME " " WS-HIT-PRENUME
           DISPLAY "CNP:   " WS-HIT-CNP "   CLASA: " WS-HIT-CLASA
           PERFORM G0-SHOW-GRADES

           MOVE "CONSOLE"                  TO ACL-PROGRAM
           MOVE OPS-ID                     TO ACL-OPERATOR
           MOVE WS-HIT-CNP                 TO ACL-CNP
           MOVE "RECORD, CLASS AND CURRENT GRADES" TO ACL-SHOWN
           CALL "ACCLOG" USING ACCLOG-INTERFACE
           .
       R0-SHOW-RESULTZ.
           EXIT.
      *> AND WHATEVER THE CLOSED YEARS HOLD, MARKED AS ARCHIVED
           MOVE WS-HIT-CNP                 TO ARQ-CNP
           MOVE SPACE                      TO ARQ-YEAR
           MOVE "CONSOLE"                  TO ARQ-PROGRAM
           MOVE OPS-ID                     TO ARQ-OPERATOR
           CALL "ARCQUERY" USING ARCQ-INTERFACE
           IF ARQ-OK
               DISPLAY SPACE
