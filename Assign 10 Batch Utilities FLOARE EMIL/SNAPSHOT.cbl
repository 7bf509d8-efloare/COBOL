           05 FILLER                       PIC X(01) VALUE SPACE.
           05 REG-NOTE                     PIC X(30).

      *> A RESTORED REGISTER IS RE-SEALED IN ITS ArchiveManifest.txt
       COPY ARCSEAL-INT.

      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               CALL "SYSTEM" USING WS-COMMAND
               IF RETURN-CODE = 0
                   DISPLAY OPF-HOMEPATH(OPFILE-IDX) " RESTORED"
                   IF OPF-SNAPNAME(OPFILE-IDX) =
                      "F01_RegistruMatricol.txt"
                       MOVE OPF-HOMEPATH(OPFILE-IDX) TO ARS-FILE
                       SET ARS-REWRITE     TO TRUE
                       MOVE "SNAPSHOT"     TO ARS-WRITER
                       CALL "ARCSEAL" USING ARCSEAL-INTERFACE
                   END-IF
               ELSE
                   DISPLAY OPF-SNAPNAME(OPFILE-IDX)
                       " NOT IN SNAPSHOT - HOME FILE LEFT AS IS"
