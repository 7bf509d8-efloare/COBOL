      ******************************************************************
      * ARCSEAL-INT.cpy
      * Interface for ARCSEAL.cbl, the archive manifest writer. Every
      * program that writes, appends to or rewrites one of the
      * retained archives (NoteArchive_<YEAR>, ArchivedStudents,
      * ArchivedNotes, ArchivedAbsences, Alumni, ProfArchive,
      * RegistruMatricol) calls it once the file is closed; the
      * module records the file's row count and cksum fingerprint in
      * ArchiveManifest.txt beside the archive. ARCVERIFY recomputes
      * both every month and reports any archive that has drifted.
      ******************************************************************
           01 ARCSEAL-INTERFACE.
      *> THE ARCHIVE AS THE CALLER ASSIGNS IT (RELATIVE TO ITS OWN
      *> DIRECTORY); THE MANIFEST LIVES IN THE SAME DIRECTORY
               05 ARS-FILE             PIC X(80).
      *> A = ROWS WERE APPENDED: THE ROWS THE MANIFEST ALREADY KNEW
      *> MUST STILL FINGERPRINT AS RECORDED, OR THE ENTRY IS MARKED
      *> TAMPERED (AND STAYS SO ACROSS LATER APPENDS);
      *> R = THE WHOLE FILE WAS LEGITIMATELY REWRITTEN (EXTRACT,
      *> ANONYMIZATION, SPELLING FIX, RESTORE) - A FRESH BASELINE
               05 ARS-MODE             PIC X(01).
                   88 ARS-APPEND       VALUE "A".
                   88 ARS-REWRITE      VALUE "R".
               05 ARS-WRITER           PIC X(10).
      *> OUT: WHAT WAS RECORDED
               05 ARS-ROWS             PIC 9(08).
               05 ARS-FINGERPRINT      PIC 9(10).
               05 ARS-STATE            PIC X(08).
                   88 ARS-SEALED       VALUE "SEALED".
                   88 ARS-TAMPERED     VALUE "TAMPERED".
                   88 ARS-ABSENT       VALUE "ABSENT".
