      *          ACTIONS. CNPCHANGE, WITHDRAW, PROFDEPART AND
      *          NOTEARCH STAGE THEIR REQUESTS IN PendingActions.txt
      *          (FOUREYES) INSTEAD OF EXECUTING ON ONE OPERATOR'S
      *          SAY-SO, AND MOTIVARE STAGES THE DIRECTOR'S OVERRIDE
      *          OF A LATE EXCUSE DOCUMENT THE SAME WAY; THIS CONSOLE
      *          WALKS THE PENDING ENTRIES AND LETS A DIFFERENT
      *          OPERATOR APPROVE OR REJECT EACH ONE
      *          - SELF-APPROVAL IS REFUSED. AN APPROVED ENTRY IS
      *          CONSUMED BY THE NEXT RUN OF THE REQUESTING PROGRAM,
      *          WHICH STAMPS BOTH IDENTITIES INTO ITS AUDIT LINE.
