      ******************************************************************
      * FEEDDROP-INT.cpy
      * Interface for FEEDDROP.cbl, through which every producer of a
      * nightly CSV feed (Note.csv, Absente.csv) writes its rows.
      * Nobody appends to the feed itself any more: each producer
      * writes its own dated drop file into the feed's inbound
      * directory, sealed with its own FEEDSEAL-format trailer when it
      * is closed, and FEEDMERGE consolidates the drops into the feed
      * before FEEDCHECK runs.
      *   DRP-OPEN  - DRP-FEED, DRP-SOURCE and DRP-INBOUND set by the
      *               caller; starts <Feed>_<DATE>_<TIME>_<SOURCE>
      *               and returns its name in DRP-NAME
      *   DRP-WRITE - appends DRP-ROW to the open drop
      *   DRP-CLOSE - seals the drop and releases it to the merge
      *               (an empty drop is simply removed)
      * The caller keeps the whole interface between calls and sets
      * DRP-IS-CLOSED once before its first call.
      ******************************************************************
           01 FEEDDROP-INTERFACE.
               05 DRP-ACTION           PIC X(01).
                   88 DRP-OPEN         VALUE "O".
                   88 DRP-WRITE        VALUE "W".
                   88 DRP-CLOSE        VALUE "C".
      *> Note / Absente - THE FEED THE ROWS BELONG TO
               05 DRP-FEED             PIC X(10).
      *> THE PRODUCING PROGRAM, CARRIED IN THE DROP'S NAME
               05 DRP-SOURCE           PIC X(12).
      *> THE FEED'S INBOUND DIRECTORY, RELATIVE TO THE CALLER
               05 DRP-INBOUND          PIC X(60).
               05 DRP-ROW              PIC X(200).
      *> SET BY FEEDDROP
               05 DRP-NAME             PIC X(60).
               05 DRP-ROW-COUNT        PIC 9(08).
               05 DRP-STATE            PIC X(01).
                   88 DRP-IS-OPEN      VALUE "O".
                   88 DRP-IS-CLOSED    VALUE "C".
               05 DRP-RESULT           PIC X(01).
                   88 DRP-OK           VALUE "0".
                   88 DRP-FAILED       VALUE "1".
