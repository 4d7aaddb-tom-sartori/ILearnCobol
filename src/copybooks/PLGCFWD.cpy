      ******************************************************************
      * Copybook: PLGCFWD
      * Purpose:  Record layout for the PLAGES-CARRY-FORWARD file.
      *           The one or two work entries left over at the end
      *           of a 02-Manipulations batch run (too few to make a
      *           triplet) are written here instead of being dropped,
      *           and the next run puts them at the front of its
      *           queue so they complete a triplet then. The file is
      *           rewritten by every batch run, so it only ever holds
      *           the entries still waiting. CF-FIRST-CARRIED-DATE is
      *           the run date the entry was first left over; it
      *           survives further carries so the register can show
      *           how many nights an entry waited.
      ******************************************************************
       01  PLAGES-CARRY-RECORD.
           05  CF-SOURCE-KEY              PIC X(26).
           05  CF-VALUE                   PIC 9(15).
           05  CF-FIRST-CARRIED-DATE      PIC X(8).
