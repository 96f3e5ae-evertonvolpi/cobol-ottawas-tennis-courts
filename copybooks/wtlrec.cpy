      *    RECORD LAYOUT FOR WAITLIST.DAT
      *    (WRITTEN BY BOOKCOURT, READ BY BOOKCOURT/CLUBBOOK,
      *    ORPHAN AND PAST ENTRIES DELETED BY INTEGSWEEP)
      *    SEQ NUMBERS THE PARTIES WAITING ON A FULL ROW/DATE/SLOT
      *    IN ARRIVAL ORDER SO THE LOWEST SEQ IS PROMOTED FIRST.
      *    PATRON-NO IS THE WAITING PATRON ON PATRONS.DAT
       01  WAITLISTREC.
           88  ENDOFWAITLIST        VALUE HIGH-VALUES.
           05  WTL-KEY.
               10  WTL-SEQ          PIC 9(3).
           05  WTL-NAME             PIC X(30).
           05  WTL-PHONE            PIC X(12).
           05  WTL-PATRON-NO        PIC 9(6).
