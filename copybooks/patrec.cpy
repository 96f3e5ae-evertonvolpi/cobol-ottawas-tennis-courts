      *    RECORD LAYOUT FOR PATRONS.DAT
      *    (WRITTEN BY PATMAINT/BOOKCOURT, READ BY BOOKCOURT/PAYPOST/
      *    ARAGING/REFUNDREG)
      *    ONE ROW PER REGISTERED PATRON.  BOOKINGS CARRY THE PATRON
      *    NUMBER AND THE RESIDENT DISCOUNT IS TAKEN FROM THE VERIFIED
      *    RESIDENT FLAG HERE.  EACH RECORDED NO-SHOW ADDS A STRIKE -
      *    AT THE STRIKE LIMIT THE PATRON IS SUSPENDED UNTIL THE
      *    SUSPEND-UNTIL DATE, AFTER WHICH BOOKCOURT REINSTATES THEM
       01  PATRONREC.
           88  ENDOFPATRONS         VALUE HIGH-VALUES.
           05  PAT-NO               PIC 9(6).
           05  PAT-NAME             PIC X(30).
           05  PAT-PHONE            PIC X(12).
           05  PAT-RESIDENT         PIC X.
               88  PAT-IS-RESIDENT  VALUE 'Y'.
           05  PAT-STATUS           PIC X.
               88  PAT-ACTIVE       VALUE 'A'.
               88  PAT-SUSPENDED    VALUE 'S'.
               88  PAT-CLOSED       VALUE 'C'.
           05  PAT-STRIKES          PIC 9(2).
           05  PAT-LAST-NOSHOW      PIC 9(8).
           05  PAT-SUSPEND-UNTIL    PIC 9(8).
           05  PAT-DATE-JOINED      PIC 9(8).
