      *    ONE ROW PER SLOT BAND - A SLOT BELONGS TO THE FIRST BAND
      *    WHOSE FROM/TO RANGE COVERS ITS STARTING HOUR.  THE RATE
      *    CARRIES TWO IMPLIED DECIMALS AND THE RESIDENT DISCOUNT
      *    IS A WHOLE PERCENTAGE TAKEN OFF THE RATE.  PRIME = Y MARKS
      *    A PRIME-TIME BAND - BOOKINGS IN PRIME BANDS COUNT TOWARDS
      *    EACH PATRON'S WEEKLY PRIME-TIME LIMIT
       01  FEESCHEDREC.
           88  ENDOFFEES            VALUE HIGH-VALUES.
           05  FEE-BAND             PIC X(8).
           05  FEE-SLOT-TO          PIC 9(2).
           05  FEE-RATE             PIC 9(3)V99.
           05  FEE-RES-DISC-PCT     PIC 9(2).
           05  FEE-PRIME            PIC X.
               88  FEE-IS-PRIME     VALUE 'Y'.
