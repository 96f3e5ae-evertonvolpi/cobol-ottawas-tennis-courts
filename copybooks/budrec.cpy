      *    RECORD LAYOUT FOR REGIONBUDGET.DAT
      *    (WRITTEN BY COSTPOST, READ BY COSTRPT)
      *    ONE ROW PER BUDGET YEAR AND REGION.  BUD-REGION HOLDS THE
      *    REGION NAME EXACTLY AS CARRIED IN REGION-IDX ON THE PARK
      *    MASTER.  AMOUNT IS THE ANNUAL MAINTENANCE BUDGET IN DOLLARS
      *    AND CENTS
       01  REGIONBUDGETREC.
           88  ENDOFBUDGETS         VALUE HIGH-VALUES.
           05  BUD-KEY.
               10  BUD-YEAR         PIC 9(4).
               10  BUD-REGION       PIC A(13).
           05  BUD-AMOUNT           PIC 9(9)V99.
           05  BUD-SET-DATE         PIC 9(8).
           05  BUD-OPERATOR         PIC X(8).
