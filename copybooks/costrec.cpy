      *    RECORD LAYOUT FOR WOCOSTLEDGER.DAT
      *    (WRITTEN BY COSTPOST, READ BY COSTPOST/COSTRPT)
      *    ONE ROW PER CHARGE POSTED AGAINST A WORK ORDER.  THE FIRST
      *    SEVEN BYTES OF THE KEY MATCH WO-KEY ON WORKORDERS.DAT AND
      *    SEQ NUMBERS THE CHARGES WITHIN THE ORDER.  TYPE IS
      *    L = LABOUR, M = MATERIALS, C = CONTRACTOR.  LABOUR IS
      *    POSTED AS HOURS AT THE RATE IN FORCE (AMOUNT = HOURS X
      *    RATE); MATERIALS AND CONTRACTOR CHARGES CARRY THE AMOUNT
      *    ONLY.  COST-DATE IS THE DATE THE WORK WAS DONE OR THE
      *    INVOICE DATED AND DECIDES THE REPORTING MONTH
       01  COSTLEDGERREC.
           88  ENDOFCOSTS           VALUE HIGH-VALUES.
           05  COST-KEY.
               10  COST-ROW-ID      PIC 9(3).
               10  COST-ORDER-NO    PIC 9(4).
               10  COST-SEQ         PIC 9(3).
           05  COST-TYPE            PIC X.
               88  COST-LABOUR      VALUE 'L'.
               88  COST-MATERIALS   VALUE 'M'.
               88  COST-CONTRACTOR  VALUE 'C'.
               88  COST-TYPE-OK     VALUE 'L' 'M' 'C'.
           05  COST-DATE            PIC 9(8).
           05  COST-HOURS           PIC 9(3)V9.
           05  COST-RATE            PIC 9(3)V99.
           05  COST-AMOUNT          PIC 9(7)V99.
           05  COST-CREW            PIC X(3).
           05  COST-REFERENCE       PIC X(20).
           05  COST-POSTED-DATE     PIC 9(8).
           05  COST-OPERATOR        PIC X(8).
