      *    RECORD LAYOUT FOR WORKORDERS.DAT
      *    (WRITTEN BY WORKORDER/INSPFOLLOW/SVC311, READ BY WORKORDER/
      *    WORKORDRPT/READINDEX/INSPFOLLOW/SVC311/COSTPOST/COSTRPT/
      *    INTEGSWEEP/CAPFCST)
      *    DATE-COMPLETED IS SET BY WORKORDER WHEN THE ORDER GOES DONE
      *    AND IS ZERO OTHERWISE (ALSO ZERO ON ORDERS THAT WERE ALREADY
      *    DONE WHEN THE FIELD WAS ADDED)
       01  WORKORDERREC.
           88  ENDOFWORKORDERS      VALUE HIGH-VALUES.
           05  WO-KEY.
               88  WO-ROUTINE       VALUE 3.
           05  WO-CREW              PIC X(3).
           05  WO-TARGET-DATE       PIC 9(8).
           05  WO-DATE-COMPLETED    PIC 9(8).
