      *    RECORD LAYOUT FOR REINSPQUEUE.DAT
      *    (WRITTEN BY INSPFOLLOW, READ BY INSPWORK)
      *    ONE ROW PER CLOSED PARK WAITING FOR A VERIFICATION
      *    RE-INSPECTION AFTER ITS REPAIR ORDER WENT TO DONE.
      *    ORDER-NO IS THE HIGHEST DONE ORDER THAT QUEUED IT SO THE
      *    SAME REPAIR IS NOT QUEUED TWICE.  INSPWORK PUTS PENDING
      *    ROWS AT THE HEAD OF THE WORKLIST AND INSPFOLLOW MARKS THEM
      *    COMPLETE WHEN THE NEXT INSPECTION FOR THE PARK ARRIVES
       01  REINSPQREC.
           88  ENDOFREINSPQ         VALUE HIGH-VALUES.
           05  RQ-ROW-ID            PIC 9(3).
           05  RQ-QUEUED-DATE       PIC 9(8).
           05  RQ-ORDER-NO          PIC 9(4).
           05  RQ-STATUS            PIC X.
               88  RQ-PENDING       VALUE 'P'.
               88  RQ-COMPLETE      VALUE 'C'.
           05  RQ-VERIFIED-DATE     PIC 9(8).
