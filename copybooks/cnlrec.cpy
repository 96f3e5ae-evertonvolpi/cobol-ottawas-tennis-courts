      *    RECORD LAYOUT FOR CANCELLOG.DAT
      *    (WRITTEN BY BOOKCOURT WHEN A BOOKING IS CANCELLED AND BY
      *    CLUBBOOK WHEN A CLUB WITHDRAWS FROM ITS SEASON AND BY
      *    RELOCATE WHEN NO OTHER COURT CAN BE FOUND FOR A BOOKING AND
      *    BY INTEGSWEEP WHEN IT CANCELS A BOOKING FOR A MISSING PARK,
      *    READ BY DAYSHEET TO RECONCILE THE DAY'S CHARGES AND BY
      *    REFUNDREG FOR THE REFUND REGISTER)
      *    CANCEL-TIME AND PATRON-NO ARE BLANK ON ENTRIES LOGGED
      *    BEFORE THEY WERE CARRIED - TEST THEM NUMERIC BEFORE USE.
      *    SOURCE SAYS WHO CANCELLED; RELOCATE AND INTEGSWEEP ENTRIES
      *    ARE CANCELLED BY THE CITY.  BLANK ON OLDER ENTRIES, WHICH
      *    ARE TAKEN AS DESK CANCELS
       01  CANCELREC.
           88  ENDOFCANCELS         VALUE HIGH-VALUES.
           05  CNL-CANCEL-DATE      PIC 9(8).
           05  CNL-BAND             PIC X(8).
           05  CNL-CHARGE           PIC 9(3)V99.
           05  CNL-PAID             PIC X.
           05  CNL-CANCEL-TIME      PIC 9(6).
           05  CNL-PATRON-NO        PIC 9(6).
           05  CNL-SOURCE           PIC X.
               88  CNL-FROM-DESK    VALUE 'D' ' '.
               88  CNL-FROM-CLUB    VALUE 'C'.
               88  CNL-FROM-RELOCATE VALUE 'R'.
               88  CNL-FROM-INTEGRITY VALUE 'I'.
               88  CNL-CITY-CANCEL  VALUE 'R' 'I'.
