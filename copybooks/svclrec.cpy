      *    RECORD LAYOUT FOR SVC311LOG.DAT
      *    (WRITTEN BY SVC311 FOR EVERY 311 SERVICE REQUEST RECEIVED)
      *    RESULT N = NEW ORDER RAISED, L = LINKED TO AN ORDER ALREADY
      *    OPEN FOR THE SAME PARK AND AMENITY, R = REJECTED.  ROW-ID
      *    AND ORDER-NO ARE ZERO ON A REJECTED REQUEST
       01  SVC311LOGREC.
           88  ENDOFSVC311LOG       VALUE HIGH-VALUES.
           05  SVL-RUN-DATE         PIC 9(8).
           05  SVL-BATCH-NO         PIC 9(6).
           05  SVL-TICKET           PIC X(12).
           05  SVL-PARK-ID          PIC X(10).
           05  SVL-CATEGORY         PIC X(4).
           05  SVL-RESULT           PIC X.
               88  SVL-NEW-ORDER    VALUE 'N'.
               88  SVL-LINKED       VALUE 'L'.
               88  SVL-REJECTED     VALUE 'R'.
           05  SVL-ROW-ID           PIC 9(3).
           05  SVL-ORDER-NO         PIC 9(4).
           05  SVL-REASON           PIC X(30).
