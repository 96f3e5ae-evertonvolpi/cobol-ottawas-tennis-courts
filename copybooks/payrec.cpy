      *    RECORD LAYOUT FOR PAYMENTJOURNAL.DAT
      *    (WRITTEN BY PAYPOST AND BY BOOKCOURT WHEN A CHARGE IS PAID
      *    AT THE TIME OF BOOKING, READ BY DAYSHEET)
      *    ONE LINE PER PAYMENT TAKEN AGAINST A BOOKING.  THE BOOKING
      *    KEY FIELDS MATCH BKG-KEY ON BOOKINGS.DAT.  TENDER IS
      *    C = CASH, D = DEBIT, K = CREDIT CARD, Q = CHEQUE
       01  PAYMENTREC.
           88  ENDOFPAYMENTS        VALUE HIGH-VALUES.
           05  PAY-DATE             PIC 9(8).
           05  PAY-TIME             PIC 9(6).
           05  PAY-OPERATOR         PIC X(8).
           05  PAY-ROW-ID           PIC 9(3).
           05  PAY-BOOK-DATE        PIC 9(8).
           05  PAY-SLOT             PIC 9(2).
           05  PAY-COURT-NO         PIC 9(2).
           05  PAY-PATRON-NO        PIC 9(6).
           05  PAY-AMOUNT           PIC 9(3)V99.
           05  PAY-TENDER           PIC X.
               88  PAY-CASH         VALUE 'C'.
               88  PAY-DEBIT        VALUE 'D'.
               88  PAY-CREDIT       VALUE 'K'.
               88  PAY-CHEQUE       VALUE 'Q'.
               88  PAY-TENDER-OK    VALUE 'C' 'D' 'K' 'Q'.
           05  PAY-PROGRAM          PIC X(10).
