      *    RECORD LAYOUT FOR PROMOTIONLOG.DAT
      *    (WRITTEN BY BOOKCOURT/CLUBBOOK WHEN A CANCELLATION PROMOTES
      *    THE FIRST WAITLISTED PARTY, READ BY BOOKROSTER)
       01  PROMOREC.
           88  ENDOFPROMOS          VALUE HIGH-VALUES.
           05  PROMO-DATE           PIC 9(8).
