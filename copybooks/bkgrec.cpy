      *    RECORD LAYOUT FOR BOOKINGS.DAT
      *    (WRITTEN BY BOOKCOURT/CLUBBOOK/RELOCATE, READ BY
      *    BOOKCOURT/BOOKROSTER, ORPHANS DELETED BY INTEGSWEEP)
      *    SLOT IS THE STARTING HOUR (06-21), COURT-NO NUMBERS THE
      *    COURTS AT A PARK SO A SLOT CAN HOLD ONE BOOKING PER COURT.
      *    PATRON-NO IS THE BOOKER ON PATRONS.DAT (ALTERNATE KEY) -
      *    NAME AND PHONE ARE COPIED FROM THE PATRON AT BOOKING TIME.
      *    NO-SHOW IS SET BY THE DESK WHEN THE PATRON NEVER ARRIVED
       01  BOOKINGREC.
           88  ENDOFBOOKINGS        VALUE HIGH-VALUES.
           05  BKG-KEY.
           05  BKG-PAID             PIC X.
               88  BKG-PAID-UP      VALUE 'P'.
               88  BKG-OWING        VALUE 'O'.
           05  BKG-PATRON-NO        PIC 9(6).
           05  BKG-NO-SHOW          PIC X.
               88  BKG-WAS-NO-SHOW  VALUE 'Y'.
