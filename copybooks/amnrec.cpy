      *    RECORD LAYOUT FOR AMENITYREG.DAT
      *    (WRITTEN BY AMENMAINT, READ BY AMENMAINT/CAPFCST)
      *    ONE ROW PER PARK (ROW ID) AND AMENITY.  AMENITY IS ONE OF
      *    THE SIX AMENITIES ON THE PARK MASTER OR COURT FOR THE
      *    PLAYING SURFACE, SPELT AS ON WORK ORDERS.  LIFE IS THE
      *    EXPECTED SERVICE LIFE IN YEARS, COST THE REPLACEMENT COST
      *    IN CURRENT DOLLARS.  A REPLACEMENT IS RECORDED BY SETTING
      *    THE INSTALL YEAR TO THE YEAR IT WAS REPLACED
       01  AMENITYREGREC.
           88  ENDOFAMENITIES       VALUE HIGH-VALUES.
           05  AMN-KEY.
               10  AMN-ROW-ID       PIC 9(3).
               10  AMN-AMENITY      PIC X(9).
           05  AMN-INSTALL-YEAR     PIC 9(4).
           05  AMN-LIFE-YEARS       PIC 9(2).
           05  AMN-REPLACE-COST     PIC 9(7)V99.
           05  AMN-NOTE             PIC X(30).
           05  AMN-UPDATED-DATE     PIC 9(8).
           05  AMN-OPERATOR         PIC X(8).
