      *    RECORD LAYOUT FOR WARDXREF.DAT
      *    (WRITTEN BY LOADWARD, READ BY WARDRPT, ORPHAN PARK IDS
      *    DELETED BY INTEGSWEEP)
      *    WARD-PARK-ID CARRIES THE SAME EDITED PICTURE AS
      *    PARK-ID-IDX SO THE TWO FILES JOIN ON AN EQUAL KEY
       01  WARDXREFREC.
