      *    RECORD LAYOUT FOR INSPHISTORY.DAT
      *    (WRITTEN BY MAINTCOURT, READ BY INSPWORK/INSPFOLLOW/
      *    INTEGSWEEP)
       01  INSPHISTREC.
           88  ENDOFHISTORY         VALUE HIGH-VALUES.
           05  HIST-KEY.
