      *    RECORD LAYOUT FOR INSPECTORS.DAT
      *    (WRITTEN BY INSPMAINT, READ BY INSPWORK/MAINTCOURT/
      *    INSPSUMM/INTEGSWEEP)
      *    THE CODE MATCHES HIST-INSPECTOR ON INSPHISTORY.DAT AND
      *    THE HOME REGION STEERS WORKLIST ASSIGNMENT
       01  INSPECTORREC.
