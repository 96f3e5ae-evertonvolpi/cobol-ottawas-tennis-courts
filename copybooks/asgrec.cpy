      *    RECORD LAYOUT FOR INSPASSIGN.DAT
      *    (REWRITTEN BY EACH INSPWORK RUN, READ BY INSPSUMM,
      *    ORPHAN ROWS DROPPED BY INTEGSWEEP)
      *    ONE ROW PER DUE COURT ASSIGNED TO AN INSPECTOR FOR THE
      *    SCHEDULED MONTH
       01  INSPASSIGNREC.
