      *    RECORD LAYOUT FOR INTEGRITYFIX.DAT
      *    (WRITTEN BY INTEGSWEEP IN REPAIR MODE)
      *    ONE ROW PER ORPHAN OR STALE RECORD REMOVED BY THE SWEEP,
      *    WITH THE RECORD AS IT STOOD BEFORE THE FIX.  THE RUN ITSELF
      *    IS SUMMARISED ON BATCHRUNLOG.DAT AS USUAL - THIS FILE CARRIES
      *    THE DETAIL BEHIND THAT RUN LOG ENTRY.  ACTION IS
      *    D = RECORD DELETED, X = ROW DROPPED WHEN THE FILE WAS
      *    REWRITTEN
       01  INTEGRITYFIXREC.
           88  ENDOFFIXES           VALUE HIGH-VALUES.
           05  FIX-DATE             PIC 9(8).
           05  FIX-TIME             PIC 9(6).
           05  FIX-OPERATOR         PIC X(8).
           05  FIX-FILE             PIC X(12).
           05  FIX-ACTION           PIC X.
               88  FIX-DELETED      VALUE 'D'.
               88  FIX-DROPPED      VALUE 'X'.
           05  FIX-KEY              PIC X(32).
           05  FIX-REASON           PIC X(40).
           05  FIX-BEFORE-IMAGE     PIC X(100).
