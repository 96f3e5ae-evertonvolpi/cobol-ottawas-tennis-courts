           SELECT PATRONS ASSIGN TO "patrons.dat"
               FILE STATUS IS PAT-FILE-CHECK-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAT-NO.
