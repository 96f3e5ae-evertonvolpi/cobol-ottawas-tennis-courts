           SELECT REGIONBUDGET ASSIGN TO "regionBudget.dat"
               FILE STATUS IS BUD-FILE-CHECK-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUD-KEY.
