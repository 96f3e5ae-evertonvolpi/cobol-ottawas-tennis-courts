           SELECT COSTLEDGER ASSIGN TO "woCostLedger.dat"
               FILE STATUS IS COST-FILE-CHECK-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COST-KEY.
