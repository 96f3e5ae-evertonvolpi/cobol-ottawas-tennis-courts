           SELECT REINSPQUEUE ASSIGN TO "reinspQueue.dat"
               FILE STATUS IS RQ-FILE-CHECK-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-ROW-ID.
