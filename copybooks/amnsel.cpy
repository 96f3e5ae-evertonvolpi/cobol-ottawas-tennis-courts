           SELECT AMENITYREG ASSIGN TO "amenityReg.dat"
               FILE STATUS IS AMN-FILE-CHECK-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMN-KEY.
