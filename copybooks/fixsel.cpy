           SELECT INTEGRITYFIX ASSIGN TO "integrityFix.dat"
               FILE STATUS IS FIX-FILE-CHECK-KEY
               ORGANIZATION IS LINE SEQUENTIAL.
