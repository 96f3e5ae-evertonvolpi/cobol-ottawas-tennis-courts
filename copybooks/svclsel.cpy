           SELECT SVC311LOG ASSIGN TO "svc311Log.dat"
               FILE STATUS IS SVL-FILE-CHECK-KEY
               ORGANIZATION IS LINE SEQUENTIAL.
