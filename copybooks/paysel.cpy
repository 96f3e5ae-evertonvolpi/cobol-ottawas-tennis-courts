           SELECT PAYJOURNAL ASSIGN TO "paymentJournal.dat"
               FILE STATUS IS PAY-FILE-CHECK-KEY
               ORGANIZATION IS LINE SEQUENTIAL.
