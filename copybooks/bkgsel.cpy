               FILE STATUS IS BKG-FILE-CHECK-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKG-KEY
               ALTERNATE RECORD KEY IS BKG-PATRON-NO WITH DUPLICATES.
