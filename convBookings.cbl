           MOVE SPACES       TO BKG-BAND.
           MOVE ZEROES       TO BKG-CHARGE.
           MOVE 'O'          TO BKG-PAID.
           MOVE ZEROES       TO BKG-PATRON-NO.
           MOVE 'N'          TO BKG-NO-SHOW.

           WRITE BOOKINGREC
             INVALID KEY
