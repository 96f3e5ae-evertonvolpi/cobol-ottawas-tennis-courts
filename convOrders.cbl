           MOVE 3                 TO WO-PRIORITY.
           MOVE SPACES            TO WO-CREW.
           MOVE ZEROES            TO WO-TARGET-DATE.
           MOVE ZEROES            TO WO-DATE-COMPLETED.

           WRITE WORKORDERREC
             INVALID KEY
