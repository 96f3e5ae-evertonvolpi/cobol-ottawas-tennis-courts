           DISPLAY 'FENCE            ENTER 4'.
           DISPLAY 'PRACTICE COURT   ENTER 5'.
           DISPLAY 'BACKWALL         ENTER 6'.
           DISPLAY 'COURT SURFACE    ENTER 7'.
           ACCEPT WS-AMENITY-CHOICE.
           EVALUATE WS-AMENITY-CHOICE
               WHEN 1
               WHEN 6
                   MOVE 'BACKWALL'  TO WS-AMENITY
                   MOVE BACKWALL-IDX(1:1)  TO WS-AMENITY-FLAG
               WHEN 7
                   MOVE 'COURT'     TO WS-AMENITY
                   MOVE 'Y'                TO WS-AMENITY-FLAG
               WHEN OTHER
                   DISPLAY 'WORKORDER: PLEASE ENTER 1 THROUGH 7'
                   MOVE SPACES TO WS-AMENITY
           END-EVALUATE.

               MOVE ZEROES TO WO-TARGET-DATE
           END-IF.

           MOVE ZEROES TO WO-DATE-COMPLETED.

           WRITE WORKORDERREC
             INVALID KEY
                DISPLAY 'WORKORDER: UNABLE TO WRITE ORDER, STATUS ',
           DISPLAY '  ', WO-DESCRIPTION.
           DISPLAY '  PRIORITY ', WO-PRIORITY, '  CREW ', WO-CREW,
              '  TARGET ', WO-TARGET-DATE.
           IF WO-DONE
               DISPLAY '  COMPLETED ', WO-DATE-COMPLETED
           END-IF.
           DISPLAY 'OPEN             ENTER O'.
           DISPLAY 'ASSIGNED         ENTER A'.
           DISPLAY 'DONE             ENTER D'.
           EVALUATE WS-STATUS-CHOICE
               WHEN 'O'
                   MOVE 'OPEN'     TO WO-STATUS
                   MOVE ZEROES     TO WO-DATE-COMPLETED
               WHEN 'A'
                   MOVE 'ASSIGNED' TO WO-STATUS
                   MOVE ZEROES     TO WO-DATE-COMPLETED
               WHEN 'D'
                   PERFORM 0450-COMPLETION-DATE THRU 0450-END
                   MOVE 'DONE'     TO WO-STATUS
               WHEN OTHER
                   CONTINUE

	   0400-END.

	   0450-COMPLETION-DATE.

           IF WO-DONE AND WO-DATE-COMPLETED NOT = ZEROES
               DISPLAY 'DATE COMPLETED YYYYMMDD (BLANK = NO CHANGE): '
                  WITH NO ADVANCING
           ELSE
               DISPLAY 'DATE COMPLETED YYYYMMDD (BLANK = TODAY): '
                  WITH NO ADVANCING
               MOVE ZEROES TO WO-DATE-COMPLETED
           END-IF.
           MOVE SPACES TO WS-DATE-FIELD.
           ACCEPT WS-DATE-FIELD.
           IF WS-DATE-FIELD(1:8) NUMERIC
               MOVE WS-DATE-FIELD(1:8) TO WO-DATE-COMPLETED
           END-IF.
           IF WO-DATE-COMPLETED = ZEROES
               ACCEPT WO-DATE-COMPLETED FROM DATE YYYYMMDD
           END-IF.

           IF WO-DATE-COMPLETED < WO-DATE-REPORTED
               DISPLAY 'WORKORDER: COMPLETED BEFORE REPORTED - ',
                  'TODAY USED'
               ACCEPT WO-DATE-COMPLETED FROM DATE YYYYMMDD
           END-IF.

	   0450-END.

	   9000-END-PROGRAM.
           CLOSE TENNISCOURTS, WORKORDERS.
           STOP RUN.
