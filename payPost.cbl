       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYPOST.
       AUTHOR. EVERTON VOLPI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "bkgsel.cpy".

           COPY "patsel.cpy".

           COPY "paysel.cpy".

           COPY "oprsel.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD BOOKINGS.
           COPY "bkgrec.cpy".

       FD PATRONS.
           COPY "patrec.cpy".

       FD PAYJOURNAL.
           COPY "payrec.cpy".

       FD OPERATORS.
           COPY "oprrec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER               PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

       01  WS-WORK-AREAS.
           COPY "signonws.cpy".
           05  BKG-FILE-CHECK-KEY  PIC X(2).
               88 BOOKINGFOUND     VALUE "00".
           05  PAT-FILE-CHECK-KEY  PIC X(2).
               88 PATRONFOUND      VALUE "00".
           05  PAY-FILE-CHECK-KEY  PIC X(2).
           05  MENU-CHOICE         PIC A.
           05  WS-CONFIRM          PIC A.
           05  WS-TENDER           PIC X.
               88 TENDER-OK        VALUE 'C' 'D' 'K' 'Q'.
           05  WS-LIST-DONE        PIC X.
               88 LIST-DONE        VALUE 'Y'.
           05  WS-TARGET-PATRON    PIC 9(6).
           05  WS-OWING-COUNT      PIC 9(3).
           05  WS-POSTED-COUNT     PIC 9(3).
           05  WS-POSTED-AMT       PIC 9(5)V99.
           05  WS-CHARGE-ED        PIC ZZ9.99.
           05  WS-TOTAL-ED         PIC ZZ,ZZ9.99.
           05  WS-TIME-NOW         PIC 9(8).

       PROCEDURE DIVISION.

       0100-BEGIN.

           PERFORM 9600-SIGN-ON THRU 9600-END.
           IF NOT SIGNED-ON
               STOP RUN
           END-IF.
           IF SIGNON-INQUIRY
               DISPLAY 'PAYPOST: POSTING PAYMENTS NEEDS THE UPDATE OR ',
                  'ADMIN ROLE'
               STOP RUN
           END-IF.

           OPEN I-O BOOKINGS.
           IF BKG-FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", BKG-FILE-CHECK-KEY
               GO TO 9000-END-PROGRAM
           END-IF.

           OPEN INPUT PATRONS.
           IF PAT-FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", PAT-FILE-CHECK-KEY
               GO TO 9000-END-PROGRAM
           END-IF.

           PERFORM 0150-MENU.

           GO TO 9000-END-PROGRAM.

       0150-MENU.
           DISPLAY 'POST ONE BOOKING          ENTER P'.
           DISPLAY 'POST FOR A PATRON         ENTER O'.
           DISPLAY 'QUIT                      ENTER Q'.
           ACCEPT MENU-CHOICE.
           EVALUATE MENU-CHOICE
               WHEN 'P'
                   PERFORM 0200-POST-BOOKING THRU 0200-END
                   PERFORM 0150-MENU
               WHEN 'O'
                   PERFORM 0300-POST-FOR-PATRON THRU 0300-END
                   PERFORM 0150-MENU
               WHEN 'Q'
                   PERFORM 9000-END-PROGRAM
               WHEN OTHER
                   DISPLAY 'PLEASE ENTER P, O OR Q'
                   PERFORM 0150-MENU
           END-EVALUATE.
       0150-END.

       0200-POST-BOOKING.

           DISPLAY 'ENTER COURT ROW ID (3 DIGITS): '
              WITH NO ADVANCING.
           ACCEPT BKG-ROW-ID.
           DISPLAY 'ENTER BOOKING DATE YYYYMMDD: '
              WITH NO ADVANCING.
           ACCEPT BKG-DATE.
           DISPLAY 'ENTER TIME SLOT - STARTING HOUR: '
              WITH NO ADVANCING.
           ACCEPT BKG-SLOT.
           DISPLAY 'ENTER COURT NUMBER (FROM LOOKUP): '
              WITH NO ADVANCING.
           ACCEPT BKG-COURT-NO.

           READ BOOKINGS
             KEY IS BKG-KEY
             INVALID KEY
                DISPLAY 'PAYPOST: NO SUCH BOOKING'
           END-READ.

           IF NOT BOOKINGFOUND
               GO TO 0200-END
           END-IF.

           IF NOT BKG-OWING OR BKG-CHARGE = ZEROES
               DISPLAY 'PAYPOST: NOTHING OWING ON THIS BOOKING'
               GO TO 0200-END
           END-IF.

           PERFORM 0400-TAKE-PAYMENT THRU 0400-END.

       0200-END.

       0300-POST-FOR-PATRON.

           DISPLAY 'ENTER PATRON NUMBER (6 DIGITS): '
              WITH NO ADVANCING.
           MOVE ZEROES TO WS-TARGET-PATRON.
           ACCEPT WS-TARGET-PATRON.
           MOVE WS-TARGET-PATRON TO PAT-NO.
           READ PATRONS
             KEY IS PAT-NO
             INVALID KEY
                DISPLAY 'PAYPOST: NO PATRON WITH NUMBER ',
                   WS-TARGET-PATRON
           END-READ.

           IF NOT PATRONFOUND
               GO TO 0300-END
           END-IF.

           DISPLAY 'PAYPOST: PATRON ', PAT-NO, '  ', PAT-NAME.

           MOVE ZEROES TO WS-OWING-COUNT WS-POSTED-COUNT WS-POSTED-AMT.
           MOVE WS-TARGET-PATRON TO BKG-PATRON-NO.
           MOVE 'N' TO WS-LIST-DONE.
           START BOOKINGS KEY IS NOT LESS THAN BKG-PATRON-NO
             INVALID KEY SET LIST-DONE TO TRUE
           END-START.

           PERFORM 0310-PATRON-READ-NEXT THRU 0310-END
               UNTIL LIST-DONE.

           MOVE WS-POSTED-AMT TO WS-TOTAL-ED.
           DISPLAY 'PAYPOST: OWING BOOKINGS FOUND - ', WS-OWING-COUNT.
           DISPLAY 'PAYPOST: PAYMENTS POSTED      - ', WS-POSTED-COUNT,
              '  $', WS-TOTAL-ED.

       0300-END.

       0310-PATRON-READ-NEXT.

           READ BOOKINGS NEXT RECORD
             AT END SET LIST-DONE TO TRUE
           END-READ.

           IF LIST-DONE
               GO TO 0310-END
           END-IF.

           IF BKG-PATRON-NO NOT = WS-TARGET-PATRON
               SET LIST-DONE TO TRUE
               GO TO 0310-END
           END-IF.

           IF NOT BKG-OWING OR BKG-CHARGE = ZEROES
               GO TO 0310-END
           END-IF.

           ADD 1 TO WS-OWING-COUNT.
           PERFORM 0400-TAKE-PAYMENT THRU 0400-END.

       0310-END.

       0400-TAKE-PAYMENT.

           MOVE BKG-CHARGE TO WS-CHARGE-ED.
           DISPLAY 'ROW ', BKG-ROW-ID, '  ', BKG-DATE, '  SLOT ',
              BKG-SLOT, ':00  COURT ', BKG-COURT-NO, '  ', BKG-NAME.
           DISPLAY 'CHARGE $', WS-CHARGE-ED, ' (', BKG-BAND,
              ') OWING - TAKE PAYMENT?  ENTER Y: '
              WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY 'PAYPOST: NOT POSTED'
               GO TO 0400-END
           END-IF.

           DISPLAY 'TENDER - C CASH, D DEBIT, K CREDIT, Q CHEQUE: '
              WITH NO ADVANCING.
           MOVE SPACE TO WS-TENDER.
           ACCEPT WS-TENDER.
           IF NOT TENDER-OK
               DISPLAY 'PAYPOST: UNKNOWN TENDER - NOT POSTED'
               GO TO 0400-END
           END-IF.

           MOVE 'P' TO BKG-PAID.
           REWRITE BOOKINGREC
             INVALID KEY
                DISPLAY 'PAYPOST: UNABLE TO REWRITE BOOKING, STATUS ',
                   BKG-FILE-CHECK-KEY
           END-REWRITE.
           IF NOT BOOKINGFOUND
               GO TO 0400-END
           END-IF.

           PERFORM 0500-WRITE-PAY-JOURNAL THRU 0500-END.
           ADD 1 TO WS-POSTED-COUNT.
           ADD BKG-CHARGE TO WS-POSTED-AMT.
           DISPLAY 'PAYPOST: $', WS-CHARGE-ED, ' POSTED - BOOKING ',
              'NOW PAID'.

       0400-END.

       0500-WRITE-PAY-JOURNAL.

           OPEN EXTEND PAYJOURNAL.
           IF PAY-FILE-CHECK-KEY = "35"
               CLOSE PAYJOURNAL
               OPEN OUTPUT PAYJOURNAL
           END-IF.
           IF PAY-FILE-CHECK-KEY NOT= "00"
               DISPLAY 'PAYPOST: UNABLE TO OPEN PAYMENT JOURNAL, ',
                  'STATUS ', PAY-FILE-CHECK-KEY
               GO TO 0500-END
           END-IF.

           ACCEPT PAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:6) TO PAY-TIME.
           MOVE WS-SIGNON-ID  TO PAY-OPERATOR.
           MOVE BKG-ROW-ID    TO PAY-ROW-ID.
           MOVE BKG-DATE      TO PAY-BOOK-DATE.
           MOVE BKG-SLOT      TO PAY-SLOT.
           MOVE BKG-COURT-NO  TO PAY-COURT-NO.
           MOVE BKG-PATRON-NO TO PAY-PATRON-NO.
           MOVE BKG-CHARGE    TO PAY-AMOUNT.
           MOVE WS-TENDER     TO PAY-TENDER.
           MOVE 'PAYPOST'     TO PAY-PROGRAM.
           WRITE PAYMENTREC.
           IF PAY-FILE-CHECK-KEY NOT= "00"
               DISPLAY 'PAYPOST: UNABLE TO WRITE PAYMENT JOURNAL, ',
                  'STATUS ', PAY-FILE-CHECK-KEY
           END-IF.
           CLOSE PAYJOURNAL.

       0500-END.

       9000-END-PROGRAM.
           CLOSE BOOKINGS, PATRONS.
           STOP RUN.

           COPY "signon.cpy".

       END PROGRAM PAYPOST.
