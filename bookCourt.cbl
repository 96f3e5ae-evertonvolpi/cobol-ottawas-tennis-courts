
           COPY "oprsel.cpy".

           COPY "patsel.cpy".

           COPY "paysel.cpy".

           SELECT PATRONCTL ASSIGN TO "patronControl.dat"
           FILE STATUS IS PCT-FILE-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
	   FD TENNISCOURTS.
	   FD OPERATORS.
           COPY "oprrec.cpy".

       FD PATRONS.
           COPY "patrec.cpy".

       FD PAYJOURNAL.
           COPY "payrec.cpy".

      *    WEEKLY PRIME-TIME LIMIT PER PATRON, NO-SHOW STRIKES THAT
      *    TRIGGER A SUSPENSION, AND THE LENGTH OF THE SUSPENSION
       FD PATRONCTL.
       01  PATRONCTL-RECORD.
           05  PCT-PRIME-LIMIT     PIC 9(2).
           05  PCT-STRIKE-LIMIT    PIC 9(2).
           05  PCT-SUSPEND-DAYS    PIC 9(3).

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER               PIC X(27) VALUE
           05  WS-CANC-BAND        PIC X(8).
           05  WS-CANC-CHARGE      PIC 9(3)V99.
           05  WS-CANC-PAID        PIC X.
           05  WS-CANC-PATRON      PIC 9(6).
           05  WS-TIME-NOW         PIC 9(8).
           05  FEE-FILE-CHECK-KEY  PIC X(2).
           05  CNL-FILE-CHECK-KEY  PIC X(2).
           05  WS-PRICE-SLOT       PIC 9(2).
           05  WS-RESIDENT         PIC A.
           05  WS-PAID-CHOICE      PIC A.
           05  WS-TENDER           PIC X.
               88 TENDER-OK        VALUE 'C' 'D' 'K' 'Q'.
           05  WS-BAND             PIC X(8).
           05  WS-CHARGE           PIC 9(3)V99.
           05  WS-CHARGE-ED        PIC ZZ9.99.
           05  PAT-FILE-CHECK-KEY  PIC X(2).
               88 PATRONFOUND      VALUE "00".
           05  PCT-FILE-CHECK-KEY  PIC X(2).
           05  PAY-FILE-CHECK-KEY  PIC X(2).
           05  WS-PRIME-LIMIT      PIC 9(2) VALUE 02.
           05  WS-STRIKE-LIMIT     PIC 9(2) VALUE 03.
           05  WS-SUSPEND-DAYS     PIC 9(3) VALUE 030.
           05  WS-RUN-DATE         PIC 9(8).
           05  WS-PATRON-OK        PIC X.
               88 PATRON-OK        VALUE 'Y'.
           05  WS-PRIME-OK         PIC X.
               88 PRIME-OK         VALUE 'Y'.
           05  WS-PRIME-DONE       PIC X.
               88 PRIME-SCAN-DONE  VALUE 'Y'.
           05  WS-PRIME-COUNT      PIC 9(3).
           05  WS-WEEK-START       PIC 9(8).
           05  WS-WEEK-END         PIC 9(8).
           COPY "datecws.cpy".

       01  WS-FEE-TABLE.
           05  WS-FEE-ENTRY OCCURS 8 TIMES.
               10  WS-FEE-TO       PIC 9(2).
               10  WS-FEE-RATE     PIC 9(3)V99.
               10  WS-FEE-DISC     PIC 9(2).
               10  WS-FEE-PRIME    PIC X.

       01  WS-BOOKING-PROMPTS.
           05  WS-BOOK-ROW-ID      PIC 9(3).
           05  WS-BOOK-SLOT        PIC 9(2).
           05  WS-BOOK-NAME        PIC X(30).
           05  WS-BOOK-PHONE       PIC X(12).
           05  WS-BOOK-PATRON      PIC 9(6).

       PROCEDURE DIVISION.

               GO TO 9000-END-PROGRAM
           END-IF.

           OPEN I-O PATRONS.
           IF PAT-FILE-CHECK-KEY = "35"
               CLOSE PATRONS
               OPEN OUTPUT PATRONS
               CLOSE PATRONS
               OPEN I-O PATRONS
           END-IF.

           IF PAT-FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", PAT-FILE-CHECK-KEY
               GO TO 9000-END-PROGRAM
           END-IF.

           OPEN INPUT WORKORDERS.
           IF WO-FILE-CHECK-KEY = "00"
               MOVE 'Y' TO WS-WO-AVAIL
                  'CANNOT BE CHECKED'
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM 0110-READ-CONTROL THRU 0110-END.

           PERFORM 0120-LOAD-FEES THRU 0120-END.

           PERFORM 0150-MENU.

           GO TO 9000-END-PROGRAM.

       0110-READ-CONTROL.

           OPEN INPUT PATRONCTL.
           IF PCT-FILE-CHECK-KEY NOT= "00"
               GO TO 0110-END
           END-IF.

           READ PATRONCTL
             AT END CONTINUE
           END-READ.
           IF PCT-FILE-CHECK-KEY = "00"
               IF PCT-PRIME-LIMIT NUMERIC
                   AND PCT-PRIME-LIMIT > ZEROES
                   MOVE PCT-PRIME-LIMIT TO WS-PRIME-LIMIT
               END-IF
               IF PCT-STRIKE-LIMIT NUMERIC
                   AND PCT-STRIKE-LIMIT > ZEROES
                   MOVE PCT-STRIKE-LIMIT TO WS-STRIKE-LIMIT
               END-IF
               IF PCT-SUSPEND-DAYS NUMERIC
                   AND PCT-SUSPEND-DAYS > ZEROES
                   MOVE PCT-SUSPEND-DAYS TO WS-SUSPEND-DAYS
               END-IF
           END-IF.
           CLOSE PATRONCTL.

       0110-END.

       0120-LOAD-FEES.

           OPEN INPUT FEESCHEDULE.
               MOVE FEE-SLOT-TO      TO WS-FEE-TO(WS-FEE-COUNT)
               MOVE FEE-RATE         TO WS-FEE-RATE(WS-FEE-COUNT)
               MOVE FEE-RES-DISC-PCT TO WS-FEE-DISC(WS-FEE-COUNT)
               MOVE FEE-PRIME        TO WS-FEE-PRIME(WS-FEE-COUNT)
           END-IF.

	   0130-END.
           DISPLAY 'BOOK A COURT              ENTER B'.
           DISPLAY 'LOOK UP BOOKINGS          ENTER L'.
           DISPLAY 'CANCEL A BOOKING          ENTER C'.
           DISPLAY 'RECORD A NO-SHOW          ENTER N'.
           DISPLAY 'QUIT                      ENTER Q'.
           ACCEPT MENU-CHOICE.
           EVALUATE MENU-CHOICE
               WHEN 'C'
                   PERFORM 0500-CANCEL-BOOKING THRU 0500-END
                   PERFORM 0150-MENU
               WHEN 'N'
                   PERFORM 0800-RECORD-NO-SHOW THRU 0800-END
                   PERFORM 0150-MENU
               WHEN 'Q'
                   PERFORM 9000-END-PROGRAM
               WHEN OTHER
                   DISPLAY 'PLEASE ENTER B, L, C, N OR Q'
                   PERFORM 0150-MENU
           END-EVALUATE.
       0150-END.

	   0200-TAKE-BOOKING.

           PERFORM 0220-CHECK-PATRON THRU 0220-END.
           IF NOT PATRON-OK
               GO TO 0200-END
           END-IF.

           DISPLAY 'ENTER COURT ROW ID (3 DIGITS): '
              WITH NO ADVANCING.
           ACCEPT WS-BOOK-ROW-ID.
               GO TO 0200-END
           END-IF.

           PERFORM 0230-CHECK-PRIME-LIMIT THRU 0230-END.
           IF NOT PRIME-OK
               GO TO 0200-END
           END-IF.

           MOVE WS-BOOK-ROW-ID TO WS-ORDER-ROW.
           PERFORM 0270-CHECK-WORK-ORDERS THRU 0270-END.

               GO TO 0200-END
           END-IF.

           PERFORM 0250-PRICE-BOOKING THRU 0250-END.

           MOVE WS-BOOK-ROW-ID TO BKG-ROW-ID.
           MOVE WS-BOOK-PHONE  TO BKG-PHONE.
           MOVE WS-BAND        TO BKG-BAND.
           MOVE WS-CHARGE      TO BKG-CHARGE.
           MOVE WS-BOOK-PATRON TO BKG-PATRON-NO.
           MOVE 'N'            TO BKG-NO-SHOW.
           IF WS-PAID-CHOICE = 'Y'
               MOVE 'P' TO BKG-PAID
           ELSE
                IF BKG-PAID-UP
                    DISPLAY 'BOOKCOURT: CHARGE $', WS-CHARGE-ED,
                       ' (', BKG-BAND, ') - PAID'
                    PERFORM 0720-WRITE-PAY-JOURNAL THRU 0720-END
                ELSE
                    DISPLAY 'BOOKCOURT: CHARGE $', WS-CHARGE-ED,
                       ' (', BKG-BAND, ') - OWING'

	   0200-END.

       0220-CHECK-PATRON.

           MOVE 'N' TO WS-PATRON-OK.
           DISPLAY 'ENTER PATRON NUMBER (6 DIGITS): '
              WITH NO ADVANCING.
           MOVE ZEROES TO WS-BOOK-PATRON.
           ACCEPT WS-BOOK-PATRON.
           MOVE WS-BOOK-PATRON TO PAT-NO.
           READ PATRONS
             KEY IS PAT-NO
             INVALID KEY
                DISPLAY 'BOOKCOURT: NO PATRON WITH NUMBER ',
                   WS-BOOK-PATRON, ' - REGISTER THEM WITH PATMAINT'
           END-READ.

           IF NOT PATRONFOUND
               GO TO 0220-END
           END-IF.

           IF PAT-CLOSED
               DISPLAY 'BOOKCOURT: PATRON ', PAT-NO, ' IS CLOSED'
               GO TO 0220-END
           END-IF.

           IF PAT-SUSPENDED
               IF PAT-SUSPEND-UNTIL < WS-RUN-DATE
                   MOVE 'A'    TO PAT-STATUS
                   MOVE ZEROES TO PAT-STRIKES
                   MOVE ZEROES TO PAT-SUSPEND-UNTIL
                   REWRITE PATRONREC
                     INVALID KEY
                        DISPLAY 'BOOKCOURT: UNABLE TO REINSTATE ',
                           'PATRON, STATUS ', PAT-FILE-CHECK-KEY
                     NOT INVALID KEY
                        DISPLAY 'BOOKCOURT: SUSPENSION OVER - PATRON ',
                           PAT-NO, ' REINSTATED'
                   END-REWRITE
               ELSE
                   DISPLAY 'BOOKCOURT: PATRON ', PAT-NO,
                      ' IS SUSPENDED UNTIL ', PAT-SUSPEND-UNTIL,
                      ' FOR NO-SHOWS'
                   GO TO 0220-END
               END-IF
           END-IF.

           MOVE PAT-NAME     TO WS-BOOK-NAME.
           MOVE PAT-PHONE    TO WS-BOOK-PHONE.
           MOVE PAT-RESIDENT TO WS-RESIDENT.
           DISPLAY 'BOOKCOURT: PATRON ', PAT-NO, '  ', PAT-NAME,
              '  ', PAT-PHONE.
           SET PATRON-OK TO TRUE.

       0220-END.

       0230-CHECK-PRIME-LIMIT.

           MOVE 'Y' TO WS-PRIME-OK.
           MOVE WS-BOOK-SLOT TO WS-PRICE-SLOT.
           PERFORM 0260-FIND-FEE-BAND THRU 0260-END.
           IF NOT FEE-FOUND
               GO TO 0230-END
           END-IF.
           IF WS-FEE-PRIME(WS-FEE-SUB) NOT = 'Y'
               GO TO 0230-END
           END-IF.

      *    THE WEEK RUNS MONDAY TO SUNDAY AROUND THE BOOKING DATE
           MOVE WS-BOOK-DATE TO WS-DC-DATE.
           PERFORM 9700-DATE-TO-DAYS THRU 9700-END.
           COMPUTE WS-DC-DAYS = WS-DC-DAYS - WS-DC-WEEKDAY + 1.
           PERFORM 9710-DAYS-TO-DATE THRU 9710-END.
           MOVE WS-DC-DATE TO WS-WEEK-START.
           ADD 6 TO WS-DC-DAYS.
           PERFORM 9710-DAYS-TO-DATE THRU 9710-END.
           MOVE WS-DC-DATE TO WS-WEEK-END.

           MOVE ZEROES TO WS-PRIME-COUNT.
           MOVE WS-BOOK-PATRON TO BKG-PATRON-NO.
           MOVE 'N' TO WS-PRIME-DONE.
           START BOOKINGS KEY IS NOT LESS THAN BKG-PATRON-NO
             INVALID KEY SET PRIME-SCAN-DONE TO TRUE
           END-START.

           PERFORM 0240-PRIME-READ-NEXT THRU 0240-END
               UNTIL PRIME-SCAN-DONE.

           IF WS-PRIME-COUNT NOT < WS-PRIME-LIMIT
               DISPLAY 'BOOKCOURT: PATRON ALREADY HOLDS ',
                  WS-PRIME-COUNT, ' PRIME-TIME BOOKINGS IN THE WEEK ',
                  WS-WEEK-START, ' TO ', WS-WEEK-END
               DISPLAY 'BOOKCOURT: WEEKLY PRIME-TIME LIMIT IS ',
                  WS-PRIME-LIMIT, ' - BOOKING REFUSED'
               MOVE 'N' TO WS-PRIME-OK
           END-IF.

       0230-END.

       0240-PRIME-READ-NEXT.

           READ BOOKINGS NEXT RECORD
             AT END SET PRIME-SCAN-DONE TO TRUE
           END-READ.

           IF PRIME-SCAN-DONE
               GO TO 0240-END
           END-IF.

           IF BKG-PATRON-NO NOT = WS-BOOK-PATRON
               SET PRIME-SCAN-DONE TO TRUE
               GO TO 0240-END
           END-IF.

           IF BKG-DATE < WS-WEEK-START OR BKG-DATE > WS-WEEK-END
               GO TO 0240-END
           END-IF.

           MOVE BKG-SLOT TO WS-PRICE-SLOT.
           PERFORM 0260-FIND-FEE-BAND THRU 0260-END.
           IF FEE-FOUND
               IF WS-FEE-PRIME(WS-FEE-SUB) = 'Y'
                   ADD 1 TO WS-PRIME-COUNT
               END-IF
           END-IF.

       0240-END.

	   0300-FIND-FREE-COURT.

           MOVE 'N' TO WS-BOOKING-DONE.
           MOVE WS-FEE-BAND(WS-FEE-SUB) TO WS-BAND.
           MOVE WS-FEE-RATE(WS-FEE-SUB) TO WS-CHARGE.

           IF WS-RESIDENT = 'Y'
               COMPUTE WS-CHARGE ROUNDED = WS-CHARGE
                  * (100 - WS-FEE-DISC(WS-FEE-SUB)) / 100
               DISPLAY 'BOOKCOURT: VERIFIED RESIDENT - ',
                  WS-FEE-DISC(WS-FEE-SUB), '% DISCOUNT APPLIED'
           END-IF.

           MOVE WS-CHARGE TO WS-CHARGE-ED.
              WITH NO ADVANCING.
           ACCEPT WS-PAID-CHOICE.

           IF WS-PAID-CHOICE = 'Y'
               DISPLAY 'TENDER - C CASH, D DEBIT, K CREDIT, Q CHEQUE: '
                  WITH NO ADVANCING
               MOVE SPACE TO WS-TENDER
               ACCEPT WS-TENDER
               IF NOT TENDER-OK
                   DISPLAY 'BOOKCOURT: UNKNOWN TENDER - CHARGE LEFT ',
                      'OWING'
                   MOVE 'N' TO WS-PAID-CHOICE
               END-IF
           END-IF.

	   0250-END.

       0260-FIND-FEE-BAND.
               IF BKG-ROW-ID = WS-TARGET-ROW
                   AND BKG-DATE = WS-TARGET-DATE
                   DISPLAY 'SLOT ', BKG-SLOT, ':00  COURT ',
                      BKG-COURT-NO, '  ', BKG-NAME, '  ', BKG-PHONE,
                      '  PATRON ', BKG-PATRON-NO
                   IF BKG-WAS-NO-SHOW
                       DISPLAY '          RECORDED AS A NO-SHOW'
                   END-IF
                   ADD 1 TO WS-LISTED-COUNT
               ELSE
                   SET LIST-DONE TO TRUE
               MOVE BKG-BAND     TO WS-CANC-BAND
               MOVE BKG-CHARGE   TO WS-CANC-CHARGE
               MOVE BKG-PAID     TO WS-CANC-PAID
               MOVE BKG-PATRON-NO TO WS-CANC-PATRON
               DELETE BOOKINGS RECORD
                 INVALID KEY
                    DISPLAY 'BOOKCOURT: UNABLE TO CANCEL, STATUS ',
               GO TO 0600-END
           END-IF.

           PERFORM 0610-NEXT-WAIT-SEQ THRU 0610-END.

           MOVE WS-BOOK-ROW-ID TO WTL-ROW-ID.
           MOVE WS-NEXT-SEQ    TO WTL-SEQ.
           MOVE WS-BOOK-NAME   TO WTL-NAME.
           MOVE WS-BOOK-PHONE  TO WTL-PHONE.
           MOVE WS-BOOK-PATRON TO WTL-PATRON-NO.

           WRITE WAITLISTREC
             INVALID KEY
           IF FEE-FOUND
               MOVE WS-FEE-BAND(WS-FEE-SUB) TO WS-BAND
               MOVE WS-FEE-RATE(WS-FEE-SUB) TO WS-CHARGE
               MOVE WTL-PATRON-NO TO PAT-NO
               READ PATRONS
                 KEY IS PAT-NO
                 INVALID KEY CONTINUE
               END-READ
               IF PATRONFOUND AND PAT-IS-RESIDENT
                   COMPUTE WS-CHARGE ROUNDED = WS-CHARGE
                      * (100 - WS-FEE-DISC(WS-FEE-SUB)) / 100
               END-IF
           END-IF.

           MOVE WS-CANC-ROW   TO BKG-ROW-ID.
           MOVE WS-BAND       TO BKG-BAND.
           MOVE WS-CHARGE     TO BKG-CHARGE.
           MOVE 'O'           TO BKG-PAID.
           MOVE WTL-PATRON-NO TO BKG-PATRON-NO.
           MOVE 'N'           TO BKG-NO-SHOW.

           WRITE BOOKINGREC
             INVALID KEY
           MOVE WS-CANC-BAND   TO CNL-BAND.
           MOVE WS-CANC-CHARGE TO CNL-CHARGE.
           MOVE WS-CANC-PAID   TO CNL-PAID.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:6) TO CNL-CANCEL-TIME.
           MOVE WS-CANC-PATRON TO CNL-PATRON-NO.
           SET CNL-FROM-DESK TO TRUE.
           WRITE CANCELREC.
           IF CNL-FILE-CHECK-KEY NOT= "00"
               DISPLAY 'BOOKCOURT: UNABLE TO WRITE CANCEL LOG, ',

	   0710-END.

       0720-WRITE-PAY-JOURNAL.

           OPEN EXTEND PAYJOURNAL.
           IF PAY-FILE-CHECK-KEY = "35"
               CLOSE PAYJOURNAL
               OPEN OUTPUT PAYJOURNAL
           END-IF.
           IF PAY-FILE-CHECK-KEY NOT= "00"
               DISPLAY 'BOOKCOURT: UNABLE TO OPEN PAYMENT JOURNAL, ',
                  'STATUS ', PAY-FILE-CHECK-KEY
               GO TO 0720-END
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
           MOVE 'BOOKCOURT'   TO PAY-PROGRAM.
           WRITE PAYMENTREC.
           IF PAY-FILE-CHECK-KEY NOT= "00"
               DISPLAY 'BOOKCOURT: UNABLE TO WRITE PAYMENT JOURNAL, ',
                  'STATUS ', PAY-FILE-CHECK-KEY
           END-IF.
           CLOSE PAYJOURNAL.

       0720-END.

       0800-RECORD-NO-SHOW.

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
                DISPLAY 'BOOKCOURT: NO SUCH BOOKING'
           END-READ.

           IF NOT BOOKINGFOUND
               GO TO 0800-END
           END-IF.

           IF BKG-DATE > WS-RUN-DATE
               DISPLAY 'BOOKCOURT: BOOKING IS FOR ', BKG-DATE,
                  ' - A NO-SHOW CANNOT BE RECORDED YET'
               GO TO 0800-END
           END-IF.

           IF BKG-WAS-NO-SHOW
               DISPLAY 'BOOKCOURT: NO-SHOW ALREADY RECORDED'
               GO TO 0800-END
           END-IF.

           DISPLAY 'RECORD NO-SHOW FOR ', BKG-NAME, ' PATRON ',
              BKG-PATRON-NO, '?  ENTER Y TO CONFIRM: '
              WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY 'BOOKCOURT: NO-SHOW NOT RECORDED'
               GO TO 0800-END
           END-IF.

           MOVE 'Y' TO BKG-NO-SHOW.
           REWRITE BOOKINGREC
             INVALID KEY
                DISPLAY 'BOOKCOURT: UNABLE TO REWRITE BOOKING, STATUS ',
                   BKG-FILE-CHECK-KEY
           END-REWRITE.
           IF NOT BOOKINGFOUND
               GO TO 0800-END
           END-IF.

           DISPLAY 'BOOKCOURT: NO-SHOW RECORDED'.
           PERFORM 0810-ADD-STRIKE THRU 0810-END.

       0800-END.

       0810-ADD-STRIKE.

           MOVE BKG-PATRON-NO TO PAT-NO.
           READ PATRONS
             KEY IS PAT-NO
             INVALID KEY
                DISPLAY 'BOOKCOURT: BOOKING HAS NO PATRON ON FILE - ',
                   'NO STRIKE RECORDED'
           END-READ.

           IF NOT PATRONFOUND
               GO TO 0810-END
           END-IF.

           ADD 1 TO PAT-STRIKES.
           MOVE WS-RUN-DATE TO PAT-LAST-NOSHOW.
           DISPLAY 'BOOKCOURT: PATRON ', PAT-NO, ' NOW HAS ',
              PAT-STRIKES, ' STRIKE(S) OF ', WS-STRIKE-LIMIT.

           IF PAT-ACTIVE AND PAT-STRIKES NOT < WS-STRIKE-LIMIT
               MOVE WS-RUN-DATE TO WS-DC-DATE
               PERFORM 9700-DATE-TO-DAYS THRU 9700-END
               ADD WS-SUSPEND-DAYS TO WS-DC-DAYS
               PERFORM 9710-DAYS-TO-DATE THRU 9710-END
               MOVE WS-DC-DATE TO PAT-SUSPEND-UNTIL
               MOVE 'S' TO PAT-STATUS
               DISPLAY 'BOOKCOURT: STRIKE LIMIT REACHED - PATRON ',
                  'SUSPENDED UNTIL ', PAT-SUSPEND-UNTIL
           END-IF.

           REWRITE PATRONREC
             INVALID KEY
                DISPLAY 'BOOKCOURT: UNABLE TO REWRITE PATRON, STATUS ',
                   PAT-FILE-CHECK-KEY
           END-REWRITE.

       0810-END.

	   9000-END-PROGRAM.
           CLOSE TENNISCOURTS, BOOKINGS, WAITLIST, PATRONS.
           IF WORKORDERS-AVAILABLE
               CLOSE WORKORDERS
           END-IF.

           COPY "signon.cpy".

           COPY "datecalc.cpy".

       END PROGRAM BOOKCOURT.
