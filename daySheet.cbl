
           COPY "cnlsel.cpy".

           COPY "paysel.cpy".

           COPY "runlsel.cpy".

           SELECT DAYSHEETRPT ASSIGN TO "revenueDaySheet.rpt"
       FD CANCELLOG.
           COPY "cnlrec.cpy".

       FD PAYJOURNAL.
           COPY "payrec.cpy".

       FD BATCHRUNLOG.
           COPY "runlrec.cpy".

               88 RECORDFOUND      VALUE "00".
           05  BKG-FILE-CHECK-KEY  PIC X(2).
           05  CNL-FILE-CHECK-KEY  PIC X(2).
           05  PAY-FILE-CHECK-KEY  PIC X(2).
           05  WS-PAYMENTS-DONE    PIC X.
               88 PAYMENTS-DONE    VALUE 'Y'.
           05  WS-PAY-CASH-AMT     PIC 9(6)V99 VALUE ZEROES.
           05  WS-PAY-DEBIT-AMT    PIC 9(6)V99 VALUE ZEROES.
           05  WS-PAY-CREDIT-AMT   PIC 9(6)V99 VALUE ZEROES.
           05  WS-PAY-CHEQUE-AMT   PIC 9(6)V99 VALUE ZEROES.
           05  WS-PAY-TOTAL-AMT    PIC 9(6)V99 VALUE ZEROES.
           05  RPT-FILE-CHECK-KEY  PIC X(2).
           05  RUNLOG-FILE-CHECK-KEY PIC X(2).
           05  WS-RUN-STATUS       PIC X VALUE 'A'.

           PERFORM 0400-CANCEL-SECTION THRU 0400-END.

           PERFORM 0420-PAYMENT-TOTALS THRU 0420-END.

           PERFORM 0450-RECONCILE-SECTION THRU 0450-END.

           DISPLAY "DAYSHEET: BOOKINGS TOTALLED  - ", WS-SHEET-COUNT.

       0410-END.

       0420-PAYMENT-TOTALS.

           OPEN INPUT PAYJOURNAL.
           IF PAY-FILE-CHECK-KEY = "35"
               GO TO 0420-END
           END-IF.
           IF PAY-FILE-CHECK-KEY NOT= "00"
               DISPLAY "DAYSHEET: UNABLE TO OPEN PAYMENT JOURNAL, ",
                  "STATUS ", PAY-FILE-CHECK-KEY
               GO TO 0420-END
           END-IF.

           MOVE 'N' TO WS-PAYMENTS-DONE.
           PERFORM 0430-PAYMENT-READ-NEXT THRU 0430-END
               UNTIL PAYMENTS-DONE.
           CLOSE PAYJOURNAL.

       0420-END.

       0430-PAYMENT-READ-NEXT.

           READ PAYJOURNAL
             AT END SET PAYMENTS-DONE TO TRUE
           END-READ.

           IF NOT PAYMENTS-DONE AND PAY-DATE = WS-SHEET-DATE
               EVALUATE TRUE
                   WHEN PAY-CASH
                       ADD PAY-AMOUNT TO WS-PAY-CASH-AMT
                   WHEN PAY-DEBIT
                       ADD PAY-AMOUNT TO WS-PAY-DEBIT-AMT
                   WHEN PAY-CREDIT
                       ADD PAY-AMOUNT TO WS-PAY-CREDIT-AMT
                   WHEN PAY-CHEQUE
                       ADD PAY-AMOUNT TO WS-PAY-CHEQUE-AMT
               END-EVALUATE
               ADD PAY-AMOUNT TO WS-PAY-TOTAL-AMT
           END-IF.

       0430-END.

       0450-RECONCILE-SECTION.

           MOVE RPT-BLANK-LINE TO WS-PRINT-LINE.
           MOVE RPT-MONEY-LINE TO WS-PRINT-LINE.
           PERFORM 0500-WRITE-RPT-LINE THRU 0500-END.

           MOVE 'PAYMENTS TAKEN - CASH:     ' TO RPT-MONEY-LABEL.
           MOVE WS-PAY-CASH-AMT TO RPT-MONEY-VALUE.
           MOVE RPT-MONEY-LINE TO WS-PRINT-LINE.
           PERFORM 0500-WRITE-RPT-LINE THRU 0500-END.

           MOVE 'PAYMENTS TAKEN - DEBIT:    ' TO RPT-MONEY-LABEL.
           MOVE WS-PAY-DEBIT-AMT TO RPT-MONEY-VALUE.
           MOVE RPT-MONEY-LINE TO WS-PRINT-LINE.
           PERFORM 0500-WRITE-RPT-LINE THRU 0500-END.

           MOVE 'PAYMENTS TAKEN - CREDIT:   ' TO RPT-MONEY-LABEL.
           MOVE WS-PAY-CREDIT-AMT TO RPT-MONEY-VALUE.
           MOVE RPT-MONEY-LINE TO WS-PRINT-LINE.
           PERFORM 0500-WRITE-RPT-LINE THRU 0500-END.

           MOVE 'PAYMENTS TAKEN - CHEQUE:   ' TO RPT-MONEY-LABEL.
           MOVE WS-PAY-CHEQUE-AMT TO RPT-MONEY-VALUE.
           MOVE RPT-MONEY-LINE TO WS-PRINT-LINE.
           PERFORM 0500-WRITE-RPT-LINE THRU 0500-END.

           MOVE 'PAYMENTS TAKEN - TOTAL:    ' TO RPT-MONEY-LABEL.
           MOVE WS-PAY-TOTAL-AMT TO RPT-MONEY-VALUE.
           MOVE RPT-MONEY-LINE TO WS-PRINT-LINE.
           PERFORM 0500-WRITE-RPT-LINE THRU 0500-END.

       0450-END.

       0500-WRITE-RPT-LINE.
