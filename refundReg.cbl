       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFUNDREG.
       AUTHOR. EVERTON VOLPI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT REFUNDCTL ASSIGN TO "refundControl.dat"
           FILE STATUS IS CTL-FILE-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "cnlsel.cpy".

           COPY "patsel.cpy".

           COPY "runlsel.cpy".

           SELECT REFUNDRPT ASSIGN TO "refundRegister.rpt"
           FILE STATUS IS RPT-FILE-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    HOURS OF NOTICE BEFORE THE BOOKED SLOT THAT A PAID
      *    CANCELLATION NEEDS TO EARN A REFUND (CITY CANCELS BY
      *    RELOCATE AND INTEGSWEEP ARE REFUNDED REGARDLESS)
       FD REFUNDCTL.
       01  REFUNDCTL-RECORD.
           05  REF-NOTICE-HOURS    PIC 9(3).

       FD CANCELLOG.
           COPY "cnlrec.cpy".

       FD PATRONS.
           COPY "patrec.cpy".

       FD BATCHRUNLOG.
           COPY "runlrec.cpy".

       FD REFUNDRPT.
       01  REFUND-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER               PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

       01  WS-WORK-AREAS.
           05  CTL-FILE-CHECK-KEY  PIC X(2).
           05  CNL-FILE-CHECK-KEY  PIC X(2).
           05  PAT-FILE-CHECK-KEY  PIC X(2).
               88 PATRONFOUND      VALUE "00".
           05  RPT-FILE-CHECK-KEY  PIC X(2).
           05  RUNLOG-FILE-CHECK-KEY PIC X(2).
           05  WS-RUN-STATUS       PIC X VALUE 'A'.
           05  WS-TIME-NOW         PIC 9(8).
           05  WS-PAT-AVAIL        PIC X VALUE 'N'.
               88 PATRONS-AVAILABLE VALUE 'Y'.
           05  WS-CANCELS-DONE     PIC X VALUE 'N'.
               88 CANCELS-DONE     VALUE 'Y'.
           05  WS-DATE-FIELD       PIC X(8).
           05  WS-FROM-DATE        PIC 9(8).
           05  WS-TO-DATE          PIC 9(8).
           05  WS-NOTICE-HOURS     PIC 9(3) VALUE 024.
           05  WS-CANCEL-HOUR      PIC 9(2).
           05  WS-SLOT-HOURS       PIC 9(9).
           05  WS-CANCEL-HOURS     PIC 9(9).
           05  WS-HOURS-GIVEN      PIC S9(7).
           05  WS-PAID-COUNT       PIC 9(5) VALUE ZEROES.
           05  WS-PAID-AMT         PIC 9(6)V99 VALUE ZEROES.
           05  WS-ELIGIBLE-COUNT   PIC 9(5) VALUE ZEROES.
           05  WS-ELIGIBLE-AMT     PIC 9(6)V99 VALUE ZEROES.
           05  WS-REFUSED-COUNT    PIC 9(5) VALUE ZEROES.
           05  WS-REFUSED-AMT      PIC 9(6)V99 VALUE ZEROES.
           05  WS-RUN-DATE         PIC 9(8).
           05  WS-RUN-TIME         PIC 9(8).
           05  WS-PRINT-LINE       PIC X(132).
           05  WS-LINE-COUNT       PIC 9(2) VALUE 99.
           05  WS-PAGE-COUNT       PIC 9(3) VALUE ZEROES.
           COPY "datecws.cpy".

       01  RPT-TITLE-LINE.
           05 FILLER       PIC X(33)  VALUE
              'CITY OF OTTAWA - REFUND REGISTER '.
           05 RPT-FROM-DATE PIC 9(8).
           05 FILLER       PIC X(4)   VALUE ' TO '.
           05 RPT-TO-DATE  PIC 9(8).
           05 FILLER       PIC X(7)   VALUE '   RUN '.
           05 RPT-RUN-DATE PIC 9(8).
           05 FILLER       PIC X(1)   VALUE '-'.
           05 RPT-RUN-TIME PIC 9(6).
           05 FILLER       PIC X(8)   VALUE '   PAGE '.
           05 RPT-PAGE-NO  PIC ZZ9.

       01  RPT-HEADING-LINE.
           05 FILLER       PIC X(16)  VALUE 'CANCELLED'.
           05 FILLER       PIC X(5)   VALUE 'ROW'.
           05 FILLER       PIC X(10)  VALUE 'BOOKED'.
           05 FILLER       PIC X(6)   VALUE 'SLOT'.
           05 FILLER       PIC X(4)   VALUE 'CT'.
           05 FILLER       PIC X(8)   VALUE 'PATRON'.
           05 FILLER       PIC X(31)  VALUE 'NAME'.
           05 FILLER       PIC X(9)   VALUE '   CHARGE'.
           05 FILLER       PIC X(9)   VALUE '   NOTICE'.
           05 FILLER       PIC X(20)  VALUE '  DECISION'.

       01  RPT-DETAIL-LINE.
           05 RPT-CNL-DATE     PIC 9(8).
           05 FILLER           PIC X(1)   VALUE SPACES.
           05 RPT-CNL-TIME     PIC X(6).
           05 FILLER           PIC X(1)   VALUE SPACES.
           05 RPT-CNL-ROW      PIC 9(3).
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 RPT-BOOK-DATE    PIC 9(8).
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 RPT-SLOT         PIC 9(2).
           05 FILLER           PIC X(4)   VALUE ':00 '.
           05 RPT-COURT        PIC 9(2).
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 RPT-PATRON       PIC X(6).
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 RPT-NAME         PIC X(30).
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 RPT-CHARGE       PIC ZZ9.99.
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 RPT-NOTICE       PIC -ZZZZ9.
           05 FILLER           PIC X(1)   VALUE 'H'.
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 RPT-DECISION     PIC X(24).

       01  RPT-SECTION-LINE.
           05 RPT-SECTION-TEXT PIC X(50).

       01  RPT-COUNT-LINE.
           05 RPT-COUNT-LABEL  PIC X(30).
           05 RPT-COUNT-VALUE  PIC ZZZZ9.
           05 FILLER           PIC X(4)   VALUE '   $'.
           05 RPT-COUNT-AMT    PIC ZZZ,ZZ9.99.

       01  RPT-BLANK-LINE.
           05 FILLER           PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-BEGIN.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           PERFORM 0110-READ-CONTROL THRU 0110-END.

           DISPLAY 'ENTER FROM CANCEL DATE YYYYMMDD (BLANK = TODAY): '
              WITH NO ADVANCING.
           MOVE SPACES TO WS-DATE-FIELD.
           ACCEPT WS-DATE-FIELD.
           IF WS-DATE-FIELD NOT = SPACES AND WS-DATE-FIELD NUMERIC
               MOVE WS-DATE-FIELD TO WS-FROM-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-FROM-DATE
           END-IF.
           DISPLAY 'ENTER TO CANCEL DATE YYYYMMDD (BLANK = TODAY): '
              WITH NO ADVANCING.
           MOVE SPACES TO WS-DATE-FIELD.
           ACCEPT WS-DATE-FIELD.
           IF WS-DATE-FIELD NOT = SPACES AND WS-DATE-FIELD NUMERIC
               MOVE WS-DATE-FIELD TO WS-TO-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-TO-DATE
           END-IF.

           OPEN INPUT CANCELLOG.
           IF CNL-FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", CNL-FILE-CHECK-KEY
               GO TO 0900-STOP-RUN
           END-IF.

           OPEN INPUT PATRONS.
           IF PAT-FILE-CHECK-KEY = "00"
               MOVE 'Y' TO WS-PAT-AVAIL
           END-IF.

           OPEN OUTPUT REFUNDRPT.
           IF RPT-FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", RPT-FILE-CHECK-KEY
               GO TO 0900-STOP-RUN
           END-IF.

           MOVE WS-RUN-DATE      TO RPT-RUN-DATE.
           MOVE WS-RUN-TIME(1:6) TO RPT-RUN-TIME.
           MOVE WS-FROM-DATE     TO RPT-FROM-DATE.
           MOVE WS-TO-DATE       TO RPT-TO-DATE.

           PERFORM 0200-CANCEL-READ-NEXT THRU 0200-END
               UNTIL CANCELS-DONE.

           PERFORM 0400-TOTALS THRU 0400-END.

           DISPLAY "REFUNDREG: PAID CANCELLATIONS  - ", WS-PAID-COUNT.
           DISPLAY "REFUNDREG: REFUNDS DUE         - ",
              WS-ELIGIBLE-COUNT.
           DISPLAY "REFUNDREG: REFUNDS REFUSED     - ",
              WS-REFUSED-COUNT.

           MOVE 'N' TO WS-RUN-STATUS.
           PERFORM 0900-STOP-RUN.

       0110-READ-CONTROL.

           OPEN INPUT REFUNDCTL.
           IF CTL-FILE-CHECK-KEY NOT= "00"
               DISPLAY "REFUNDREG: NO REFUND CONTROL FILE - ",
                   "NOTICE PERIOD ", WS-NOTICE-HOURS, " HOURS"
               GO TO 0110-END
           END-IF.

           READ REFUNDCTL
             AT END CONTINUE
           END-READ.
           IF CTL-FILE-CHECK-KEY = "00"
               AND REF-NOTICE-HOURS NUMERIC
               AND REF-NOTICE-HOURS > ZEROES
               MOVE REF-NOTICE-HOURS TO WS-NOTICE-HOURS
           END-IF.
           CLOSE REFUNDCTL.

       0110-END.

       0200-CANCEL-READ-NEXT.

           READ CANCELLOG
             AT END SET CANCELS-DONE TO TRUE
           END-READ.

           IF CANCELS-DONE
               GO TO 0200-END
           END-IF.

           IF CNL-CANCEL-DATE < WS-FROM-DATE
               OR CNL-CANCEL-DATE > WS-TO-DATE
               GO TO 0200-END
           END-IF.

           IF CNL-PAID NOT = 'P' OR CNL-CHARGE = ZEROES
               GO TO 0200-END
           END-IF.

           ADD 1 TO WS-PAID-COUNT.
           ADD CNL-CHARGE TO WS-PAID-AMT.

           PERFORM 0300-CHECK-POLICY THRU 0300-END.

       0200-END.

       0300-CHECK-POLICY.

      *    NOTICE IS COUNTED IN WHOLE HOURS FROM THE HOUR OF THE
      *    CANCELLATION TO THE STARTING HOUR OF THE BOOKED SLOT.
      *    OLDER LOG ENTRIES HAVE NO TIME AND COUNT FROM MIDNIGHT
           MOVE CNL-BOOK-DATE TO WS-DC-DATE.
           PERFORM 9700-DATE-TO-DAYS THRU 9700-END.
           COMPUTE WS-SLOT-HOURS = (WS-DC-DAYS * 24) + CNL-SLOT.

           IF CNL-CANCEL-TIME NUMERIC
               MOVE CNL-CANCEL-TIME(1:2) TO WS-CANCEL-HOUR
               MOVE CNL-CANCEL-TIME      TO RPT-CNL-TIME
           ELSE
               MOVE ZEROES TO WS-CANCEL-HOUR
               MOVE 'NOTIME'             TO RPT-CNL-TIME
           END-IF.
           MOVE CNL-CANCEL-DATE TO WS-DC-DATE.
           PERFORM 9700-DATE-TO-DAYS THRU 9700-END.
           COMPUTE WS-CANCEL-HOURS = (WS-DC-DAYS * 24) + WS-CANCEL-HOUR.
           COMPUTE WS-HOURS-GIVEN = WS-SLOT-HOURS - WS-CANCEL-HOURS.

           MOVE CNL-CANCEL-DATE TO RPT-CNL-DATE.
           MOVE CNL-ROW-ID      TO RPT-CNL-ROW.
           MOVE CNL-BOOK-DATE   TO RPT-BOOK-DATE.
           MOVE CNL-SLOT        TO RPT-SLOT.
           MOVE CNL-COURT-NO    TO RPT-COURT.
           MOVE CNL-CHARGE      TO RPT-CHARGE.
           MOVE WS-HOURS-GIVEN  TO RPT-NOTICE.
           MOVE SPACES          TO RPT-NAME.

           IF CNL-PATRON-NO NUMERIC AND CNL-PATRON-NO > ZEROES
               MOVE CNL-PATRON-NO TO RPT-PATRON
               IF PATRONS-AVAILABLE
                   MOVE CNL-PATRON-NO TO PAT-NO
                   READ PATRONS
                     KEY IS PAT-NO
                     INVALID KEY CONTINUE
                   END-READ
                   IF PATRONFOUND
                       MOVE PAT-NAME TO RPT-NAME
                   END-IF
               END-IF
           ELSE
               MOVE SPACES TO RPT-PATRON
           END-IF.

      *    A BOOKING THE CITY CANCELLED (NO COURT FOUND BY RELOCATE,
      *    PARK GONE FROM THE MASTER) IS REFUNDED WHATEVER THE NOTICE
           EVALUATE TRUE
               WHEN CNL-CITY-CANCEL
                   MOVE 'REFUND DUE - CITY CANCEL' TO RPT-DECISION
                   ADD 1 TO WS-ELIGIBLE-COUNT
                   ADD CNL-CHARGE TO WS-ELIGIBLE-AMT
               WHEN WS-HOURS-GIVEN NOT < WS-NOTICE-HOURS
                   MOVE 'REFUND DUE'          TO RPT-DECISION
                   ADD 1 TO WS-ELIGIBLE-COUNT
                   ADD CNL-CHARGE TO WS-ELIGIBLE-AMT
               WHEN OTHER
                   MOVE 'REFUSED - SHORT NOTICE' TO RPT-DECISION
                   ADD 1 TO WS-REFUSED-COUNT
                   ADD CNL-CHARGE TO WS-REFUSED-AMT
           END-EVALUATE.

           MOVE RPT-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 0500-WRITE-RPT-LINE THRU 0500-END.

       0300-END.

       0400-TOTALS.

           MOVE RPT-BLANK-LINE TO WS-PRINT-LINE.
           PERFORM 0500-WRITE-RPT-LINE THRU 0500-END.
           MOVE 'REFUND POLICY TOTALS' TO RPT-SECTION-TEXT.
           MOVE RPT-SECTION-LINE TO WS-PRINT-LINE.
           PERFORM 0500-WRITE-RPT-LINE THRU 0500-END.

           MOVE 'PAID CANCELLATIONS:' TO RPT-COUNT-LABEL.
           MOVE WS-PAID-COUNT TO RPT-COUNT-VALUE.
           MOVE WS-PAID-AMT TO RPT-COUNT-AMT.
           MOVE RPT-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 0500-WRITE-RPT-LINE THRU 0500-END.

           MOVE 'REFUNDS DUE:' TO RPT-COUNT-LABEL.
           MOVE WS-ELIGIBLE-COUNT TO RPT-COUNT-VALUE.
           MOVE WS-ELIGIBLE-AMT TO RPT-COUNT-AMT.
           MOVE RPT-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 0500-WRITE-RPT-LINE THRU 0500-END.

           MOVE 'REFUSED - UNDER NOTICE PERIOD:' TO RPT-COUNT-LABEL.
           MOVE WS-REFUSED-COUNT TO RPT-COUNT-VALUE.
           MOVE WS-REFUSED-AMT TO RPT-COUNT-AMT.
           MOVE RPT-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 0500-WRITE-RPT-LINE THRU 0500-END.

           MOVE SPACES TO RPT-SECTION-TEXT.
           STRING 'NOTICE PERIOD (HOURS): ' DELIMITED BY SIZE
                  WS-NOTICE-HOURS DELIMITED BY SIZE
              INTO RPT-SECTION-TEXT
           END-STRING.
           MOVE RPT-SECTION-LINE TO WS-PRINT-LINE.
           PERFORM 0500-WRITE-RPT-LINE THRU 0500-END.

       0400-END.

       0500-WRITE-RPT-LINE.

           IF WS-LINE-COUNT > 55
               PERFORM 0510-RPT-NEW-PAGE THRU 0510-END
           END-IF.
           WRITE REFUND-RECORD FROM WS-PRINT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       0500-END.

       0510-RPT-NEW-PAGE.

           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO RPT-PAGE-NO.
           WRITE REFUND-RECORD FROM RPT-TITLE-LINE.
           WRITE REFUND-RECORD FROM RPT-HEADING-LINE.
           WRITE REFUND-RECORD FROM RPT-BLANK-LINE.
           MOVE 3 TO WS-LINE-COUNT.

       0510-END.

       0900-STOP-RUN.

           PERFORM 9800-WRITE-RUN-LOG THRU 9800-END.

           CLOSE CANCELLOG, REFUNDRPT.
           IF PATRONS-AVAILABLE
               CLOSE PATRONS
           END-IF.
           STOP RUN.

       9800-WRITE-RUN-LOG.

           OPEN EXTEND BATCHRUNLOG.
           IF RUNLOG-FILE-CHECK-KEY = "35"
               CLOSE BATCHRUNLOG
               OPEN OUTPUT BATCHRUNLOG
           END-IF.
           IF RUNLOG-FILE-CHECK-KEY NOT= "00"
               DISPLAY "REFUNDREG: UNABLE TO OPEN RUN LOG, STATUS ",
                  RUNLOG-FILE-CHECK-KEY
               GO TO 9800-END
           END-IF.

           MOVE 'REFUNDREG' TO RUN-PROGRAM.
           MOVE WS-RUN-DATE      TO RUN-START-DATE.
           MOVE WS-RUN-TIME(1:6) TO RUN-START-TIME.
           ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:6) TO RUN-END-TIME.
           MOVE WS-ELIGIBLE-COUNT TO RUN-COUNT-1.
           MOVE WS-REFUSED-COUNT TO RUN-COUNT-2.
           MOVE WS-RUN-STATUS TO RUN-COMPLETION.
           WRITE RUNLOG-RECORD.
           IF RUNLOG-FILE-CHECK-KEY NOT= "00"
               DISPLAY "REFUNDREG: UNABLE TO WRITE RUN LOG, STATUS ",
                  RUNLOG-FILE-CHECK-KEY
           END-IF.
           CLOSE BATCHRUNLOG.

       9800-END.

           COPY "datecalc.cpy".

       END PROGRAM REFUNDREG.
