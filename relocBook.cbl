       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELOCATE.
       AUTHOR. EVERTON VOLPI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "tcidxsel.cpy".

           COPY "bkgsel.cpy".

           COPY "cnlsel.cpy".

           COPY "wordsel.cpy".

           COPY "runlsel.cpy".

           COPY "oprsel.cpy".

           SELECT CALLLIST ASSIGN TO "relocationCalls.rpt"
           FILE STATUS IS RPT-FILE-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TENNISCOURTS.
           COPY "tcidxrec.cpy".

       FD BOOKINGS.
           COPY "bkgrec.cpy".

       FD CANCELLOG.
           COPY "cnlrec.cpy".

       FD WORKORDERS.
           COPY "wordrec.cpy".

       FD BATCHRUNLOG.
           COPY "runlrec.cpy".

       FD OPERATORS.
           COPY "oprrec.cpy".

       FD CALLLIST.
       01  CALLLIST-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER               PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

       01  WS-WORK-AREAS.
           COPY "signonws.cpy".
           05  FILE-CHECK-KEY      PIC X(2).
               88 RECORDFOUND      VALUE "00".
           05  BKG-FILE-CHECK-KEY  PIC X(2).
               88 BOOKINGFOUND     VALUE "00".
           05  CNL-FILE-CHECK-KEY  PIC X(2).
           05  WO-FILE-CHECK-KEY   PIC X(2).
           05  RPT-FILE-CHECK-KEY  PIC X(2).
           05  RUNLOG-FILE-CHECK-KEY PIC X(2).
           05  WS-RUN-STATUS       PIC X VALUE 'A'.
           05  WS-WO-AVAIL         PIC X VALUE 'N'.
               88 WORKORDERS-AVAILABLE VALUE 'Y'.
           05  WS-SCAN-DONE        PIC X.
               88 SCAN-DONE        VALUE 'Y'.
           05  WS-PARK-SUB         PIC 9(4).
           05  WS-COURTS           PIC 9(4).
           05  WS-RUN-HOUR         PIC 9(2).
           05  WS-REASON           PIC X(12).
           05  WS-MOVE-COUNT       PIC 9(3) VALUE ZEROES.
           05  WS-MOVE-LIMIT       PIC 9(3) VALUE 500.
           05  WS-MOVE-SUB         PIC 9(3).
           05  WS-MORE-WAITING     PIC X VALUE 'N'.
               88 MORE-TO-RELOCATE VALUE 'Y'.
           05  WS-TRY-ROW          PIC 9(4).
           05  WS-TRY-COURT        PIC 9(2).
           05  WS-TRY-SLOT         PIC 9(2).
           05  WS-TRY-OK           PIC X.
               88 SLOT-BOOKABLE    VALUE 'Y'.
           05  WS-NEW-ROW          PIC 9(3).
           05  WS-NEW-COURT        PIC 9(2).
           05  WS-OLD-ROW          PIC 9(3).
           05  WS-OLD-DATE         PIC 9(8).
           05  WS-OLD-SLOT         PIC 9(2).
           05  WS-OLD-COURT        PIC 9(2).
           05  WS-OLD-NAME         PIC X(30).
           05  WS-OLD-PHONE        PIC X(12).
           05  WS-OLD-BAND         PIC X(8).
           05  WS-OLD-CHARGE       PIC 9(3)V99.
           05  WS-OLD-PAID         PIC X.
           05  WS-OLD-PATRON       PIC 9(6).
           05  WS-OLD-NO-SHOW      PIC X.
           05  WS-BOOKINGS-READ    PIC 9(7) VALUE ZEROES.
           05  WS-MOVED-SAME       PIC 9(5) VALUE ZEROES.
           05  WS-MOVED-OTHER      PIC 9(5) VALUE ZEROES.
           05  WS-MOVED-COUNT      PIC 9(5) VALUE ZEROES.
           05  WS-CANCEL-COUNT     PIC 9(5) VALUE ZEROES.
           05  WS-TIME-NOW         PIC 9(8).
           05  WS-RUN-DATE         PIC 9(8).
           05  WS-RUN-TIME         PIC 9(8).
           05  WS-PRINT-LINE       PIC X(132).
           05  WS-LINE-COUNT       PIC 9(2) VALUE 99.
           05  WS-PAGE-COUNT       PIC 9(3) VALUE ZEROES.

      *    ONE ENTRY PER ROW ID SO ANY PARK CAN BE TESTED WITHOUT
      *    GOING BACK TO THE MASTER
       01  WS-PARK-TABLE.
           05  WS-PARK-ENTRY OCCURS 999 TIMES.
               10  WS-PK-USED      PIC X.
               10  WS-PK-NAME      PIC X(40).
               10  WS-PK-REGION    PIC A(13).
               10  WS-PK-COURTS    PIC 9(2).
               10  WS-PK-COND      PIC X(6).
               10  WS-PK-LIT       PIC X.
               10  WS-PK-LIGHTS-WO PIC X.

      *    BOOKINGS TO RELOCATE ARE GATHERED IN ONE PASS AND MOVED
      *    AFTERWARDS SO THE SCAN NEVER MEETS A BOOKING IT HAS WRITTEN
       01  WS-MOVE-TABLE.
           05  WS-MOVE-ENTRY OCCURS 500 TIMES.
               10  WS-MV-ROW-ID    PIC 9(3).
               10  WS-MV-DATE      PIC 9(8).
               10  WS-MV-SLOT      PIC 9(2).
               10  WS-MV-COURT-NO  PIC 9(2).
               10  WS-MV-REASON    PIC X(12).

       01  RPT-TITLE-LINE.
           05 FILLER       PIC X(42)  VALUE
              'CITY OF OTTAWA - BOOKING RELOCATION CALLS'.
           05 FILLER       PIC X(7)   VALUE '   RUN '.
           05 RPT-RUN-DATE PIC 9(8).
           05 FILLER       PIC X(1)   VALUE '-'.
           05 RPT-RUN-TIME PIC 9(6).
           05 FILLER       PIC X(8)   VALUE '   PAGE '.
           05 RPT-PAGE-NO  PIC ZZ9.

       01  RPT-HEADING-LINE.
           05 FILLER       PIC X(25)  VALUE 'NAME'.
           05 FILLER       PIC X(13)  VALUE 'PHONE'.
           05 FILLER       PIC X(9)   VALUE 'DATE'.
           05 FILLER       PIC X(3)   VALUE 'HR'.
           05 FILLER       PIC X(30)  VALUE 'BOOKED AT'.
           05 FILLER       PIC X(30)  VALUE 'MOVED TO'.
           05 FILLER       PIC X(12)  VALUE 'REASON'.

       01  RPT-DETAIL-LINE.
           05 RPT-NAME         PIC X(24).
           05 FILLER           PIC X(1)   VALUE SPACES.
           05 RPT-PHONE        PIC X(12).
           05 FILLER           PIC X(1)   VALUE SPACES.
           05 RPT-DATE         PIC 9(8).
           05 FILLER           PIC X(1)   VALUE SPACES.
           05 RPT-SLOT         PIC 9(2).
           05 FILLER           PIC X(1)   VALUE SPACES.
           05 RPT-OLD-ROW      PIC 9(3).
           05 FILLER           PIC X(1)   VALUE SPACES.
           05 RPT-OLD-PARK     PIC X(22).
           05 FILLER           PIC X(1)   VALUE 'C'.
           05 RPT-OLD-COURT    PIC 9(2).
           05 FILLER           PIC X(1)   VALUE SPACES.
           05 RPT-NEW-LOCATION.
               10 RPT-NEW-ROW      PIC 9(3).
               10 FILLER           PIC X(1)   VALUE SPACES.
               10 RPT-NEW-PARK     PIC X(22).
               10 RPT-NEW-C        PIC X(1).
               10 RPT-NEW-COURT    PIC 9(2).
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 RPT-REASON       PIC X(12).

       01  RPT-COUNT-LINE.
           05 FILLER           PIC X(3)   VALUE SPACES.
           05 RPT-COUNT-LABEL  PIC X(36).
           05 RPT-COUNT-VALUE  PIC ZZZZ9.

       01  RPT-BLANK-LINE.
           05 FILLER           PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-BEGIN.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-TIME(1:2) TO WS-RUN-HOUR.

           PERFORM 9600-SIGN-ON THRU 9600-END.
           IF NOT SIGNED-ON
               GO TO 0900-STOP-RUN
           END-IF.
           IF SIGNON-INQUIRY
               DISPLAY 'RELOCATE: RELOCATION NEEDS THE UPDATE OR ',
                  'ADMIN ROLE'
               GO TO 0900-STOP-RUN
           END-IF.

           OPEN INPUT TENNISCOURTS.
           IF FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", FILE-CHECK-KEY
               GO TO 0900-STOP-RUN
           END-IF.

           OPEN I-O BOOKINGS.
           IF BKG-FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", BKG-FILE-CHECK-KEY
               GO TO 0900-STOP-RUN
           END-IF.

           OPEN INPUT WORKORDERS.
           IF WO-FILE-CHECK-KEY = "00"
               MOVE 'Y' TO WS-WO-AVAIL
           ELSE
               DISPLAY 'RELOCATE: NO WORK ORDER FILE - LIGHTS ORDERS ',
                  'CANNOT BE CHECKED'
           END-IF.

           OPEN OUTPUT CALLLIST.
           IF RPT-FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", RPT-FILE-CHECK-KEY
               GO TO 0900-STOP-RUN
           END-IF.

           MOVE WS-RUN-DATE      TO RPT-RUN-DATE.
           MOVE WS-RUN-TIME(1:6) TO RPT-RUN-TIME.

           PERFORM 0200-LOAD-PARKS THRU 0200-END.

           IF WORKORDERS-AVAILABLE
               PERFORM 0250-LOAD-LIGHTS-ORDERS THRU 0250-END
           END-IF.

           PERFORM 0300-GATHER-BOOKINGS THRU 0300-END.

           PERFORM 0400-RELOCATE-BOOKING THRU 0400-END
               VARYING WS-MOVE-SUB FROM 1 BY 1
               UNTIL WS-MOVE-SUB > WS-MOVE-COUNT.

           PERFORM 0600-PRINT-COUNTS THRU 0600-END.

           DISPLAY 'RELOCATE: BOOKINGS MOVED     - ', WS-MOVED-COUNT.
           DISPLAY 'RELOCATE: BOOKINGS CANCELLED - ', WS-CANCEL-COUNT.
           IF MORE-TO-RELOCATE
               DISPLAY 'RELOCATE: MORE BOOKINGS REMAIN - RUN AGAIN'
           END-IF.

           MOVE 'N' TO WS-RUN-STATUS.
           PERFORM 0900-STOP-RUN.

       0200-LOAD-PARKS.

           PERFORM 0210-CLEAR-PARK THRU 0210-END
               VARYING WS-PARK-SUB FROM 1 BY 1 UNTIL WS-PARK-SUB > 999.

           MOVE ZEROES TO ROW-ID-IDX.
           MOVE 'N' TO WS-SCAN-DONE.
           START TENNISCOURTS KEY IS NOT LESS THAN ROW-ID-IDX
             INVALID KEY SET SCAN-DONE TO TRUE
           END-START.

           PERFORM 0220-PARK-READ-NEXT THRU 0220-END
               UNTIL SCAN-DONE.

       0200-END.

       0210-CLEAR-PARK.

           MOVE 'N'    TO WS-PK-USED(WS-PARK-SUB).
           MOVE SPACES TO WS-PK-NAME(WS-PARK-SUB)
                          WS-PK-REGION(WS-PARK-SUB)
                          WS-PK-COND(WS-PARK-SUB).
           MOVE ZEROES TO WS-PK-COURTS(WS-PARK-SUB).
           MOVE 'N'    TO WS-PK-LIT(WS-PARK-SUB)
                          WS-PK-LIGHTS-WO(WS-PARK-SUB).

       0210-END.

       0220-PARK-READ-NEXT.

           READ TENNISCOURTS NEXT RECORD
             AT END SET SCAN-DONE TO TRUE
           END-READ.

           IF SCAN-DONE
               GO TO 0220-END
           END-IF.

           IF ROW-ID-IDX = ZEROES
               GO TO 0220-END
           END-IF.

           MOVE ROW-ID-IDX TO WS-PARK-SUB.
           MOVE 'Y'           TO WS-PK-USED(WS-PARK-SUB).
           MOVE PARK-NAME-IDX TO WS-PK-NAME(WS-PARK-SUB).
           MOVE REGION-IDX    TO WS-PK-REGION(WS-PARK-SUB).
           MOVE CONDITION-IDX TO WS-PK-COND(WS-PARK-SUB).
           MOVE TOTAL-COURTS-IDX-N TO WS-COURTS.
           IF WS-COURTS > 99
               MOVE 99 TO WS-COURTS
           END-IF.
           MOVE WS-COURTS     TO WS-PK-COURTS(WS-PARK-SUB).
           IF LIGHTS-IDX = 'Y'
               MOVE 'Y' TO WS-PK-LIT(WS-PARK-SUB)
           END-IF.

       0220-END.

      *    AN OPEN OR ASSIGNED LIGHTS ORDER TAKES THE PARK'S EVENING
      *    SLOTS OUT OF SERVICE, AS IN BOOKCOURT
       0250-LOAD-LIGHTS-ORDERS.

           MOVE ZEROES TO WO-KEY.
           MOVE 'N' TO WS-SCAN-DONE.
           START WORKORDERS KEY IS NOT LESS THAN WO-KEY
             INVALID KEY SET SCAN-DONE TO TRUE
           END-START.

           PERFORM 0260-ORDER-READ-NEXT THRU 0260-END
               UNTIL SCAN-DONE.

       0250-END.

       0260-ORDER-READ-NEXT.

           READ WORKORDERS NEXT RECORD
             AT END SET SCAN-DONE TO TRUE
           END-READ.

           IF SCAN-DONE
               GO TO 0260-END
           END-IF.

           IF WO-ROW-ID = ZEROES
               GO TO 0260-END
           END-IF.

           IF (WO-OPEN OR WO-ASSIGNED) AND WO-AMENITY = 'LIGHTS'
               MOVE 'Y' TO WS-PK-LIGHTS-WO(WO-ROW-ID)
           END-IF.

       0260-END.

      *    EVERY BOOKING STILL AHEAD OF US THAT BOOKCOURT WOULD NOW
      *    REFUSE - A CLOSED OR POOR PARK, AN EVENING SLOT WITHOUT
      *    WORKING LIGHTS, OR A COURT NUMBER THE PARK NO LONGER HAS
       0300-GATHER-BOOKINGS.

           MOVE ZEROES TO BKG-KEY.
           MOVE 'N' TO WS-SCAN-DONE.
           START BOOKINGS KEY IS NOT LESS THAN BKG-KEY
             INVALID KEY SET SCAN-DONE TO TRUE
           END-START.

           PERFORM 0310-BOOKING-READ-NEXT THRU 0310-END
               UNTIL SCAN-DONE.

       0300-END.

       0310-BOOKING-READ-NEXT.

           READ BOOKINGS NEXT RECORD
             AT END SET SCAN-DONE TO TRUE
           END-READ.

           IF SCAN-DONE
               GO TO 0310-END
           END-IF.

           ADD 1 TO WS-BOOKINGS-READ.

           IF BKG-DATE < WS-RUN-DATE
               GO TO 0310-END
           END-IF.
           IF BKG-DATE = WS-RUN-DATE AND BKG-SLOT NOT > WS-RUN-HOUR
               GO TO 0310-END
           END-IF.

      *    BOOKINGS FOR PARKS GONE FROM THE MASTER ARE LEFT TO THE
      *    INTEGRITY SWEEP
           IF BKG-ROW-ID = ZEROES
               GO TO 0310-END
           END-IF.
           IF WS-PK-USED(BKG-ROW-ID) NOT = 'Y'
               GO TO 0310-END
           END-IF.

           MOVE SPACES TO WS-REASON.
           EVALUATE TRUE
               WHEN WS-PK-COND(BKG-ROW-ID) = 'CLOSED'
                   MOVE 'PARK CLOSED' TO WS-REASON
               WHEN WS-PK-COND(BKG-ROW-ID) = 'POOR'
                   MOVE 'PARK POOR' TO WS-REASON
               WHEN BKG-SLOT NOT < 18
                   AND WS-PK-LIT(BKG-ROW-ID) NOT = 'Y'
                   MOVE 'NO LIGHTS' TO WS-REASON
               WHEN BKG-SLOT NOT < 18
                   AND WS-PK-LIGHTS-WO(BKG-ROW-ID) = 'Y'
                   MOVE 'LIGHTS ORDER' TO WS-REASON
               WHEN BKG-COURT-NO > WS-PK-COURTS(BKG-ROW-ID)
                   MOVE 'COURT GONE' TO WS-REASON
           END-EVALUATE.

           IF WS-REASON = SPACES
               GO TO 0310-END
           END-IF.

           IF WS-MOVE-COUNT NOT < WS-MOVE-LIMIT
               SET MORE-TO-RELOCATE TO TRUE
               SET SCAN-DONE TO TRUE
               GO TO 0310-END
           END-IF.

           ADD 1 TO WS-MOVE-COUNT.
           MOVE BKG-ROW-ID   TO WS-MV-ROW-ID(WS-MOVE-COUNT).
           MOVE BKG-DATE     TO WS-MV-DATE(WS-MOVE-COUNT).
           MOVE BKG-SLOT     TO WS-MV-SLOT(WS-MOVE-COUNT).
           MOVE BKG-COURT-NO TO WS-MV-COURT-NO(WS-MOVE-COUNT).
           MOVE WS-REASON    TO WS-MV-REASON(WS-MOVE-COUNT).

       0310-END.

       0400-RELOCATE-BOOKING.

           MOVE WS-MV-ROW-ID(WS-MOVE-SUB)   TO BKG-ROW-ID.
           MOVE WS-MV-DATE(WS-MOVE-SUB)     TO BKG-DATE.
           MOVE WS-MV-SLOT(WS-MOVE-SUB)     TO BKG-SLOT.
           MOVE WS-MV-COURT-NO(WS-MOVE-SUB) TO BKG-COURT-NO.
           READ BOOKINGS
             KEY IS BKG-KEY
             INVALID KEY CONTINUE
           END-READ.

           IF NOT BOOKINGFOUND
               GO TO 0400-END
           END-IF.

           MOVE BKG-ROW-ID    TO WS-OLD-ROW.
           MOVE BKG-DATE      TO WS-OLD-DATE.
           MOVE BKG-SLOT      TO WS-OLD-SLOT.
           MOVE BKG-COURT-NO  TO WS-OLD-COURT.
           MOVE BKG-NAME      TO WS-OLD-NAME.
           MOVE BKG-PHONE     TO WS-OLD-PHONE.
           MOVE BKG-BAND      TO WS-OLD-BAND.
           MOVE BKG-CHARGE    TO WS-OLD-CHARGE.
           MOVE BKG-PAID      TO WS-OLD-PAID.
           MOVE BKG-PATRON-NO TO WS-OLD-PATRON.
           MOVE BKG-NO-SHOW   TO WS-OLD-NO-SHOW.

           MOVE ZEROES TO WS-NEW-ROW WS-NEW-COURT.
           MOVE WS-OLD-SLOT TO WS-TRY-SLOT.

      *    A FREE COURT AT THE SAME PARK FIRST, THEN ANY PARK IN THE
      *    SAME REGION THAT IS BOOKABLE FOR THE SAME DATE AND SLOT
           MOVE WS-OLD-ROW TO WS-TRY-ROW.
           PERFORM 0450-CHECK-PARK-SLOT THRU 0450-END.
           IF SLOT-BOOKABLE
               PERFORM 0460-FIND-FREE-COURT THRU 0460-END
           END-IF.

           IF WS-NEW-ROW = ZEROES
               PERFORM 0440-TRY-REGION-PARK THRU 0440-END
                   VARYING WS-TRY-ROW FROM 1 BY 1
                   UNTIL WS-NEW-ROW NOT = ZEROES
                   OR WS-TRY-ROW > 999
           END-IF.

           IF WS-NEW-ROW = ZEROES
               PERFORM 0500-CANCEL-BOOKING THRU 0500-END
           ELSE
               PERFORM 0480-MOVE-BOOKING THRU 0480-END
           END-IF.

       0400-END.

       0440-TRY-REGION-PARK.

           IF WS-TRY-ROW = WS-OLD-ROW
               GO TO 0440-END
           END-IF.
           IF WS-PK-USED(WS-TRY-ROW) NOT = 'Y'
               GO TO 0440-END
           END-IF.
           IF WS-PK-REGION(WS-TRY-ROW) NOT = WS-PK-REGION(WS-OLD-ROW)
               GO TO 0440-END
           END-IF.

           PERFORM 0450-CHECK-PARK-SLOT THRU 0450-END.
           IF SLOT-BOOKABLE
               PERFORM 0460-FIND-FREE-COURT THRU 0460-END
           END-IF.

       0440-END.

      *    THE SAME PARK RULES BOOKCOURT APPLIES TO A NEW BOOKING
       0450-CHECK-PARK-SLOT.

           MOVE 'N' TO WS-TRY-OK.
           IF WS-PK-USED(WS-TRY-ROW) NOT = 'Y'
               OR WS-PK-COURTS(WS-TRY-ROW) = ZEROES
               GO TO 0450-END
           END-IF.
           IF WS-PK-COND(WS-TRY-ROW) = 'CLOSED'
               OR WS-PK-COND(WS-TRY-ROW) = 'POOR'
               GO TO 0450-END
           END-IF.
           IF WS-TRY-SLOT NOT < 18
               IF WS-PK-LIT(WS-TRY-ROW) NOT = 'Y'
                   OR WS-PK-LIGHTS-WO(WS-TRY-ROW) = 'Y'
                   GO TO 0450-END
               END-IF
           END-IF.
           SET SLOT-BOOKABLE TO TRUE.

       0450-END.

       0460-FIND-FREE-COURT.

           PERFORM 0470-TRY-COURT THRU 0470-END
               VARYING WS-TRY-COURT FROM 1 BY 1
               UNTIL WS-NEW-ROW NOT = ZEROES
               OR WS-TRY-COURT > WS-PK-COURTS(WS-TRY-ROW).

       0460-END.

       0470-TRY-COURT.

           MOVE WS-TRY-ROW   TO BKG-ROW-ID.
           MOVE WS-OLD-DATE  TO BKG-DATE.
           MOVE WS-OLD-SLOT  TO BKG-SLOT.
           MOVE WS-TRY-COURT TO BKG-COURT-NO.
           READ BOOKINGS
             KEY IS BKG-KEY
             INVALID KEY
                MOVE WS-TRY-ROW   TO WS-NEW-ROW
                MOVE WS-TRY-COURT TO WS-NEW-COURT
           END-READ.

       0470-END.

      *    THE BOOKING KEEPS ITS PATRON, BAND, CHARGE AND PAYMENT -
      *    ONLY THE PARK AND COURT CHANGE
       0480-MOVE-BOOKING.

           MOVE WS-NEW-ROW     TO BKG-ROW-ID.
           MOVE WS-OLD-DATE    TO BKG-DATE.
           MOVE WS-OLD-SLOT    TO BKG-SLOT.
           MOVE WS-NEW-COURT   TO BKG-COURT-NO.
           MOVE WS-OLD-NAME    TO BKG-NAME.
           MOVE WS-OLD-PHONE   TO BKG-PHONE.
           MOVE WS-OLD-BAND    TO BKG-BAND.
           MOVE WS-OLD-CHARGE  TO BKG-CHARGE.
           MOVE WS-OLD-PAID    TO BKG-PAID.
           MOVE WS-OLD-PATRON  TO BKG-PATRON-NO.
           MOVE WS-OLD-NO-SHOW TO BKG-NO-SHOW.

           WRITE BOOKINGREC
             INVALID KEY
                DISPLAY 'RELOCATE: UNABLE TO WRITE MOVED BOOKING, ',
                   'STATUS ', BKG-FILE-CHECK-KEY
           END-WRITE.

           IF BKG-FILE-CHECK-KEY NOT= "00"
               PERFORM 0500-CANCEL-BOOKING THRU 0500-END
               GO TO 0480-END
           END-IF.

           MOVE WS-OLD-ROW   TO BKG-ROW-ID.
           MOVE WS-OLD-DATE  TO BKG-DATE.
           MOVE WS-OLD-SLOT  TO BKG-SLOT.
           MOVE WS-OLD-COURT TO BKG-COURT-NO.
           DELETE BOOKINGS RECORD
             INVALID KEY
                DISPLAY 'RELOCATE: UNABLE TO REMOVE OLD BOOKING, ',
                   'STATUS ', BKG-FILE-CHECK-KEY
           END-DELETE.

           ADD 1 TO WS-MOVED-COUNT.
           IF WS-NEW-ROW = WS-OLD-ROW
               ADD 1 TO WS-MOVED-SAME
           ELSE
               ADD 1 TO WS-MOVED-OTHER
           END-IF.

           PERFORM 0550-SET-OLD-LOCATION THRU 0550-END.
           MOVE WS-NEW-ROW               TO RPT-NEW-ROW.
           MOVE WS-PK-NAME(WS-NEW-ROW)   TO RPT-NEW-PARK.
           MOVE 'C'                      TO RPT-NEW-C.
           MOVE WS-NEW-COURT             TO RPT-NEW-COURT.
           MOVE RPT-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 0800-WRITE-RPT-LINE THRU 0800-END.

       0480-END.

      *    NOTHING FREE NEARBY - THE BOOKING IS CANCELLED AND LOGGED
      *    LIKE A DESK CANCELLATION SO THE REFUND REGISTER SEES IT.
      *    THE VACATED SLOT CANNOT BE BOOKED, SO NO ONE IS PROMOTED
       0500-CANCEL-BOOKING.

           MOVE WS-OLD-ROW   TO BKG-ROW-ID.
           MOVE WS-OLD-DATE  TO BKG-DATE.
           MOVE WS-OLD-SLOT  TO BKG-SLOT.
           MOVE WS-OLD-COURT TO BKG-COURT-NO.
           DELETE BOOKINGS RECORD
             INVALID KEY
                DISPLAY 'RELOCATE: UNABLE TO CANCEL, STATUS ',
                   BKG-FILE-CHECK-KEY
                GO TO 0500-END
           END-DELETE.

           ADD 1 TO WS-CANCEL-COUNT.
           PERFORM 0710-WRITE-CANCEL-LOG THRU 0710-END.

           PERFORM 0550-SET-OLD-LOCATION THRU 0550-END.
           MOVE 'CANCELLED - NO FREE COURT' TO RPT-NEW-LOCATION.
           MOVE RPT-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 0800-WRITE-RPT-LINE THRU 0800-END.

       0500-END.

       0550-SET-OLD-LOCATION.

           MOVE WS-OLD-NAME              TO RPT-NAME.
           MOVE WS-OLD-PHONE             TO RPT-PHONE.
           MOVE WS-OLD-DATE              TO RPT-DATE.
           MOVE WS-OLD-SLOT              TO RPT-SLOT.
           MOVE WS-OLD-ROW               TO RPT-OLD-ROW.
           MOVE WS-PK-NAME(WS-OLD-ROW)   TO RPT-OLD-PARK.
           MOVE WS-OLD-COURT             TO RPT-OLD-COURT.
           MOVE WS-MV-REASON(WS-MOVE-SUB) TO RPT-REASON.

       0550-END.

       0600-PRINT-COUNTS.

           MOVE RPT-BLANK-LINE TO WS-PRINT-LINE.
           PERFORM 0800-WRITE-RPT-LINE THRU 0800-END.

           MOVE 'BOOKINGS READ' TO RPT-COUNT-LABEL.
           MOVE WS-BOOKINGS-READ TO RPT-COUNT-VALUE.
           MOVE RPT-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 0800-WRITE-RPT-LINE THRU 0800-END.

           MOVE 'FUTURE BOOKINGS NO LONGER BOOKABLE' TO RPT-COUNT-LABEL.
           MOVE WS-MOVE-COUNT TO RPT-COUNT-VALUE.
           MOVE RPT-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 0800-WRITE-RPT-LINE THRU 0800-END.

           MOVE 'MOVED TO ANOTHER COURT, SAME PARK' TO RPT-COUNT-LABEL.
           MOVE WS-MOVED-SAME TO RPT-COUNT-VALUE.
           MOVE RPT-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 0800-WRITE-RPT-LINE THRU 0800-END.

           MOVE 'MOVED TO ANOTHER PARK IN THE REGION'
              TO RPT-COUNT-LABEL.
           MOVE WS-MOVED-OTHER TO RPT-COUNT-VALUE.
           MOVE RPT-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 0800-WRITE-RPT-LINE THRU 0800-END.

           MOVE 'CANCELLED' TO RPT-COUNT-LABEL.
           MOVE WS-CANCEL-COUNT TO RPT-COUNT-VALUE.
           MOVE RPT-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 0800-WRITE-RPT-LINE THRU 0800-END.

           IF MORE-TO-RELOCATE
               MOVE SPACES TO WS-PRINT-LINE
               MOVE '   MORE BOOKINGS REMAIN - RUN THE RELOCATION AGAIN'
                  TO WS-PRINT-LINE
               PERFORM 0800-WRITE-RPT-LINE THRU 0800-END
           END-IF.

       0600-END.

       0710-WRITE-CANCEL-LOG.

           OPEN EXTEND CANCELLOG.
           IF CNL-FILE-CHECK-KEY = "35"
               CLOSE CANCELLOG
               OPEN OUTPUT CANCELLOG
           END-IF.
           IF CNL-FILE-CHECK-KEY NOT= "00"
               DISPLAY 'RELOCATE: UNABLE TO OPEN CANCEL LOG, ',
                  'STATUS ', CNL-FILE-CHECK-KEY
               GO TO 0710-END
           END-IF.

           ACCEPT CNL-CANCEL-DATE FROM DATE YYYYMMDD.
           MOVE WS-OLD-ROW     TO CNL-ROW-ID.
           MOVE WS-OLD-DATE    TO CNL-BOOK-DATE.
           MOVE WS-OLD-SLOT    TO CNL-SLOT.
           MOVE WS-OLD-COURT   TO CNL-COURT-NO.
           MOVE WS-OLD-BAND    TO CNL-BAND.
           MOVE WS-OLD-CHARGE  TO CNL-CHARGE.
           MOVE WS-OLD-PAID    TO CNL-PAID.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:6) TO CNL-CANCEL-TIME.
           MOVE WS-OLD-PATRON  TO CNL-PATRON-NO.
           SET CNL-FROM-RELOCATE TO TRUE.
           WRITE CANCELREC.
           IF CNL-FILE-CHECK-KEY NOT= "00"
               DISPLAY 'RELOCATE: UNABLE TO WRITE CANCEL LOG, ',
                  'STATUS ', CNL-FILE-CHECK-KEY
           END-IF.
           CLOSE CANCELLOG.

       0710-END.

       0800-WRITE-RPT-LINE.

           IF WS-LINE-COUNT > 55
               PERFORM 0810-RPT-NEW-PAGE THRU 0810-END
           END-IF.
           WRITE CALLLIST-RECORD FROM WS-PRINT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       0800-END.

       0810-RPT-NEW-PAGE.

           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO RPT-PAGE-NO.
           WRITE CALLLIST-RECORD FROM RPT-TITLE-LINE.
           WRITE CALLLIST-RECORD FROM RPT-HEADING-LINE.
           WRITE CALLLIST-RECORD FROM RPT-BLANK-LINE.
           MOVE 3 TO WS-LINE-COUNT.

       0810-END.

       0900-STOP-RUN.

           PERFORM 9800-WRITE-RUN-LOG THRU 9800-END.

           CLOSE TENNISCOURTS, BOOKINGS, CALLLIST.
           IF WORKORDERS-AVAILABLE
               CLOSE WORKORDERS
           END-IF.
           STOP RUN.

       9800-WRITE-RUN-LOG.

           OPEN EXTEND BATCHRUNLOG.
           IF RUNLOG-FILE-CHECK-KEY = "35"
               CLOSE BATCHRUNLOG
               OPEN OUTPUT BATCHRUNLOG
           END-IF.
           IF RUNLOG-FILE-CHECK-KEY NOT= "00"
               DISPLAY "RELOCATE: UNABLE TO OPEN RUN LOG, STATUS ",
                  RUNLOG-FILE-CHECK-KEY
               GO TO 9800-END
           END-IF.

           MOVE 'RELOCATE' TO RUN-PROGRAM.
           MOVE WS-RUN-DATE      TO RUN-START-DATE.
           MOVE WS-RUN-TIME(1:6) TO RUN-START-TIME.
           ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:6) TO RUN-END-TIME.
           MOVE WS-MOVED-COUNT  TO RUN-COUNT-1.
           MOVE WS-CANCEL-COUNT TO RUN-COUNT-2.
           MOVE WS-RUN-STATUS TO RUN-COMPLETION.
           WRITE RUNLOG-RECORD.
           IF RUNLOG-FILE-CHECK-KEY NOT= "00"
               DISPLAY "RELOCATE: UNABLE TO WRITE RUN LOG, STATUS ",
                  RUNLOG-FILE-CHECK-KEY
           END-IF.
           CLOSE BATCHRUNLOG.

       9800-END.

           COPY "signon.cpy".

       END PROGRAM RELOCATE.
