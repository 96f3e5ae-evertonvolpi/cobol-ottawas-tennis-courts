       IDENTIFICATION DIVISION.
       PROGRAM-ID. UTILRPT.
       AUTHOR. EVERTON VOLPI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "tcidxsel.cpy".

           COPY "bkgsel.cpy".

           COPY "wtlsel.cpy".

           COPY "promsel.cpy".

           COPY "runlsel.cpy".

           SELECT UTILRPT ASSIGN TO "courtUtilization.rpt"
           FILE STATUS IS RPT-FILE-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TENNISCOURTS.
           COPY "tcidxrec.cpy".

       FD BOOKINGS.
           COPY "bkgrec.cpy".

       FD WAITLIST.
           COPY "wtlrec.cpy".

       FD PROMOLOG.
           COPY "promrec.cpy".

       FD BATCHRUNLOG.
           COPY "runlrec.cpy".

       FD UTILRPT.
       01  UTILRPT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER               PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY      PIC X(2).
           05  BKG-FILE-CHECK-KEY  PIC X(2).
           05  WTL-FILE-CHECK-KEY  PIC X(2).
           05  PROMO-FILE-CHECK-KEY PIC X(2).
           05  RPT-FILE-CHECK-KEY  PIC X(2).
           05  RUNLOG-FILE-CHECK-KEY PIC X(2).
           05  WS-RUN-STATUS       PIC X VALUE 'A'.
           05  WS-TIME-NOW         PIC 9(8).
           05  WS-SCAN-DONE        PIC X.
               88 SCAN-DONE        VALUE 'Y'.
           05  WS-DATE-FIELD       PIC X(8).
           05  WS-FROM-DATE        PIC 9(8).
           05  WS-TO-DATE          PIC 9(8).
           05  WS-FROM-DAYS        PIC 9(8).
           05  WS-TO-DAYS          PIC 9(8).
           05  WS-DAY-COUNT        PIC 9(5).
           05  WS-DAY-NO           PIC 9(8).
           05  WS-PARK-SUB         PIC 9(4).
           05  WS-REGION-SUB       PIC 9(2).
           05  WS-HOUR-SUB         PIC 9(2).
           05  WS-WEEKDAY-SUB      PIC 9.
           05  WS-RANK             PIC 9(2).
           05  WS-RANK-LIMIT       PIC 9(2) VALUE 05.
           05  WS-BEST-SUB         PIC 9(3).
           05  WS-BEST-PCT         PIC 9(4)V9.
           05  WS-COURTS           PIC 9(2).
           05  WS-DAY-CAPACITY     PIC 9(5).
           05  WS-ALL-COURTS       PIC 9(5) VALUE ZEROES.
           05  WS-LIT-COURTS       PIC 9(5) VALUE ZEROES.
           05  WS-ALL-DAY-CAPACITY PIC 9(7) VALUE ZEROES.
           05  WS-PARKS-LOADED     PIC 9(5) VALUE ZEROES.
           05  WS-BOOKED-COUNT     PIC 9(7) VALUE ZEROES.
           05  WS-UNMATCHED-COUNT  PIC 9(5) VALUE ZEROES.
           05  WS-WAIT-COUNT       PIC 9(5) VALUE ZEROES.
           05  WS-PROMO-COUNT      PIC 9(5) VALUE ZEROES.
           05  WS-TOTAL-CAPACITY   PIC 9(9) VALUE ZEROES.
           05  WS-CALC-BOOKED      PIC 9(9).
           05  WS-CALC-CAPACITY    PIC 9(9).
           05  WS-CALC-PCT         PIC 9(4)V9.
           05  WS-RUN-DATE         PIC 9(8).
           05  WS-RUN-TIME         PIC 9(8).
           05  WS-PRINT-LINE       PIC X(132).
           05  WS-LINE-COUNT       PIC 9(2) VALUE 99.
           05  WS-PAGE-COUNT       PIC 9(3) VALUE ZEROES.
           COPY "datecws.cpy".

       01  WS-REGION-TABLE.
           05  FILLER    PIC A(13) VALUE 'Cumberland'.
           05  FILLER    PIC A(13) VALUE 'Gloucester'.
           05  FILLER    PIC A(13) VALUE 'Goulbourn'.
           05  FILLER    PIC A(13) VALUE 'Kanata'.
           05  FILLER    PIC A(13) VALUE 'Nepean'.
           05  FILLER    PIC A(13) VALUE 'Osgoode'.
           05  FILLER    PIC A(13) VALUE 'Ottawa'.
           05  FILLER    PIC A(13) VALUE 'Rideau'.
           05  FILLER    PIC A(13) VALUE 'Rockcliffe'.
           05  FILLER    PIC A(13) VALUE 'Vanier'.
           05  FILLER    PIC A(13) VALUE 'West Carle'.
           05  FILLER    PIC A(13) VALUE 'Other'.
       01  WS-REGION-TABLE-R REDEFINES WS-REGION-TABLE.
           05  WS-REGION-NAME OCCURS 12 TIMES PIC A(13).

       01  WS-WEEKDAY-TABLE.
           05  FILLER    PIC X(9) VALUE 'MONDAY'.
           05  FILLER    PIC X(9) VALUE 'TUESDAY'.
           05  FILLER    PIC X(9) VALUE 'WEDNESDAY'.
           05  FILLER    PIC X(9) VALUE 'THURSDAY'.
           05  FILLER    PIC X(9) VALUE 'FRIDAY'.
           05  FILLER    PIC X(9) VALUE 'SATURDAY'.
           05  FILLER    PIC X(9) VALUE 'SUNDAY'.
       01  WS-WEEKDAY-TABLE-R REDEFINES WS-WEEKDAY-TABLE.
           05  WS-WEEKDAY-NAME OCCURS 7 TIMES PIC X(9).

      *    ONE ENTRY PER ROW ID.  A PARK OFFERS TWELVE DAYTIME SLOTS
      *    (06-17) PER COURT AND FOUR MORE EVENING SLOTS (18-21) PER
      *    COURT ONLY WHEN IT HAS LIGHTS
       01  WS-PARK-TABLE.
           05  WS-PARK-ENTRY OCCURS 999 TIMES.
               10  WS-PK-USED      PIC X.
               10  WS-PK-NAME      PIC X(40).
               10  WS-PK-REGION    PIC 9(2).
               10  WS-PK-COURTS    PIC 9(2).
               10  WS-PK-LIT       PIC X.
               10  WS-PK-CAPACITY  PIC 9(7).
               10  WS-PK-BOOKED    PIC 9(7).
               10  WS-PK-WAITING   PIC 9(5).
               10  WS-PK-PROMOTED  PIC 9(5).
               10  WS-PK-PCT       PIC 9(4)V9.
               10  WS-PK-FLAG      PIC X(6).

       01  WS-REGION-TOTALS.
           05  WS-RG-ENTRY OCCURS 12 TIMES.
               10  WS-RG-PARKS     PIC 9(4).
               10  WS-RG-CAPACITY  PIC 9(9).
               10  WS-RG-BOOKED    PIC 9(7).
               10  WS-RG-UNMET     PIC 9(5).

       01  WS-HOUR-TOTALS.
           05  WS-HR-ENTRY OCCURS 16 TIMES.
               10  WS-HR-BOOKED    PIC 9(7).

       01  WS-WEEKDAY-TOTALS.
           05  WS-WD-ENTRY OCCURS 7 TIMES.
               10  WS-WD-DAYS      PIC 9(4).
               10  WS-WD-BOOKED    PIC 9(7).

       01  RPT-TITLE-LINE.
           05 FILLER       PIC X(42)  VALUE
              'CITY OF OTTAWA - COURT UTILIZATION/DEMAND '.
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
           05 FILLER       PIC X(44)  VALUE
              'CAPACITY = COURTS X SLOTS 06-21 (18-21 LIT)'.
           05 FILLER       PIC X(11)  VALUE ' OVER DAYS '.
           05 RPT-DAY-COUNT PIC ZZZZ9.

       01  RPT-SECTION-LINE.
           05 RPT-SECTION-TEXT PIC X(60).

       01  RPT-PARK-HEAD-LINE.
           05 FILLER       PIC X(5)   VALUE 'ROW'.
           05 FILLER       PIC X(41)  VALUE 'PARK'.
           05 FILLER       PIC X(14)  VALUE 'REGION'.
           05 FILLER       PIC X(8)   VALUE 'CTS LIT'.
           05 FILLER       PIC X(9)   VALUE ' CAPACITY'.
           05 FILLER       PIC X(9)   VALUE '   BOOKED'.
           05 FILLER       PIC X(8)   VALUE '   OCC %'.
           05 FILLER       PIC X(7)   VALUE '   WAIT'.
           05 FILLER       PIC X(7)   VALUE '  PROMO'.
           05 FILLER       PIC X(7)   VALUE '  UNMET'.
           05 FILLER       PIC X(7)   VALUE '  FLAG'.

       01  RPT-PARK-LINE.
           05 RPT-PK-ROW       PIC 9(3).
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 RPT-PK-NAME      PIC X(40).
           05 FILLER           PIC X(1)   VALUE SPACES.
           05 RPT-PK-REGION    PIC X(13).
           05 FILLER           PIC X(1)   VALUE SPACES.
           05 RPT-PK-COURTS    PIC Z9.
           05 FILLER           PIC X(3)   VALUE SPACES.
           05 RPT-PK-LIT       PIC X.
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 RPT-PK-CAPACITY  PIC ZZZZZZZZ9.
           05 RPT-PK-BOOKED    PIC ZZZZZZZZ9.
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 RPT-PK-PCT       PIC ZZZ9.9.
           05 RPT-PK-WAITING   PIC ZZZZZZ9.
           05 RPT-PK-PROMOTED  PIC ZZZZZZ9.
           05 RPT-PK-UNMET     PIC ZZZZZZ9.
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 RPT-PK-FLAG      PIC X(6).

       01  RPT-SUMMARY-HEAD-LINE.
           05 RPT-SUM-HEAD     PIC X(15).
           05 FILLER           PIC X(7)   VALUE '  PARKS'.
           05 FILLER           PIC X(11)  VALUE '   CAPACITY'.
           05 FILLER           PIC X(9)   VALUE '   BOOKED'.
           05 FILLER           PIC X(8)   VALUE '   OCC %'.
           05 FILLER           PIC X(7)   VALUE '  UNMET'.

       01  RPT-SUMMARY-LINE.
           05 RPT-SUM-NAME     PIC X(15).
           05 RPT-SUM-PARKS    PIC ZZZZZZ9.
           05 RPT-SUM-CAPACITY PIC ZZZZZZZZZZ9.
           05 RPT-SUM-BOOKED   PIC ZZZZZZZZ9.
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 RPT-SUM-PCT      PIC ZZZ9.9.
           05 RPT-SUM-UNMET    PIC ZZZZZZ9.

       01  RPT-COUNT-LINE.
           05 RPT-COUNT-LABEL  PIC X(40).
           05 RPT-COUNT-VALUE  PIC ZZZZZZ9.

       01  RPT-BLANK-LINE.
           05 FILLER           PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-BEGIN.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           PERFORM 0110-GET-DATE-RANGE THRU 0110-END.
           IF WS-TO-DATE < WS-FROM-DATE
               DISPLAY 'UTILRPT: TO DATE IS BEFORE FROM DATE'
               GO TO 0900-STOP-RUN
           END-IF.

           OPEN INPUT TENNISCOURTS.
           IF FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", FILE-CHECK-KEY
               GO TO 0900-STOP-RUN
           END-IF.

           OPEN INPUT BOOKINGS.
           IF BKG-FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", BKG-FILE-CHECK-KEY
               GO TO 0900-STOP-RUN
           END-IF.

           OPEN OUTPUT UTILRPT.
           IF RPT-FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", RPT-FILE-CHECK-KEY
               GO TO 0900-STOP-RUN
           END-IF.

           MOVE WS-RUN-DATE      TO RPT-RUN-DATE.
           MOVE WS-RUN-TIME(1:6) TO RPT-RUN-TIME.
           MOVE WS-FROM-DATE     TO RPT-FROM-DATE.
           MOVE WS-TO-DATE       TO RPT-TO-DATE.
           MOVE WS-DAY-COUNT     TO RPT-DAY-COUNT.

           PERFORM 0200-LOAD-PARKS THRU 0200-END.
           PERFORM 0300-TALLY-BOOKINGS THRU 0300-END.
           PERFORM 0350-TALLY-WAITLIST THRU 0350-END.
           PERFORM 0380-TALLY-PROMOTIONS THRU 0380-END.
           PERFORM 0400-RANK-PARKS THRU 0400-END.

           PERFORM 0500-PARK-SECTION THRU 0500-END.
           PERFORM 0550-REGION-SECTION THRU 0550-END.
           PERFORM 0600-HOUR-SECTION THRU 0600-END.
           PERFORM 0650-WEEKDAY-SECTION THRU 0650-END.
           PERFORM 0700-RANK-SECTION THRU 0700-END.
           PERFORM 0750-DEMAND-SECTION THRU 0750-END.

           DISPLAY "UTILRPT: PARKS ON THE MASTER  - ", WS-PARKS-LOADED.
           DISPLAY "UTILRPT: BOOKINGS IN RANGE    - ", WS-BOOKED-COUNT.

           MOVE 'N' TO WS-RUN-STATUS.
           PERFORM 0900-STOP-RUN.

       0110-GET-DATE-RANGE.

           DISPLAY 'ENTER FROM DATE YYYYMMDD (BLANK = START OF ',
              'MONTH): '
              WITH NO ADVANCING.
           MOVE SPACES TO WS-DATE-FIELD.
           ACCEPT WS-DATE-FIELD.
           IF WS-DATE-FIELD NOT = SPACES AND WS-DATE-FIELD NUMERIC
               MOVE WS-DATE-FIELD TO WS-FROM-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-FROM-DATE
               MOVE 01 TO WS-FROM-DATE(7:2)
           END-IF.

           DISPLAY 'ENTER TO DATE YYYYMMDD (BLANK = TODAY): '
              WITH NO ADVANCING.
           MOVE SPACES TO WS-DATE-FIELD.
           ACCEPT WS-DATE-FIELD.
           IF WS-DATE-FIELD NOT = SPACES AND WS-DATE-FIELD NUMERIC
               MOVE WS-DATE-FIELD TO WS-TO-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-TO-DATE
           END-IF.

           MOVE WS-FROM-DATE TO WS-DC-DATE.
           PERFORM 9700-DATE-TO-DAYS THRU 9700-END.
           MOVE WS-DC-DAYS TO WS-FROM-DAYS.
           MOVE WS-TO-DATE TO WS-DC-DATE.
           PERFORM 9700-DATE-TO-DAYS THRU 9700-END.
           MOVE WS-DC-DAYS TO WS-TO-DAYS.
           IF WS-TO-DAYS < WS-FROM-DAYS
               GO TO 0110-END
           END-IF.
           COMPUTE WS-DAY-COUNT = WS-TO-DAYS - WS-FROM-DAYS + 1.

      *    COUNT HOW MANY OF EACH WEEKDAY FALL IN THE RANGE
           MOVE ZEROES TO WS-WEEKDAY-TOTALS.
           PERFORM 0120-COUNT-WEEKDAY THRU 0120-END
               VARYING WS-DAY-NO FROM WS-FROM-DAYS BY 1
               UNTIL WS-DAY-NO > WS-TO-DAYS.

       0110-END.

       0120-COUNT-WEEKDAY.

           MOVE WS-DAY-NO TO WS-DC-DAYS.
           PERFORM 9710-DAYS-TO-DATE THRU 9710-END.
           PERFORM 9700-DATE-TO-DAYS THRU 9700-END.
           ADD 1 TO WS-WD-DAYS(WS-DC-WEEKDAY).

       0120-END.

       0200-LOAD-PARKS.

           MOVE ZEROES TO WS-REGION-TOTALS WS-HOUR-TOTALS.
           PERFORM 0210-CLEAR-PARK THRU 0210-END
               VARYING WS-PARK-SUB FROM 1 BY 1 UNTIL WS-PARK-SUB > 999.

           MOVE ZEROES TO ROW-ID-IDX.
           MOVE 'N' TO WS-SCAN-DONE.
           START TENNISCOURTS KEY IS NOT LESS THAN ROW-ID-IDX
             INVALID KEY SET SCAN-DONE TO TRUE
           END-START.

           PERFORM 0220-PARK-READ-NEXT THRU 0220-END
               UNTIL SCAN-DONE.

           COMPUTE WS-ALL-DAY-CAPACITY = (WS-ALL-COURTS * 12)
               + (WS-LIT-COURTS * 4).

       0200-END.

       0210-CLEAR-PARK.

           MOVE 'N'    TO WS-PK-USED(WS-PARK-SUB).
           MOVE SPACES TO WS-PK-NAME(WS-PARK-SUB).
           MOVE SPACES TO WS-PK-FLAG(WS-PARK-SUB).
           MOVE 'N'    TO WS-PK-LIT(WS-PARK-SUB).
           MOVE ZEROES TO WS-PK-REGION(WS-PARK-SUB)
                          WS-PK-COURTS(WS-PARK-SUB)
                          WS-PK-CAPACITY(WS-PARK-SUB)
                          WS-PK-BOOKED(WS-PARK-SUB)
                          WS-PK-WAITING(WS-PARK-SUB)
                          WS-PK-PROMOTED(WS-PARK-SUB)
                          WS-PK-PCT(WS-PARK-SUB).

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
           MOVE TOTAL-COURTS-IDX-N TO WS-COURTS.
           MOVE WS-COURTS     TO WS-PK-COURTS(WS-PARK-SUB).
           IF LIGHTS-IDX = 'Y'
               MOVE 'Y' TO WS-PK-LIT(WS-PARK-SUB)
           END-IF.

           MOVE 12 TO WS-PK-REGION(WS-PARK-SUB).
           PERFORM 0230-MATCH-REGION THRU 0230-END
               VARYING WS-REGION-SUB FROM 1 BY 1
               UNTIL WS-REGION-SUB > 11.

      *    EVENING SLOTS ONLY COUNT WHERE THE PARK HAS LIGHTS
           COMPUTE WS-DAY-CAPACITY = WS-COURTS * 12.
           ADD WS-COURTS TO WS-ALL-COURTS.
           IF WS-PK-LIT(WS-PARK-SUB) = 'Y'
               COMPUTE WS-DAY-CAPACITY = WS-DAY-CAPACITY
                   + (WS-COURTS * 4)
               ADD WS-COURTS TO WS-LIT-COURTS
           END-IF.
           COMPUTE WS-PK-CAPACITY(WS-PARK-SUB) =
               WS-DAY-CAPACITY * WS-DAY-COUNT.

           MOVE WS-PK-REGION(WS-PARK-SUB) TO WS-REGION-SUB.
           ADD 1 TO WS-RG-PARKS(WS-REGION-SUB).
           ADD WS-PK-CAPACITY(WS-PARK-SUB)
               TO WS-RG-CAPACITY(WS-REGION-SUB) WS-TOTAL-CAPACITY.
           ADD 1 TO WS-PARKS-LOADED.

       0220-END.

       0230-MATCH-REGION.

           IF REGION-IDX = WS-REGION-NAME(WS-REGION-SUB)
               MOVE WS-REGION-SUB TO WS-PK-REGION(WS-PARK-SUB)
           END-IF.

       0230-END.

       0300-TALLY-BOOKINGS.

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

           IF BKG-DATE < WS-FROM-DATE OR BKG-DATE > WS-TO-DATE
               GO TO 0310-END
           END-IF.

           IF BKG-ROW-ID = ZEROES
               ADD 1 TO WS-UNMATCHED-COUNT
               GO TO 0310-END
           END-IF.

           IF WS-PK-USED(BKG-ROW-ID) NOT = 'Y'
               ADD 1 TO WS-UNMATCHED-COUNT
               GO TO 0310-END
           END-IF.

           ADD 1 TO WS-BOOKED-COUNT.
           ADD 1 TO WS-PK-BOOKED(BKG-ROW-ID).
           MOVE WS-PK-REGION(BKG-ROW-ID) TO WS-REGION-SUB.
           ADD 1 TO WS-RG-BOOKED(WS-REGION-SUB).

           IF BKG-SLOT NOT < 06 AND BKG-SLOT NOT > 21
               COMPUTE WS-HOUR-SUB = BKG-SLOT - 5
               ADD 1 TO WS-HR-BOOKED(WS-HOUR-SUB)
           END-IF.

           MOVE BKG-DATE TO WS-DC-DATE.
           PERFORM 9700-DATE-TO-DAYS THRU 9700-END.
           ADD 1 TO WS-WD-BOOKED(WS-DC-WEEKDAY).

       0310-END.

       0350-TALLY-WAITLIST.

           OPEN INPUT WAITLIST.
           IF WTL-FILE-CHECK-KEY NOT= "00"
               DISPLAY 'UTILRPT: NO WAITLIST FILE - WAITLIST DEMAND ',
                  'NOT COUNTED'
               GO TO 0350-END
           END-IF.

           MOVE ZEROES TO WTL-KEY.
           MOVE 'N' TO WS-SCAN-DONE.
           START WAITLIST KEY IS NOT LESS THAN WTL-KEY
             INVALID KEY SET SCAN-DONE TO TRUE
           END-START.

           PERFORM 0360-WAIT-READ-NEXT THRU 0360-END
               UNTIL SCAN-DONE.
           CLOSE WAITLIST.

       0350-END.

       0360-WAIT-READ-NEXT.

           READ WAITLIST NEXT RECORD
             AT END SET SCAN-DONE TO TRUE
           END-READ.

           IF NOT SCAN-DONE
               AND WTL-DATE NOT < WS-FROM-DATE
               AND WTL-DATE NOT > WS-TO-DATE
               AND WTL-ROW-ID > ZEROES
               IF WS-PK-USED(WTL-ROW-ID) = 'Y'
                   ADD 1 TO WS-PK-WAITING(WTL-ROW-ID)
                   ADD 1 TO WS-WAIT-COUNT
                   MOVE WS-PK-REGION(WTL-ROW-ID) TO WS-REGION-SUB
                   ADD 1 TO WS-RG-UNMET(WS-REGION-SUB)
               END-IF
           END-IF.

       0360-END.

       0380-TALLY-PROMOTIONS.

           OPEN INPUT PROMOLOG.
           IF PROMO-FILE-CHECK-KEY NOT= "00"
               GO TO 0380-END
           END-IF.

           MOVE 'N' TO WS-SCAN-DONE.
           PERFORM 0390-PROMO-READ-NEXT THRU 0390-END
               UNTIL SCAN-DONE.
           CLOSE PROMOLOG.

       0380-END.

       0390-PROMO-READ-NEXT.

           READ PROMOLOG
             AT END SET SCAN-DONE TO TRUE
           END-READ.

           IF NOT SCAN-DONE
               AND PROMO-BOOK-DATE NOT < WS-FROM-DATE
               AND PROMO-BOOK-DATE NOT > WS-TO-DATE
               AND PROMO-ROW-ID > ZEROES
               IF WS-PK-USED(PROMO-ROW-ID) = 'Y'
                   ADD 1 TO WS-PK-PROMOTED(PROMO-ROW-ID)
                   ADD 1 TO WS-PROMO-COUNT
                   MOVE WS-PK-REGION(PROMO-ROW-ID) TO WS-REGION-SUB
                   ADD 1 TO WS-RG-UNMET(WS-REGION-SUB)
               END-IF
           END-IF.

       0390-END.

       0400-RANK-PARKS.

           PERFORM 0410-PARK-PERCENT THRU 0410-END
               VARYING WS-PARK-SUB FROM 1 BY 1 UNTIL WS-PARK-SUB > 999.

           PERFORM 0420-PICK-TOP THRU 0420-END
               VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > WS-RANK-LIMIT.

           PERFORM 0440-PICK-BOTTOM THRU 0440-END
               VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > WS-RANK-LIMIT.

       0400-END.

       0410-PARK-PERCENT.

           IF WS-PK-CAPACITY(WS-PARK-SUB) > ZEROES
               COMPUTE WS-PK-PCT(WS-PARK-SUB) ROUNDED =
                   WS-PK-BOOKED(WS-PARK-SUB) * 100
                   / WS-PK-CAPACITY(WS-PARK-SUB)
           END-IF.

       0410-END.

       0420-PICK-TOP.

           MOVE ZEROES TO WS-BEST-SUB.
           PERFORM 0430-CHECK-TOP THRU 0430-END
               VARYING WS-PARK-SUB FROM 1 BY 1 UNTIL WS-PARK-SUB > 999.
           IF WS-BEST-SUB > ZEROES
               MOVE 'TOP' TO WS-PK-FLAG(WS-BEST-SUB)
           END-IF.

       0420-END.

       0430-CHECK-TOP.

           IF WS-PK-USED(WS-PARK-SUB) = 'Y'
               AND WS-PK-CAPACITY(WS-PARK-SUB) > ZEROES
               AND WS-PK-FLAG(WS-PARK-SUB) = SPACES
               IF WS-BEST-SUB = ZEROES
                   OR WS-PK-PCT(WS-PARK-SUB) > WS-BEST-PCT
                   MOVE WS-PARK-SUB TO WS-BEST-SUB
                   MOVE WS-PK-PCT(WS-PARK-SUB) TO WS-BEST-PCT
               END-IF
           END-IF.

       0430-END.

       0440-PICK-BOTTOM.

           MOVE ZEROES TO WS-BEST-SUB.
           PERFORM 0450-CHECK-BOTTOM THRU 0450-END
               VARYING WS-PARK-SUB FROM 1 BY 1 UNTIL WS-PARK-SUB > 999.
           IF WS-BEST-SUB > ZEROES
               MOVE 'BOTTOM' TO WS-PK-FLAG(WS-BEST-SUB)
           END-IF.

       0440-END.

       0450-CHECK-BOTTOM.

           IF WS-PK-USED(WS-PARK-SUB) = 'Y'
               AND WS-PK-CAPACITY(WS-PARK-SUB) > ZEROES
               AND WS-PK-FLAG(WS-PARK-SUB) = SPACES
               IF WS-BEST-SUB = ZEROES
                   OR WS-PK-PCT(WS-PARK-SUB) < WS-BEST-PCT
                   MOVE WS-PARK-SUB TO WS-BEST-SUB
                   MOVE WS-PK-PCT(WS-PARK-SUB) TO WS-BEST-PCT
               END-IF
           END-IF.

       0450-END.

       0500-PARK-SECTION.

           MOVE 'OCCUPANCY AND UNMET DEMAND BY PARK'
              TO RPT-SECTION-TEXT.
           PERFORM 0800-SECTION-TITLE THRU 0800-END.
           MOVE RPT-PARK-HEAD-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.

           PERFORM 0510-PRINT-PARK THRU 0510-END
               VARYING WS-PARK-SUB FROM 1 BY 1 UNTIL WS-PARK-SUB > 999.

       0500-END.

       0510-PRINT-PARK.

           IF WS-PK-USED(WS-PARK-SUB) NOT = 'Y'
               GO TO 0510-END
           END-IF.

           MOVE WS-PARK-SUB                TO RPT-PK-ROW.
           MOVE WS-PK-NAME(WS-PARK-SUB)    TO RPT-PK-NAME.
           MOVE WS-PK-REGION(WS-PARK-SUB)  TO WS-REGION-SUB.
           MOVE WS-REGION-NAME(WS-REGION-SUB) TO RPT-PK-REGION.
           MOVE WS-PK-COURTS(WS-PARK-SUB)  TO RPT-PK-COURTS.
           MOVE WS-PK-LIT(WS-PARK-SUB)     TO RPT-PK-LIT.
           MOVE WS-PK-CAPACITY(WS-PARK-SUB) TO RPT-PK-CAPACITY.
           MOVE WS-PK-BOOKED(WS-PARK-SUB)  TO RPT-PK-BOOKED.
           MOVE WS-PK-PCT(WS-PARK-SUB)     TO RPT-PK-PCT.
           MOVE WS-PK-WAITING(WS-PARK-SUB) TO RPT-PK-WAITING.
           MOVE WS-PK-PROMOTED(WS-PARK-SUB) TO RPT-PK-PROMOTED.
           COMPUTE RPT-PK-UNMET = WS-PK-WAITING(WS-PARK-SUB)
               + WS-PK-PROMOTED(WS-PARK-SUB).
           MOVE WS-PK-FLAG(WS-PARK-SUB)    TO RPT-PK-FLAG.
           MOVE RPT-PARK-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.

       0510-END.

       0550-REGION-SECTION.

           MOVE 'OCCUPANCY BY REGION' TO RPT-SECTION-TEXT.
           PERFORM 0800-SECTION-TITLE THRU 0800-END.
           MOVE 'REGION' TO RPT-SUM-HEAD.
           MOVE RPT-SUMMARY-HEAD-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.

           PERFORM 0560-PRINT-REGION THRU 0560-END
               VARYING WS-REGION-SUB FROM 1 BY 1
               UNTIL WS-REGION-SUB > 12.

           MOVE 'ALL REGIONS'     TO RPT-SUM-NAME.
           MOVE WS-PARKS-LOADED   TO RPT-SUM-PARKS.
           MOVE WS-TOTAL-CAPACITY TO WS-CALC-CAPACITY.
           MOVE WS-BOOKED-COUNT   TO WS-CALC-BOOKED.
           PERFORM 0780-CALC-PERCENT THRU 0780-END.
           COMPUTE RPT-SUM-UNMET = WS-WAIT-COUNT + WS-PROMO-COUNT.
           MOVE RPT-SUMMARY-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.

       0550-END.

       0560-PRINT-REGION.

           IF WS-RG-PARKS(WS-REGION-SUB) = ZEROES
               GO TO 0560-END
           END-IF.

           MOVE WS-REGION-NAME(WS-REGION-SUB) TO RPT-SUM-NAME.
           MOVE WS-RG-PARKS(WS-REGION-SUB)    TO RPT-SUM-PARKS.
           MOVE WS-RG-CAPACITY(WS-REGION-SUB) TO WS-CALC-CAPACITY.
           MOVE WS-RG-BOOKED(WS-REGION-SUB)   TO WS-CALC-BOOKED.
           PERFORM 0780-CALC-PERCENT THRU 0780-END.
           MOVE WS-RG-UNMET(WS-REGION-SUB)    TO RPT-SUM-UNMET.
           MOVE RPT-SUMMARY-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.

       0560-END.

       0600-HOUR-SECTION.

           MOVE 'OCCUPANCY BY HOUR OF DAY (ALL PARKS)'
              TO RPT-SECTION-TEXT.
           PERFORM 0800-SECTION-TITLE THRU 0800-END.
           MOVE 'SLOT' TO RPT-SUM-HEAD.
           MOVE RPT-SUMMARY-HEAD-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.

           PERFORM 0610-PRINT-HOUR THRU 0610-END
               VARYING WS-HOUR-SUB FROM 1 BY 1 UNTIL WS-HOUR-SUB > 16.

       0600-END.

       0610-PRINT-HOUR.

           MOVE SPACES TO RPT-SUM-NAME.
           COMPUTE WS-COURTS = WS-HOUR-SUB + 5.
           MOVE WS-COURTS TO RPT-SUM-NAME(1:2).
           MOVE ':00' TO RPT-SUM-NAME(3:3).
           MOVE ZEROES TO RPT-SUM-PARKS RPT-SUM-UNMET.
           IF WS-HOUR-SUB > 12
               COMPUTE WS-CALC-CAPACITY = WS-LIT-COURTS * WS-DAY-COUNT
           ELSE
               COMPUTE WS-CALC-CAPACITY = WS-ALL-COURTS * WS-DAY-COUNT
           END-IF.
           MOVE WS-HR-BOOKED(WS-HOUR-SUB) TO WS-CALC-BOOKED.
           PERFORM 0780-CALC-PERCENT THRU 0780-END.
           MOVE RPT-SUMMARY-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.

       0610-END.

       0650-WEEKDAY-SECTION.

           MOVE 'OCCUPANCY BY DAY OF WEEK (ALL PARKS)'
              TO RPT-SECTION-TEXT.
           PERFORM 0800-SECTION-TITLE THRU 0800-END.
           MOVE 'DAY' TO RPT-SUM-HEAD.
           MOVE RPT-SUMMARY-HEAD-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.

           PERFORM 0660-PRINT-WEEKDAY THRU 0660-END
               VARYING WS-WEEKDAY-SUB FROM 1 BY 1
               UNTIL WS-WEEKDAY-SUB > 7.

       0650-END.

       0660-PRINT-WEEKDAY.

           MOVE WS-WEEKDAY-NAME(WS-WEEKDAY-SUB) TO RPT-SUM-NAME.
           MOVE ZEROES TO RPT-SUM-PARKS RPT-SUM-UNMET.
           COMPUTE WS-CALC-CAPACITY = WS-ALL-DAY-CAPACITY
               * WS-WD-DAYS(WS-WEEKDAY-SUB).
           MOVE WS-WD-BOOKED(WS-WEEKDAY-SUB) TO WS-CALC-BOOKED.
           PERFORM 0780-CALC-PERCENT THRU 0780-END.
           MOVE RPT-SUMMARY-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.

       0660-END.

       0700-RANK-SECTION.

           MOVE 'MOST USED PARKS (FLAG TOP)' TO RPT-SECTION-TEXT.
           PERFORM 0800-SECTION-TITLE THRU 0800-END.
           MOVE RPT-PARK-HEAD-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.
           PERFORM 0710-PRINT-TOP THRU 0710-END
               VARYING WS-PARK-SUB FROM 1 BY 1 UNTIL WS-PARK-SUB > 999.

           MOVE 'LEAST USED PARKS (FLAG BOTTOM)' TO RPT-SECTION-TEXT.
           PERFORM 0800-SECTION-TITLE THRU 0800-END.
           MOVE RPT-PARK-HEAD-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.
           PERFORM 0720-PRINT-BOTTOM THRU 0720-END
               VARYING WS-PARK-SUB FROM 1 BY 1 UNTIL WS-PARK-SUB > 999.

       0700-END.

       0710-PRINT-TOP.

           IF WS-PK-FLAG(WS-PARK-SUB) = 'TOP'
               PERFORM 0510-PRINT-PARK THRU 0510-END
           END-IF.

       0710-END.

       0720-PRINT-BOTTOM.

           IF WS-PK-FLAG(WS-PARK-SUB) = 'BOTTOM'
               PERFORM 0510-PRINT-PARK THRU 0510-END
           END-IF.

       0720-END.

       0750-DEMAND-SECTION.

           MOVE 'DEMAND TOTALS' TO RPT-SECTION-TEXT.
           PERFORM 0800-SECTION-TITLE THRU 0800-END.

           MOVE 'BOOKINGS IN RANGE' TO RPT-COUNT-LABEL.
           MOVE WS-BOOKED-COUNT TO RPT-COUNT-VALUE.
           MOVE RPT-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.

           MOVE 'WAITLIST ENTRIES (UNMET)' TO RPT-COUNT-LABEL.
           MOVE WS-WAIT-COUNT TO RPT-COUNT-VALUE.
           MOVE RPT-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.

           MOVE 'WAITLIST PROMOTIONS (UNMET AT FIRST ASK)'
              TO RPT-COUNT-LABEL.
           MOVE WS-PROMO-COUNT TO RPT-COUNT-VALUE.
           MOVE RPT-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.

           MOVE 'BOOKINGS FOR PARKS NOT ON THE MASTER' TO
              RPT-COUNT-LABEL.
           MOVE WS-UNMATCHED-COUNT TO RPT-COUNT-VALUE.
           MOVE RPT-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.

       0750-END.

       0780-CALC-PERCENT.

           MOVE WS-CALC-CAPACITY TO RPT-SUM-CAPACITY.
           MOVE WS-CALC-BOOKED   TO RPT-SUM-BOOKED.
           MOVE ZEROES TO WS-CALC-PCT.
           IF WS-CALC-CAPACITY > ZEROES
               COMPUTE WS-CALC-PCT ROUNDED =
                   WS-CALC-BOOKED * 100 / WS-CALC-CAPACITY
           END-IF.
           MOVE WS-CALC-PCT TO RPT-SUM-PCT.

       0780-END.

       0800-SECTION-TITLE.

           MOVE RPT-BLANK-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.
           MOVE RPT-SECTION-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.

       0800-END.

       0850-WRITE-RPT-LINE.

           IF WS-LINE-COUNT > 55
               PERFORM 0860-RPT-NEW-PAGE THRU 0860-END
           END-IF.
           WRITE UTILRPT-RECORD FROM WS-PRINT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       0850-END.

       0860-RPT-NEW-PAGE.

           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO RPT-PAGE-NO.
           WRITE UTILRPT-RECORD FROM RPT-TITLE-LINE.
           WRITE UTILRPT-RECORD FROM RPT-HEADING-LINE.
           WRITE UTILRPT-RECORD FROM RPT-BLANK-LINE.
           MOVE 3 TO WS-LINE-COUNT.

       0860-END.

       0900-STOP-RUN.

           PERFORM 9800-WRITE-RUN-LOG THRU 9800-END.

           CLOSE TENNISCOURTS, BOOKINGS, UTILRPT.
           STOP RUN.

       9800-WRITE-RUN-LOG.

           OPEN EXTEND BATCHRUNLOG.
           IF RUNLOG-FILE-CHECK-KEY = "35"
               CLOSE BATCHRUNLOG
               OPEN OUTPUT BATCHRUNLOG
           END-IF.
           IF RUNLOG-FILE-CHECK-KEY NOT= "00"
               DISPLAY "UTILRPT: UNABLE TO OPEN RUN LOG, STATUS ",
                  RUNLOG-FILE-CHECK-KEY
               GO TO 9800-END
           END-IF.

           MOVE 'UTILRPT' TO RUN-PROGRAM.
           MOVE WS-RUN-DATE      TO RUN-START-DATE.
           MOVE WS-RUN-TIME(1:6) TO RUN-START-TIME.
           ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:6) TO RUN-END-TIME.
           MOVE WS-PARKS-LOADED TO RUN-COUNT-1.
           IF WS-BOOKED-COUNT > 99999
               MOVE 99999 TO RUN-COUNT-2
           ELSE
               MOVE WS-BOOKED-COUNT TO RUN-COUNT-2
           END-IF.
           MOVE WS-RUN-STATUS TO RUN-COMPLETION.
           WRITE RUNLOG-RECORD.
           IF RUNLOG-FILE-CHECK-KEY NOT= "00"
               DISPLAY "UTILRPT: UNABLE TO WRITE RUN LOG, STATUS ",
                  RUNLOG-FILE-CHECK-KEY
           END-IF.
           CLOSE BATCHRUNLOG.

       9800-END.

           COPY "datecalc.cpy".

       END PROGRAM UTILRPT.
