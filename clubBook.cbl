       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLUBBOOK.
       AUTHOR. EVERTON VOLPI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLUBCTL ASSIGN TO "clubSeason.dat"
           FILE STATUS IS CTL-FILE-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "tcidxsel.cpy".

           COPY "bkgsel.cpy".

           COPY "wtlsel.cpy".

           COPY "promsel.cpy".

           COPY "feesel.cpy".

           COPY "cnlsel.cpy".

           COPY "wordsel.cpy".

           COPY "patsel.cpy".

           COPY "runlsel.cpy".

           COPY "oprsel.cpy".

           SELECT CLUBRPT ASSIGN TO "clubSeason.rpt"
           FILE STATUS IS RPT-FILE-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    ONE ROW PER CLUB OR LEAGUE SEASON.  ACTION B BOOKS EVERY
      *    WEEKDAY (1 = MONDAY TO 7 = SUNDAY) BETWEEN THE START AND
      *    END DATES, W RELEASES THE CLUB'S REMAINING FUTURE DATES.
      *    THE CLUB IS BOOKED UNDER ITS OWN PATRON NUMBER
       FD CLUBCTL.
       01  CLUBCTL-RECORD.
           88  ENDOFCLUBCTL        VALUE HIGH-VALUES.
           05  CLB-ACTION          PIC X.
               88  CLB-BOOK        VALUE 'B'.
               88  CLB-WITHDRAW    VALUE 'W'.
           05  CLB-PATRON-NO       PIC 9(6).
           05  CLB-ROW-ID          PIC 9(3).
           05  CLB-WEEKDAY         PIC 9.
           05  CLB-SLOT            PIC 9(2).
           05  CLB-COURTS          PIC 9(2).
           05  CLB-START-DATE      PIC 9(8).
           05  CLB-END-DATE        PIC 9(8).

       FD TENNISCOURTS.
           COPY "tcidxrec.cpy".

       FD BOOKINGS.
           COPY "bkgrec.cpy".

       FD WAITLIST.
           COPY "wtlrec.cpy".

       FD PROMOLOG.
           COPY "promrec.cpy".

       FD FEESCHEDULE.
           COPY "feerec.cpy".

       FD CANCELLOG.
           COPY "cnlrec.cpy".

       FD WORKORDERS.
           COPY "wordrec.cpy".

       FD PATRONS.
           COPY "patrec.cpy".

       FD BATCHRUNLOG.
           COPY "runlrec.cpy".

       FD OPERATORS.
           COPY "oprrec.cpy".

       FD CLUBRPT.
       01  CLUBRPT-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER               PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

       01  WS-WORK-AREAS.
           COPY "signonws.cpy".
           05  CTL-FILE-CHECK-KEY  PIC X(2).
           05  FILE-CHECK-KEY      PIC X(2).
               88 RECORDFOUND      VALUE "00".
           05  BKG-FILE-CHECK-KEY  PIC X(2).
               88 BOOKINGFOUND     VALUE "00".
           05  WTL-FILE-CHECK-KEY  PIC X(2).
               88 WAITENTRYFOUND   VALUE "00".
           05  PROMO-FILE-CHECK-KEY PIC X(2).
           05  FEE-FILE-CHECK-KEY  PIC X(2).
           05  CNL-FILE-CHECK-KEY  PIC X(2).
           05  WO-FILE-CHECK-KEY   PIC X(2).
           05  PAT-FILE-CHECK-KEY  PIC X(2).
               88 PATRONFOUND      VALUE "00".
           05  RPT-FILE-CHECK-KEY  PIC X(2).
           05  RUNLOG-FILE-CHECK-KEY PIC X(2).
           05  WS-RUN-STATUS       PIC X VALUE 'A'.
           05  ENDOFCTLINPUT       PIC X VALUE 'N'.
               88 END-OF-CONTROL   VALUE 'Y'.
           05  WS-WO-AVAIL         PIC X VALUE 'N'.
               88 WORKORDERS-AVAILABLE VALUE 'Y'.
           05  WS-WO-DONE          PIC X.
               88 WO-SCAN-DONE     VALUE 'Y'.
           05  WS-LIGHTS-ORDER     PIC X.
               88 LIGHTS-ORDER-OPEN VALUE 'Y'.
           05  WS-FEES-DONE        PIC X.
               88 FEE-LOAD-DONE    VALUE 'Y'.
           05  WS-FEE-COUNT        PIC 9(2) VALUE ZEROES.
           05  WS-FEE-SUB          PIC 9(2).
           05  WS-FEE-FOUND        PIC X.
               88 FEE-FOUND        VALUE 'Y'.
           05  WS-PRICE-SLOT       PIC 9(2).
           05  WS-BAND             PIC X(8).
           05  WS-CHARGE           PIC 9(3)V99.
           05  WS-CLUB-NAME        PIC X(30).
           05  WS-CLUB-PHONE       PIC X(12).
           05  WS-CLUB-RESIDENT    PIC X.
           05  WS-ROW-REASON       PIC X(30).
           05  WS-TOTAL-COURTS     PIC 9(4).
           05  WS-COURT-SUB        PIC 9(2).
           05  WS-FREE-COURTS      PIC 9(2).
           05  WS-HELD-COURTS      PIC 9(2).
           05  WS-NEEDED-COURTS    PIC 9(2).
           05  WS-WRITTEN-COURTS   PIC 9(2).
           05  WS-SEASON-DATE      PIC 9(8).
           05  WS-START-DAYS       PIC 9(8).
           05  WS-END-DAYS         PIC 9(8).
           05  WS-FIRST-DAYS       PIC 9(8).
           05  WS-EARLIEST-DAYS    PIC 9(8).
           05  WS-DAY-NO           PIC 9(8).
           05  WS-OFFSET           PIC 9(2).
           05  WS-PAST-COUNT       PIC 9(3).
           05  WS-ROW-BOOKED       PIC 9(5).
           05  WS-ROW-DATES        PIC 9(3).
           05  WS-ROW-SKIPPED      PIC 9(3).
           05  WS-ROW-RELEASED     PIC 9(5).
           05  WS-ROW-PROMOTED     PIC 9(5).
           05  WS-TOTAL-BOOKED     PIC 9(5) VALUE ZEROES.
           05  WS-TOTAL-SKIPPED    PIC 9(5) VALUE ZEROES.
           05  WS-TOTAL-RELEASED   PIC 9(5) VALUE ZEROES.
           05  WS-LIST-DONE        PIC X.
               88 LIST-DONE        VALUE 'Y'.
           05  WS-RELEASE-COUNT    PIC 9(3).
           05  WS-RELEASE-LIMIT    PIC 9(3) VALUE 500.
           05  WS-RELEASE-SUB      PIC 9(3).
           05  WS-WAIT-DONE        PIC X.
               88 WAIT-SCAN-DONE   VALUE 'Y'.
           05  WS-PROMOTE-FLAG     PIC X.
               88 PARTY-PROMOTED   VALUE 'Y'.
           05  WS-CANC-ROW         PIC 9(3).
           05  WS-CANC-DATE        PIC 9(8).
           05  WS-CANC-SLOT        PIC 9(2).
           05  WS-CANC-COURT       PIC 9(2).
           05  WS-CANC-BAND        PIC X(8).
           05  WS-CANC-CHARGE      PIC 9(3)V99.
           05  WS-CANC-PAID        PIC X.
           05  WS-CANC-PATRON      PIC 9(6).
           05  WS-TIME-NOW         PIC 9(8).
           05  WS-RUN-DATE         PIC 9(8).
           05  WS-RUN-TIME         PIC 9(8).
           05  WS-PRINT-LINE       PIC X(132).
           05  WS-LINE-COUNT       PIC 9(2) VALUE 99.
           05  WS-PAGE-COUNT       PIC 9(3) VALUE ZEROES.
           COPY "datecws.cpy".

       01  WS-FEE-TABLE.
           05  WS-FEE-ENTRY OCCURS 8 TIMES.
               10  WS-FEE-BAND     PIC X(8).
               10  WS-FEE-FROM     PIC 9(2).
               10  WS-FEE-TO       PIC 9(2).
               10  WS-FEE-RATE     PIC 9(3)V99.
               10  WS-FEE-DISC     PIC 9(2).

      *    BOOKINGS TO RELEASE ARE GATHERED FROM THE PATRON KEY FIRST
      *    AND DELETED AFTERWARDS BY THEIR PRIMARY KEY
       01  WS-RELEASE-TABLE.
           05  WS-RELEASE-ENTRY OCCURS 500 TIMES.
               10  WS-REL-ROW-ID   PIC 9(3).
               10  WS-REL-DATE     PIC 9(8).
               10  WS-REL-SLOT     PIC 9(2).
               10  WS-REL-COURT-NO PIC 9(2).

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

       01  RPT-TITLE-LINE.
           05 FILLER       PIC X(42)  VALUE
              'CITY OF OTTAWA - CLUB SEASON BOOKINGS'.
           05 FILLER       PIC X(7)   VALUE '   RUN '.
           05 RPT-RUN-DATE PIC 9(8).
           05 FILLER       PIC X(1)   VALUE '-'.
           05 RPT-RUN-TIME PIC 9(6).
           05 FILLER       PIC X(8)   VALUE '   PAGE '.
           05 RPT-PAGE-NO  PIC ZZ9.

       01  RPT-HEADING-LINE.
           05 FILLER       PIC X(50)  VALUE
              'DATE RESULTS FOLLOW EACH SEASON CONTROL LINE'.

       01  RPT-INSTR-LINE.
           05 RPT-ACTION       PIC X(9).
           05 FILLER           PIC X(7)   VALUE ' CLUB  '.
           05 RPT-PATRON-NO    PIC 9(6).
           05 FILLER           PIC X(1)   VALUE SPACES.
           05 RPT-CLUB-NAME    PIC X(30).
           05 FILLER           PIC X(6)   VALUE '  ROW '.
           05 RPT-ROW-ID       PIC 9(3).
           05 FILLER           PIC X(1)   VALUE SPACES.
           05 RPT-WEEKDAY      PIC X(9).
           05 FILLER           PIC X(6)   VALUE ' SLOT '.
           05 RPT-SLOT         PIC 9(2).
           05 FILLER           PIC X(9)   VALUE ':00  CTS '.
           05 RPT-COURTS       PIC Z9.
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 RPT-START-DATE   PIC 9(8).
           05 FILLER           PIC X(4)   VALUE ' TO '.
           05 RPT-END-DATE     PIC 9(8).

       01  RPT-PARK-LINE.
           05 FILLER           PIC X(3)   VALUE SPACES.
           05 RPT-PARK-NAME    PIC X(62).
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 RPT-CONDITION    PIC X(6).
           05 FILLER           PIC X(8)   VALUE '  LIGHTS'.
           05 FILLER           PIC X(1)   VALUE SPACES.
           05 RPT-LIGHTS       PIC X(1).
           05 FILLER           PIC X(9)   VALUE '  CHARGE '.
           05 RPT-CHARGE       PIC ZZ9.99.
           05 FILLER           PIC X(1)   VALUE SPACES.
           05 RPT-BAND         PIC X(8).

       01  RPT-DATE-LINE.
           05 FILLER           PIC X(3)   VALUE SPACES.
           05 RPT-DATE         PIC 9(8).
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 RPT-RESULT       PIC X(10).
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 RPT-DETAIL       PIC X(60).

       01  RPT-COUNT-LINE.
           05 FILLER           PIC X(3)   VALUE SPACES.
           05 RPT-COUNT-LABEL  PIC X(28).
           05 RPT-COUNT-VALUE  PIC ZZZZ9.

       01  RPT-BLANK-LINE.
           05 FILLER           PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-BEGIN.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           PERFORM 9600-SIGN-ON THRU 9600-END.
           IF NOT SIGNED-ON
               GO TO 0900-STOP-RUN
           END-IF.
           IF SIGNON-INQUIRY
               DISPLAY 'CLUBBOOK: SEASON BOOKING NEEDS THE UPDATE OR ',
                  'ADMIN ROLE'
               GO TO 0900-STOP-RUN
           END-IF.

           OPEN INPUT CLUBCTL.
           IF CTL-FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", CTL-FILE-CHECK-KEY
               GO TO 0900-STOP-RUN
           END-IF.

           OPEN INPUT TENNISCOURTS.
           IF FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", FILE-CHECK-KEY
               GO TO 0900-STOP-RUN
           END-IF.

           OPEN I-O BOOKINGS.
           IF BKG-FILE-CHECK-KEY = "35"
               CLOSE BOOKINGS
               OPEN OUTPUT BOOKINGS
               CLOSE BOOKINGS
               OPEN I-O BOOKINGS
           END-IF.

           IF BKG-FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", BKG-FILE-CHECK-KEY
               GO TO 0900-STOP-RUN
           END-IF.

           OPEN I-O WAITLIST.
           IF WTL-FILE-CHECK-KEY = "35"
               CLOSE WAITLIST
               OPEN OUTPUT WAITLIST
               CLOSE WAITLIST
               OPEN I-O WAITLIST
           END-IF.

           IF WTL-FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", WTL-FILE-CHECK-KEY
               GO TO 0900-STOP-RUN
           END-IF.

           OPEN INPUT PATRONS.
           IF PAT-FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", PAT-FILE-CHECK-KEY
               GO TO 0900-STOP-RUN
           END-IF.

           OPEN INPUT WORKORDERS.
           IF WO-FILE-CHECK-KEY = "00"
               MOVE 'Y' TO WS-WO-AVAIL
           ELSE
               DISPLAY 'CLUBBOOK: NO WORK ORDER FILE - LIGHTS ORDERS ',
                  'CANNOT BE CHECKED'
           END-IF.

           OPEN OUTPUT CLUBRPT.
           IF RPT-FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", RPT-FILE-CHECK-KEY
               GO TO 0900-STOP-RUN
           END-IF.

           MOVE WS-RUN-DATE      TO RPT-RUN-DATE.
           MOVE WS-RUN-TIME(1:6) TO RPT-RUN-TIME.

      *    SEASON DATES ARE ONLY BOOKED OR RELEASED FROM TOMORROW ON
           MOVE WS-RUN-DATE TO WS-DC-DATE.
           PERFORM 9700-DATE-TO-DAYS THRU 9700-END.
           COMPUTE WS-EARLIEST-DAYS = WS-DC-DAYS + 1.

           PERFORM 0120-LOAD-FEES THRU 0120-END.

           READ CLUBCTL
             AT END SET END-OF-CONTROL TO TRUE
           END-READ.

           PERFORM 0200-APPLY-INSTRUCTION THRU 0200-END
               UNTIL END-OF-CONTROL.

           DISPLAY 'CLUBBOOK: SEASON BOOKINGS WRITTEN - ',
              WS-TOTAL-BOOKED.
           DISPLAY 'CLUBBOOK: SEASON DATES SKIPPED    - ',
              WS-TOTAL-SKIPPED.
           DISPLAY 'CLUBBOOK: SEASON BOOKINGS RELEASED - ',
              WS-TOTAL-RELEASED.

           MOVE 'N' TO WS-RUN-STATUS.
           PERFORM 0900-STOP-RUN.

       0120-LOAD-FEES.

           OPEN INPUT FEESCHEDULE.
           IF FEE-FILE-CHECK-KEY NOT= "00"
               DISPLAY 'CLUBBOOK: NO FEE SCHEDULE ON FILE - ',
                  'BOOKINGS WILL CARRY NO CHARGE'
               GO TO 0120-END
           END-IF.

           MOVE 'N' TO WS-FEES-DONE.
           PERFORM 0130-FEE-READ-NEXT THRU 0130-END
               UNTIL FEE-LOAD-DONE.
           CLOSE FEESCHEDULE.

       0120-END.

       0130-FEE-READ-NEXT.

           READ FEESCHEDULE
             AT END SET FEE-LOAD-DONE TO TRUE
           END-READ.

           IF NOT FEE-LOAD-DONE AND WS-FEE-COUNT < 8
               ADD 1 TO WS-FEE-COUNT
               MOVE FEE-BAND         TO WS-FEE-BAND(WS-FEE-COUNT)
               MOVE FEE-SLOT-FROM    TO WS-FEE-FROM(WS-FEE-COUNT)
               MOVE FEE-SLOT-TO      TO WS-FEE-TO(WS-FEE-COUNT)
               MOVE FEE-RATE         TO WS-FEE-RATE(WS-FEE-COUNT)
               MOVE FEE-RES-DISC-PCT TO WS-FEE-DISC(WS-FEE-COUNT)
           END-IF.

       0130-END.

       0200-APPLY-INSTRUCTION.

           MOVE ZEROES TO WS-ROW-BOOKED WS-ROW-DATES WS-ROW-SKIPPED
               WS-ROW-RELEASED WS-ROW-PROMOTED WS-PAST-COUNT.
           MOVE SPACES TO WS-CLUB-NAME WS-CLUB-PHONE WS-ROW-REASON.

           IF NOT CLB-BOOK AND NOT CLB-WITHDRAW
               DISPLAY 'CLUBBOOK: BAD ACTION IN CONTROL FILE: ',
                  CLB-ACTION
               GO TO 0200-READ-NEXT
           END-IF.

           IF CLB-WEEKDAY < 1 OR CLB-WEEKDAY > 7
               OR CLB-SLOT < 06 OR CLB-SLOT > 21
               OR CLB-START-DATE NOT NUMERIC
               OR CLB-END-DATE NOT NUMERIC
               OR CLB-END-DATE < CLB-START-DATE
               DISPLAY 'CLUBBOOK: BAD WEEKDAY, SLOT OR DATES FOR CLUB ',
                  CLB-PATRON-NO
               GO TO 0200-READ-NEXT
           END-IF.

           MOVE CLB-PATRON-NO TO PAT-NO.
           READ PATRONS
             KEY IS PAT-NO
             INVALID KEY
                DISPLAY 'CLUBBOOK: NO PATRON WITH NUMBER ',
                   CLB-PATRON-NO
           END-READ.
           IF NOT PATRONFOUND
               GO TO 0200-READ-NEXT
           END-IF.

           MOVE PAT-NAME     TO WS-CLUB-NAME.
           MOVE PAT-PHONE    TO WS-CLUB-PHONE.
           MOVE PAT-RESIDENT TO WS-CLUB-RESIDENT.

           PERFORM 0300-PRINT-INSTRUCTION THRU 0300-END.

           MOVE CLB-START-DATE TO WS-DC-DATE.
           PERFORM 9700-DATE-TO-DAYS THRU 9700-END.
           MOVE WS-DC-DAYS TO WS-START-DAYS.
           COMPUTE WS-OFFSET = CLB-WEEKDAY + 7 - WS-DC-WEEKDAY.
           IF WS-OFFSET NOT < 7
               SUBTRACT 7 FROM WS-OFFSET
           END-IF.
           COMPUTE WS-FIRST-DAYS = WS-START-DAYS + WS-OFFSET.
           MOVE CLB-END-DATE TO WS-DC-DATE.
           PERFORM 9700-DATE-TO-DAYS THRU 9700-END.
           MOVE WS-DC-DAYS TO WS-END-DAYS.

           IF CLB-WITHDRAW
               PERFORM 0600-WITHDRAW-SEASON THRU 0600-END
               GO TO 0200-READ-NEXT
           END-IF.

           PERFORM 0400-CHECK-PARK THRU 0400-END.

           PERFORM 0450-BOOK-DATE THRU 0450-END
               VARYING WS-DAY-NO FROM WS-FIRST-DAYS BY 7
               UNTIL WS-DAY-NO > WS-END-DAYS.

           PERFORM 0310-PRINT-COUNTS THRU 0310-END.

           ADD WS-ROW-BOOKED  TO WS-TOTAL-BOOKED.
           ADD WS-ROW-SKIPPED TO WS-TOTAL-SKIPPED.

           DISPLAY 'CLUBBOOK: CLUB ', CLB-PATRON-NO, ' ROW ',
              CLB-ROW-ID, ' BOOKED ', WS-ROW-BOOKED, ' SKIPPED ',
              WS-ROW-SKIPPED, ' DATES'.

       0200-READ-NEXT.

           READ CLUBCTL
             AT END SET END-OF-CONTROL TO TRUE
           END-READ.

       0200-END.

       0300-PRINT-INSTRUCTION.

           MOVE RPT-BLANK-LINE TO WS-PRINT-LINE.
           PERFORM 0800-WRITE-RPT-LINE THRU 0800-END.
           IF CLB-BOOK
               MOVE 'BOOK'     TO RPT-ACTION
           ELSE
               MOVE 'WITHDRAW' TO RPT-ACTION
           END-IF.
           MOVE CLB-PATRON-NO  TO RPT-PATRON-NO.
           MOVE WS-CLUB-NAME   TO RPT-CLUB-NAME.
           MOVE CLB-ROW-ID     TO RPT-ROW-ID.
           MOVE WS-WEEKDAY-NAME(CLB-WEEKDAY) TO RPT-WEEKDAY.
           MOVE CLB-SLOT       TO RPT-SLOT.
           MOVE CLB-COURTS     TO RPT-COURTS.
           MOVE CLB-START-DATE TO RPT-START-DATE.
           MOVE CLB-END-DATE   TO RPT-END-DATE.
           MOVE RPT-INSTR-LINE TO WS-PRINT-LINE.
           PERFORM 0800-WRITE-RPT-LINE THRU 0800-END.

       0300-END.

       0310-PRINT-COUNTS.

           IF CLB-BOOK
               MOVE 'SEASON DATES IN RANGE'  TO RPT-COUNT-LABEL
               MOVE WS-ROW-DATES            TO RPT-COUNT-VALUE
               MOVE RPT-COUNT-LINE TO WS-PRINT-LINE
               PERFORM 0800-WRITE-RPT-LINE THRU 0800-END
               MOVE 'DATES SKIPPED'          TO RPT-COUNT-LABEL
               MOVE WS-ROW-SKIPPED          TO RPT-COUNT-VALUE
               MOVE RPT-COUNT-LINE TO WS-PRINT-LINE
               PERFORM 0800-WRITE-RPT-LINE THRU 0800-END
               MOVE 'COURT BOOKINGS WRITTEN' TO RPT-COUNT-LABEL
               MOVE WS-ROW-BOOKED           TO RPT-COUNT-VALUE
               MOVE RPT-COUNT-LINE TO WS-PRINT-LINE
               PERFORM 0800-WRITE-RPT-LINE THRU 0800-END
           ELSE
               MOVE 'COURT BOOKINGS RELEASED' TO RPT-COUNT-LABEL
               MOVE WS-ROW-RELEASED         TO RPT-COUNT-VALUE
               MOVE RPT-COUNT-LINE TO WS-PRINT-LINE
               PERFORM 0800-WRITE-RPT-LINE THRU 0800-END
               MOVE 'WAITLISTED PARTIES PROMOTED' TO RPT-COUNT-LABEL
               MOVE WS-ROW-PROMOTED         TO RPT-COUNT-VALUE
               MOVE RPT-COUNT-LINE TO WS-PRINT-LINE
               PERFORM 0800-WRITE-RPT-LINE THRU 0800-END
           END-IF.

           MOVE 'DATES ALREADY PAST'     TO RPT-COUNT-LABEL.
           MOVE WS-PAST-COUNT            TO RPT-COUNT-VALUE.
           MOVE RPT-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 0800-WRITE-RPT-LINE THRU 0800-END.

       0310-END.

      *    THE SAME PARK RULES AS BOOKCOURT - A CLOSED OR POOR PARK,
      *    OR AN EVENING SLOT WITHOUT WORKING LIGHTS, SKIPS EVERY DATE
       0400-CHECK-PARK.

           MOVE CLB-ROW-ID TO ROW-ID-IDX.
           READ TENNISCOURTS
             KEY IS ROW-ID-IDX
             INVALID KEY
                MOVE 'NO SUCH PARK ON THE MASTER' TO WS-ROW-REASON
           END-READ.

           IF NOT RECORDFOUND
               GO TO 0400-END
           END-IF.

           MOVE TOTAL-COURTS-IDX-N TO WS-TOTAL-COURTS.

           MOVE SPACES TO WS-BAND.
           MOVE ZEROES TO WS-CHARGE.
           MOVE CLB-SLOT TO WS-PRICE-SLOT.
           PERFORM 0260-FIND-FEE-BAND THRU 0260-END.
           IF FEE-FOUND
               MOVE WS-FEE-BAND(WS-FEE-SUB) TO WS-BAND
               MOVE WS-FEE-RATE(WS-FEE-SUB) TO WS-CHARGE
               IF WS-CLUB-RESIDENT = 'Y'
                   COMPUTE WS-CHARGE ROUNDED = WS-CHARGE
                      * (100 - WS-FEE-DISC(WS-FEE-SUB)) / 100
               END-IF
           END-IF.

           MOVE PARK-NAME-IDX  TO RPT-PARK-NAME.
           MOVE CONDITION-IDX  TO RPT-CONDITION.
           MOVE LIGHTS-IDX     TO RPT-LIGHTS.
           MOVE WS-CHARGE      TO RPT-CHARGE.
           MOVE WS-BAND        TO RPT-BAND.
           MOVE RPT-PARK-LINE TO WS-PRINT-LINE.
           PERFORM 0800-WRITE-RPT-LINE THRU 0800-END.

           IF PAT-CLOSED
               MOVE 'CLUB PATRON ACCOUNT IS CLOSED' TO WS-ROW-REASON
               GO TO 0400-END
           END-IF.

           IF PAT-SUSPENDED AND PAT-SUSPEND-UNTIL NOT < WS-RUN-DATE
               MOVE 'CLUB PATRON IS SUSPENDED' TO WS-ROW-REASON
               GO TO 0400-END
           END-IF.

           IF CONDITION-IDX = 'CLOSED' OR CONDITION-IDX = 'POOR'
               STRING 'PARK CONDITION IS ' DELIMITED BY SIZE
                      CONDITION-IDX DELIMITED BY SPACE
                      INTO WS-ROW-REASON
               GO TO 0400-END
           END-IF.

           IF CLB-COURTS = ZEROES OR CLB-COURTS > WS-TOTAL-COURTS
               MOVE 'MORE COURTS THAN THE PARK HAS' TO WS-ROW-REASON
               GO TO 0400-END
           END-IF.

           IF CLB-SLOT NOT < 18 AND LIGHTS-IDX NOT = 'Y'
               MOVE 'EVENING SLOT - PARK HAS NO LIGHTS'
                  TO WS-ROW-REASON
               GO TO 0400-END
           END-IF.

           IF CLB-SLOT NOT < 18
               PERFORM 0270-CHECK-WORK-ORDERS THRU 0270-END
               IF LIGHTS-ORDER-OPEN
                   MOVE 'EVENING SLOT - LIGHTS WORK ORDER'
                      TO WS-ROW-REASON
               END-IF
           END-IF.

       0400-END.

       0260-FIND-FEE-BAND.

           MOVE 'N' TO WS-FEE-FOUND.
           IF WS-FEE-COUNT = ZEROES
               GO TO 0260-END
           END-IF.
           PERFORM 0262-CHECK-FEE-BAND THRU 0262-END
               VARYING WS-FEE-SUB FROM 1 BY 1
               UNTIL FEE-FOUND OR WS-FEE-SUB > WS-FEE-COUNT.
           IF FEE-FOUND
               SUBTRACT 1 FROM WS-FEE-SUB
           END-IF.

       0260-END.

       0262-CHECK-FEE-BAND.

           IF WS-PRICE-SLOT NOT < WS-FEE-FROM(WS-FEE-SUB)
               AND WS-PRICE-SLOT NOT > WS-FEE-TO(WS-FEE-SUB)
               SET FEE-FOUND TO TRUE
           END-IF.

       0262-END.

       0270-CHECK-WORK-ORDERS.

           MOVE 'N' TO WS-LIGHTS-ORDER.
           IF NOT WORKORDERS-AVAILABLE
               GO TO 0270-END
           END-IF.

           MOVE CLB-ROW-ID TO WO-ROW-ID.
           MOVE ZEROES TO WO-ORDER-NO.
           MOVE 'N' TO WS-WO-DONE.
           START WORKORDERS KEY IS NOT LESS THAN WO-KEY
             INVALID KEY SET WO-SCAN-DONE TO TRUE
           END-START.

           PERFORM 0280-ORDER-READ-NEXT THRU 0280-END
               UNTIL WO-SCAN-DONE.

       0270-END.

       0280-ORDER-READ-NEXT.

           READ WORKORDERS NEXT RECORD
             AT END SET WO-SCAN-DONE TO TRUE
           END-READ.

           IF WO-SCAN-DONE
               GO TO 0280-END
           END-IF.

           IF WO-ROW-ID NOT = CLB-ROW-ID
               SET WO-SCAN-DONE TO TRUE
               GO TO 0280-END
           END-IF.

           IF (WO-OPEN OR WO-ASSIGNED) AND WO-AMENITY = 'LIGHTS'
               SET LIGHTS-ORDER-OPEN TO TRUE
           END-IF.

       0280-END.

       0450-BOOK-DATE.

           IF WS-DAY-NO < WS-EARLIEST-DAYS
               ADD 1 TO WS-PAST-COUNT
               GO TO 0450-END
           END-IF.

           ADD 1 TO WS-ROW-DATES.
           MOVE WS-DAY-NO TO WS-DC-DAYS.
           PERFORM 9710-DAYS-TO-DATE THRU 9710-END.
           MOVE WS-DC-DATE TO WS-SEASON-DATE.
           MOVE WS-SEASON-DATE TO RPT-DATE.

           IF WS-ROW-REASON NOT = SPACES
               ADD 1 TO WS-ROW-SKIPPED
               MOVE 'SKIPPED' TO RPT-RESULT
               MOVE WS-ROW-REASON TO RPT-DETAIL
               MOVE RPT-DATE-LINE TO WS-PRINT-LINE
               PERFORM 0800-WRITE-RPT-LINE THRU 0800-END
               GO TO 0450-END
           END-IF.

           MOVE ZEROES TO WS-FREE-COURTS WS-HELD-COURTS.
           PERFORM 0460-COUNT-COURT THRU 0460-END
               VARYING WS-COURT-SUB FROM 1 BY 1
               UNTIL WS-COURT-SUB > WS-TOTAL-COURTS.

           IF WS-HELD-COURTS NOT < CLB-COURTS
               MOVE 'HELD' TO RPT-RESULT
               MOVE 'CLUB ALREADY HOLDS THE COURTS' TO RPT-DETAIL
               MOVE RPT-DATE-LINE TO WS-PRINT-LINE
               PERFORM 0800-WRITE-RPT-LINE THRU 0800-END
               GO TO 0450-END
           END-IF.

           COMPUTE WS-NEEDED-COURTS = CLB-COURTS - WS-HELD-COURTS.

      *    A DATE IS BOOKED WHOLE OR NOT AT ALL
           IF WS-FREE-COURTS < WS-NEEDED-COURTS
               ADD 1 TO WS-ROW-SKIPPED
               MOVE 'SKIPPED' TO RPT-RESULT
               MOVE SPACES TO RPT-DETAIL
               STRING 'COURTS TAKEN - ONLY ' DELIMITED BY SIZE
                      WS-FREE-COURTS DELIMITED BY SIZE
                      ' FREE' DELIMITED BY SIZE
                      INTO RPT-DETAIL
               MOVE RPT-DATE-LINE TO WS-PRINT-LINE
               PERFORM 0800-WRITE-RPT-LINE THRU 0800-END
               GO TO 0450-END
           END-IF.

           MOVE ZEROES TO WS-WRITTEN-COURTS.
           PERFORM 0470-WRITE-COURT THRU 0470-END
               VARYING WS-COURT-SUB FROM 1 BY 1
               UNTIL WS-COURT-SUB > WS-TOTAL-COURTS
               OR WS-WRITTEN-COURTS NOT < WS-NEEDED-COURTS.

           MOVE 'BOOKED' TO RPT-RESULT.
           MOVE SPACES TO RPT-DETAIL.
           STRING WS-WRITTEN-COURTS DELIMITED BY SIZE
                  ' COURT(S) BOOKED' DELIMITED BY SIZE
                  INTO RPT-DETAIL.
           MOVE RPT-DATE-LINE TO WS-PRINT-LINE.
           PERFORM 0800-WRITE-RPT-LINE THRU 0800-END.

       0450-END.

       0460-COUNT-COURT.

           MOVE CLB-ROW-ID     TO BKG-ROW-ID.
           MOVE WS-SEASON-DATE TO BKG-DATE.
           MOVE CLB-SLOT       TO BKG-SLOT.
           MOVE WS-COURT-SUB   TO BKG-COURT-NO.
           READ BOOKINGS
             KEY IS BKG-KEY
             INVALID KEY
                ADD 1 TO WS-FREE-COURTS
           END-READ.

           IF BOOKINGFOUND AND BKG-PATRON-NO = CLB-PATRON-NO
               ADD 1 TO WS-HELD-COURTS
           END-IF.

       0460-END.

       0470-WRITE-COURT.

           MOVE CLB-ROW-ID     TO BKG-ROW-ID.
           MOVE WS-SEASON-DATE TO BKG-DATE.
           MOVE CLB-SLOT       TO BKG-SLOT.
           MOVE WS-COURT-SUB   TO BKG-COURT-NO.
           READ BOOKINGS
             KEY IS BKG-KEY
             INVALID KEY CONTINUE
           END-READ.

           IF BOOKINGFOUND
               GO TO 0470-END
           END-IF.

           MOVE CLB-ROW-ID     TO BKG-ROW-ID.
           MOVE WS-SEASON-DATE TO BKG-DATE.
           MOVE CLB-SLOT       TO BKG-SLOT.
           MOVE WS-COURT-SUB   TO BKG-COURT-NO.
           MOVE WS-CLUB-NAME   TO BKG-NAME.
           MOVE WS-CLUB-PHONE  TO BKG-PHONE.
           MOVE WS-BAND        TO BKG-BAND.
           MOVE WS-CHARGE      TO BKG-CHARGE.
           MOVE 'O'            TO BKG-PAID.
           MOVE CLB-PATRON-NO  TO BKG-PATRON-NO.
           MOVE 'N'            TO BKG-NO-SHOW.

           WRITE BOOKINGREC
             INVALID KEY
                DISPLAY 'CLUBBOOK: UNABLE TO WRITE BOOKING, STATUS ',
                   BKG-FILE-CHECK-KEY
             NOT INVALID KEY
                ADD 1 TO WS-WRITTEN-COURTS
                ADD 1 TO WS-ROW-BOOKED
           END-WRITE.

       0470-END.

       0600-WITHDRAW-SEASON.

           MOVE ZEROES TO WS-RELEASE-COUNT.
           MOVE CLB-PATRON-NO TO BKG-PATRON-NO.
           MOVE 'N' TO WS-LIST-DONE.
           START BOOKINGS KEY IS NOT LESS THAN BKG-PATRON-NO
             INVALID KEY SET LIST-DONE TO TRUE
           END-START.

           PERFORM 0610-GATHER-READ-NEXT THRU 0610-END
               UNTIL LIST-DONE.

           IF WS-RELEASE-COUNT NOT < WS-RELEASE-LIMIT
               MOVE ZEROES TO RPT-DATE
               MOVE 'LIMIT' TO RPT-RESULT
               MOVE 'MORE DATES REMAIN - RUN THE WITHDRAWAL AGAIN'
                  TO RPT-DETAIL
               MOVE RPT-DATE-LINE TO WS-PRINT-LINE
               PERFORM 0800-WRITE-RPT-LINE THRU 0800-END
           END-IF.

           PERFORM 0620-RELEASE-BOOKING THRU 0620-END
               VARYING WS-RELEASE-SUB FROM 1 BY 1
               UNTIL WS-RELEASE-SUB > WS-RELEASE-COUNT.

           PERFORM 0310-PRINT-COUNTS THRU 0310-END.

           ADD WS-ROW-RELEASED TO WS-TOTAL-RELEASED.

           DISPLAY 'CLUBBOOK: CLUB ', CLB-PATRON-NO, ' ROW ',
              CLB-ROW-ID, ' RELEASED ', WS-ROW-RELEASED,
              ' BOOKINGS'.

       0600-END.

       0610-GATHER-READ-NEXT.

           READ BOOKINGS NEXT RECORD
             AT END SET LIST-DONE TO TRUE
           END-READ.

           IF LIST-DONE
               GO TO 0610-END
           END-IF.

           IF BKG-PATRON-NO NOT = CLB-PATRON-NO
               SET LIST-DONE TO TRUE
               GO TO 0610-END
           END-IF.

           IF BKG-ROW-ID NOT = CLB-ROW-ID
               OR BKG-SLOT NOT = CLB-SLOT
               OR BKG-DATE < CLB-START-DATE
               OR BKG-DATE > CLB-END-DATE
               GO TO 0610-END
           END-IF.

           MOVE BKG-DATE TO WS-DC-DATE.
           PERFORM 9700-DATE-TO-DAYS THRU 9700-END.
           IF WS-DC-WEEKDAY NOT = CLB-WEEKDAY
               GO TO 0610-END
           END-IF.
           IF WS-DC-DAYS < WS-EARLIEST-DAYS
               ADD 1 TO WS-PAST-COUNT
               GO TO 0610-END
           END-IF.

           IF WS-RELEASE-COUNT NOT < WS-RELEASE-LIMIT
               SET LIST-DONE TO TRUE
               GO TO 0610-END
           END-IF.

           ADD 1 TO WS-RELEASE-COUNT.
           MOVE BKG-ROW-ID   TO WS-REL-ROW-ID(WS-RELEASE-COUNT).
           MOVE BKG-DATE     TO WS-REL-DATE(WS-RELEASE-COUNT).
           MOVE BKG-SLOT     TO WS-REL-SLOT(WS-RELEASE-COUNT).
           MOVE BKG-COURT-NO TO WS-REL-COURT-NO(WS-RELEASE-COUNT).

       0610-END.

       0620-RELEASE-BOOKING.

           MOVE WS-REL-ROW-ID(WS-RELEASE-SUB)   TO BKG-ROW-ID.
           MOVE WS-REL-DATE(WS-RELEASE-SUB)     TO BKG-DATE.
           MOVE WS-REL-SLOT(WS-RELEASE-SUB)     TO BKG-SLOT.
           MOVE WS-REL-COURT-NO(WS-RELEASE-SUB) TO BKG-COURT-NO.
           READ BOOKINGS
             KEY IS BKG-KEY
             INVALID KEY CONTINUE
           END-READ.

           IF NOT BOOKINGFOUND
               GO TO 0620-END
           END-IF.

           MOVE BKG-ROW-ID    TO WS-CANC-ROW.
           MOVE BKG-DATE      TO WS-CANC-DATE.
           MOVE BKG-SLOT      TO WS-CANC-SLOT.
           MOVE BKG-COURT-NO  TO WS-CANC-COURT.
           MOVE BKG-BAND      TO WS-CANC-BAND.
           MOVE BKG-CHARGE    TO WS-CANC-CHARGE.
           MOVE BKG-PAID      TO WS-CANC-PAID.
           MOVE BKG-PATRON-NO TO WS-CANC-PATRON.

           MOVE WS-CANC-DATE TO RPT-DATE.
           MOVE SPACES TO RPT-DETAIL.

           DELETE BOOKINGS RECORD
             INVALID KEY
                DISPLAY 'CLUBBOOK: UNABLE TO RELEASE, STATUS ',
                   BKG-FILE-CHECK-KEY
                GO TO 0620-END
           END-DELETE.

           ADD 1 TO WS-ROW-RELEASED.
           PERFORM 0710-WRITE-CANCEL-LOG THRU 0710-END.
           PERFORM 0650-PROMOTE-WAITLIST THRU 0650-END.

           MOVE 'RELEASED' TO RPT-RESULT.
           IF PARTY-PROMOTED
               ADD 1 TO WS-ROW-PROMOTED
               STRING 'COURT ' DELIMITED BY SIZE
                      WS-CANC-COURT DELIMITED BY SIZE
                      ' PROMOTED ' DELIMITED BY SIZE
                      BKG-NAME DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      BKG-PHONE DELIMITED BY SIZE
                      INTO RPT-DETAIL
           ELSE
               STRING 'COURT ' DELIMITED BY SIZE
                      WS-CANC-COURT DELIMITED BY SIZE
                      ' NO ONE WAITING' DELIMITED BY SIZE
                      INTO RPT-DETAIL
           END-IF.
           MOVE RPT-DATE-LINE TO WS-PRINT-LINE.
           PERFORM 0800-WRITE-RPT-LINE THRU 0800-END.

       0620-END.

       0650-PROMOTE-WAITLIST.

           MOVE 'N' TO WS-PROMOTE-FLAG.
           MOVE WS-CANC-ROW  TO WTL-ROW-ID.
           MOVE WS-CANC-DATE TO WTL-DATE.
           MOVE WS-CANC-SLOT TO WTL-SLOT.
           MOVE ZEROES TO WTL-SEQ.
           MOVE 'N' TO WS-WAIT-DONE.
           START WAITLIST KEY IS NOT LESS THAN WTL-KEY
             INVALID KEY SET WAIT-SCAN-DONE TO TRUE
           END-START.

           PERFORM 0660-FIRST-WAIT-READ THRU 0660-END
               UNTIL WAIT-SCAN-DONE.

           IF NOT PARTY-PROMOTED
               GO TO 0650-END
           END-IF.

           MOVE SPACES TO WS-BAND.
           MOVE ZEROES TO WS-CHARGE.
           MOVE WS-CANC-SLOT TO WS-PRICE-SLOT.
           PERFORM 0260-FIND-FEE-BAND THRU 0260-END.
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
           MOVE WS-CANC-DATE  TO BKG-DATE.
           MOVE WS-CANC-SLOT  TO BKG-SLOT.
           MOVE WS-CANC-COURT TO BKG-COURT-NO.
           MOVE WTL-NAME      TO BKG-NAME.
           MOVE WTL-PHONE     TO BKG-PHONE.
           MOVE WS-BAND       TO BKG-BAND.
           MOVE WS-CHARGE     TO BKG-CHARGE.
           MOVE 'O'           TO BKG-PAID.
           MOVE WTL-PATRON-NO TO BKG-PATRON-NO.
           MOVE 'N'           TO BKG-NO-SHOW.

           WRITE BOOKINGREC
             INVALID KEY
                DISPLAY 'CLUBBOOK: UNABLE TO PROMOTE, STATUS ',
                   BKG-FILE-CHECK-KEY
                MOVE 'N' TO WS-PROMOTE-FLAG
             NOT INVALID KEY
                DELETE WAITLIST RECORD
                  INVALID KEY
                     DISPLAY 'CLUBBOOK: UNABLE TO CLEAR WAITLIST, ',
                        'STATUS ', WTL-FILE-CHECK-KEY
                END-DELETE
                PERFORM 0700-WRITE-PROMO-LOG THRU 0700-END
           END-WRITE.

       0650-END.

       0660-FIRST-WAIT-READ.

           READ WAITLIST NEXT RECORD
             AT END SET WAIT-SCAN-DONE TO TRUE
           END-READ.

           IF NOT WAIT-SCAN-DONE
               IF WTL-ROW-ID = WS-CANC-ROW
                   AND WTL-DATE = WS-CANC-DATE
                   AND WTL-SLOT = WS-CANC-SLOT
                   SET PARTY-PROMOTED TO TRUE
               END-IF
               SET WAIT-SCAN-DONE TO TRUE
           END-IF.

       0660-END.

       0700-WRITE-PROMO-LOG.

           OPEN EXTEND PROMOLOG.
           IF PROMO-FILE-CHECK-KEY = "35"
               CLOSE PROMOLOG
               OPEN OUTPUT PROMOLOG
           END-IF.
           IF PROMO-FILE-CHECK-KEY NOT= "00"
               DISPLAY 'CLUBBOOK: UNABLE TO OPEN PROMOTION LOG, ',
                  'STATUS ', PROMO-FILE-CHECK-KEY
               GO TO 0700-END
           END-IF.

           ACCEPT PROMO-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:6) TO PROMO-TIME.
           MOVE BKG-ROW-ID   TO PROMO-ROW-ID.
           MOVE BKG-DATE     TO PROMO-BOOK-DATE.
           MOVE BKG-SLOT     TO PROMO-SLOT.
           MOVE BKG-COURT-NO TO PROMO-COURT-NO.
           MOVE BKG-NAME     TO PROMO-NAME.
           MOVE BKG-PHONE    TO PROMO-PHONE.
           WRITE PROMOREC.
           IF PROMO-FILE-CHECK-KEY NOT= "00"
               DISPLAY 'CLUBBOOK: UNABLE TO WRITE PROMOTION LOG, ',
                  'STATUS ', PROMO-FILE-CHECK-KEY
           END-IF.
           CLOSE PROMOLOG.

       0700-END.

       0710-WRITE-CANCEL-LOG.

           OPEN EXTEND CANCELLOG.
           IF CNL-FILE-CHECK-KEY = "35"
               CLOSE CANCELLOG
               OPEN OUTPUT CANCELLOG
           END-IF.
           IF CNL-FILE-CHECK-KEY NOT= "00"
               DISPLAY 'CLUBBOOK: UNABLE TO OPEN CANCEL LOG, ',
                  'STATUS ', CNL-FILE-CHECK-KEY
               GO TO 0710-END
           END-IF.

           ACCEPT CNL-CANCEL-DATE FROM DATE YYYYMMDD.
           MOVE WS-CANC-ROW    TO CNL-ROW-ID.
           MOVE WS-CANC-DATE   TO CNL-BOOK-DATE.
           MOVE WS-CANC-SLOT   TO CNL-SLOT.
           MOVE WS-CANC-COURT  TO CNL-COURT-NO.
           MOVE WS-CANC-BAND   TO CNL-BAND.
           MOVE WS-CANC-CHARGE TO CNL-CHARGE.
           MOVE WS-CANC-PAID   TO CNL-PAID.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:6) TO CNL-CANCEL-TIME.
           MOVE WS-CANC-PATRON TO CNL-PATRON-NO.
           SET CNL-FROM-CLUB TO TRUE.
           WRITE CANCELREC.
           IF CNL-FILE-CHECK-KEY NOT= "00"
               DISPLAY 'CLUBBOOK: UNABLE TO WRITE CANCEL LOG, ',
                  'STATUS ', CNL-FILE-CHECK-KEY
           END-IF.
           CLOSE CANCELLOG.

       0710-END.

       0800-WRITE-RPT-LINE.

           IF WS-LINE-COUNT > 55
               PERFORM 0810-RPT-NEW-PAGE THRU 0810-END
           END-IF.
           WRITE CLUBRPT-RECORD FROM WS-PRINT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       0800-END.

       0810-RPT-NEW-PAGE.

           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO RPT-PAGE-NO.
           WRITE CLUBRPT-RECORD FROM RPT-TITLE-LINE.
           WRITE CLUBRPT-RECORD FROM RPT-HEADING-LINE.
           WRITE CLUBRPT-RECORD FROM RPT-BLANK-LINE.
           MOVE 3 TO WS-LINE-COUNT.

       0810-END.

       0900-STOP-RUN.

           PERFORM 9800-WRITE-RUN-LOG THRU 9800-END.

           CLOSE CLUBCTL, TENNISCOURTS, BOOKINGS, WAITLIST, PATRONS,
              CLUBRPT.
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
               DISPLAY "CLUBBOOK: UNABLE TO OPEN RUN LOG, STATUS ",
                  RUNLOG-FILE-CHECK-KEY
               GO TO 9800-END
           END-IF.

           MOVE 'CLUBBOOK' TO RUN-PROGRAM.
           MOVE WS-RUN-DATE      TO RUN-START-DATE.
           MOVE WS-RUN-TIME(1:6) TO RUN-START-TIME.
           ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:6) TO RUN-END-TIME.
           MOVE WS-TOTAL-BOOKED   TO RUN-COUNT-1.
           MOVE WS-TOTAL-RELEASED TO RUN-COUNT-2.
           MOVE WS-RUN-STATUS TO RUN-COMPLETION.
           WRITE RUNLOG-RECORD.
           IF RUNLOG-FILE-CHECK-KEY NOT= "00"
               DISPLAY "CLUBBOOK: UNABLE TO WRITE RUN LOG, STATUS ",
                  RUNLOG-FILE-CHECK-KEY
           END-IF.
           CLOSE BATCHRUNLOG.

       9800-END.

           COPY "signon.cpy".

           COPY "datecalc.cpy".

       END PROGRAM CLUBBOOK.
