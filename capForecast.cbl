       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPFCST.
       AUTHOR. EVERTON VOLPI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "tcidxsel.cpy".

           COPY "amnsel.cpy".

           COPY "wordsel.cpy".

           COPY "runlsel.cpy".

           SELECT CAPCTL ASSIGN TO "capControl.dat"
           FILE STATUS IS CPC-FILE-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CAPRPT ASSIGN TO "capitalForecast.rpt"
           FILE STATUS IS RPT-FILE-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TENNISCOURTS.
           COPY "tcidxrec.cpy".

       FD AMENITYREG.
           COPY "amnrec.cpy".

       FD WORKORDERS.
           COPY "wordrec.cpy".

       FD BATCHRUNLOG.
           COPY "runlrec.cpy".

      *    YEARS A REPLACEMENT IS BROUGHT FORWARD WHEN THE PARK IS IN
      *    POOR CONDITION, AND THE NUMBER OF DONE ORDERS ON AN AMENITY
      *    SINCE IT WAS INSTALLED THAT BRINGS IT FORWARD (AND BY HOW
      *    MANY YEARS)
       FD CAPCTL.
       01  CAPCTL-RECORD.
           05  CPC-POOR-YEARS      PIC 9(2).
           05  CPC-REPEAT-ORDERS   PIC 9(2).
           05  CPC-REPEAT-YEARS    PIC 9(2).

       FD CAPRPT.
       01  CAPRPT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER               PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY      PIC X(2).
           05  AMN-FILE-CHECK-KEY  PIC X(2).
           05  WO-FILE-CHECK-KEY   PIC X(2).
           05  CPC-FILE-CHECK-KEY  PIC X(2).
           05  RPT-FILE-CHECK-KEY  PIC X(2).
           05  RUNLOG-FILE-CHECK-KEY PIC X(2).
           05  WS-RUN-STATUS       PIC X VALUE 'A'.
           05  WS-TIME-NOW         PIC 9(8).
           05  WS-RUN-DATE         PIC 9(8).
           05  WS-RUN-TIME         PIC 9(8).
           05  WS-WO-AVAIL         PIC X VALUE 'N'.
               88 WORKORDERS-AVAILABLE VALUE 'Y'.
           05  WS-SCAN-DONE        PIC X.
               88 SCAN-DONE        VALUE 'Y'.
           05  WS-ORDER-SCAN-DONE  PIC X.
               88 ORDER-SCAN-DONE  VALUE 'Y'.
           05  WS-POOR-YEARS       PIC 9(2) VALUE 2.
           05  WS-REPEAT-ORDERS    PIC 9(2) VALUE 3.
           05  WS-REPEAT-YEARS     PIC 9(2) VALUE 1.
           05  WS-YEAR-FIELD       PIC X(4).
           05  WS-FIRST-YEAR       PIC 9(4).
           05  WS-LAST-YEAR        PIC 9(4).
           05  WS-PARK-SUB         PIC 9(4).
           05  WS-REGION-SUB       PIC 9(2).
           05  WS-AMENITY-SUB      PIC 9(2).
           05  WS-ITEM-AMENITY     PIC 9(2).
           05  WS-YEAR-SUB         PIC 9(2).
           05  WS-GRID-SUB         PIC 9(2).
           05  WS-DUE-YEAR         PIC 9(4).
           05  WS-PLAN-YEAR        PIC 9(4).
           05  WS-ADVANCE          PIC 9(2).
           05  WS-DONE-ORDERS      PIC 9(3).
           05  WS-ITEM-POOR        PIC X.
               88 ITEM-POOR        VALUE 'Y'.
           05  WS-ITEM-REPEAT      PIC X.
               88 ITEM-REPEAT      VALUE 'Y'.
           05  WS-ITEM-OVERDUE     PIC X.
               88 ITEM-OVERDUE     VALUE 'Y'.
           05  WS-REG-COUNT        PIC 9(5) VALUE ZEROES.
           05  WS-NO-PARK-COUNT    PIC 9(5) VALUE ZEROES.
           05  WS-NO-AMENITY-COUNT PIC 9(5) VALUE ZEROES.
           05  WS-INCOMPLETE-COUNT PIC 9(5) VALUE ZEROES.
           05  WS-OVERDUE-COUNT    PIC 9(5) VALUE ZEROES.
           05  WS-FORECAST-COUNT   PIC 9(5) VALUE ZEROES.
           05  WS-BEYOND-COUNT     PIC 9(5) VALUE ZEROES.
           05  WS-POOR-COUNT       PIC 9(5) VALUE ZEROES.
           05  WS-REPEAT-COUNT     PIC 9(5) VALUE ZEROES.
           05  WS-ADVANCED-COUNT   PIC 9(5) VALUE ZEROES.
           05  WS-UNREGISTERED     PIC 9(5) VALUE ZEROES.
           05  WS-PLANNED-COUNT    PIC 9(6).
           05  WS-PRINT-LINE       PIC X(132).
           05  WS-LINE-COUNT       PIC 9(2) VALUE 99.
           05  WS-PAGE-COUNT       PIC 9(3) VALUE ZEROES.

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

      *    THE SIX AMENITIES ON THE PARK MASTER IN MASTER ORDER, THEN
      *    COURT FOR THE PLAYING SURFACE
       01  WS-AMENITY-TABLE.
           05  FILLER    PIC X(9) VALUE 'LIGHTS'.
           05  FILLER    PIC X(9) VALUE 'CLUBHOUSE'.
           05  FILLER    PIC X(9) VALUE 'BENCHES'.
           05  FILLER    PIC X(9) VALUE 'FENCE'.
           05  FILLER    PIC X(9) VALUE 'PRACTICE'.
           05  FILLER    PIC X(9) VALUE 'BACKWALL'.
           05  FILLER    PIC X(9) VALUE 'COURT'.
       01  WS-AMENITY-TABLE-R REDEFINES WS-AMENITY-TABLE.
           05  WS-AMENITY-NAME OCCURS 7 TIMES PIC X(9).

      *    ONE ENTRY PER ROW ID.  HAS IS THE AMENITY FLAG FROM THE
      *    MASTER (COURT ALWAYS Y), ON-REG IS SET AS REGISTER ROWS
      *    ARE READ SO AMENITIES MISSING FROM THE REGISTER CAN BE
      *    COUNTED
       01  WS-PARK-TABLE.
           05  WS-PARK-ENTRY OCCURS 999 TIMES.
               10  WS-PK-USED      PIC X.
               10  WS-PK-NAME      PIC X(30).
               10  WS-PK-REGION    PIC 9(2).
               10  WS-PK-CONDITION PIC X(6).
               10  WS-PK-HAS       PIC X OCCURS 7 TIMES.
               10  WS-PK-ON-REG    PIC X OCCURS 7 TIMES.

      *    ENTRIES 1-12 ARE THE REGIONS AND 13 THE CITY TOTAL
       01  WS-REGION-FORECAST.
           05  WS-RF-ENTRY OCCURS 13 TIMES.
               10  WS-RF-ITEMS     PIC 9(5).
               10  WS-RF-OVERDUE   PIC 9(9)V99.
               10  WS-RF-YEAR      PIC 9(9)V99 OCCURS 10 TIMES.
               10  WS-RF-TOTAL     PIC 9(9)V99.

      *    ENTRIES 1-7 ARE THE AMENITIES AND 8 THE CITY TOTAL
       01  WS-AMENITY-FORECAST.
           05  WS-AF-ENTRY OCCURS 8 TIMES.
               10  WS-AF-ITEMS     PIC 9(5).
               10  WS-AF-OVERDUE   PIC 9(9)V99.
               10  WS-AF-YEAR      PIC 9(9)V99 OCCURS 10 TIMES.
               10  WS-AF-TOTAL     PIC 9(9)V99.

       01  RPT-TITLE-LINE.
           05 FILLER       PIC X(46)  VALUE
              'CITY OF OTTAWA - CAPITAL REPLACEMENT FORECAST '.
           05 FILLER       PIC X(6)   VALUE 'YEARS '.
           05 RPT-FIRST-YEAR PIC 9(4).
           05 FILLER       PIC X(1)   VALUE '-'.
           05 RPT-LAST-YEAR PIC 9(4).
           05 FILLER       PIC X(7)   VALUE '   RUN '.
           05 RPT-RUN-DATE PIC 9(8).
           05 FILLER       PIC X(1)   VALUE '-'.
           05 RPT-RUN-TIME PIC 9(6).
           05 FILLER       PIC X(8)   VALUE '   PAGE '.
           05 RPT-PAGE-NO  PIC ZZ9.

       01  RPT-HEADING-LINE.
           05 FILLER       PIC X(45)  VALUE
              'REPLACEMENT COST IN CURRENT WHOLE DOLLARS.  '.
           05 FILLER       PIC X(50)  VALUE
              'OVERDUE = DUE BEFORE THE FIRST FORECAST YEAR'.

       01  RPT-SECTION-LINE.
           05 RPT-SECTION-TEXT PIC X(60).

       01  RPT-DETAIL-HEAD-LINE.
           05 FILLER       PIC X(5)   VALUE 'ROW'.
           05 FILLER       PIC X(31)  VALUE 'PARK'.
           05 FILLER       PIC X(14)  VALUE 'REGION'.
           05 FILLER       PIC X(10)  VALUE 'AMENITY'.
           05 FILLER       PIC X(6)   VALUE 'INST'.
           05 FILLER       PIC X(5)   VALUE 'LIFE'.
           05 FILLER       PIC X(6)   VALUE 'DUE'.
           05 FILLER       PIC X(5)   VALUE ' WOS'.
           05 FILLER       PIC X(8)   VALUE 'PLANNED'.
           05 FILLER       PIC X(12)  VALUE '      COST'.
           05 FILLER       PIC X(22)  VALUE 'BROUGHT FORWARD FOR'.

       01  RPT-DETAIL-LINE.
           05 RPT-DT-ROW       PIC 9(3).
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 RPT-DT-PARK      PIC X(30).
           05 FILLER           PIC X(1)   VALUE SPACES.
           05 RPT-DT-REGION    PIC X(13).
           05 FILLER           PIC X(1)   VALUE SPACES.
           05 RPT-DT-AMENITY   PIC X(9).
           05 FILLER           PIC X(1)   VALUE SPACES.
           05 RPT-DT-INSTALLED PIC 9(4).
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 RPT-DT-LIFE      PIC Z9.
           05 FILLER           PIC X(3)   VALUE SPACES.
           05 RPT-DT-DUE       PIC 9(4).
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 RPT-DT-DONE      PIC ZZ9.
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 RPT-DT-PLANNED   PIC X(7).
           05 FILLER           PIC X(1)   VALUE SPACES.
           05 RPT-DT-COST      PIC ZZ,ZZZ,ZZ9.
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 RPT-DT-REASON    PIC X(22).

       01  RPT-GRID-HEAD-LINE.
           05 RPT-GH-NAME      PIC X(13).
           05 FILLER           PIC X(6)   VALUE ' ITEMS'.
           05 FILLER           PIC X(9)   VALUE '  OVERDUE'.
           05 RPT-GH-YEAR-ENTRY OCCURS 10 TIMES.
              10 RPT-GH-YEAR   PIC ZZZZZZZZ9.
           05 FILLER           PIC X(11)  VALUE '      TOTAL'.

       01  RPT-GRID-LINE.
           05 RPT-GD-NAME      PIC X(13).
           05 FILLER           PIC X(1)   VALUE SPACES.
           05 RPT-GD-ITEMS     PIC ZZZZ9.
           05 FILLER           PIC X(1)   VALUE SPACES.
           05 RPT-GD-OVERDUE   PIC ZZZZZZZ9.
           05 RPT-GD-YEAR-ENTRY OCCURS 10 TIMES.
              10 RPT-GD-GAP    PIC X(1).
              10 RPT-GD-YEAR   PIC ZZZZZZZ9.
           05 FILLER           PIC X(1)   VALUE SPACES.
           05 RPT-GD-TOTAL     PIC ZZZZZZZZZ9.

       01  RPT-COUNT-LINE.
           05 RPT-COUNT-LABEL  PIC X(44).
           05 RPT-COUNT-VALUE  PIC ZZZZZZ9.

       01  RPT-BLANK-LINE.
           05 FILLER           PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-BEGIN.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           PERFORM 0110-GET-YEAR THRU 0110-END.
           IF WS-FIRST-YEAR < 2000 OR WS-FIRST-YEAR > 9989
               DISPLAY 'CAPFCST: FIRST YEAR MUST BE 2000 THROUGH 9989'
               GO TO 0900-STOP-RUN
           END-IF.
           COMPUTE WS-LAST-YEAR = WS-FIRST-YEAR + 9.

           PERFORM 0120-READ-CONTROL THRU 0120-END.

           OPEN INPUT TENNISCOURTS.
           IF FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", FILE-CHECK-KEY
               GO TO 0900-STOP-RUN
           END-IF.

           OPEN INPUT AMENITYREG.
           IF AMN-FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", AMN-FILE-CHECK-KEY
               GO TO 0900-STOP-RUN
           END-IF.

           OPEN INPUT WORKORDERS.
           IF WO-FILE-CHECK-KEY = "00"
               MOVE 'Y' TO WS-WO-AVAIL
           ELSE
               DISPLAY 'CAPFCST: NO WORK ORDER FILE - REPEAT ORDERS ',
                  'NOT CHECKED'
           END-IF.

           OPEN OUTPUT CAPRPT.
           IF RPT-FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", RPT-FILE-CHECK-KEY
               GO TO 0900-STOP-RUN
           END-IF.

           MOVE WS-RUN-DATE      TO RPT-RUN-DATE.
           MOVE WS-RUN-TIME(1:6) TO RPT-RUN-TIME.
           MOVE WS-FIRST-YEAR    TO RPT-FIRST-YEAR.
           MOVE WS-LAST-YEAR     TO RPT-LAST-YEAR.

           PERFORM 0200-LOAD-PARKS THRU 0200-END.
           PERFORM 0300-FORECAST-ITEMS THRU 0300-END.
           PERFORM 0600-CHECK-COVERAGE THRU 0600-END
               VARYING WS-PARK-SUB FROM 1 BY 1 UNTIL WS-PARK-SUB > 999
               AFTER WS-AMENITY-SUB FROM 1 BY 1
               UNTIL WS-AMENITY-SUB > 7.

           PERFORM 0500-REGION-SECTION THRU 0500-END.
           PERFORM 0550-AMENITY-SECTION THRU 0550-END.
           PERFORM 0700-COUNT-SECTION THRU 0700-END.

           COMPUTE WS-PLANNED-COUNT = WS-OVERDUE-COUNT
                                    + WS-FORECAST-COUNT.
           DISPLAY 'CAPFCST: ITEMS OVERDUE OR IN FORECAST - ',
              WS-PLANNED-COUNT.
           DISPLAY 'CAPFCST: ITEMS BROUGHT FORWARD        - ',
              WS-ADVANCED-COUNT.

           MOVE 'N' TO WS-RUN-STATUS.
           PERFORM 0900-STOP-RUN.

       0110-GET-YEAR.

           DISPLAY 'ENTER FIRST FORECAST YEAR YYYY (BLANK = NEXT ',
              'YEAR): '
              WITH NO ADVANCING.
           MOVE SPACES TO WS-YEAR-FIELD.
           ACCEPT WS-YEAR-FIELD.
           IF WS-YEAR-FIELD NOT = SPACES AND WS-YEAR-FIELD NUMERIC
               MOVE WS-YEAR-FIELD TO WS-FIRST-YEAR
           ELSE
               MOVE WS-RUN-DATE(1:4) TO WS-FIRST-YEAR
               ADD 1 TO WS-FIRST-YEAR
           END-IF.

       0110-END.

       0120-READ-CONTROL.

           OPEN INPUT CAPCTL.
           IF CPC-FILE-CHECK-KEY NOT= "00"
               GO TO 0120-END
           END-IF.

           READ CAPCTL
             AT END CONTINUE
           END-READ.
           IF CPC-FILE-CHECK-KEY = "00"
               IF CPC-POOR-YEARS NUMERIC
                   MOVE CPC-POOR-YEARS TO WS-POOR-YEARS
               END-IF
               IF CPC-REPEAT-ORDERS NUMERIC
                   AND CPC-REPEAT-ORDERS > ZEROES
                   MOVE CPC-REPEAT-ORDERS TO WS-REPEAT-ORDERS
               END-IF
               IF CPC-REPEAT-YEARS NUMERIC
                   MOVE CPC-REPEAT-YEARS TO WS-REPEAT-YEARS
               END-IF
           END-IF.
           CLOSE CAPCTL.

       0120-END.

       0200-LOAD-PARKS.

           MOVE ZEROES TO WS-REGION-FORECAST WS-AMENITY-FORECAST.
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
                          WS-PK-CONDITION(WS-PARK-SUB).
           MOVE ZEROES TO WS-PK-REGION(WS-PARK-SUB).
           PERFORM 0215-CLEAR-AMENITY THRU 0215-END
               VARYING WS-AMENITY-SUB FROM 1 BY 1
               UNTIL WS-AMENITY-SUB > 7.

       0210-END.

       0215-CLEAR-AMENITY.

           MOVE 'N' TO WS-PK-HAS(WS-PARK-SUB, WS-AMENITY-SUB)
                       WS-PK-ON-REG(WS-PARK-SUB, WS-AMENITY-SUB).

       0215-END.

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
           MOVE CONDITION-IDX TO WS-PK-CONDITION(WS-PARK-SUB).
           MOVE LIGHTS-IDX(1:1)    TO WS-PK-HAS(WS-PARK-SUB, 1).
           MOVE CLUBHOUSE-IDX(1:1) TO WS-PK-HAS(WS-PARK-SUB, 2).
           MOVE BENCHES-IDX(1:1)   TO WS-PK-HAS(WS-PARK-SUB, 3).
           MOVE FENCE-IDX(1:1)     TO WS-PK-HAS(WS-PARK-SUB, 4).
           MOVE PRACTICE-IDX(1:1)  TO WS-PK-HAS(WS-PARK-SUB, 5).
           MOVE BACKWALL-IDX(1:1)  TO WS-PK-HAS(WS-PARK-SUB, 6).
           MOVE 'Y'                TO WS-PK-HAS(WS-PARK-SUB, 7).

           MOVE 12 TO WS-PK-REGION(WS-PARK-SUB).
           PERFORM 0230-MATCH-REGION THRU 0230-END
               VARYING WS-REGION-SUB FROM 1 BY 1
               UNTIL WS-REGION-SUB > 11.

       0220-END.

       0230-MATCH-REGION.

           IF REGION-IDX = WS-REGION-NAME(WS-REGION-SUB)
               MOVE WS-REGION-SUB TO WS-PK-REGION(WS-PARK-SUB)
           END-IF.

       0230-END.

      *    EACH REGISTER ROW IS DUE IN INSTALL YEAR + LIFE.  IT IS
      *    BROUGHT FORWARD WHEN THE PARK IS POOR AND AGAIN WHEN THE
      *    AMENITY HAS HAD REPEATED DONE ORDERS SINCE IT WENT IN.
      *    ROWS FOR PARKS OR AMENITIES NO LONGER ON THE MASTER ARE
      *    COUNTED BUT NOT FORECAST
       0300-FORECAST-ITEMS.

           MOVE 'REPLACEMENT SCHEDULE - OVERDUE AND FORECAST YEARS'
              TO RPT-SECTION-TEXT.
           PERFORM 0800-SECTION-TITLE THRU 0800-END.
           MOVE RPT-DETAIL-HEAD-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.

           MOVE ZEROES TO AMN-ROW-ID.
           MOVE LOW-VALUES TO AMN-AMENITY.
           MOVE 'N' TO WS-SCAN-DONE.
           START AMENITYREG KEY IS NOT LESS THAN AMN-KEY
             INVALID KEY SET SCAN-DONE TO TRUE
           END-START.

           PERFORM 0310-ITEM-READ-NEXT THRU 0310-END
               UNTIL SCAN-DONE.

       0300-END.

       0310-ITEM-READ-NEXT.

           READ AMENITYREG NEXT RECORD
             AT END SET SCAN-DONE TO TRUE
           END-READ.

           IF SCAN-DONE
               GO TO 0310-END
           END-IF.

           ADD 1 TO WS-REG-COUNT.

           MOVE AMN-ROW-ID TO WS-PARK-SUB.
           IF WS-PARK-SUB = ZEROES
               ADD 1 TO WS-NO-PARK-COUNT
               GO TO 0310-END
           END-IF.
           IF WS-PK-USED(WS-PARK-SUB) NOT = 'Y'
               ADD 1 TO WS-NO-PARK-COUNT
               GO TO 0310-END
           END-IF.

           MOVE ZEROES TO WS-ITEM-AMENITY.
           PERFORM 0320-MATCH-AMENITY THRU 0320-END
               VARYING WS-AMENITY-SUB FROM 1 BY 1
               UNTIL WS-AMENITY-SUB > 7.
           IF WS-ITEM-AMENITY = ZEROES
               ADD 1 TO WS-NO-AMENITY-COUNT
               GO TO 0310-END
           END-IF.
           MOVE 'Y' TO WS-PK-ON-REG(WS-PARK-SUB, WS-ITEM-AMENITY).
           IF WS-PK-HAS(WS-PARK-SUB, WS-ITEM-AMENITY) NOT = 'Y'
               ADD 1 TO WS-NO-AMENITY-COUNT
               GO TO 0310-END
           END-IF.

           IF AMN-INSTALL-YEAR = ZEROES OR AMN-LIFE-YEARS = ZEROES
               ADD 1 TO WS-INCOMPLETE-COUNT
               GO TO 0310-END
           END-IF.

           COMPUTE WS-DUE-YEAR = AMN-INSTALL-YEAR + AMN-LIFE-YEARS.
           MOVE ZEROES TO WS-ADVANCE.
           MOVE 'N' TO WS-ITEM-POOR WS-ITEM-REPEAT WS-ITEM-OVERDUE.

           IF WS-PK-CONDITION(WS-PARK-SUB) = 'POOR'
               AND WS-POOR-YEARS > ZEROES
               SET ITEM-POOR TO TRUE
               ADD WS-POOR-YEARS TO WS-ADVANCE
           END-IF.

           PERFORM 0400-COUNT-DONE-ORDERS THRU 0400-END.
           IF WS-DONE-ORDERS NOT < WS-REPEAT-ORDERS
               AND WS-REPEAT-YEARS > ZEROES
               SET ITEM-REPEAT TO TRUE
               ADD WS-REPEAT-YEARS TO WS-ADVANCE
           END-IF.

           COMPUTE WS-PLAN-YEAR = WS-DUE-YEAR - WS-ADVANCE.

           IF WS-PLAN-YEAR > WS-LAST-YEAR
               ADD 1 TO WS-BEYOND-COUNT
               GO TO 0310-END
           END-IF.

           IF ITEM-POOR
               ADD 1 TO WS-POOR-COUNT
           END-IF.
           IF ITEM-REPEAT
               ADD 1 TO WS-REPEAT-COUNT
           END-IF.
           IF ITEM-POOR OR ITEM-REPEAT
               ADD 1 TO WS-ADVANCED-COUNT
           END-IF.

           IF WS-PLAN-YEAR < WS-FIRST-YEAR
               SET ITEM-OVERDUE TO TRUE
               ADD 1 TO WS-OVERDUE-COUNT
           ELSE
               ADD 1 TO WS-FORECAST-COUNT
               COMPUTE WS-YEAR-SUB = WS-PLAN-YEAR - WS-FIRST-YEAR + 1
           END-IF.

           MOVE WS-PK-REGION(WS-PARK-SUB) TO WS-GRID-SUB.
           PERFORM 0330-ADD-REGION THRU 0330-END.
           MOVE 13 TO WS-GRID-SUB.
           PERFORM 0330-ADD-REGION THRU 0330-END.
           MOVE WS-ITEM-AMENITY TO WS-GRID-SUB.
           PERFORM 0340-ADD-AMENITY THRU 0340-END.
           MOVE 8 TO WS-GRID-SUB.
           PERFORM 0340-ADD-AMENITY THRU 0340-END.

           PERFORM 0350-PRINT-ITEM THRU 0350-END.

       0310-END.

       0320-MATCH-AMENITY.

           IF AMN-AMENITY = WS-AMENITY-NAME(WS-AMENITY-SUB)
               MOVE WS-AMENITY-SUB TO WS-ITEM-AMENITY
           END-IF.

       0320-END.

       0330-ADD-REGION.

           ADD 1 TO WS-RF-ITEMS(WS-GRID-SUB).
           IF ITEM-OVERDUE
               ADD AMN-REPLACE-COST TO WS-RF-OVERDUE(WS-GRID-SUB)
           ELSE
               ADD AMN-REPLACE-COST
                  TO WS-RF-YEAR(WS-GRID-SUB, WS-YEAR-SUB)
           END-IF.
           ADD AMN-REPLACE-COST TO WS-RF-TOTAL(WS-GRID-SUB).

       0330-END.

       0340-ADD-AMENITY.

           ADD 1 TO WS-AF-ITEMS(WS-GRID-SUB).
           IF ITEM-OVERDUE
               ADD AMN-REPLACE-COST TO WS-AF-OVERDUE(WS-GRID-SUB)
           ELSE
               ADD AMN-REPLACE-COST
                  TO WS-AF-YEAR(WS-GRID-SUB, WS-YEAR-SUB)
           END-IF.
           ADD AMN-REPLACE-COST TO WS-AF-TOTAL(WS-GRID-SUB).

       0340-END.

       0350-PRINT-ITEM.

           MOVE AMN-ROW-ID       TO RPT-DT-ROW.
           MOVE WS-PK-NAME(WS-PARK-SUB) TO RPT-DT-PARK.
           MOVE WS-PK-REGION(WS-PARK-SUB) TO WS-REGION-SUB.
           MOVE WS-REGION-NAME(WS-REGION-SUB) TO RPT-DT-REGION.
           MOVE AMN-AMENITY      TO RPT-DT-AMENITY.
           MOVE AMN-INSTALL-YEAR TO RPT-DT-INSTALLED.
           MOVE AMN-LIFE-YEARS   TO RPT-DT-LIFE.
           MOVE WS-DUE-YEAR      TO RPT-DT-DUE.
           MOVE WS-DONE-ORDERS   TO RPT-DT-DONE.
           IF ITEM-OVERDUE
               MOVE 'OVERDUE' TO RPT-DT-PLANNED
           ELSE
               MOVE SPACES TO RPT-DT-PLANNED
               MOVE WS-PLAN-YEAR TO RPT-DT-PLANNED(1:4)
           END-IF.
           MOVE AMN-REPLACE-COST TO RPT-DT-COST.

           MOVE SPACES TO RPT-DT-REASON.
           IF ITEM-POOR AND ITEM-REPEAT
               MOVE 'POOR + REPEAT ORDERS' TO RPT-DT-REASON
           ELSE
               IF ITEM-POOR
                   MOVE 'POOR CONDITION' TO RPT-DT-REASON
               END-IF
               IF ITEM-REPEAT
                   MOVE 'REPEAT ORDERS' TO RPT-DT-REASON
               END-IF
           END-IF.

           MOVE RPT-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.

       0350-END.

      *    DONE ORDERS ON THE SAME PARK AND AMENITY REPORTED IN OR
      *    AFTER THE INSTALL YEAR.  ORDERS ARE KEYED ROW ID + ORDER
      *    NUMBER SO ONLY THE PARK'S OWN ORDERS ARE READ
       0400-COUNT-DONE-ORDERS.

           MOVE ZEROES TO WS-DONE-ORDERS.
           IF NOT WORKORDERS-AVAILABLE
               GO TO 0400-END
           END-IF.

           MOVE AMN-ROW-ID TO WO-ROW-ID.
           MOVE ZEROES TO WO-ORDER-NO.
           MOVE 'N' TO WS-ORDER-SCAN-DONE.
           START WORKORDERS KEY IS NOT LESS THAN WO-KEY
             INVALID KEY SET ORDER-SCAN-DONE TO TRUE
           END-START.

           PERFORM 0410-ORDER-READ-NEXT THRU 0410-END
               UNTIL ORDER-SCAN-DONE.

       0400-END.

       0410-ORDER-READ-NEXT.

           READ WORKORDERS NEXT RECORD
             AT END SET ORDER-SCAN-DONE TO TRUE
           END-READ.

           IF ORDER-SCAN-DONE
               GO TO 0410-END
           END-IF.

           IF WO-ROW-ID NOT = AMN-ROW-ID
               SET ORDER-SCAN-DONE TO TRUE
               GO TO 0410-END
           END-IF.

           IF WO-DONE AND WO-AMENITY = AMN-AMENITY
               AND WO-DATE-REPORTED(1:4) NOT < AMN-INSTALL-YEAR
               IF WS-DONE-ORDERS < 999
                   ADD 1 TO WS-DONE-ORDERS
               END-IF
           END-IF.

       0410-END.

       0500-REGION-SECTION.

           MOVE 'FORECAST BY REGION AND YEAR' TO RPT-SECTION-TEXT.
           PERFORM 0800-SECTION-TITLE THRU 0800-END.
           MOVE 'REGION' TO RPT-GH-NAME.
           PERFORM 0810-GRID-HEADING THRU 0810-END.

           PERFORM 0510-PRINT-REGION THRU 0510-END
               VARYING WS-GRID-SUB FROM 1 BY 1 UNTIL WS-GRID-SUB > 13.

       0500-END.

       0510-PRINT-REGION.

           IF WS-GRID-SUB = 12 AND WS-RF-ITEMS(12) = ZEROES
               GO TO 0510-END
           END-IF.

           IF WS-GRID-SUB = 13
               MOVE RPT-BLANK-LINE TO WS-PRINT-LINE
               PERFORM 0850-WRITE-RPT-LINE THRU 0850-END
               MOVE 'TOTAL' TO RPT-GD-NAME
           ELSE
               MOVE WS-REGION-NAME(WS-GRID-SUB) TO RPT-GD-NAME
           END-IF.

           MOVE WS-RF-ITEMS(WS-GRID-SUB)   TO RPT-GD-ITEMS.
           MOVE WS-RF-OVERDUE(WS-GRID-SUB) TO RPT-GD-OVERDUE.
           PERFORM 0520-REGION-YEAR THRU 0520-END
               VARYING WS-YEAR-SUB FROM 1 BY 1 UNTIL WS-YEAR-SUB > 10.
           MOVE WS-RF-TOTAL(WS-GRID-SUB)   TO RPT-GD-TOTAL.
           MOVE RPT-GRID-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.

       0510-END.

       0520-REGION-YEAR.

           MOVE SPACE TO RPT-GD-GAP(WS-YEAR-SUB).
           MOVE WS-RF-YEAR(WS-GRID-SUB, WS-YEAR-SUB)
              TO RPT-GD-YEAR(WS-YEAR-SUB).

       0520-END.

       0550-AMENITY-SECTION.

           MOVE 'FORECAST BY AMENITY AND YEAR' TO RPT-SECTION-TEXT.
           PERFORM 0800-SECTION-TITLE THRU 0800-END.
           MOVE 'AMENITY' TO RPT-GH-NAME.
           PERFORM 0810-GRID-HEADING THRU 0810-END.

           PERFORM 0560-PRINT-AMENITY THRU 0560-END
               VARYING WS-GRID-SUB FROM 1 BY 1 UNTIL WS-GRID-SUB > 8.

       0550-END.

       0560-PRINT-AMENITY.

           IF WS-GRID-SUB = 8
               MOVE RPT-BLANK-LINE TO WS-PRINT-LINE
               PERFORM 0850-WRITE-RPT-LINE THRU 0850-END
               MOVE 'TOTAL' TO RPT-GD-NAME
           ELSE
               MOVE WS-AMENITY-NAME(WS-GRID-SUB) TO RPT-GD-NAME
           END-IF.

           MOVE WS-AF-ITEMS(WS-GRID-SUB)   TO RPT-GD-ITEMS.
           MOVE WS-AF-OVERDUE(WS-GRID-SUB) TO RPT-GD-OVERDUE.
           PERFORM 0570-AMENITY-YEAR THRU 0570-END
               VARYING WS-YEAR-SUB FROM 1 BY 1 UNTIL WS-YEAR-SUB > 10.
           MOVE WS-AF-TOTAL(WS-GRID-SUB)   TO RPT-GD-TOTAL.
           MOVE RPT-GRID-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.

       0560-END.

       0570-AMENITY-YEAR.

           MOVE SPACE TO RPT-GD-GAP(WS-YEAR-SUB).
           MOVE WS-AF-YEAR(WS-GRID-SUB, WS-YEAR-SUB)
              TO RPT-GD-YEAR(WS-YEAR-SUB).

       0570-END.

      *    AN AMENITY THE MASTER SAYS THE PARK HAS BUT WITH NO ROW ON
      *    THE REGISTER CANNOT BE PLANNED FOR
       0600-CHECK-COVERAGE.

           IF WS-PK-USED(WS-PARK-SUB) = 'Y'
               AND WS-PK-HAS(WS-PARK-SUB, WS-AMENITY-SUB) = 'Y'
               AND WS-PK-ON-REG(WS-PARK-SUB, WS-AMENITY-SUB) NOT = 'Y'
               ADD 1 TO WS-UNREGISTERED
           END-IF.

       0600-END.

       0700-COUNT-SECTION.

           MOVE 'RUN TOTALS' TO RPT-SECTION-TEXT.
           PERFORM 0800-SECTION-TITLE THRU 0800-END.

           MOVE 'REGISTER ROWS READ' TO RPT-COUNT-LABEL.
           MOVE WS-REG-COUNT TO RPT-COUNT-VALUE.
           MOVE RPT-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.

           MOVE 'ITEMS OVERDUE' TO RPT-COUNT-LABEL.
           MOVE WS-OVERDUE-COUNT TO RPT-COUNT-VALUE.
           MOVE RPT-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.

           MOVE 'ITEMS DUE IN THE FORECAST YEARS' TO RPT-COUNT-LABEL.
           MOVE WS-FORECAST-COUNT TO RPT-COUNT-VALUE.
           MOVE RPT-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.

           MOVE 'ITEMS DUE AFTER THE FORECAST YEARS'
              TO RPT-COUNT-LABEL.
           MOVE WS-BEYOND-COUNT TO RPT-COUNT-VALUE.
           MOVE RPT-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.

           MOVE 'ITEMS BROUGHT FORWARD - PARK CONDITION POOR'
              TO RPT-COUNT-LABEL.
           MOVE WS-POOR-COUNT TO RPT-COUNT-VALUE.
           MOVE RPT-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.

           MOVE 'ITEMS BROUGHT FORWARD - REPEAT DONE ORDERS'
              TO RPT-COUNT-LABEL.
           MOVE WS-REPEAT-COUNT TO RPT-COUNT-VALUE.
           MOVE RPT-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.

           MOVE 'ROWS FOR PARKS NOT ON THE MASTER'
              TO RPT-COUNT-LABEL.
           MOVE WS-NO-PARK-COUNT TO RPT-COUNT-VALUE.
           MOVE RPT-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.

           MOVE 'ROWS FOR AMENITIES NOT ON THE MASTER'
              TO RPT-COUNT-LABEL.
           MOVE WS-NO-AMENITY-COUNT TO RPT-COUNT-VALUE.
           MOVE RPT-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.

           MOVE 'ROWS WITH NO INSTALL YEAR OR LIFE'
              TO RPT-COUNT-LABEL.
           MOVE WS-INCOMPLETE-COUNT TO RPT-COUNT-VALUE.
           MOVE RPT-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.

           MOVE 'MASTER AMENITIES WITH NO REGISTER ROW'
              TO RPT-COUNT-LABEL.
           MOVE WS-UNREGISTERED TO RPT-COUNT-VALUE.
           MOVE RPT-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.

           MOVE 'YEARS FORWARD FOR POOR CONDITION'
              TO RPT-COUNT-LABEL.
           MOVE WS-POOR-YEARS TO RPT-COUNT-VALUE.
           MOVE RPT-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.

           MOVE 'DONE ORDERS THAT COUNT AS REPEATED'
              TO RPT-COUNT-LABEL.
           MOVE WS-REPEAT-ORDERS TO RPT-COUNT-VALUE.
           MOVE RPT-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.

           MOVE 'YEARS FORWARD FOR REPEATED ORDERS'
              TO RPT-COUNT-LABEL.
           MOVE WS-REPEAT-YEARS TO RPT-COUNT-VALUE.
           MOVE RPT-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.

       0700-END.

       0800-SECTION-TITLE.

           MOVE RPT-BLANK-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.
           MOVE RPT-SECTION-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.

       0800-END.

       0810-GRID-HEADING.

           PERFORM 0820-HEADING-YEAR THRU 0820-END
               VARYING WS-YEAR-SUB FROM 1 BY 1 UNTIL WS-YEAR-SUB > 10.
           MOVE RPT-GRID-HEAD-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.

       0810-END.

       0820-HEADING-YEAR.

           COMPUTE RPT-GH-YEAR(WS-YEAR-SUB) =
               WS-FIRST-YEAR + WS-YEAR-SUB - 1.

       0820-END.

       0850-WRITE-RPT-LINE.

           IF WS-LINE-COUNT > 55
               PERFORM 0860-RPT-NEW-PAGE THRU 0860-END
           END-IF.
           WRITE CAPRPT-RECORD FROM WS-PRINT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       0850-END.

       0860-RPT-NEW-PAGE.

           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO RPT-PAGE-NO.
           WRITE CAPRPT-RECORD FROM RPT-TITLE-LINE.
           WRITE CAPRPT-RECORD FROM RPT-HEADING-LINE.
           WRITE CAPRPT-RECORD FROM RPT-BLANK-LINE.
           MOVE 3 TO WS-LINE-COUNT.

       0860-END.

       0900-STOP-RUN.

           PERFORM 9800-WRITE-RUN-LOG THRU 9800-END.

           CLOSE TENNISCOURTS, AMENITYREG, CAPRPT.
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
               DISPLAY "CAPFCST: UNABLE TO OPEN RUN LOG, STATUS ",
                  RUNLOG-FILE-CHECK-KEY
               GO TO 9800-END
           END-IF.

           MOVE 'CAPFCST' TO RUN-PROGRAM.
           MOVE WS-RUN-DATE      TO RUN-START-DATE.
           MOVE WS-RUN-TIME(1:6) TO RUN-START-TIME.
           ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:6) TO RUN-END-TIME.
           COMPUTE WS-PLANNED-COUNT = WS-OVERDUE-COUNT
                                    + WS-FORECAST-COUNT.
           IF WS-PLANNED-COUNT > 99999
               MOVE 99999 TO RUN-COUNT-1
           ELSE
               MOVE WS-PLANNED-COUNT TO RUN-COUNT-1
           END-IF.
           MOVE WS-ADVANCED-COUNT TO RUN-COUNT-2.
           MOVE WS-RUN-STATUS TO RUN-COMPLETION.
           WRITE RUNLOG-RECORD.
           IF RUNLOG-FILE-CHECK-KEY NOT= "00"
               DISPLAY "CAPFCST: UNABLE TO WRITE RUN LOG, STATUS ",
                  RUNLOG-FILE-CHECK-KEY
           END-IF.
           CLOSE BATCHRUNLOG.

       9800-END.

       END PROGRAM CAPFCST.
