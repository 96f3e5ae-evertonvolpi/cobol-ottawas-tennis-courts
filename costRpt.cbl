       IDENTIFICATION DIVISION.
       PROGRAM-ID. COSTRPT.
       AUTHOR. EVERTON VOLPI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "tcidxsel.cpy".

           COPY "wordsel.cpy".

           COPY "costsel.cpy".

           COPY "budsel.cpy".

           COPY "runlsel.cpy".

           SELECT COSTRPT ASSIGN TO "maintenanceCost.rpt"
           FILE STATUS IS RPT-FILE-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TENNISCOURTS.
           COPY "tcidxrec.cpy".

       FD WORKORDERS.
           COPY "wordrec.cpy".

       FD COSTLEDGER.
           COPY "costrec.cpy".

       FD REGIONBUDGET.
           COPY "budrec.cpy".

       FD BATCHRUNLOG.
           COPY "runlrec.cpy".

       FD COSTRPT.
       01  COSTRPT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER               PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY      PIC X(2).
           05  WO-FILE-CHECK-KEY   PIC X(2).
               88 ORDERFOUND       VALUE "00".
           05  COST-FILE-CHECK-KEY PIC X(2).
           05  BUD-FILE-CHECK-KEY  PIC X(2).
           05  RPT-FILE-CHECK-KEY  PIC X(2).
           05  RUNLOG-FILE-CHECK-KEY PIC X(2).
           05  WS-RUN-STATUS       PIC X VALUE 'A'.
           05  WS-TIME-NOW         PIC 9(8).
           05  WS-SCAN-DONE        PIC X.
               88 SCAN-DONE        VALUE 'Y'.
           05  WS-MONTH-FIELD      PIC X(6).
           05  WS-RPT-MONTH        PIC 9(6).
           05  WS-RPT-MONTH-R REDEFINES WS-RPT-MONTH.
               10  WS-RPT-YEAR     PIC 9(4).
               10  WS-RPT-MM       PIC 9(2).
           05  WS-LAST-ORDER-KEY   PIC X(7).
           05  WS-AMENITY-SUB      PIC 9(2).
           05  WS-ORDER-AMENITY    PIC 9(2).
           05  WS-PARK-SUB         PIC 9(4).
           05  WS-REGION-SUB       PIC 9(2).
           05  WS-PRINT-REGION     PIC 9(2).
           05  WS-TYPE-SUB         PIC 9.
           05  WS-COURTS           PIC 9(2).
           05  WS-REPORTED-DAYS    PIC 9(8).
           05  WS-ORDER-DAYS       PIC 9(5).
           05  WS-IN-MONTH         PIC X.
               88 IN-MONTH         VALUE 'Y'.
           05  WS-PARKS-LOADED     PIC 9(5) VALUE ZEROES.
           05  WS-BUDGETS-LOADED   PIC 9(5) VALUE ZEROES.
           05  WS-CHARGE-COUNT     PIC 9(7) VALUE ZEROES.
           05  WS-NO-ORDER-COUNT   PIC 9(5) VALUE ZEROES.
           05  WS-NO-PARK-COUNT    PIC 9(5) VALUE ZEROES.
           05  WS-DONE-COUNT       PIC 9(5) VALUE ZEROES.
           05  WS-UNDATED-COUNT    PIC 9(5) VALUE ZEROES.
           05  WS-TOT-BUDGET       PIC 9(9)V99 VALUE ZEROES.
           05  WS-TOT-MONTH        PIC 9(9)V99 VALUE ZEROES.
           05  WS-TOT-YTD          PIC 9(9)V99 VALUE ZEROES.
           05  WS-TOT-COURTS       PIC 9(5) VALUE ZEROES.
           05  WS-TOT-DAYS         PIC 9(7) VALUE ZEROES.
           05  WS-CALC-SPEND       PIC 9(9)V99.
           05  WS-CALC-COURTS      PIC 9(5).
           05  WS-CALC-DONE        PIC 9(5).
           05  WS-CALC-DAYS        PIC 9(7).
           05  WS-CALC-AVG         PIC 9(4)V9.
           05  WS-CALC-PER-COURT   PIC 9(6)V99.
           05  WS-CALC-REMAIN      PIC S9(9)V99.
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

      *    COURT IS THE COURT-LEVEL AMENITY USED FOR SURFACE, NET AND
      *    CONDITION ORDERS.  ANYTHING ELSE IS COUNTED UNDER OTHER
       01  WS-AMENITY-TABLE.
           05  FILLER    PIC X(9) VALUE 'LIGHTS'.
           05  FILLER    PIC X(9) VALUE 'CLUBHOUSE'.
           05  FILLER    PIC X(9) VALUE 'BENCHES'.
           05  FILLER    PIC X(9) VALUE 'FENCE'.
           05  FILLER    PIC X(9) VALUE 'PRACTICE'.
           05  FILLER    PIC X(9) VALUE 'BACKWALL'.
           05  FILLER    PIC X(9) VALUE 'COURT'.
           05  FILLER    PIC X(9) VALUE 'OTHER'.
       01  WS-AMENITY-TABLE-R REDEFINES WS-AMENITY-TABLE.
           05  WS-AMENITY-NAME OCCURS 8 TIMES PIC X(9).

       01  WS-TYPE-TABLE.
           05  FILLER    PIC X(10) VALUE 'LABOUR'.
           05  FILLER    PIC X(10) VALUE 'MATERIALS'.
           05  FILLER    PIC X(10) VALUE 'CONTRACTOR'.
       01  WS-TYPE-TABLE-R REDEFINES WS-TYPE-TABLE.
           05  WS-TYPE-NAME OCCURS 3 TIMES PIC X(10).

      *    ONE ENTRY PER ROW ID.  SPEND IS FOR THE REPORT MONTH AND
      *    FOR THE CALENDAR YEAR TO THE END OF THAT MONTH.  DONE AND
      *    DAYS COVER ORDERS COMPLETED IN THE SAME YEAR TO DATE
       01  WS-PARK-TABLE.
           05  WS-PARK-ENTRY OCCURS 999 TIMES.
               10  WS-PK-USED      PIC X.
               10  WS-PK-NAME      PIC X(40).
               10  WS-PK-REGION    PIC 9(2).
               10  WS-PK-COURTS    PIC 9(2).
               10  WS-PK-MONTH     PIC 9(9)V99.
               10  WS-PK-YTD       PIC 9(9)V99.
               10  WS-PK-DONE      PIC 9(5).
               10  WS-PK-DAYS      PIC 9(7).

       01  WS-REGION-TOTALS.
           05  WS-RG-ENTRY OCCURS 12 TIMES.
               10  WS-RG-HAS-BUDGET PIC X.
               10  WS-RG-BUDGET    PIC 9(9)V99.
               10  WS-RG-MONTH     PIC 9(9)V99.
               10  WS-RG-YTD       PIC 9(9)V99.
               10  WS-RG-COURTS    PIC 9(5).
               10  WS-RG-DONE      PIC 9(5).
               10  WS-RG-DAYS      PIC 9(7).

       01  WS-AMENITY-TOTALS.
           05  WS-AM-ENTRY OCCURS 8 TIMES.
               10  WS-AM-MONTH     PIC 9(9)V99.
               10  WS-AM-YTD       PIC 9(9)V99.
               10  WS-AM-DONE      PIC 9(5).
               10  WS-AM-DAYS      PIC 9(7).

       01  WS-TYPE-TOTALS.
           05  WS-TY-ENTRY OCCURS 3 TIMES.
               10  WS-TY-MONTH     PIC 9(9)V99.
               10  WS-TY-YTD       PIC 9(9)V99.
               10  WS-TY-MONTH-HRS PIC 9(6)V9.
               10  WS-TY-YTD-HRS   PIC 9(6)V9.

       01  RPT-TITLE-LINE.
           05 FILLER       PIC X(44)  VALUE
              'CITY OF OTTAWA - MAINTENANCE COST VS BUDGET '.
           05 FILLER       PIC X(6)   VALUE 'MONTH '.
           05 RPT-MONTH    PIC 9(6).
           05 FILLER       PIC X(7)   VALUE '   RUN '.
           05 RPT-RUN-DATE PIC 9(8).
           05 FILLER       PIC X(1)   VALUE '-'.
           05 RPT-RUN-TIME PIC 9(6).
           05 FILLER       PIC X(8)   VALUE '   PAGE '.
           05 RPT-PAGE-NO  PIC ZZ9.

       01  RPT-HEADING-LINE.
           05 FILLER       PIC X(45)  VALUE
              'YTD = CALENDAR YEAR TO END OF MONTH.  DONE = '.
           05 FILLER       PIC X(47)  VALUE
              'ORDERS COMPLETED YTD, AVG DAYS REPORTED TO DONE'.

       01  RPT-SECTION-LINE.
           05 RPT-SECTION-TEXT PIC X(60).

       01  RPT-REGION-HEAD-LINE.
           05 FILLER       PIC X(14)  VALUE 'REGION'.
           05 FILLER       PIC X(15)  VALUE '  ANNUAL BUDGET'.
           05 FILLER       PIC X(15)  VALUE '    MONTH SPEND'.
           05 FILLER       PIC X(15)  VALUE '      YTD SPEND'.
           05 FILLER       PIC X(15)  VALUE '      REMAINING'.
           05 FILLER       PIC X(7)   VALUE '  USED%'.
           05 FILLER       PIC X(7)   VALUE ' COURTS'.
           05 FILLER       PIC X(11)  VALUE '  PER COURT'.
           05 FILLER       PIC X(5)   VALUE ' DONE'.
           05 FILLER       PIC X(9)   VALUE ' AVG DAYS'.
           05 FILLER       PIC X(6)   VALUE '  FLAG'.

       01  RPT-REGION-LINE.
           05 RPT-RG-NAME      PIC X(13).
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 RPT-RG-BUDGET    PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(1)   VALUE SPACES.
           05 RPT-RG-MONTH     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(1)   VALUE SPACES.
           05 RPT-RG-YTD       PIC ZZZ,ZZZ,ZZ9.99.
           05 RPT-RG-REMAIN    PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER           PIC X(1)   VALUE SPACES.
           05 RPT-RG-PCT       PIC ZZZ9.9.
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 RPT-RG-COURTS    PIC ZZZZ9.
           05 FILLER           PIC X(1)   VALUE SPACES.
           05 RPT-RG-PER-COURT PIC ZZZ,ZZ9.99.
           05 FILLER           PIC X(1)   VALUE SPACES.
           05 RPT-RG-DONE      PIC ZZZ9.
           05 FILLER           PIC X(3)   VALUE SPACES.
           05 RPT-RG-AVG       PIC ZZZ9.9.
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 RPT-RG-FLAG      PIC X(9).

       01  RPT-PARK-HEAD-LINE.
           05 FILLER       PIC X(5)   VALUE 'ROW'.
           05 FILLER       PIC X(41)  VALUE 'PARK'.
           05 FILLER       PIC X(14)  VALUE 'REGION'.
           05 FILLER       PIC X(4)   VALUE 'CTS'.
           05 FILLER       PIC X(15)  VALUE '    MONTH SPEND'.
           05 FILLER       PIC X(15)  VALUE '      YTD SPEND'.
           05 FILLER       PIC X(11)  VALUE '  PER COURT'.
           05 FILLER       PIC X(5)   VALUE ' DONE'.
           05 FILLER       PIC X(9)   VALUE ' AVG DAYS'.

       01  RPT-PARK-LINE.
           05 RPT-PK-ROW       PIC 9(3).
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 RPT-PK-NAME      PIC X(40).
           05 FILLER           PIC X(1)   VALUE SPACES.
           05 RPT-PK-REGION    PIC X(13).
           05 FILLER           PIC X(1)   VALUE SPACES.
           05 RPT-PK-COURTS    PIC Z9.
           05 FILLER           PIC X(3)   VALUE SPACES.
           05 RPT-PK-MONTH     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(1)   VALUE SPACES.
           05 RPT-PK-YTD       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(1)   VALUE SPACES.
           05 RPT-PK-PER-COURT PIC ZZZ,ZZ9.99.
           05 FILLER           PIC X(1)   VALUE SPACES.
           05 RPT-PK-DONE      PIC ZZZ9.
           05 FILLER           PIC X(3)   VALUE SPACES.
           05 RPT-PK-AVG       PIC ZZZ9.9.

       01  RPT-AMENITY-HEAD-LINE.
           05 FILLER       PIC X(14)  VALUE 'AMENITY'.
           05 FILLER       PIC X(15)  VALUE '    MONTH SPEND'.
           05 FILLER       PIC X(15)  VALUE '      YTD SPEND'.
           05 FILLER       PIC X(5)   VALUE ' DONE'.
           05 FILLER       PIC X(9)   VALUE ' AVG DAYS'.

       01  RPT-AMENITY-LINE.
           05 RPT-AM-NAME      PIC X(13).
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 RPT-AM-MONTH     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(1)   VALUE SPACES.
           05 RPT-AM-YTD       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(1)   VALUE SPACES.
           05 RPT-AM-DONE      PIC ZZZ9.
           05 FILLER           PIC X(3)   VALUE SPACES.
           05 RPT-AM-AVG       PIC ZZZ9.9.

       01  RPT-TYPE-HEAD-LINE.
           05 FILLER       PIC X(14)  VALUE 'COST TYPE'.
           05 FILLER       PIC X(15)  VALUE '    MONTH SPEND'.
           05 FILLER       PIC X(15)  VALUE '      YTD SPEND'.
           05 FILLER       PIC X(11)  VALUE '  MONTH HRS'.
           05 FILLER       PIC X(11)  VALUE '    YTD HRS'.

       01  RPT-TYPE-LINE.
           05 RPT-TY-NAME      PIC X(13).
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 RPT-TY-MONTH     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(1)   VALUE SPACES.
           05 RPT-TY-YTD       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 RPT-TY-MONTH-HRS PIC ZZZ,ZZ9.9.
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 RPT-TY-YTD-HRS   PIC ZZZ,ZZ9.9.

       01  RPT-COUNT-LINE.
           05 RPT-COUNT-LABEL  PIC X(44).
           05 RPT-COUNT-VALUE  PIC ZZZZZZ9.

       01  RPT-BLANK-LINE.
           05 FILLER           PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-BEGIN.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           PERFORM 0110-GET-MONTH THRU 0110-END.
           IF WS-RPT-MM < 1 OR WS-RPT-MM > 12
               DISPLAY 'COSTRPT: MONTH MUST BE 01 THROUGH 12'
               GO TO 0900-STOP-RUN
           END-IF.

           OPEN INPUT TENNISCOURTS.
           IF FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", FILE-CHECK-KEY
               GO TO 0900-STOP-RUN
           END-IF.

           OPEN INPUT WORKORDERS.
           IF WO-FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", WO-FILE-CHECK-KEY
               GO TO 0900-STOP-RUN
           END-IF.

           OPEN INPUT COSTLEDGER.
           IF COST-FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", COST-FILE-CHECK-KEY
               GO TO 0900-STOP-RUN
           END-IF.

           OPEN INPUT REGIONBUDGET.
           IF BUD-FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", BUD-FILE-CHECK-KEY
               GO TO 0900-STOP-RUN
           END-IF.

           OPEN OUTPUT COSTRPT.
           IF RPT-FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", RPT-FILE-CHECK-KEY
               GO TO 0900-STOP-RUN
           END-IF.

           MOVE WS-RUN-DATE      TO RPT-RUN-DATE.
           MOVE WS-RUN-TIME(1:6) TO RPT-RUN-TIME.
           MOVE WS-RPT-MONTH     TO RPT-MONTH.

           PERFORM 0200-LOAD-PARKS THRU 0200-END.
           PERFORM 0250-LOAD-BUDGETS THRU 0250-END.
           PERFORM 0300-TALLY-COSTS THRU 0300-END.
           PERFORM 0400-TALLY-COMPLETIONS THRU 0400-END.

           PERFORM 0500-REGION-SECTION THRU 0500-END.
           PERFORM 0550-PARK-SECTION THRU 0550-END.
           PERFORM 0600-AMENITY-SECTION THRU 0600-END.
           PERFORM 0650-TYPE-SECTION THRU 0650-END.
           PERFORM 0700-COUNT-SECTION THRU 0700-END.

           DISPLAY "COSTRPT: CHARGES IN THE YEAR  - ", WS-CHARGE-COUNT.
           DISPLAY "COSTRPT: ORDERS DONE IN YEAR  - ", WS-DONE-COUNT.

           MOVE 'N' TO WS-RUN-STATUS.
           PERFORM 0900-STOP-RUN.

       0110-GET-MONTH.

           DISPLAY 'ENTER REPORT MONTH YYYYMM (BLANK = THIS MONTH): '
              WITH NO ADVANCING.
           MOVE SPACES TO WS-MONTH-FIELD.
           ACCEPT WS-MONTH-FIELD.
           IF WS-MONTH-FIELD NOT = SPACES AND WS-MONTH-FIELD NUMERIC
               MOVE WS-MONTH-FIELD TO WS-RPT-MONTH
           ELSE
               MOVE WS-RUN-DATE(1:6) TO WS-RPT-MONTH
           END-IF.

       0110-END.

       0200-LOAD-PARKS.

           MOVE ZEROES TO WS-REGION-TOTALS WS-AMENITY-TOTALS
                          WS-TYPE-TOTALS.
           PERFORM 0205-CLEAR-REGION THRU 0205-END
               VARYING WS-REGION-SUB FROM 1 BY 1
               UNTIL WS-REGION-SUB > 12.
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

       0205-CLEAR-REGION.

           MOVE 'N' TO WS-RG-HAS-BUDGET(WS-REGION-SUB).

       0205-END.

       0210-CLEAR-PARK.

           MOVE 'N'    TO WS-PK-USED(WS-PARK-SUB).
           MOVE SPACES TO WS-PK-NAME(WS-PARK-SUB).
           MOVE ZEROES TO WS-PK-REGION(WS-PARK-SUB)
                          WS-PK-COURTS(WS-PARK-SUB)
                          WS-PK-MONTH(WS-PARK-SUB)
                          WS-PK-YTD(WS-PARK-SUB)
                          WS-PK-DONE(WS-PARK-SUB)
                          WS-PK-DAYS(WS-PARK-SUB).

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

           ADD 1 TO WS-PARKS-LOADED.
           MOVE ROW-ID-IDX TO WS-PARK-SUB.
           MOVE 'Y'           TO WS-PK-USED(WS-PARK-SUB).
           MOVE PARK-NAME-IDX TO WS-PK-NAME(WS-PARK-SUB).
           MOVE TOTAL-COURTS-IDX-N TO WS-COURTS.
           MOVE WS-COURTS     TO WS-PK-COURTS(WS-PARK-SUB).

           MOVE 12 TO WS-PK-REGION(WS-PARK-SUB).
           PERFORM 0230-MATCH-REGION THRU 0230-END
               VARYING WS-REGION-SUB FROM 1 BY 1
               UNTIL WS-REGION-SUB > 11.

           MOVE WS-PK-REGION(WS-PARK-SUB) TO WS-REGION-SUB.
           ADD WS-COURTS TO WS-RG-COURTS(WS-REGION-SUB).
           ADD WS-COURTS TO WS-TOT-COURTS.

       0220-END.

       0230-MATCH-REGION.

           IF REGION-IDX = WS-REGION-NAME(WS-REGION-SUB)
               MOVE WS-REGION-SUB TO WS-PK-REGION(WS-PARK-SUB)
           END-IF.

       0230-END.

      *    BUDGET ROWS ARE KEYED YEAR + REGION NAME, SO ALL THE ROWS
      *    FOR THE REPORT YEAR FOLLOW ONE ANOTHER
       0250-LOAD-BUDGETS.

           MOVE WS-RPT-YEAR TO BUD-YEAR.
           MOVE LOW-VALUES TO BUD-REGION.
           MOVE 'N' TO WS-SCAN-DONE.
           START REGIONBUDGET KEY IS NOT LESS THAN BUD-KEY
             INVALID KEY SET SCAN-DONE TO TRUE
           END-START.

           PERFORM 0260-BUDGET-READ-NEXT THRU 0260-END
               UNTIL SCAN-DONE.

       0250-END.

       0260-BUDGET-READ-NEXT.

           READ REGIONBUDGET NEXT RECORD
             AT END SET SCAN-DONE TO TRUE
           END-READ.

           IF SCAN-DONE
               GO TO 0260-END
           END-IF.

           IF BUD-YEAR NOT = WS-RPT-YEAR
               SET SCAN-DONE TO TRUE
               GO TO 0260-END
           END-IF.

           ADD 1 TO WS-BUDGETS-LOADED.
           MOVE 12 TO WS-PRINT-REGION.
           PERFORM 0270-MATCH-BUDGET THRU 0270-END
               VARYING WS-REGION-SUB FROM 1 BY 1
               UNTIL WS-REGION-SUB > 11.

           MOVE 'Y' TO WS-RG-HAS-BUDGET(WS-PRINT-REGION).
           ADD BUD-AMOUNT TO WS-RG-BUDGET(WS-PRINT-REGION).
           ADD BUD-AMOUNT TO WS-TOT-BUDGET.

       0260-END.

       0270-MATCH-BUDGET.

           IF BUD-REGION = WS-REGION-NAME(WS-REGION-SUB)
               MOVE WS-REGION-SUB TO WS-PRINT-REGION
           END-IF.

       0270-END.

      *    ONLY CHARGES DATED IN THE REPORT YEAR UP TO THE END OF THE
      *    REPORT MONTH COUNT.  THE LEDGER IS IN WO-KEY ORDER SO THE
      *    ORDER (FOR ITS AMENITY) IS ONLY READ WHEN THE KEY CHANGES
       0300-TALLY-COSTS.

           MOVE LOW-VALUES TO WS-LAST-ORDER-KEY.
           MOVE 8 TO WS-ORDER-AMENITY.
           MOVE ZEROES TO COST-KEY.
           MOVE 'N' TO WS-SCAN-DONE.
           START COSTLEDGER KEY IS NOT LESS THAN COST-KEY
             INVALID KEY SET SCAN-DONE TO TRUE
           END-START.

           PERFORM 0310-COST-READ-NEXT THRU 0310-END
               UNTIL SCAN-DONE.

       0300-END.

       0310-COST-READ-NEXT.

           READ COSTLEDGER NEXT RECORD
             AT END SET SCAN-DONE TO TRUE
           END-READ.

           IF SCAN-DONE
               GO TO 0310-END
           END-IF.

           IF COST-DATE(1:4) NOT = WS-RPT-YEAR
               GO TO 0310-END
           END-IF.
           IF COST-DATE(1:6) > WS-RPT-MONTH
               GO TO 0310-END
           END-IF.

           ADD 1 TO WS-CHARGE-COUNT.
           MOVE 'N' TO WS-IN-MONTH.
           IF COST-DATE(1:6) = WS-RPT-MONTH
               SET IN-MONTH TO TRUE
           END-IF.

           IF COST-KEY(1:7) NOT = WS-LAST-ORDER-KEY
               PERFORM 0320-FIND-ORDER THRU 0320-END
           END-IF.

      *    SPEND BY REGION AND PARK
           MOVE 12 TO WS-REGION-SUB.
           MOVE COST-ROW-ID TO WS-PARK-SUB.
           IF WS-PARK-SUB > ZEROES
               IF WS-PK-USED(WS-PARK-SUB) = 'Y'
                   MOVE WS-PK-REGION(WS-PARK-SUB) TO WS-REGION-SUB
                   ADD COST-AMOUNT TO WS-PK-YTD(WS-PARK-SUB)
                   IF IN-MONTH
                       ADD COST-AMOUNT TO WS-PK-MONTH(WS-PARK-SUB)
                   END-IF
               ELSE
                   ADD 1 TO WS-NO-PARK-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-NO-PARK-COUNT
           END-IF.

           ADD COST-AMOUNT TO WS-RG-YTD(WS-REGION-SUB).
           ADD COST-AMOUNT TO WS-TOT-YTD.
           ADD COST-AMOUNT TO WS-AM-YTD(WS-ORDER-AMENITY).
           IF IN-MONTH
               ADD COST-AMOUNT TO WS-RG-MONTH(WS-REGION-SUB)
               ADD COST-AMOUNT TO WS-TOT-MONTH
               ADD COST-AMOUNT TO WS-AM-MONTH(WS-ORDER-AMENITY)
           END-IF.

      *    SPEND AND HOURS BY COST TYPE
           EVALUATE TRUE
               WHEN COST-LABOUR
                   MOVE 1 TO WS-TYPE-SUB
               WHEN COST-MATERIALS
                   MOVE 2 TO WS-TYPE-SUB
               WHEN OTHER
                   MOVE 3 TO WS-TYPE-SUB
           END-EVALUATE.
           ADD COST-AMOUNT TO WS-TY-YTD(WS-TYPE-SUB).
           ADD COST-HOURS  TO WS-TY-YTD-HRS(WS-TYPE-SUB).
           IF IN-MONTH
               ADD COST-AMOUNT TO WS-TY-MONTH(WS-TYPE-SUB)
               ADD COST-HOURS  TO WS-TY-MONTH-HRS(WS-TYPE-SUB)
           END-IF.

       0310-END.

       0320-FIND-ORDER.

           MOVE COST-KEY(1:7) TO WS-LAST-ORDER-KEY.
           MOVE COST-ROW-ID   TO WO-ROW-ID.
           MOVE COST-ORDER-NO TO WO-ORDER-NO.
           READ WORKORDERS
             KEY IS WO-KEY
             INVALID KEY
                ADD 1 TO WS-NO-ORDER-COUNT
           END-READ.

           MOVE 8 TO WS-ORDER-AMENITY.
           IF ORDERFOUND
               PERFORM 0330-MATCH-AMENITY THRU 0330-END
                   VARYING WS-AMENITY-SUB FROM 1 BY 1
                   UNTIL WS-AMENITY-SUB > 7
           END-IF.

       0320-END.

       0330-MATCH-AMENITY.

           IF WO-AMENITY = WS-AMENITY-NAME(WS-AMENITY-SUB)
               MOVE WS-AMENITY-SUB TO WS-ORDER-AMENITY
           END-IF.

       0330-END.

      *    ORDERS COMPLETED IN THE REPORT YEAR UP TO THE END OF THE
      *    REPORT MONTH.  DONE ORDERS WITH NO COMPLETION DATE (CLOSED
      *    BEFORE THE DATE WAS KEPT) ARE COUNTED BUT NOT AVERAGED
       0400-TALLY-COMPLETIONS.

           MOVE ZEROES TO WO-KEY.
           MOVE 'N' TO WS-SCAN-DONE.
           START WORKORDERS KEY IS NOT LESS THAN WO-KEY
             INVALID KEY SET SCAN-DONE TO TRUE
           END-START.

           PERFORM 0410-ORDER-READ-NEXT THRU 0410-END
               UNTIL SCAN-DONE.

       0400-END.

       0410-ORDER-READ-NEXT.

           READ WORKORDERS NEXT RECORD
             AT END SET SCAN-DONE TO TRUE
           END-READ.

           IF SCAN-DONE
               GO TO 0410-END
           END-IF.

           IF NOT WO-DONE
               GO TO 0410-END
           END-IF.

           IF WO-DATE-COMPLETED = ZEROES
               ADD 1 TO WS-UNDATED-COUNT
               GO TO 0410-END
           END-IF.

           IF WO-DATE-COMPLETED(1:4) NOT = WS-RPT-YEAR
               GO TO 0410-END
           END-IF.
           IF WO-DATE-COMPLETED(1:6) > WS-RPT-MONTH
               GO TO 0410-END
           END-IF.

           MOVE WO-DATE-REPORTED TO WS-DC-DATE.
           PERFORM 9700-DATE-TO-DAYS THRU 9700-END.
           MOVE WS-DC-DAYS TO WS-REPORTED-DAYS.
           MOVE WO-DATE-COMPLETED TO WS-DC-DATE.
           PERFORM 9700-DATE-TO-DAYS THRU 9700-END.
           MOVE ZEROES TO WS-ORDER-DAYS.
           IF WS-DC-DAYS > WS-REPORTED-DAYS
               COMPUTE WS-ORDER-DAYS = WS-DC-DAYS - WS-REPORTED-DAYS
           END-IF.

           ADD 1 TO WS-DONE-COUNT.
           ADD WS-ORDER-DAYS TO WS-TOT-DAYS.

           MOVE 12 TO WS-REGION-SUB.
           MOVE WO-ROW-ID TO WS-PARK-SUB.
           IF WS-PARK-SUB > ZEROES
               IF WS-PK-USED(WS-PARK-SUB) = 'Y'
                   MOVE WS-PK-REGION(WS-PARK-SUB) TO WS-REGION-SUB
                   ADD 1 TO WS-PK-DONE(WS-PARK-SUB)
                   ADD WS-ORDER-DAYS TO WS-PK-DAYS(WS-PARK-SUB)
               END-IF
           END-IF.
           ADD 1 TO WS-RG-DONE(WS-REGION-SUB).
           ADD WS-ORDER-DAYS TO WS-RG-DAYS(WS-REGION-SUB).

           MOVE 8 TO WS-ORDER-AMENITY.
           PERFORM 0330-MATCH-AMENITY THRU 0330-END
               VARYING WS-AMENITY-SUB FROM 1 BY 1
               UNTIL WS-AMENITY-SUB > 7.
           ADD 1 TO WS-AM-DONE(WS-ORDER-AMENITY).
           ADD WS-ORDER-DAYS TO WS-AM-DAYS(WS-ORDER-AMENITY).

       0410-END.

       0500-REGION-SECTION.

           MOVE 'SPEND AGAINST BUDGET BY REGION' TO RPT-SECTION-TEXT.
           PERFORM 0800-SECTION-TITLE THRU 0800-END.
           MOVE RPT-REGION-HEAD-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.

           PERFORM 0510-PRINT-REGION THRU 0510-END
               VARYING WS-REGION-SUB FROM 1 BY 1
               UNTIL WS-REGION-SUB > 12.

           MOVE 'TOTAL'        TO RPT-RG-NAME.
           MOVE WS-TOT-BUDGET  TO RPT-RG-BUDGET.
           MOVE WS-TOT-MONTH   TO RPT-RG-MONTH.
           MOVE WS-TOT-YTD     TO WS-CALC-SPEND.
           MOVE WS-TOT-COURTS  TO WS-CALC-COURTS.
           MOVE WS-DONE-COUNT  TO WS-CALC-DONE.
           MOVE WS-TOT-DAYS    TO WS-CALC-DAYS.
           PERFORM 0780-CALC-AVERAGES THRU 0780-END.
           MOVE WS-CALC-SPEND  TO RPT-RG-YTD.
           MOVE WS-CALC-COURTS TO RPT-RG-COURTS.
           MOVE WS-CALC-PER-COURT TO RPT-RG-PER-COURT.
           MOVE WS-CALC-DONE   TO RPT-RG-DONE.
           MOVE WS-CALC-AVG    TO RPT-RG-AVG.
           COMPUTE WS-CALC-REMAIN = WS-TOT-BUDGET - WS-TOT-YTD.
           MOVE WS-CALC-REMAIN TO RPT-RG-REMAIN.
           MOVE ZEROES TO WS-CALC-PCT.
           IF WS-TOT-BUDGET > ZEROES
               COMPUTE WS-CALC-PCT ROUNDED =
                   WS-TOT-YTD * 100 / WS-TOT-BUDGET
                   ON SIZE ERROR MOVE 9999.9 TO WS-CALC-PCT
               END-COMPUTE
           END-IF.
           MOVE WS-CALC-PCT    TO RPT-RG-PCT.
           MOVE SPACES TO RPT-RG-FLAG.
           IF WS-CALC-REMAIN < ZEROES
               MOVE 'OVER' TO RPT-RG-FLAG
           END-IF.
           MOVE RPT-BLANK-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.
           MOVE RPT-REGION-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.

       0500-END.

       0510-PRINT-REGION.

      *    THE OTHER BUCKET ONLY PRINTS WHEN SOMETHING LANDED IN IT
           IF WS-REGION-SUB = 12
               AND WS-RG-HAS-BUDGET(12) NOT = 'Y'
               AND WS-RG-YTD(12) = ZEROES
               AND WS-RG-DONE(12) = ZEROES
               GO TO 0510-END
           END-IF.

           MOVE WS-REGION-NAME(WS-REGION-SUB) TO RPT-RG-NAME.
           MOVE WS-RG-BUDGET(WS-REGION-SUB)   TO RPT-RG-BUDGET.
           MOVE WS-RG-MONTH(WS-REGION-SUB)    TO RPT-RG-MONTH.
           MOVE WS-RG-YTD(WS-REGION-SUB)      TO WS-CALC-SPEND.
           MOVE WS-RG-COURTS(WS-REGION-SUB)   TO WS-CALC-COURTS.
           MOVE WS-RG-DONE(WS-REGION-SUB)     TO WS-CALC-DONE.
           MOVE WS-RG-DAYS(WS-REGION-SUB)     TO WS-CALC-DAYS.
           PERFORM 0780-CALC-AVERAGES THRU 0780-END.
           MOVE WS-CALC-SPEND     TO RPT-RG-YTD.
           MOVE WS-CALC-COURTS    TO RPT-RG-COURTS.
           MOVE WS-CALC-PER-COURT TO RPT-RG-PER-COURT.
           MOVE WS-CALC-DONE      TO RPT-RG-DONE.
           MOVE WS-CALC-AVG       TO RPT-RG-AVG.

           COMPUTE WS-CALC-REMAIN = WS-RG-BUDGET(WS-REGION-SUB)
               - WS-RG-YTD(WS-REGION-SUB).
           MOVE WS-CALC-REMAIN TO RPT-RG-REMAIN.
           MOVE ZEROES TO WS-CALC-PCT.
           IF WS-RG-BUDGET(WS-REGION-SUB) > ZEROES
               COMPUTE WS-CALC-PCT ROUNDED =
                   WS-RG-YTD(WS-REGION-SUB) * 100
                   / WS-RG-BUDGET(WS-REGION-SUB)
                   ON SIZE ERROR MOVE 9999.9 TO WS-CALC-PCT
               END-COMPUTE
           END-IF.
           MOVE WS-CALC-PCT TO RPT-RG-PCT.

           MOVE SPACES TO RPT-RG-FLAG.
           IF WS-RG-HAS-BUDGET(WS-REGION-SUB) NOT = 'Y'
               MOVE 'NO BUDGET' TO RPT-RG-FLAG
           ELSE
               IF WS-CALC-REMAIN < ZEROES
                   MOVE 'OVER' TO RPT-RG-FLAG
               END-IF
           END-IF.

           MOVE RPT-REGION-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.

       0510-END.

      *    PARKS WITH SPEND OR COMPLETED ORDERS THIS YEAR, GROUPED BY
      *    REGION AND IN ROW ID ORDER WITHIN EACH REGION
       0550-PARK-SECTION.

           MOVE 'SPEND AND COST PER COURT BY PARK' TO RPT-SECTION-TEXT.
           PERFORM 0800-SECTION-TITLE THRU 0800-END.
           MOVE RPT-PARK-HEAD-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.

           PERFORM 0560-REGION-PARKS THRU 0560-END
               VARYING WS-PRINT-REGION FROM 1 BY 1
               UNTIL WS-PRINT-REGION > 12.

       0550-END.

       0560-REGION-PARKS.

           PERFORM 0570-PRINT-PARK THRU 0570-END
               VARYING WS-PARK-SUB FROM 1 BY 1 UNTIL WS-PARK-SUB > 999.

       0560-END.

       0570-PRINT-PARK.

           IF WS-PK-USED(WS-PARK-SUB) NOT = 'Y'
               GO TO 0570-END
           END-IF.
           IF WS-PK-REGION(WS-PARK-SUB) NOT = WS-PRINT-REGION
               GO TO 0570-END
           END-IF.
           IF WS-PK-YTD(WS-PARK-SUB) = ZEROES
               AND WS-PK-DONE(WS-PARK-SUB) = ZEROES
               GO TO 0570-END
           END-IF.

           MOVE WS-PARK-SUB TO RPT-PK-ROW.
           MOVE WS-PK-NAME(WS-PARK-SUB) TO RPT-PK-NAME.
           MOVE WS-REGION-NAME(WS-PRINT-REGION) TO RPT-PK-REGION.
           MOVE WS-PK-COURTS(WS-PARK-SUB) TO RPT-PK-COURTS.
           MOVE WS-PK-MONTH(WS-PARK-SUB) TO RPT-PK-MONTH.
           MOVE WS-PK-YTD(WS-PARK-SUB)    TO WS-CALC-SPEND.
           MOVE WS-PK-COURTS(WS-PARK-SUB) TO WS-CALC-COURTS.
           MOVE WS-PK-DONE(WS-PARK-SUB)   TO WS-CALC-DONE.
           MOVE WS-PK-DAYS(WS-PARK-SUB)   TO WS-CALC-DAYS.
           PERFORM 0780-CALC-AVERAGES THRU 0780-END.
           MOVE WS-CALC-SPEND     TO RPT-PK-YTD.
           MOVE WS-CALC-PER-COURT TO RPT-PK-PER-COURT.
           MOVE WS-CALC-DONE      TO RPT-PK-DONE.
           MOVE WS-CALC-AVG       TO RPT-PK-AVG.

           MOVE RPT-PARK-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.

       0570-END.

       0600-AMENITY-SECTION.

           MOVE 'SPEND BY AMENITY' TO RPT-SECTION-TEXT.
           PERFORM 0800-SECTION-TITLE THRU 0800-END.
           MOVE RPT-AMENITY-HEAD-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.

           PERFORM 0610-PRINT-AMENITY THRU 0610-END
               VARYING WS-AMENITY-SUB FROM 1 BY 1
               UNTIL WS-AMENITY-SUB > 8.

       0600-END.

       0610-PRINT-AMENITY.

           MOVE WS-AMENITY-NAME(WS-AMENITY-SUB) TO RPT-AM-NAME.
           MOVE WS-AM-MONTH(WS-AMENITY-SUB)     TO RPT-AM-MONTH.
           MOVE WS-AM-YTD(WS-AMENITY-SUB)       TO WS-CALC-SPEND.
           MOVE ZEROES                          TO WS-CALC-COURTS.
           MOVE WS-AM-DONE(WS-AMENITY-SUB)      TO WS-CALC-DONE.
           MOVE WS-AM-DAYS(WS-AMENITY-SUB)      TO WS-CALC-DAYS.
           PERFORM 0780-CALC-AVERAGES THRU 0780-END.
           MOVE WS-CALC-SPEND TO RPT-AM-YTD.
           MOVE WS-CALC-DONE  TO RPT-AM-DONE.
           MOVE WS-CALC-AVG   TO RPT-AM-AVG.

           MOVE RPT-AMENITY-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.

       0610-END.

       0650-TYPE-SECTION.

           MOVE 'SPEND BY COST TYPE' TO RPT-SECTION-TEXT.
           PERFORM 0800-SECTION-TITLE THRU 0800-END.
           MOVE RPT-TYPE-HEAD-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.

           PERFORM 0660-PRINT-TYPE THRU 0660-END
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 3.

       0650-END.

       0660-PRINT-TYPE.

           MOVE WS-TYPE-NAME(WS-TYPE-SUB)    TO RPT-TY-NAME.
           MOVE WS-TY-MONTH(WS-TYPE-SUB)     TO RPT-TY-MONTH.
           MOVE WS-TY-YTD(WS-TYPE-SUB)       TO RPT-TY-YTD.
           MOVE WS-TY-MONTH-HRS(WS-TYPE-SUB) TO RPT-TY-MONTH-HRS.
           MOVE WS-TY-YTD-HRS(WS-TYPE-SUB)   TO RPT-TY-YTD-HRS.

           MOVE RPT-TYPE-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.

       0660-END.

       0700-COUNT-SECTION.

           MOVE 'RUN TOTALS' TO RPT-SECTION-TEXT.
           PERFORM 0800-SECTION-TITLE THRU 0800-END.

           MOVE 'CHARGES POSTED IN THE YEAR TO DATE' TO RPT-COUNT-LABEL.
           MOVE WS-CHARGE-COUNT TO RPT-COUNT-VALUE.
           MOVE RPT-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.

           MOVE 'CHARGES FOR ORDERS NOT ON FILE (OTHER)'
              TO RPT-COUNT-LABEL.
           MOVE WS-NO-ORDER-COUNT TO RPT-COUNT-VALUE.
           MOVE RPT-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.

           MOVE 'CHARGES FOR PARKS NOT ON THE MASTER (OTHER)'
              TO RPT-COUNT-LABEL.
           MOVE WS-NO-PARK-COUNT TO RPT-COUNT-VALUE.
           MOVE RPT-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.

           MOVE 'ORDERS COMPLETED IN THE YEAR TO DATE'
              TO RPT-COUNT-LABEL.
           MOVE WS-DONE-COUNT TO RPT-COUNT-VALUE.
           MOVE RPT-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.

           MOVE 'DONE ORDERS WITH NO COMPLETION DATE'
              TO RPT-COUNT-LABEL.
           MOVE WS-UNDATED-COUNT TO RPT-COUNT-VALUE.
           MOVE RPT-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.

           MOVE 'REGIONAL BUDGET ROWS FOR THE YEAR'
              TO RPT-COUNT-LABEL.
           MOVE WS-BUDGETS-LOADED TO RPT-COUNT-VALUE.
           MOVE RPT-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.

       0700-END.

      *    COST PER COURT IS YEAR-TO-DATE SPEND OVER CURRENT COURTS.
      *    AVERAGE DAYS IS REPORTED-TO-COMPLETED OVER ORDERS DONE
       0780-CALC-AVERAGES.

           MOVE ZEROES TO WS-CALC-PER-COURT WS-CALC-AVG.
           IF WS-CALC-COURTS > ZEROES
               COMPUTE WS-CALC-PER-COURT ROUNDED =
                   WS-CALC-SPEND / WS-CALC-COURTS
                   ON SIZE ERROR MOVE 999999.99 TO WS-CALC-PER-COURT
               END-COMPUTE
           END-IF.
           IF WS-CALC-DONE > ZEROES
               COMPUTE WS-CALC-AVG ROUNDED =
                   WS-CALC-DAYS / WS-CALC-DONE
                   ON SIZE ERROR MOVE 9999.9 TO WS-CALC-AVG
               END-COMPUTE
           END-IF.

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
           WRITE COSTRPT-RECORD FROM WS-PRINT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       0850-END.

       0860-RPT-NEW-PAGE.

           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO RPT-PAGE-NO.
           WRITE COSTRPT-RECORD FROM RPT-TITLE-LINE.
           WRITE COSTRPT-RECORD FROM RPT-HEADING-LINE.
           WRITE COSTRPT-RECORD FROM RPT-BLANK-LINE.
           MOVE 3 TO WS-LINE-COUNT.

       0860-END.

       0900-STOP-RUN.

           PERFORM 9800-WRITE-RUN-LOG THRU 9800-END.

           CLOSE TENNISCOURTS, WORKORDERS, COSTLEDGER, REGIONBUDGET,
              COSTRPT.
           STOP RUN.

       9800-WRITE-RUN-LOG.

           OPEN EXTEND BATCHRUNLOG.
           IF RUNLOG-FILE-CHECK-KEY = "35"
               CLOSE BATCHRUNLOG
               OPEN OUTPUT BATCHRUNLOG
           END-IF.
           IF RUNLOG-FILE-CHECK-KEY NOT= "00"
               DISPLAY "COSTRPT: UNABLE TO OPEN RUN LOG, STATUS ",
                  RUNLOG-FILE-CHECK-KEY
               GO TO 9800-END
           END-IF.

           MOVE 'COSTRPT' TO RUN-PROGRAM.
           MOVE WS-RUN-DATE      TO RUN-START-DATE.
           MOVE WS-RUN-TIME(1:6) TO RUN-START-TIME.
           ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:6) TO RUN-END-TIME.
           IF WS-CHARGE-COUNT > 99999
               MOVE 99999 TO RUN-COUNT-1
           ELSE
               MOVE WS-CHARGE-COUNT TO RUN-COUNT-1
           END-IF.
           MOVE WS-DONE-COUNT TO RUN-COUNT-2.
           MOVE WS-RUN-STATUS TO RUN-COMPLETION.
           WRITE RUNLOG-RECORD.
           IF RUNLOG-FILE-CHECK-KEY NOT= "00"
               DISPLAY "COSTRPT: UNABLE TO WRITE RUN LOG, STATUS ",
                  RUNLOG-FILE-CHECK-KEY
           END-IF.
           CLOSE BATCHRUNLOG.

       9800-END.

           COPY "datecalc.cpy".

       END PROGRAM COSTRPT.
