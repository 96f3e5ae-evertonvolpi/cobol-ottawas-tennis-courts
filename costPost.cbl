       IDENTIFICATION DIVISION.
       PROGRAM-ID. COSTPOST.
       AUTHOR. EVERTON VOLPI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "tcidxsel.cpy".

           COPY "wordsel.cpy".

           COPY "costsel.cpy".

           COPY "budsel.cpy".

           COPY "oprsel.cpy".

           SELECT COSTCTL ASSIGN TO "costControl.dat"
           FILE STATUS IS CCT-FILE-CHECK-KEY
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

       FD OPERATORS.
           COPY "oprrec.cpy".

      *    HOURLY RATE CHARGED FOR CITY CREW LABOUR
       FD COSTCTL.
       01  COSTCTL-RECORD.
           05  CCT-LABOUR-RATE     PIC 9(3)V99.

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER               PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

       01  WS-WORK-AREAS.
           COPY "signonws.cpy".
           05  FILE-CHECK-KEY      PIC X(2).
               88 RECORDFOUND      VALUE "00".
           05  WO-FILE-CHECK-KEY   PIC X(2).
               88 ORDERFOUND       VALUE "00".
           05  COST-FILE-CHECK-KEY PIC X(2).
               88 COSTFOUND        VALUE "00".
           05  BUD-FILE-CHECK-KEY  PIC X(2).
               88 BUDGETFOUND      VALUE "00".
           05  CCT-FILE-CHECK-KEY  PIC X(2).
           05  MENU-CHOICE         PIC A.
           05  WS-CONFIRM          PIC A.
           05  WS-TYPE-CHOICE      PIC X.
           05  WS-SCAN-DONE        PIC X.
               88 SCAN-DONE        VALUE 'Y'.
           05  WS-LABOUR-RATE      PIC 9(3)V99 VALUE 45.00.
           05  WS-TARGET-ROW       PIC 9(3).
           05  WS-TARGET-ORDER     PIC 9(4).
           05  WS-NEXT-SEQ         PIC 9(4).
           05  WS-DATE-FIELD       PIC X(8).
           05  WS-CREW-FIELD       PIC X(3).
           05  WS-WHOLE-HOURS      PIC 9(3).
           05  WS-TENTHS           PIC 9.
           05  WS-DOLLARS          PIC 9(9).
           05  WS-CENTS            PIC 9(2).
           05  WS-BUDGET-YEAR      PIC 9(4).
           05  WS-REGION-CHOICE    PIC 9(2).
           05  WS-REGION-SUB       PIC 9(2).
           05  WS-ENTRY-COUNT      PIC 9(3).
           05  WS-ORDER-TOTAL      PIC 9(7)V99.
           05  WS-HOURS-ED         PIC ZZ9.9.
           05  WS-RATE-ED          PIC ZZ9.99.
           05  WS-AMOUNT-ED        PIC Z,ZZZ,ZZ9.99.
           05  WS-BUDGET-ED        PIC ZZZ,ZZZ,ZZ9.99.

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
       01  WS-REGION-TABLE-R REDEFINES WS-REGION-TABLE.
           05  WS-REGION-NAME OCCURS 11 TIMES PIC A(13).

       PROCEDURE DIVISION.

       0100-BEGIN.

           PERFORM 9600-SIGN-ON THRU 9600-END.
           IF NOT SIGNED-ON
               STOP RUN
           END-IF.
           IF SIGNON-INQUIRY
               DISPLAY 'COSTPOST: POSTING COSTS NEEDS THE UPDATE OR ',
                  'ADMIN ROLE'
               STOP RUN
           END-IF.

           PERFORM 0110-READ-CONTROL THRU 0110-END.

           OPEN INPUT TENNISCOURTS.
           IF FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", FILE-CHECK-KEY
               GO TO 9000-END-PROGRAM
           END-IF.

           OPEN INPUT WORKORDERS.
           IF WO-FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", WO-FILE-CHECK-KEY
               GO TO 9000-END-PROGRAM
           END-IF.

           OPEN I-O COSTLEDGER.
           IF COST-FILE-CHECK-KEY = "35"
               CLOSE COSTLEDGER
               OPEN OUTPUT COSTLEDGER
               CLOSE COSTLEDGER
               OPEN I-O COSTLEDGER
           END-IF.

           IF COST-FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", COST-FILE-CHECK-KEY
               GO TO 9000-END-PROGRAM
           END-IF.

           OPEN I-O REGIONBUDGET.
           IF BUD-FILE-CHECK-KEY = "35"
               CLOSE REGIONBUDGET
               OPEN OUTPUT REGIONBUDGET
               CLOSE REGIONBUDGET
               OPEN I-O REGIONBUDGET
           END-IF.

           IF BUD-FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", BUD-FILE-CHECK-KEY
               GO TO 9000-END-PROGRAM
           END-IF.

           PERFORM 0150-MENU.

           GO TO 9000-END-PROGRAM.

       0110-READ-CONTROL.

           OPEN INPUT COSTCTL.
           IF CCT-FILE-CHECK-KEY NOT= "00"
               GO TO 0110-END
           END-IF.

           READ COSTCTL
             AT END CONTINUE
           END-READ.
           IF CCT-FILE-CHECK-KEY = "00"
               IF CCT-LABOUR-RATE NUMERIC
                   AND CCT-LABOUR-RATE > ZEROES
                   MOVE CCT-LABOUR-RATE TO WS-LABOUR-RATE
               END-IF
           END-IF.
           CLOSE COSTCTL.

       0110-END.

       0150-MENU.
           DISPLAY 'POST A COST TO AN ORDER   ENTER P'.
           DISPLAY 'LIST COSTS FOR AN ORDER   ENTER L'.
           DISPLAY 'SET A REGIONAL BUDGET     ENTER B'.
           DISPLAY 'QUIT                      ENTER Q'.
           ACCEPT MENU-CHOICE.
           EVALUATE MENU-CHOICE
               WHEN 'P'
                   PERFORM 0200-POST-COST THRU 0200-END
                   PERFORM 0150-MENU
               WHEN 'L'
                   PERFORM 0400-LIST-COSTS THRU 0400-END
                   PERFORM 0150-MENU
               WHEN 'B'
                   PERFORM 0500-SET-BUDGET THRU 0500-END
                   PERFORM 0150-MENU
               WHEN 'Q'
                   PERFORM 9000-END-PROGRAM
               WHEN OTHER
                   DISPLAY 'PLEASE ENTER P, L, B OR Q'
                   PERFORM 0150-MENU
           END-EVALUATE.
       0150-END.

       0200-POST-COST.

           PERFORM 0250-GET-ORDER THRU 0250-END.
           IF NOT ORDERFOUND
               GO TO 0200-END
           END-IF.

           PERFORM 0350-NEXT-SEQ THRU 0350-END.
           IF WS-NEXT-SEQ > 999
               DISPLAY 'COSTPOST: ORDER ALREADY HAS 999 CHARGES - ',
                  'NOT POSTED'
               GO TO 0200-END
           END-IF.

           DISPLAY 'LABOUR           ENTER L'.
           DISPLAY 'MATERIALS        ENTER M'.
           DISPLAY 'CONTRACTOR       ENTER C'.
           MOVE SPACE TO WS-TYPE-CHOICE.
           ACCEPT WS-TYPE-CHOICE.
           MOVE WS-TYPE-CHOICE TO COST-TYPE.
           IF NOT COST-TYPE-OK
               DISPLAY 'COSTPOST: PLEASE ENTER L, M OR C - NOT POSTED'
               GO TO 0200-END
           END-IF.

           DISPLAY 'DATE OF WORK OR INVOICE YYYYMMDD (BLANK = TODAY): '
              WITH NO ADVANCING.
           MOVE SPACES TO WS-DATE-FIELD.
           ACCEPT WS-DATE-FIELD.
           IF WS-DATE-FIELD(1:8) NUMERIC
               MOVE WS-DATE-FIELD(1:8) TO COST-DATE
           ELSE
               ACCEPT COST-DATE FROM DATE YYYYMMDD
           END-IF.
           IF COST-DATE < WO-DATE-REPORTED
               DISPLAY 'COSTPOST: DATE IS BEFORE THE ORDER WAS ',
                  'REPORTED - NOT POSTED'
               GO TO 0200-END
           END-IF.

           MOVE ZEROES TO COST-HOURS COST-RATE COST-AMOUNT.
           MOVE SPACES TO COST-CREW COST-REFERENCE.

           IF COST-LABOUR
               PERFORM 0300-LABOUR-ENTRY THRU 0300-END
           ELSE
               PERFORM 0310-CHARGE-ENTRY THRU 0310-END
           END-IF.

           IF COST-AMOUNT = ZEROES
               DISPLAY 'COSTPOST: NOTHING TO POST'
               GO TO 0200-END
           END-IF.

           MOVE COST-AMOUNT TO WS-AMOUNT-ED.
           DISPLAY 'POST $', WS-AMOUNT-ED, ' (', COST-TYPE,
              ') TO ORDER ', WO-ORDER-NO, '?  ENTER Y: '
              WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY 'COSTPOST: NOT POSTED'
               GO TO 0200-END
           END-IF.

           MOVE WS-TARGET-ROW   TO COST-ROW-ID.
           MOVE WS-TARGET-ORDER TO COST-ORDER-NO.
           MOVE WS-NEXT-SEQ     TO COST-SEQ.
           ACCEPT COST-POSTED-DATE FROM DATE YYYYMMDD.
           MOVE WS-SIGNON-ID    TO COST-OPERATOR.

           WRITE COSTLEDGERREC
             INVALID KEY
                DISPLAY 'COSTPOST: UNABLE TO WRITE CHARGE, STATUS ',
                   COST-FILE-CHECK-KEY
             NOT INVALID KEY
                DISPLAY 'COSTPOST: CHARGE ', COST-SEQ,
                   ' POSTED TO ORDER ', COST-ORDER-NO
           END-WRITE.

       0200-END.

       0250-GET-ORDER.

           DISPLAY 'ENTER PARK ROW ID (3 DIGITS): '
              WITH NO ADVANCING.
           ACCEPT WS-TARGET-ROW.
           DISPLAY 'ENTER ORDER NUMBER (4 DIGITS): '
              WITH NO ADVANCING.
           ACCEPT WS-TARGET-ORDER.
           MOVE WS-TARGET-ROW   TO WO-ROW-ID.
           MOVE WS-TARGET-ORDER TO WO-ORDER-NO.

           READ WORKORDERS
             KEY IS WO-KEY
             INVALID KEY
                DISPLAY 'COSTPOST: NO SUCH ORDER'
           END-READ.

           IF NOT ORDERFOUND
               GO TO 0250-END
           END-IF.

           MOVE WS-TARGET-ROW TO ROW-ID-IDX.
           READ TENNISCOURTS
             KEY IS ROW-ID-IDX
             INVALID KEY
                MOVE SPACES TO PARK-NAME-IDX
           END-READ.

           DISPLAY 'PARK: ', PARK-NAME-IDX.
           DISPLAY 'ORDER ', WO-ORDER-NO, '  ', WO-AMENITY,
              '  REPORTED ', WO-DATE-REPORTED, '  ', WO-STATUS.
           DISPLAY '  ', WO-DESCRIPTION.

       0250-END.

       0300-LABOUR-ENTRY.

           DISPLAY 'CREW CODE (BLANK = ORDER CREW ', WO-CREW, '): '
              WITH NO ADVANCING.
           MOVE SPACES TO WS-CREW-FIELD.
           ACCEPT WS-CREW-FIELD.
           IF WS-CREW-FIELD = SPACES
               MOVE WO-CREW TO COST-CREW
           ELSE
               MOVE WS-CREW-FIELD TO COST-CREW
           END-IF.

           DISPLAY 'HOURS WORKED - WHOLE HOURS: '
              WITH NO ADVANCING.
           MOVE ZEROES TO WS-WHOLE-HOURS.
           ACCEPT WS-WHOLE-HOURS.
           DISPLAY '              TENTHS OF AN HOUR (0-9): '
              WITH NO ADVANCING.
           MOVE ZEROES TO WS-TENTHS.
           ACCEPT WS-TENTHS.
           COMPUTE COST-HOURS = WS-WHOLE-HOURS + (WS-TENTHS / 10).

           MOVE WS-LABOUR-RATE TO COST-RATE.
           COMPUTE COST-AMOUNT ROUNDED = COST-HOURS * COST-RATE.

           MOVE COST-HOURS TO WS-HOURS-ED.
           MOVE COST-RATE  TO WS-RATE-ED.
           DISPLAY 'COSTPOST: ', WS-HOURS-ED, ' HOURS AT $',
              WS-RATE-ED, ' AN HOUR'.

           DISPLAY 'REFERENCE (TIMESHEET, BLANK = NONE): '
              WITH NO ADVANCING.
           ACCEPT COST-REFERENCE.

       0300-END.

       0310-CHARGE-ENTRY.

           IF COST-MATERIALS
               DISPLAY 'REFERENCE (REQUISITION OR INVOICE): '
                  WITH NO ADVANCING
           ELSE
               DISPLAY 'REFERENCE (CONTRACTOR INVOICE): '
                  WITH NO ADVANCING
           END-IF.
           ACCEPT COST-REFERENCE.

           DISPLAY 'AMOUNT - WHOLE DOLLARS: '
              WITH NO ADVANCING.
           MOVE ZEROES TO WS-DOLLARS.
           ACCEPT WS-DOLLARS.
           DISPLAY '         CENTS: '
              WITH NO ADVANCING.
           MOVE ZEROES TO WS-CENTS.
           ACCEPT WS-CENTS.
           IF WS-DOLLARS > 9999999
               DISPLAY 'COSTPOST: AMOUNT TOO LARGE FOR ONE CHARGE'
               GO TO 0310-END
           END-IF.
           COMPUTE COST-AMOUNT = WS-DOLLARS + (WS-CENTS / 100).

       0310-END.

       0350-NEXT-SEQ.

           MOVE 1 TO WS-NEXT-SEQ.
           MOVE WS-TARGET-ROW   TO COST-ROW-ID.
           MOVE WS-TARGET-ORDER TO COST-ORDER-NO.
           MOVE ZEROES TO COST-SEQ.
           MOVE 'N' TO WS-SCAN-DONE.
           START COSTLEDGER KEY IS NOT LESS THAN COST-KEY
             INVALID KEY SET SCAN-DONE TO TRUE
           END-START.

           PERFORM 0360-SEQ-READ-NEXT THRU 0360-END
               UNTIL SCAN-DONE.

       0350-END.

       0360-SEQ-READ-NEXT.

           READ COSTLEDGER NEXT RECORD
             AT END SET SCAN-DONE TO TRUE
           END-READ.

           IF NOT SCAN-DONE
               IF COST-ROW-ID = WS-TARGET-ROW
                   AND COST-ORDER-NO = WS-TARGET-ORDER
                   COMPUTE WS-NEXT-SEQ = COST-SEQ + 1
               ELSE
                   SET SCAN-DONE TO TRUE
               END-IF
           END-IF.

       0360-END.

       0400-LIST-COSTS.

           PERFORM 0250-GET-ORDER THRU 0250-END.
           IF NOT ORDERFOUND
               GO TO 0400-END
           END-IF.

           MOVE ZEROES TO WS-ENTRY-COUNT WS-ORDER-TOTAL.
           MOVE WS-TARGET-ROW   TO COST-ROW-ID.
           MOVE WS-TARGET-ORDER TO COST-ORDER-NO.
           MOVE ZEROES TO COST-SEQ.
           MOVE 'N' TO WS-SCAN-DONE.
           START COSTLEDGER KEY IS NOT LESS THAN COST-KEY
             INVALID KEY SET SCAN-DONE TO TRUE
           END-START.

           PERFORM 0410-LIST-READ-NEXT THRU 0410-END
               UNTIL SCAN-DONE.

           MOVE WS-ORDER-TOTAL TO WS-AMOUNT-ED.
           DISPLAY 'COSTPOST: ', WS-ENTRY-COUNT, ' CHARGES  TOTAL $',
              WS-AMOUNT-ED.

       0400-END.

       0410-LIST-READ-NEXT.

           READ COSTLEDGER NEXT RECORD
             AT END SET SCAN-DONE TO TRUE
           END-READ.

           IF SCAN-DONE
               GO TO 0410-END
           END-IF.

           IF COST-ROW-ID NOT = WS-TARGET-ROW
               OR COST-ORDER-NO NOT = WS-TARGET-ORDER
               SET SCAN-DONE TO TRUE
               GO TO 0410-END
           END-IF.

           ADD 1 TO WS-ENTRY-COUNT.
           ADD COST-AMOUNT TO WS-ORDER-TOTAL.
           MOVE COST-AMOUNT TO WS-AMOUNT-ED.
           IF COST-LABOUR
               MOVE COST-HOURS TO WS-HOURS-ED
               DISPLAY COST-SEQ, '  ', COST-DATE, '  LABOUR      ',
                  COST-CREW, ' ', WS-HOURS-ED, ' HRS  $', WS-AMOUNT-ED,
                  '  ', COST-REFERENCE
           ELSE
               IF COST-MATERIALS
                   DISPLAY COST-SEQ, '  ', COST-DATE,
                      '  MATERIALS   ', '              $',
                      WS-AMOUNT-ED, '  ', COST-REFERENCE
               ELSE
                   DISPLAY COST-SEQ, '  ', COST-DATE,
                      '  CONTRACTOR  ', '              $',
                      WS-AMOUNT-ED, '  ', COST-REFERENCE
               END-IF
           END-IF.

       0410-END.

       0500-SET-BUDGET.

           IF NOT SIGNON-ADMIN
               DISPLAY 'COSTPOST: SETTING BUDGETS NEEDS THE ADMIN ROLE'
               GO TO 0500-END
           END-IF.

           DISPLAY 'BUDGET YEAR YYYY: '
              WITH NO ADVANCING.
           MOVE ZEROES TO WS-BUDGET-YEAR.
           ACCEPT WS-BUDGET-YEAR.
           IF WS-BUDGET-YEAR < 2000
               DISPLAY 'COSTPOST: PLEASE ENTER A FOUR DIGIT YEAR'
               GO TO 0500-END
           END-IF.

           PERFORM 0510-SHOW-REGION THRU 0510-END
               VARYING WS-REGION-SUB FROM 1 BY 1
               UNTIL WS-REGION-SUB > 11.
           DISPLAY 'REGION NUMBER: '
              WITH NO ADVANCING.
           MOVE ZEROES TO WS-REGION-CHOICE.
           ACCEPT WS-REGION-CHOICE.
           IF WS-REGION-CHOICE < 1 OR WS-REGION-CHOICE > 11
               DISPLAY 'COSTPOST: PLEASE ENTER 1 THROUGH 11'
               GO TO 0500-END
           END-IF.

           MOVE WS-BUDGET-YEAR TO BUD-YEAR.
           MOVE WS-REGION-NAME(WS-REGION-CHOICE) TO BUD-REGION.
           READ REGIONBUDGET
             KEY IS BUD-KEY
             INVALID KEY
                MOVE ZEROES TO BUD-AMOUNT
           END-READ.

           MOVE BUD-AMOUNT TO WS-BUDGET-ED.
           DISPLAY 'COSTPOST: ', BUD-YEAR, ' ', BUD-REGION,
              ' BUDGET NOW $', WS-BUDGET-ED.

           DISPLAY 'NEW ANNUAL BUDGET - WHOLE DOLLARS: '
              WITH NO ADVANCING.
           MOVE ZEROES TO WS-DOLLARS.
           ACCEPT WS-DOLLARS.
           MOVE WS-DOLLARS TO WS-BUDGET-ED.
           DISPLAY 'SET BUDGET TO $', WS-BUDGET-ED, '?  ENTER Y: '
              WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY 'COSTPOST: BUDGET NOT CHANGED'
               GO TO 0500-END
           END-IF.

           MOVE WS-BUDGET-YEAR TO BUD-YEAR.
           MOVE WS-REGION-NAME(WS-REGION-CHOICE) TO BUD-REGION.
           MOVE WS-DOLLARS TO BUD-AMOUNT.
           ACCEPT BUD-SET-DATE FROM DATE YYYYMMDD.
           MOVE WS-SIGNON-ID TO BUD-OPERATOR.

           IF BUDGETFOUND
               REWRITE REGIONBUDGETREC
                 INVALID KEY
                    DISPLAY 'COSTPOST: UNABLE TO REWRITE BUDGET, ',
                       'STATUS ', BUD-FILE-CHECK-KEY
               END-REWRITE
           ELSE
               WRITE REGIONBUDGETREC
                 INVALID KEY
                    DISPLAY 'COSTPOST: UNABLE TO WRITE BUDGET, ',
                       'STATUS ', BUD-FILE-CHECK-KEY
               END-WRITE
           END-IF.

           IF BUD-FILE-CHECK-KEY = "00"
               DISPLAY 'COSTPOST: BUDGET SET'
           END-IF.

       0500-END.

       0510-SHOW-REGION.

           DISPLAY WS-REGION-SUB, '  ', WS-REGION-NAME(WS-REGION-SUB).

       0510-END.

       9000-END-PROGRAM.
           CLOSE TENNISCOURTS, WORKORDERS, COSTLEDGER, REGIONBUDGET.
           STOP RUN.

           COPY "signon.cpy".

       END PROGRAM COSTPOST.
