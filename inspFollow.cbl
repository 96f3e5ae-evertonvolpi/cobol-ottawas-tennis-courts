       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSPFOLLOW.
       AUTHOR. EVERTON VOLPI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "tcidxsel.cpy".

           COPY "inshsel.cpy".

           COPY "wordsel.cpy".

           COPY "rqsel.cpy".

           COPY "runlsel.cpy".

           SELECT FOLLOWCTL ASSIGN TO "inspFollowCtl.dat"
           FILE STATUS IS CTL-FILE-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FOLLOWRPT ASSIGN TO "inspFollowUp.rpt"
           FILE STATUS IS RPT-FILE-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TENNISCOURTS.
           COPY "tcidxrec.cpy".

       FD INSPHISTORY.
           COPY "inshrec.cpy".

       FD WORKORDERS.
           COPY "wordrec.cpy".

       FD REINSPQUEUE.
           COPY "rqrec.cpy".

       FD BATCHRUNLOG.
           COPY "runlrec.cpy".

      *    DATE OF THE LAST INSPECTION ROW ALREADY FOLLOWED UP -
      *    REWRITTEN AT THE END OF EVERY SUCCESSFUL RUN.  MAINTCOURT
      *    TAKES A KEYED INSPECTION DATE AND CAN CORRECT A ROW, SO
      *    ROWS DATED UP TO WS-LOOKBACK-DAYS BEFORE IT ARE CHECKED
      *    AGAIN ON EVERY RUN
       FD FOLLOWCTL.
       01  FOLLOWCTL-RECORD.
           05  FUC-LAST-RUN        PIC 9(8).

       FD FOLLOWRPT.
       01  FOLLOWRPT-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER               PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY      PIC X(2).
               88 RECORDFOUND      VALUE "00".
           05  HIST-FILE-CHECK-KEY PIC X(2).
           05  WO-FILE-CHECK-KEY   PIC X(2).
           05  RQ-FILE-CHECK-KEY   PIC X(2).
               88 QUEUEFOUND       VALUE "00".
           05  CTL-FILE-CHECK-KEY  PIC X(2).
           05  RPT-FILE-CHECK-KEY  PIC X(2).
           05  RUNLOG-FILE-CHECK-KEY PIC X(2).
           05  WS-RUN-STATUS       PIC X VALUE 'A'.
           05  WS-TIME-NOW         PIC 9(8).
           05  WS-HIST-DONE        PIC X.
               88 HIST-DONE        VALUE 'Y'.
           05  WS-WO-DONE          PIC X.
               88 WO-SCAN-DONE     VALUE 'Y'.
           05  WS-ORDER-DONE       PIC X.
               88 ORDER-SCAN-DONE  VALUE 'Y'.
           05  WS-LAST-RUN         PIC 9(8) VALUE ZEROES.
           05  WS-LOOKBACK-DAYS    PIC 9(3) VALUE 30.
           05  WS-SCAN-FROM        PIC 9(8) VALUE ZEROES.
           05  WS-LATE-ROW         PIC X.
               88 LATE-ROW         VALUE 'Y'.
           05  WS-SAME-INSP        PIC X.
               88 SAME-INSP-ORDERED VALUE 'Y'.
           05  WS-ORDER-ROW        PIC 9(3).
           05  WS-ACTIVE-ORDERS    PIC 9(3).
           05  WS-NEXT-ORDER-NO    PIC 9(4).
           05  WS-GROUP-ROW        PIC 9(3).
           05  WS-GROUP-ACTIVE     PIC 9(3).
           05  WS-GROUP-DONE-NO    PIC 9(4).
           05  WS-HIST-READ        PIC 9(5) VALUE ZEROES.
           05  WS-HIST-NEW         PIC 9(5) VALUE ZEROES.
           05  WS-RECHECK-COUNT    PIC 9(5) VALUE ZEROES.
           05  WS-RAISED-COUNT     PIC 9(5) VALUE ZEROES.
           05  WS-COVERED-COUNT    PIC 9(5) VALUE ZEROES.
           05  WS-QUEUED-COUNT     PIC 9(5) VALUE ZEROES.
           05  WS-VERIFIED-COUNT   PIC 9(5) VALUE ZEROES.
           05  WS-RUN-DATE         PIC 9(8).
           05  WS-RUN-TIME         PIC 9(8).
           05  WS-PRINT-LINE       PIC X(132).
           05  WS-LINE-COUNT       PIC 9(2) VALUE 99.
           05  WS-PAGE-COUNT       PIC 9(3) VALUE ZEROES.
           COPY "datecws.cpy".

       01  RPT-TITLE-LINE.
           05 FILLER       PIC X(42)  VALUE
              'CITY OF OTTAWA - INSPECTION FOLLOW-UP'.
           05 FILLER       PIC X(7)   VALUE '   RUN '.
           05 RPT-RUN-DATE PIC 9(8).
           05 FILLER       PIC X(1)   VALUE '-'.
           05 RPT-RUN-TIME PIC 9(6).
           05 FILLER       PIC X(8)   VALUE '   PAGE '.
           05 RPT-PAGE-NO  PIC ZZ9.

       01  RPT-HEADING-LINE.
           05 FILLER       PIC X(5)   VALUE 'ROW'.
           05 FILLER       PIC X(41)  VALUE 'PARK'.
           05 FILLER       PIC X(10)  VALUE 'DATE'.
           05 FILLER       PIC X(8)   VALUE 'COND'.
           05 FILLER       PIC X(7)   VALUE 'ORDER'.
           05 FILLER       PIC X(40)  VALUE 'ACTION'.

       01  RPT-SECTION-LINE.
           05 RPT-SECTION-TEXT PIC X(60).

       01  RPT-DETAIL-LINE.
           05 RPT-ROW-ID       PIC 9(3).
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 RPT-PARK-NAME    PIC X(40).
           05 FILLER           PIC X(1)   VALUE SPACES.
           05 RPT-DATE         PIC 9(8).
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 RPT-CONDITION    PIC X(6).
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 RPT-ORDER-NO     PIC ZZZ9.
           05 FILLER           PIC X(3)   VALUE SPACES.
           05 RPT-ACTION       PIC X(50).

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

           OPEN INPUT TENNISCOURTS.
           IF FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", FILE-CHECK-KEY
               GO TO 0900-STOP-RUN
           END-IF.

           OPEN INPUT INSPHISTORY.
           IF HIST-FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", HIST-FILE-CHECK-KEY
               GO TO 0900-STOP-RUN
           END-IF.

           OPEN I-O WORKORDERS.
           IF WO-FILE-CHECK-KEY = "35"
               CLOSE WORKORDERS
               OPEN OUTPUT WORKORDERS
               CLOSE WORKORDERS
               OPEN I-O WORKORDERS
           END-IF.

           IF WO-FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", WO-FILE-CHECK-KEY
               GO TO 0900-STOP-RUN
           END-IF.

           OPEN I-O REINSPQUEUE.
           IF RQ-FILE-CHECK-KEY = "35"
               CLOSE REINSPQUEUE
               OPEN OUTPUT REINSPQUEUE
               CLOSE REINSPQUEUE
               OPEN I-O REINSPQUEUE
           END-IF.

           IF RQ-FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", RQ-FILE-CHECK-KEY
               GO TO 0900-STOP-RUN
           END-IF.

           OPEN OUTPUT FOLLOWRPT.
           IF RPT-FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", RPT-FILE-CHECK-KEY
               GO TO 0900-STOP-RUN
           END-IF.

           MOVE WS-RUN-DATE      TO RPT-RUN-DATE.
           MOVE WS-RUN-TIME(1:6) TO RPT-RUN-TIME.

           PERFORM 0110-READ-CONTROL THRU 0110-END.

           MOVE 'NEW INSPECTIONS SINCE THE LAST RUN'
              TO RPT-SECTION-TEXT.
           PERFORM 0700-SECTION-TITLE THRU 0700-END.

           MOVE ZEROES TO HIST-KEY.
           MOVE 'N' TO WS-HIST-DONE.
           START INSPHISTORY KEY IS NOT LESS THAN HIST-KEY
             INVALID KEY SET HIST-DONE TO TRUE
           END-START.

           PERFORM 0200-HIST-READ-NEXT THRU 0200-END
               UNTIL HIST-DONE.

           MOVE 'REPAIRS DONE ON CLOSED PARKS' TO RPT-SECTION-TEXT.
           PERFORM 0700-SECTION-TITLE THRU 0700-END.

           PERFORM 0400-SCAN-DONE-ORDERS THRU 0400-END.

           PERFORM 0600-PRINT-COUNTS THRU 0600-END.

           PERFORM 0120-WRITE-CONTROL THRU 0120-END.

           DISPLAY "INSPFOLLOW: NEW INSPECTION ROWS      - ",
               WS-HIST-NEW.
           DISPLAY "INSPFOLLOW: WORK ORDERS RAISED       - ",
               WS-RAISED-COUNT.
           DISPLAY "INSPFOLLOW: RE-INSPECTIONS QUEUED    - ",
               WS-QUEUED-COUNT.

           MOVE 'N' TO WS-RUN-STATUS.
           PERFORM 0900-STOP-RUN.

       0110-READ-CONTROL.

           OPEN INPUT FOLLOWCTL.
           IF CTL-FILE-CHECK-KEY NOT= "00"
               DISPLAY "INSPFOLLOW: NO CONTROL FILE - ALL HISTORY ",
                   "ROWS WILL BE FOLLOWED UP"
               GO TO 0110-END
           END-IF.

           READ FOLLOWCTL
             AT END CONTINUE
           END-READ.
           IF CTL-FILE-CHECK-KEY = "00"
               IF FUC-LAST-RUN NUMERIC
                   AND FUC-LAST-RUN > ZEROES
                   MOVE FUC-LAST-RUN TO WS-LAST-RUN
               END-IF
           END-IF.
           CLOSE FOLLOWCTL.

           IF WS-LAST-RUN = ZEROES
               GO TO 0110-END
           END-IF.

           MOVE WS-LAST-RUN TO WS-DC-DATE.
           PERFORM 9700-DATE-TO-DAYS THRU 9700-END.
           SUBTRACT WS-LOOKBACK-DAYS FROM WS-DC-DAYS.
           PERFORM 9710-DAYS-TO-DATE THRU 9710-END.
           MOVE WS-DC-DATE TO WS-SCAN-FROM.

       0110-END.

       0120-WRITE-CONTROL.

           OPEN OUTPUT FOLLOWCTL.
           IF CTL-FILE-CHECK-KEY NOT= "00"
               DISPLAY "INSPFOLLOW: UNABLE TO UPDATE CONTROL FILE, ",
                   "STATUS ", CTL-FILE-CHECK-KEY
               GO TO 0120-END
           END-IF.

           MOVE WS-RUN-DATE TO FUC-LAST-RUN.
           WRITE FOLLOWCTL-RECORD.
           CLOSE FOLLOWCTL.

       0120-END.

       0200-HIST-READ-NEXT.

           READ INSPHISTORY NEXT RECORD
             AT END SET HIST-DONE TO TRUE
           END-READ.

           IF HIST-DONE
               GO TO 0200-END
           END-IF.

           ADD 1 TO WS-HIST-READ.

           IF HIST-INSP-DATE NOT > WS-SCAN-FROM
               OR HIST-INSP-DATE > WS-RUN-DATE
               GO TO 0200-END
           END-IF.

      *    A ROW INSIDE THE LOOKBACK WAS SEEN BY AN EARLIER RUN UNLESS
      *    IT WAS KEYED LATE OR CORRECTED SINCE - IT IS ONLY REPORTED
      *    IF IT NOW NEEDS AN ORDER OR CLEARS A PENDING RE-INSPECTION
           IF HIST-INSP-DATE NOT > WS-LAST-RUN
               MOVE 'Y' TO WS-LATE-ROW
           ELSE
               MOVE 'N' TO WS-LATE-ROW
           END-IF.

           IF LATE-ROW
               ADD 1 TO WS-RECHECK-COUNT
           ELSE
               ADD 1 TO WS-HIST-NEW
           END-IF.

           MOVE HIST-ROW-ID TO ROW-ID-IDX.
           READ TENNISCOURTS
             KEY IS ROW-ID-IDX
             INVALID KEY CONTINUE
           END-READ.

           MOVE HIST-ROW-ID    TO RPT-ROW-ID.
           MOVE HIST-INSP-DATE TO RPT-DATE.
           MOVE HIST-CONDITION TO RPT-CONDITION.
           MOVE ZEROES         TO RPT-ORDER-NO.
           IF RECORDFOUND
               MOVE PARK-NAME-IDX TO RPT-PARK-NAME
           ELSE
               MOVE 'PARK NOT ON THE MASTER' TO RPT-PARK-NAME
           END-IF.

           PERFORM 0250-CHECK-VERIFICATION THRU 0250-END.

           IF HIST-CONDITION NOT = 'POOR'
               AND HIST-CONDITION NOT = 'CLOSED'
               GO TO 0200-END
           END-IF.

           IF NOT RECORDFOUND
               IF LATE-ROW
                   GO TO 0200-END
               END-IF
               MOVE 'NO ORDER - PARK NOT ON THE MASTER' TO RPT-ACTION
               PERFORM 0710-PRINT-DETAIL THRU 0710-END
               GO TO 0200-END
           END-IF.

      *    A LATER INSPECTION MAY ALREADY HAVE CLEARED THE PARK
           IF CONDITION-IDX NOT = 'POOR'
               AND CONDITION-IDX NOT = 'CLOSED'
               IF LATE-ROW
                   GO TO 0200-END
               END-IF
               MOVE SPACES TO RPT-ACTION
               STRING 'NO ORDER - PARK NOW ' DELIMITED BY SIZE
                      CONDITION-IDX DELIMITED BY SPACE
                      INTO RPT-ACTION
               PERFORM 0710-PRINT-DETAIL THRU 0710-END
               GO TO 0200-END
           END-IF.

           MOVE HIST-ROW-ID TO WS-ORDER-ROW.
           PERFORM 0300-COUNT-ACTIVE-ORDERS THRU 0300-END.

      *    AN ORDER ALREADY RAISED FROM THIS SAME INSPECTION, WHATEVER
      *    ITS STATUS NOW, MEANS THE ROW WAS FOLLOWED UP BEFORE
           IF SAME-INSP-ORDERED
               GO TO 0200-END
           END-IF.

           IF WS-ACTIVE-ORDERS > ZEROES
               IF LATE-ROW
                   GO TO 0200-END
               END-IF
               ADD 1 TO WS-COVERED-COUNT
               MOVE 'NO ORDER - OPEN/ASSIGNED ORDER ALREADY ON FILE'
                  TO RPT-ACTION
               PERFORM 0710-PRINT-DETAIL THRU 0710-END
               GO TO 0200-END
           END-IF.

           PERFORM 0350-RAISE-ORDER THRU 0350-END.

       0200-END.

      *    ANY INSPECTION ON OR AFTER THE QUEUED DATE SATISFIES A
      *    PENDING VERIFICATION RE-INSPECTION
       0250-CHECK-VERIFICATION.

           MOVE HIST-ROW-ID TO RQ-ROW-ID.
           READ REINSPQUEUE
             KEY IS RQ-ROW-ID
             INVALID KEY CONTINUE
           END-READ.

           IF NOT QUEUEFOUND
               GO TO 0250-END
           END-IF.

           IF NOT RQ-PENDING OR HIST-INSP-DATE < RQ-QUEUED-DATE
               GO TO 0250-END
           END-IF.

           MOVE 'C'            TO RQ-STATUS.
           MOVE HIST-INSP-DATE TO RQ-VERIFIED-DATE.
           REWRITE REINSPQREC
             INVALID KEY
                DISPLAY "INSPFOLLOW: UNABLE TO UPDATE QUEUE FOR ROW ",
                   RQ-ROW-ID
           END-REWRITE.

           IF QUEUEFOUND
               ADD 1 TO WS-VERIFIED-COUNT
               MOVE RQ-ORDER-NO TO RPT-ORDER-NO
               MOVE 'VERIFICATION RE-INSPECTION RECORDED'
                  TO RPT-ACTION
               PERFORM 0710-PRINT-DETAIL THRU 0710-END
               MOVE ZEROES TO RPT-ORDER-NO
           END-IF.

       0250-END.

       0300-COUNT-ACTIVE-ORDERS.

           MOVE ZEROES TO WS-ACTIVE-ORDERS.
           MOVE 'N' TO WS-SAME-INSP.
           MOVE 1 TO WS-NEXT-ORDER-NO.
           MOVE WS-ORDER-ROW TO WO-ROW-ID.
           MOVE ZEROES TO WO-ORDER-NO.
           MOVE 'N' TO WS-ORDER-DONE.
           START WORKORDERS KEY IS NOT LESS THAN WO-KEY
             INVALID KEY SET ORDER-SCAN-DONE TO TRUE
           END-START.

           PERFORM 0310-ORDER-READ-NEXT THRU 0310-END
               UNTIL ORDER-SCAN-DONE.

       0300-END.

       0310-ORDER-READ-NEXT.

           READ WORKORDERS NEXT RECORD
             AT END SET ORDER-SCAN-DONE TO TRUE
           END-READ.

           IF ORDER-SCAN-DONE
               GO TO 0310-END
           END-IF.

           IF WO-ROW-ID NOT = WS-ORDER-ROW
               SET ORDER-SCAN-DONE TO TRUE
               GO TO 0310-END
           END-IF.

           COMPUTE WS-NEXT-ORDER-NO = WO-ORDER-NO + 1.
           IF WO-OPEN OR WO-ASSIGNED
               ADD 1 TO WS-ACTIVE-ORDERS
           END-IF.
           IF WO-AMENITY = 'COURT'
               AND WO-DATE-REPORTED = HIST-INSP-DATE
               MOVE 'Y' TO WS-SAME-INSP
           END-IF.

       0310-END.

      *    CLOSED IS URGENT, POOR IS SOON - THE FINDINGS NOTE BECOMES
      *    THE DEFECT DESCRIPTION
       0350-RAISE-ORDER.

           MOVE HIST-ROW-ID      TO WO-ROW-ID.
           MOVE WS-NEXT-ORDER-NO TO WO-ORDER-NO.
           MOVE 'COURT'          TO WO-AMENITY.
           MOVE HIST-INSP-DATE   TO WO-DATE-REPORTED.
           MOVE 'OPEN'           TO WO-STATUS.
           IF HIST-FINDINGS = SPACES
               MOVE SPACES TO WO-DESCRIPTION
               STRING 'INSPECTED ' DELIMITED BY SIZE
                      HIST-CONDITION DELIMITED BY SPACE
                      ' - NO FINDINGS NOTED' DELIMITED BY SIZE
                      INTO WO-DESCRIPTION
           ELSE
               MOVE HIST-FINDINGS TO WO-DESCRIPTION
           END-IF.
           IF HIST-CONDITION = 'CLOSED'
               MOVE 1 TO WO-PRIORITY
           ELSE
               MOVE 2 TO WO-PRIORITY
           END-IF.
           MOVE SPACES TO WO-CREW.
           MOVE ZEROES TO WO-TARGET-DATE.
           MOVE ZEROES TO WO-DATE-COMPLETED.

           WRITE WORKORDERREC
             INVALID KEY
                DISPLAY "INSPFOLLOW: UNABLE TO WRITE ORDER FOR ROW ",
                   WO-ROW-ID, ", STATUS ", WO-FILE-CHECK-KEY
                MOVE 'ORDER COULD NOT BE WRITTEN' TO RPT-ACTION
             NOT INVALID KEY
                ADD 1 TO WS-RAISED-COUNT
                MOVE WO-ORDER-NO TO RPT-ORDER-NO
                MOVE SPACES TO RPT-ACTION
                STRING 'ORDER RAISED - PRIORITY ' DELIMITED BY SIZE
                       WO-PRIORITY DELIMITED BY SIZE
                       INTO RPT-ACTION
           END-WRITE.

           PERFORM 0710-PRINT-DETAIL THRU 0710-END.

       0350-END.

      *    ONE PASS OF THE ORDERS IN KEY ORDER, BREAKING ON ROW ID.
      *    A CLOSED PARK WHOSE ORDERS ARE ALL DONE IS QUEUED FOR A
      *    VERIFICATION RE-INSPECTION UNLESS THAT REPAIR WAS QUEUED
      *    ALREADY
       0400-SCAN-DONE-ORDERS.

           MOVE ZEROES TO WO-KEY.
           MOVE ZEROES TO WS-GROUP-ROW WS-GROUP-ACTIVE
               WS-GROUP-DONE-NO.
           MOVE 'N' TO WS-WO-DONE.
           START WORKORDERS KEY IS NOT LESS THAN WO-KEY
             INVALID KEY SET WO-SCAN-DONE TO TRUE
           END-START.

           PERFORM 0410-DONE-READ-NEXT THRU 0410-END
               UNTIL WO-SCAN-DONE.

           PERFORM 0420-END-OF-PARK THRU 0420-END.

       0400-END.

       0410-DONE-READ-NEXT.

           READ WORKORDERS NEXT RECORD
             AT END SET WO-SCAN-DONE TO TRUE
           END-READ.

           IF WO-SCAN-DONE
               GO TO 0410-END
           END-IF.

           IF WO-ROW-ID NOT = WS-GROUP-ROW
               PERFORM 0420-END-OF-PARK THRU 0420-END
               MOVE WO-ROW-ID TO WS-GROUP-ROW
               MOVE ZEROES TO WS-GROUP-ACTIVE WS-GROUP-DONE-NO
           END-IF.

           IF WO-OPEN OR WO-ASSIGNED
               ADD 1 TO WS-GROUP-ACTIVE
           END-IF.
           IF WO-DONE
               MOVE WO-ORDER-NO TO WS-GROUP-DONE-NO
           END-IF.

       0410-END.

       0420-END-OF-PARK.

           IF WS-GROUP-ROW = ZEROES
               OR WS-GROUP-DONE-NO = ZEROES
               OR WS-GROUP-ACTIVE > ZEROES
               GO TO 0420-END
           END-IF.

           MOVE WS-GROUP-ROW TO ROW-ID-IDX.
           READ TENNISCOURTS
             KEY IS ROW-ID-IDX
             INVALID KEY CONTINUE
           END-READ.

           IF NOT RECORDFOUND
               GO TO 0420-END
           END-IF.

           IF CONDITION-IDX NOT = 'CLOSED'
               GO TO 0420-END
           END-IF.

           MOVE WS-GROUP-ROW TO RQ-ROW-ID.
           READ REINSPQUEUE
             KEY IS RQ-ROW-ID
             INVALID KEY CONTINUE
           END-READ.

           IF QUEUEFOUND AND RQ-ORDER-NO NOT < WS-GROUP-DONE-NO
               GO TO 0420-END
           END-IF.

           MOVE WS-GROUP-ROW     TO RQ-ROW-ID.
           MOVE WS-RUN-DATE      TO RQ-QUEUED-DATE.
           MOVE WS-GROUP-DONE-NO TO RQ-ORDER-NO.
           MOVE 'P'              TO RQ-STATUS.
           MOVE ZEROES           TO RQ-VERIFIED-DATE.

           IF QUEUEFOUND
               REWRITE REINSPQREC
                 INVALID KEY
                    DISPLAY "INSPFOLLOW: UNABLE TO REQUEUE ROW ",
                       RQ-ROW-ID
               END-REWRITE
           ELSE
               WRITE REINSPQREC
                 INVALID KEY
                    DISPLAY "INSPFOLLOW: UNABLE TO QUEUE ROW ",
                       RQ-ROW-ID
               END-WRITE
           END-IF.

           IF RQ-FILE-CHECK-KEY NOT= "00"
               GO TO 0420-END
           END-IF.

           ADD 1 TO WS-QUEUED-COUNT.
           MOVE WS-GROUP-ROW     TO RPT-ROW-ID.
           MOVE PARK-NAME-IDX    TO RPT-PARK-NAME.
           MOVE WS-RUN-DATE      TO RPT-DATE.
           MOVE CONDITION-IDX    TO RPT-CONDITION.
           MOVE WS-GROUP-DONE-NO TO RPT-ORDER-NO.
           MOVE 'QUEUED FOR VERIFICATION RE-INSPECTION' TO RPT-ACTION.
           PERFORM 0710-PRINT-DETAIL THRU 0710-END.

       0420-END.

       0600-PRINT-COUNTS.

           MOVE RPT-BLANK-LINE TO WS-PRINT-LINE.
           PERFORM 0800-WRITE-RPT-LINE THRU 0800-END.

           MOVE 'FOLLOWING UP INSPECTIONS AFTER' TO RPT-COUNT-LABEL.
           MOVE RPT-COUNT-LINE TO WS-PRINT-LINE.
           MOVE WS-LAST-RUN TO WS-PRINT-LINE(40:8).
           PERFORM 0800-WRITE-RPT-LINE THRU 0800-END.

           MOVE 'INSPECTION ROWS READ' TO RPT-COUNT-LABEL.
           MOVE WS-HIST-READ TO RPT-COUNT-VALUE.
           MOVE RPT-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 0800-WRITE-RPT-LINE THRU 0800-END.

           MOVE 'NEW INSPECTION ROWS' TO RPT-COUNT-LABEL.
           MOVE WS-HIST-NEW TO RPT-COUNT-VALUE.
           MOVE RPT-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 0800-WRITE-RPT-LINE THRU 0800-END.

           MOVE 'RE-CHECKING INSPECTIONS AFTER' TO RPT-COUNT-LABEL.
           MOVE RPT-COUNT-LINE TO WS-PRINT-LINE.
           MOVE WS-SCAN-FROM TO WS-PRINT-LINE(40:8).
           PERFORM 0800-WRITE-RPT-LINE THRU 0800-END.

           MOVE 'EARLIER ROWS RE-CHECKED' TO RPT-COUNT-LABEL.
           MOVE WS-RECHECK-COUNT TO RPT-COUNT-VALUE.
           MOVE RPT-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 0800-WRITE-RPT-LINE THRU 0800-END.

           MOVE 'WORK ORDERS RAISED' TO RPT-COUNT-LABEL.
           MOVE WS-RAISED-COUNT TO RPT-COUNT-VALUE.
           MOVE RPT-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 0800-WRITE-RPT-LINE THRU 0800-END.

           MOVE 'ALREADY COVERED BY AN ACTIVE ORDER' TO RPT-COUNT-LABEL.
           MOVE WS-COVERED-COUNT TO RPT-COUNT-VALUE.
           MOVE RPT-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 0800-WRITE-RPT-LINE THRU 0800-END.

           MOVE 'RE-INSPECTIONS QUEUED' TO RPT-COUNT-LABEL.
           MOVE WS-QUEUED-COUNT TO RPT-COUNT-VALUE.
           MOVE RPT-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 0800-WRITE-RPT-LINE THRU 0800-END.

           MOVE 'RE-INSPECTIONS COMPLETED' TO RPT-COUNT-LABEL.
           MOVE WS-VERIFIED-COUNT TO RPT-COUNT-VALUE.
           MOVE RPT-COUNT-LINE TO WS-PRINT-LINE.
           PERFORM 0800-WRITE-RPT-LINE THRU 0800-END.

       0600-END.

       0700-SECTION-TITLE.

           MOVE RPT-BLANK-LINE TO WS-PRINT-LINE.
           PERFORM 0800-WRITE-RPT-LINE THRU 0800-END.
           MOVE RPT-SECTION-LINE TO WS-PRINT-LINE.
           PERFORM 0800-WRITE-RPT-LINE THRU 0800-END.

       0700-END.

       0710-PRINT-DETAIL.

           MOVE RPT-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 0800-WRITE-RPT-LINE THRU 0800-END.

       0710-END.

       0800-WRITE-RPT-LINE.

           IF WS-LINE-COUNT > 55
               PERFORM 0810-RPT-NEW-PAGE THRU 0810-END
           END-IF.
           WRITE FOLLOWRPT-RECORD FROM WS-PRINT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       0800-END.

       0810-RPT-NEW-PAGE.

           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO RPT-PAGE-NO.
           WRITE FOLLOWRPT-RECORD FROM RPT-TITLE-LINE.
           WRITE FOLLOWRPT-RECORD FROM RPT-HEADING-LINE.
           WRITE FOLLOWRPT-RECORD FROM RPT-BLANK-LINE.
           MOVE 3 TO WS-LINE-COUNT.

       0810-END.

       0900-STOP-RUN.

           PERFORM 9800-WRITE-RUN-LOG THRU 9800-END.

           CLOSE TENNISCOURTS, INSPHISTORY, WORKORDERS, REINSPQUEUE,
              FOLLOWRPT.
           STOP RUN.

       9800-WRITE-RUN-LOG.

           OPEN EXTEND BATCHRUNLOG.
           IF RUNLOG-FILE-CHECK-KEY = "35"
               CLOSE BATCHRUNLOG
               OPEN OUTPUT BATCHRUNLOG
           END-IF.
           IF RUNLOG-FILE-CHECK-KEY NOT= "00"
               DISPLAY "INSPFOLLOW: UNABLE TO OPEN RUN LOG, STATUS ",
                  RUNLOG-FILE-CHECK-KEY
               GO TO 9800-END
           END-IF.

           MOVE 'INSPFOLLOW' TO RUN-PROGRAM.
           MOVE WS-RUN-DATE      TO RUN-START-DATE.
           MOVE WS-RUN-TIME(1:6) TO RUN-START-TIME.
           ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:6) TO RUN-END-TIME.
           MOVE WS-RAISED-COUNT TO RUN-COUNT-1.
           MOVE WS-QUEUED-COUNT TO RUN-COUNT-2.
           MOVE WS-RUN-STATUS TO RUN-COMPLETION.
           WRITE RUNLOG-RECORD.
           IF RUNLOG-FILE-CHECK-KEY NOT= "00"
               DISPLAY "INSPFOLLOW: UNABLE TO WRITE RUN LOG, STATUS ",
                  RUNLOG-FILE-CHECK-KEY
           END-IF.
           CLOSE BATCHRUNLOG.

       9800-END.

           COPY "datecalc.cpy".

       END PROGRAM INSPFOLLOW.
