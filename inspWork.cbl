
           COPY "asgsel.cpy".

           COPY "rqsel.cpy".

	   SELECT INSPASSIGNKEEP ASSIGN TO "inspAssignKeep.dat"
           FILE STATUS IS AKG-FILE-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.
	   FD INSPASSIGN.
           COPY "asgrec.cpy".

	   FD REINSPQUEUE.
           COPY "rqrec.cpy".

	   FD INSPASSIGNKEEP.
       01  ASSIGNKEEP-RECORD       PIC X(12).

           05  INSM-FILE-CHECK-KEY PIC X(2).
           05  ASG-FILE-CHECK-KEY  PIC X(2).
           05  AKG-FILE-CHECK-KEY  PIC X(2).
           05  RQ-FILE-CHECK-KEY   PIC X(2).
               88 QUEUEFOUND       VALUE "00".
           05  WS-RQ-AVAIL         PIC X VALUE 'Y'.
               88 QUEUE-AVAILABLE  VALUE 'Y'.
           05  WS-RQ-DONE          PIC X.
               88 QUEUE-LOAD-DONE  VALUE 'Y'.
           05  WS-VERIFY-COUNT     PIC 9(4) VALUE ZEROES.
           05  WS-ROLL-DONE        PIC X.
               88 ROLL-DONE        VALUE 'Y'.
           05  WS-ROLL-FAIL        PIC X.
               10  WS-DUE-COND     PIC X(6).
               10  WS-DUE-BY       PIC X(3).
               10  WS-DUE-ASSIGNED PIC X(3).
               10  WS-DUE-VERIFY   PIC X.

       01  RPT-TITLE-LINE.
           05 FILLER       PIC X(38)  VALUE
           05 FILLER       PIC X(11)  VALUE 'LAST INSP'.
           05 FILLER       PIC X(8)   VALUE 'COND'.
           05 FILLER       PIC X(4)   VALUE 'BY'.
           05 FILLER       PIC X(6)   VALUE 'NOTE'.

       01  RPT-INSPECTOR-LINE.
           05 FILLER           PIC X(11)  VALUE 'INSPECTOR: '.
           05 RPT-CONDITION    PIC X(6).
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 RPT-INSPECTOR    PIC X(3).
           05 FILLER           PIC X(1)   VALUE SPACES.
           05 RPT-NOTE         PIC X(6).

       01  RPT-SHEET-TOTAL-LINE.
           05 FILLER           PIC X(24)  VALUE
               END-IF
           END-IF.

           OPEN INPUT REINSPQUEUE.
           IF RQ-FILE-CHECK-KEY = "35"
               MOVE 'N' TO WS-RQ-AVAIL
           ELSE
               IF RQ-FILE-CHECK-KEY NOT= "00"
                   DISPLAY "Non-zero file status: ",
                       RQ-FILE-CHECK-KEY
                   GO TO 0900-STOP-RUN
               END-IF
           END-IF.

           OPEN INPUT INSPECTORS.
           IF INSM-FILE-CHECK-KEY = "00"
               MOVE 'Y' TO WS-INSM-AVAIL
           MOVE WS-SCHED-YYYYMM TO RPT-SCHED-MONTH.
           COMPUTE WS-CUTOFF-YYYYMM = WS-SCHED-YYYYMM - 100.

           IF QUEUE-AVAILABLE
               PERFORM 0150-LOAD-REINSPECTIONS THRU 0150-END
           END-IF.

           PERFORM 0200-REGION-WORKLIST THRU 0200-END
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 11.


           DISPLAY "INSPWORK: COURTS DUE FOR INSPECTION - ",
               WS-GRAND-DUE.
           DISPLAY "INSPWORK: VERIFICATION RE-INSPECTIONS - ",
               WS-VERIFY-COUNT.

           MOVE 'N' TO WS-RUN-STATUS.
           PERFORM 0900-STOP-RUN.

	   0145-END.

      *    PARKS WAITING ON A VERIFICATION RE-INSPECTION AFTER THEIR
      *    REPAIRS GO AT THE HEAD OF THE DUE LIST, AHEAD OF THE
      *    REGULAR REGION ROTATION
	   0150-LOAD-REINSPECTIONS.

           MOVE ZEROES TO RQ-ROW-ID.
           MOVE 'N' TO WS-RQ-DONE.
           START REINSPQUEUE KEY IS NOT LESS THAN RQ-ROW-ID
             INVALID KEY SET QUEUE-LOAD-DONE TO TRUE
           END-START.

           PERFORM 0155-QUEUE-READ-NEXT THRU 0155-END
               UNTIL QUEUE-LOAD-DONE.

	   0150-END.

	   0155-QUEUE-READ-NEXT.

           READ REINSPQUEUE NEXT RECORD
             AT END SET QUEUE-LOAD-DONE TO TRUE
           END-READ.

           IF QUEUE-LOAD-DONE OR NOT RQ-PENDING
               GO TO 0155-END
           END-IF.

           MOVE RQ-ROW-ID TO ROW-ID-IDX.
           READ TENNISCOURTS
             KEY IS ROW-ID-IDX
             INVALID KEY CONTINUE
           END-READ.

           IF NOT RECORDFOUND
               GO TO 0155-END
           END-IF.

           PERFORM 0230-FIND-LAST-HIST THRU 0230-END.
           PERFORM 0245-STORE-DUE THRU 0245-END.
           IF WS-DUE-ROW(WS-DUE-COUNT) = RQ-ROW-ID
               MOVE 'Y' TO WS-DUE-VERIFY(WS-DUE-COUNT)
               ADD 1 TO WS-VERIFY-COUNT
           END-IF.

	   0155-END.

	   0200-REGION-WORKLIST.

           MOVE WS-REGION-NAME(WS-SUB) TO WS-TARGET-REGION REGION-IDX.
               END-IF
           END-IF.

      *    ALREADY ON THE LIST FOR ITS VERIFICATION RE-INSPECTION
           IF COURT-DUE AND QUEUE-AVAILABLE
               MOVE ROW-ID-IDX TO RQ-ROW-ID
               READ REINSPQUEUE
                 KEY IS RQ-ROW-ID
                 INVALID KEY CONTINUE
               END-READ
               IF QUEUEFOUND AND RQ-PENDING
                   MOVE 'N' TO WS-DUE-FLAG
               END-IF
           END-IF.

           IF COURT-DUE
               PERFORM 0230-FIND-LAST-HIST THRU 0230-END
               PERFORM 0245-STORE-DUE THRU 0245-END
           MOVE CONDITION-IDX     TO WS-DUE-COND(WS-DUE-COUNT).
           MOVE WS-LAST-INSPECTOR TO WS-DUE-BY(WS-DUE-COUNT).
           MOVE SPACES            TO WS-DUE-ASSIGNED(WS-DUE-COUNT).
           MOVE 'N'               TO WS-DUE-VERIFY(WS-DUE-COUNT).

	   0245-END.

           MOVE WS-DUE-LAST(WS-DUE-SUB) TO RPT-LAST-INSP.
           MOVE WS-DUE-COND(WS-DUE-SUB) TO RPT-CONDITION.
           MOVE WS-DUE-BY(WS-DUE-SUB)   TO RPT-INSPECTOR.
           IF WS-DUE-VERIFY(WS-DUE-SUB) = 'Y'
               MOVE 'VERIFY'            TO RPT-NOTE
           ELSE
               MOVE SPACES              TO RPT-NOTE
           END-IF.
           MOVE RPT-DETAIL-LINE         TO WS-PRINT-LINE.
           PERFORM 0500-WRITE-RPT-LINE THRU 0500-END.

           IF INSPECTORS-AVAILABLE
               CLOSE INSPECTORS
           END-IF.
           IF QUEUE-AVAILABLE
               CLOSE REINSPQUEUE
           END-IF.
           STOP RUN.


           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:6) TO RUN-END-TIME.
           MOVE WS-GRAND-DUE TO RUN-COUNT-1.
           MOVE WS-VERIFY-COUNT TO RUN-COUNT-2.
           MOVE WS-RUN-STATUS TO RUN-COMPLETION.
           WRITE RUNLOG-RECORD.
           IF RUNLOG-FILE-CHECK-KEY NOT= "00"
