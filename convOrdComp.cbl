       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVWOCOMP.
       AUTHOR. EVERTON VOLPI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OLDWORKORDERS ASSIGN TO "workOrders.dat"
               FILE STATUS IS OLD-FILE-CHECK-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-WO-KEY.

           SELECT CONVWORK ASSIGN TO "workOrdersCompConvert.dat"
           FILE STATUS IS WRK-FILE-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "wordsel.cpy".

           COPY "runlsel.cpy".

       DATA DIVISION.
       FILE SECTION.
      *    DISPATCH LAYOUT OF WORKORDERS.DAT - NO COMPLETION DATE.
      *    USED ONCE TO UNLOAD AN EXISTING FILE BEFORE RELOADING IT
      *    IN THE CURRENT WORDREC LAYOUT
       FD OLDWORKORDERS.
       01  OLDWORKORDERREC.
           05  OLD-WO-KEY.
               10  OLD-WO-ROW-ID    PIC 9(3).
               10  OLD-WO-ORDER-NO  PIC 9(4).
           05  OLD-WO-AMENITY       PIC X(9).
           05  OLD-WO-DATE-REPORTED PIC 9(8).
           05  OLD-WO-STATUS        PIC X(8).
           05  OLD-WO-DESCRIPTION   PIC X(40).
           05  OLD-WO-PRIORITY      PIC 9.
           05  OLD-WO-CREW          PIC X(3).
           05  OLD-WO-TARGET-DATE   PIC 9(8).

       FD CONVWORK.
       01  CONVWORK-RECORD         PIC X(84).

       FD WORKORDERS.
           COPY "wordrec.cpy".

       FD BATCHRUNLOG.
           COPY "runlrec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER               PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

       01  WS-WORK-AREAS.
           05  OLD-FILE-CHECK-KEY  PIC X(2).
           05  WRK-FILE-CHECK-KEY  PIC X(2).
           05  WO-FILE-CHECK-KEY   PIC X(2).
           05  RUNLOG-FILE-CHECK-KEY PIC X(2).
           05  WS-RUN-STATUS       PIC X VALUE 'A'.
           05  WS-CONFIRM          PIC A.
           05  WS-UNLOAD-DONE      PIC X.
               88 UNLOAD-DONE      VALUE 'Y'.
           05  WS-RELOAD-DONE      PIC X.
               88 RELOAD-DONE      VALUE 'Y'.
           05  WS-UNLOADED-COUNT   PIC 9(5) VALUE ZEROES.
           05  WS-RELOADED-COUNT   PIC 9(5) VALUE ZEROES.
           05  WS-RUN-DATE         PIC 9(8).
           05  WS-RUN-TIME         PIC 9(8).
           05  WS-TIME-NOW         PIC 9(8).

       01  WS-OLD-ORDER.
           05  WSW-ROW-ID          PIC 9(3).
           05  WSW-ORDER-NO        PIC 9(4).
           05  WSW-AMENITY         PIC X(9).
           05  WSW-DATE-REPORTED   PIC 9(8).
           05  WSW-STATUS          PIC X(8).
           05  WSW-DESCRIPTION     PIC X(40).
           05  WSW-PRIORITY        PIC 9.
           05  WSW-CREW            PIC X(3).
           05  WSW-TARGET-DATE     PIC 9(8).

       PROCEDURE DIVISION.

       0100-BEGIN.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           DISPLAY 'CONVWOCOMP: ONE-TIME CONVERSION OF ',
              'WORKORDERS.DAT TO THE COMPLETION DATE LAYOUT'.
           DISPLAY 'ORDERS ALREADY DONE ARE LOADED WITH NO ',
              'COMPLETION DATE.'.
           DISPLAY 'THE FILE IS UNLOADED AND RELOADED IN PLACE.'.
           DISPLAY 'CONTINUE?  ENTER Y TO CONFIRM: '
              WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY 'CONVWOCOMP: CONVERSION ABANDONED'
               GO TO 0900-STOP-RUN
           END-IF.

           OPEN INPUT OLDWORKORDERS.
           IF OLD-FILE-CHECK-KEY = "35"
               DISPLAY 'CONVWOCOMP: NO WORK ORDER FILE - NOTHING ',
                  'TO CONVERT'
               GO TO 0900-STOP-RUN
           END-IF.
           IF OLD-FILE-CHECK-KEY = "39"
               DISPLAY 'CONVWOCOMP: RECORD LENGTH MISMATCH - FILE ',
                  'MAY ALREADY BE CONVERTED'
               GO TO 0900-STOP-RUN
           END-IF.
           IF OLD-FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", OLD-FILE-CHECK-KEY
               GO TO 0900-STOP-RUN
           END-IF.

           OPEN OUTPUT CONVWORK.
           IF WRK-FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", WRK-FILE-CHECK-KEY
               CLOSE OLDWORKORDERS
               GO TO 0900-STOP-RUN
           END-IF.

           MOVE ZEROES TO OLD-WO-KEY.
           MOVE 'N' TO WS-UNLOAD-DONE.
           START OLDWORKORDERS KEY IS NOT LESS THAN OLD-WO-KEY
             INVALID KEY SET UNLOAD-DONE TO TRUE
           END-START.

           PERFORM 0200-UNLOAD-READ-NEXT THRU 0200-END
               UNTIL UNLOAD-DONE.

           CLOSE OLDWORKORDERS, CONVWORK.

           PERFORM 0300-RELOAD THRU 0300-END.

           IF WS-RELOADED-COUNT = WS-UNLOADED-COUNT
               DISPLAY "CONVWOCOMP: CONVERTED ", WS-RELOADED-COUNT,
                   " WORK ORDERS"
               DISPLAY "CONVWOCOMP: UNLOAD KEPT AS ",
                   "workOrdersCompConvert.dat"
               MOVE 'N' TO WS-RUN-STATUS
           ELSE
               DISPLAY "CONVWOCOMP: COUNTS DO NOT MATCH"
               DISPLAY "CONVWOCOMP: RECORDS UNLOADED - ",
                   WS-UNLOADED-COUNT
               DISPLAY "CONVWOCOMP: RECORDS RELOADED - ",
                   WS-RELOADED-COUNT
               DISPLAY "CONVWOCOMP: RECOVER FROM ",
                   "workOrdersCompConvert.dat"
           END-IF.

           PERFORM 0900-STOP-RUN.

       0200-UNLOAD-READ-NEXT.

           READ OLDWORKORDERS NEXT RECORD
             AT END SET UNLOAD-DONE TO TRUE
           END-READ.

           IF NOT UNLOAD-DONE
               WRITE CONVWORK-RECORD FROM OLDWORKORDERREC
               IF WRK-FILE-CHECK-KEY NOT= "00"
                   DISPLAY "CONVWOCOMP: UNLOAD WRITE FAILED, STATUS ",
                       WRK-FILE-CHECK-KEY
                   SET UNLOAD-DONE TO TRUE
               ELSE
                   ADD 1 TO WS-UNLOADED-COUNT
               END-IF
           END-IF.

       0200-END.

       0300-RELOAD.

           OPEN INPUT CONVWORK.
           IF WRK-FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", WRK-FILE-CHECK-KEY
               GO TO 0300-END
           END-IF.

           OPEN OUTPUT WORKORDERS.
           IF WO-FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", WO-FILE-CHECK-KEY
               CLOSE CONVWORK
               GO TO 0300-END
           END-IF.

           MOVE 'N' TO WS-RELOAD-DONE.
           PERFORM 0310-RELOAD-READ-NEXT THRU 0310-END
               UNTIL RELOAD-DONE.

           CLOSE CONVWORK, WORKORDERS.

       0300-END.

       0310-RELOAD-READ-NEXT.

           READ CONVWORK
             AT END SET RELOAD-DONE TO TRUE
           END-READ.

           IF RELOAD-DONE
               GO TO 0310-END
           END-IF.

           MOVE CONVWORK-RECORD TO WS-OLD-ORDER.

           MOVE WSW-ROW-ID        TO WO-ROW-ID.
           MOVE WSW-ORDER-NO      TO WO-ORDER-NO.
           MOVE WSW-AMENITY       TO WO-AMENITY.
           MOVE WSW-DATE-REPORTED TO WO-DATE-REPORTED.
           MOVE WSW-STATUS        TO WO-STATUS.
           MOVE WSW-DESCRIPTION   TO WO-DESCRIPTION.
           MOVE WSW-PRIORITY      TO WO-PRIORITY.
           MOVE WSW-CREW          TO WO-CREW.
           MOVE WSW-TARGET-DATE   TO WO-TARGET-DATE.
           MOVE ZEROES            TO WO-DATE-COMPLETED.

           WRITE WORKORDERREC
             INVALID KEY
                DISPLAY "CONVWOCOMP: UNABLE TO WRITE ORDER ",
                   WO-ORDER-NO, " FOR ROW ", WO-ROW-ID
             NOT INVALID KEY
                ADD 1 TO WS-RELOADED-COUNT
           END-WRITE.

       0310-END.

       0900-STOP-RUN.

           PERFORM 9800-WRITE-RUN-LOG THRU 9800-END.

           STOP RUN.

       9800-WRITE-RUN-LOG.

           OPEN EXTEND BATCHRUNLOG.
           IF RUNLOG-FILE-CHECK-KEY = "35"
               CLOSE BATCHRUNLOG
               OPEN OUTPUT BATCHRUNLOG
           END-IF.
           IF RUNLOG-FILE-CHECK-KEY NOT= "00"
               DISPLAY "CONVWOCOMP: UNABLE TO OPEN RUN LOG, STATUS ",
                  RUNLOG-FILE-CHECK-KEY
               GO TO 9800-END
           END-IF.

           MOVE 'CONVWOCOMP' TO RUN-PROGRAM.
           MOVE WS-RUN-DATE      TO RUN-START-DATE.
           MOVE WS-RUN-TIME(1:6) TO RUN-START-TIME.
           ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:6) TO RUN-END-TIME.
           MOVE WS-UNLOADED-COUNT TO RUN-COUNT-1.
           MOVE WS-RELOADED-COUNT TO RUN-COUNT-2.
           MOVE WS-RUN-STATUS TO RUN-COMPLETION.
           WRITE RUNLOG-RECORD.
           IF RUNLOG-FILE-CHECK-KEY NOT= "00"
               DISPLAY "CONVWOCOMP: UNABLE TO WRITE RUN LOG, STATUS ",
                  RUNLOG-FILE-CHECK-KEY
           END-IF.
           CLOSE BATCHRUNLOG.

       9800-END.

       END PROGRAM CONVWOCOMP.
