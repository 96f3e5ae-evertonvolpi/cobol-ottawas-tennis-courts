       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVPATR.
       AUTHOR. EVERTON VOLPI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OLDBOOKINGS ASSIGN TO "bookings.dat"
               FILE STATUS IS OLD-FILE-CHECK-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-BKG-KEY.

           SELECT OLDWAITLIST ASSIGN TO "waitlist.dat"
               FILE STATUS IS OLDW-FILE-CHECK-KEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-WTL-KEY.

           SELECT CONVWORK ASSIGN TO "bookingsPatronConvert.dat"
           FILE STATUS IS WRK-FILE-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONVWAIT ASSIGN TO "waitlistPatronConvert.dat"
           FILE STATUS IS WRKW-FILE-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "bkgsel.cpy".

           COPY "wtlsel.cpy".

           COPY "runlsel.cpy".

       DATA DIVISION.
       FILE SECTION.
      *    PRE-PATRON LAYOUT OF BOOKINGS.DAT - FEE-BEARING BUT WITH NO
      *    PATRON NUMBER OR NO-SHOW FLAG.  USED ONCE TO UNLOAD AN
      *    EXISTING FILE BEFORE RELOADING IT IN THE CURRENT BKGREC
      *    LAYOUT
       FD OLDBOOKINGS.
       01  OLDBOOKINGREC.
           05  OLD-BKG-KEY.
               10  OLD-BKG-ROW-ID   PIC 9(3).
               10  OLD-BKG-DATE     PIC 9(8).
               10  OLD-BKG-SLOT     PIC 9(2).
               10  OLD-BKG-COURT-NO PIC 9(2).
           05  OLD-BKG-NAME         PIC X(30).
           05  OLD-BKG-PHONE        PIC X(12).
           05  OLD-BKG-BAND         PIC X(8).
           05  OLD-BKG-CHARGE       PIC 9(3)V99.
           05  OLD-BKG-PAID         PIC X.

      *    PRE-PATRON LAYOUT OF WAITLIST.DAT - NAME AND PHONE ONLY
       FD OLDWAITLIST.
       01  OLDWAITLISTREC.
           05  OLD-WTL-KEY.
               10  OLD-WTL-ROW-ID   PIC 9(3).
               10  OLD-WTL-DATE     PIC 9(8).
               10  OLD-WTL-SLOT     PIC 9(2).
               10  OLD-WTL-SEQ      PIC 9(3).
           05  OLD-WTL-NAME         PIC X(30).
           05  OLD-WTL-PHONE        PIC X(12).

       FD CONVWORK.
       01  CONVWORK-RECORD         PIC X(71).

       FD CONVWAIT.
       01  CONVWAIT-RECORD         PIC X(58).

       FD BOOKINGS.
           COPY "bkgrec.cpy".

       FD WAITLIST.
           COPY "wtlrec.cpy".

       FD BATCHRUNLOG.
           COPY "runlrec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER               PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

       01  WS-WORK-AREAS.
           05  OLD-FILE-CHECK-KEY  PIC X(2).
           05  OLDW-FILE-CHECK-KEY PIC X(2).
           05  WRK-FILE-CHECK-KEY  PIC X(2).
           05  WRKW-FILE-CHECK-KEY PIC X(2).
           05  BKG-FILE-CHECK-KEY  PIC X(2).
           05  WTL-FILE-CHECK-KEY  PIC X(2).
           05  RUNLOG-FILE-CHECK-KEY PIC X(2).
           05  WS-RUN-STATUS       PIC X VALUE 'A'.
           05  WS-CONFIRM          PIC A.
           05  WS-UNLOAD-DONE      PIC X.
               88 UNLOAD-DONE      VALUE 'Y'.
           05  WS-RELOAD-DONE      PIC X.
               88 RELOAD-DONE      VALUE 'Y'.
           05  WS-BKG-CONVERTED    PIC X VALUE 'N'.
               88 BOOKINGS-CONVERTED VALUE 'Y'.
           05  WS-WTL-CONVERTED    PIC X VALUE 'N'.
               88 WAITLIST-CONVERTED VALUE 'Y'.
           05  WS-UNLOADED-COUNT   PIC 9(5) VALUE ZEROES.
           05  WS-RELOADED-COUNT   PIC 9(5) VALUE ZEROES.
           05  WS-W-UNLOADED-COUNT PIC 9(5) VALUE ZEROES.
           05  WS-W-RELOADED-COUNT PIC 9(5) VALUE ZEROES.
           05  WS-RUN-DATE         PIC 9(8).
           05  WS-RUN-TIME         PIC 9(8).
           05  WS-TIME-NOW         PIC 9(8).

       01  WS-OLD-BOOKING.
           05  WSB-ROW-ID          PIC 9(3).
           05  WSB-DATE            PIC 9(8).
           05  WSB-SLOT            PIC 9(2).
           05  WSB-COURT-NO        PIC 9(2).
           05  WSB-NAME            PIC X(30).
           05  WSB-PHONE           PIC X(12).
           05  WSB-BAND            PIC X(8).
           05  WSB-CHARGE          PIC 9(3)V99.
           05  WSB-PAID            PIC X.

       01  WS-OLD-WAIT.
           05  WSW-ROW-ID          PIC 9(3).
           05  WSW-DATE            PIC 9(8).
           05  WSW-SLOT            PIC 9(2).
           05  WSW-SEQ             PIC 9(3).
           05  WSW-NAME            PIC X(30).
           05  WSW-PHONE           PIC X(12).

       PROCEDURE DIVISION.

       0100-BEGIN.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           DISPLAY 'CONVPATR: ONE-TIME CONVERSION OF BOOKINGS.DAT ',
              'AND WAITLIST.DAT TO THE PATRON LAYOUT'.
           DISPLAY 'THE FILES ARE UNLOADED AND RELOADED IN PLACE.'.
           DISPLAY 'EXISTING ENTRIES CARRY PATRON NUMBER 000000.'.
           DISPLAY 'CONTINUE?  ENTER Y TO CONFIRM: '
              WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY 'CONVPATR: CONVERSION ABANDONED'
               GO TO 0900-STOP-RUN
           END-IF.

           PERFORM 0200-CONVERT-BOOKINGS THRU 0200-END.
           PERFORM 0400-CONVERT-WAITLIST THRU 0400-END.

           IF BOOKINGS-CONVERTED AND WAITLIST-CONVERTED
               MOVE 'N' TO WS-RUN-STATUS
           END-IF.

           PERFORM 0900-STOP-RUN.

       0200-CONVERT-BOOKINGS.

           OPEN INPUT OLDBOOKINGS.
           IF OLD-FILE-CHECK-KEY = "35"
               DISPLAY 'CONVPATR: NO BOOKINGS FILE - NOTHING TO ',
                  'CONVERT'
               SET BOOKINGS-CONVERTED TO TRUE
               GO TO 0200-END
           END-IF.
           IF OLD-FILE-CHECK-KEY = "39"
               DISPLAY 'CONVPATR: BOOKINGS RECORD LENGTH MISMATCH - ',
                  'FILE MAY ALREADY BE CONVERTED'
               GO TO 0200-END
           END-IF.
           IF OLD-FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", OLD-FILE-CHECK-KEY
               GO TO 0200-END
           END-IF.

           OPEN OUTPUT CONVWORK.
           IF WRK-FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", WRK-FILE-CHECK-KEY
               CLOSE OLDBOOKINGS
               GO TO 0200-END
           END-IF.

           MOVE ZEROES TO OLD-BKG-KEY.
           MOVE 'N' TO WS-UNLOAD-DONE.
           START OLDBOOKINGS KEY IS NOT LESS THAN OLD-BKG-KEY
             INVALID KEY SET UNLOAD-DONE TO TRUE
           END-START.

           PERFORM 0210-UNLOAD-READ-NEXT THRU 0210-END
               UNTIL UNLOAD-DONE.

           CLOSE OLDBOOKINGS, CONVWORK.

           PERFORM 0300-RELOAD THRU 0300-END.

           IF WS-RELOADED-COUNT = WS-UNLOADED-COUNT
               DISPLAY "CONVPATR: CONVERTED ", WS-RELOADED-COUNT,
                   " BOOKINGS"
               DISPLAY "CONVPATR: UNLOAD KEPT AS ",
                   "bookingsPatronConvert.dat"
               SET BOOKINGS-CONVERTED TO TRUE
           ELSE
               DISPLAY "CONVPATR: BOOKING COUNTS DO NOT MATCH"
               DISPLAY "CONVPATR: RECORDS UNLOADED - ",
                   WS-UNLOADED-COUNT
               DISPLAY "CONVPATR: RECORDS RELOADED - ",
                   WS-RELOADED-COUNT
               DISPLAY "CONVPATR: RECOVER FROM ",
                   "bookingsPatronConvert.dat"
           END-IF.

       0200-END.

       0210-UNLOAD-READ-NEXT.

           READ OLDBOOKINGS NEXT RECORD
             AT END SET UNLOAD-DONE TO TRUE
           END-READ.

           IF NOT UNLOAD-DONE
               WRITE CONVWORK-RECORD FROM OLDBOOKINGREC
               IF WRK-FILE-CHECK-KEY NOT= "00"
                   DISPLAY "CONVPATR: UNLOAD WRITE FAILED, STATUS ",
                       WRK-FILE-CHECK-KEY
                   SET UNLOAD-DONE TO TRUE
               ELSE
                   ADD 1 TO WS-UNLOADED-COUNT
               END-IF
           END-IF.

       0210-END.

       0300-RELOAD.

           OPEN INPUT CONVWORK.
           IF WRK-FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", WRK-FILE-CHECK-KEY
               GO TO 0300-END
           END-IF.

           OPEN OUTPUT BOOKINGS.
           IF BKG-FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", BKG-FILE-CHECK-KEY
               CLOSE CONVWORK
               GO TO 0300-END
           END-IF.

           MOVE 'N' TO WS-RELOAD-DONE.
           PERFORM 0310-RELOAD-READ-NEXT THRU 0310-END
               UNTIL RELOAD-DONE.

           CLOSE CONVWORK, BOOKINGS.

       0300-END.

       0310-RELOAD-READ-NEXT.

           READ CONVWORK
             AT END SET RELOAD-DONE TO TRUE
           END-READ.

           IF RELOAD-DONE
               GO TO 0310-END
           END-IF.

           MOVE CONVWORK-RECORD TO WS-OLD-BOOKING.

           MOVE WSB-ROW-ID   TO BKG-ROW-ID.
           MOVE WSB-DATE     TO BKG-DATE.
           MOVE WSB-SLOT     TO BKG-SLOT.
           MOVE WSB-COURT-NO TO BKG-COURT-NO.
           MOVE WSB-NAME     TO BKG-NAME.
           MOVE WSB-PHONE    TO BKG-PHONE.
           MOVE WSB-BAND     TO BKG-BAND.
           MOVE WSB-CHARGE   TO BKG-CHARGE.
           MOVE WSB-PAID     TO BKG-PAID.
           MOVE ZEROES       TO BKG-PATRON-NO.
           MOVE 'N'          TO BKG-NO-SHOW.

           WRITE BOOKINGREC
             INVALID KEY
                DISPLAY "CONVPATR: UNABLE TO WRITE BOOKING FOR ROW ",
                   BKG-ROW-ID
             NOT INVALID KEY
                ADD 1 TO WS-RELOADED-COUNT
           END-WRITE.

       0310-END.

       0400-CONVERT-WAITLIST.

           OPEN INPUT OLDWAITLIST.
           IF OLDW-FILE-CHECK-KEY = "35"
               DISPLAY 'CONVPATR: NO WAITLIST FILE - NOTHING TO ',
                  'CONVERT'
               SET WAITLIST-CONVERTED TO TRUE
               GO TO 0400-END
           END-IF.
           IF OLDW-FILE-CHECK-KEY = "39"
               DISPLAY 'CONVPATR: WAITLIST RECORD LENGTH MISMATCH - ',
                  'FILE MAY ALREADY BE CONVERTED'
               GO TO 0400-END
           END-IF.
           IF OLDW-FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", OLDW-FILE-CHECK-KEY
               GO TO 0400-END
           END-IF.

           OPEN OUTPUT CONVWAIT.
           IF WRKW-FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", WRKW-FILE-CHECK-KEY
               CLOSE OLDWAITLIST
               GO TO 0400-END
           END-IF.

           MOVE ZEROES TO OLD-WTL-KEY.
           MOVE 'N' TO WS-UNLOAD-DONE.
           START OLDWAITLIST KEY IS NOT LESS THAN OLD-WTL-KEY
             INVALID KEY SET UNLOAD-DONE TO TRUE
           END-START.

           PERFORM 0410-UNLOAD-READ-NEXT THRU 0410-END
               UNTIL UNLOAD-DONE.

           CLOSE OLDWAITLIST, CONVWAIT.

           PERFORM 0500-RELOAD-WAITLIST THRU 0500-END.

           IF WS-W-RELOADED-COUNT = WS-W-UNLOADED-COUNT
               DISPLAY "CONVPATR: CONVERTED ", WS-W-RELOADED-COUNT,
                   " WAITLIST ENTRIES"
               DISPLAY "CONVPATR: UNLOAD KEPT AS ",
                   "waitlistPatronConvert.dat"
               SET WAITLIST-CONVERTED TO TRUE
           ELSE
               DISPLAY "CONVPATR: WAITLIST COUNTS DO NOT MATCH"
               DISPLAY "CONVPATR: RECORDS UNLOADED - ",
                   WS-W-UNLOADED-COUNT
               DISPLAY "CONVPATR: RECORDS RELOADED - ",
                   WS-W-RELOADED-COUNT
               DISPLAY "CONVPATR: RECOVER FROM ",
                   "waitlistPatronConvert.dat"
           END-IF.

       0400-END.

       0410-UNLOAD-READ-NEXT.

           READ OLDWAITLIST NEXT RECORD
             AT END SET UNLOAD-DONE TO TRUE
           END-READ.

           IF NOT UNLOAD-DONE
               WRITE CONVWAIT-RECORD FROM OLDWAITLISTREC
               IF WRKW-FILE-CHECK-KEY NOT= "00"
                   DISPLAY "CONVPATR: UNLOAD WRITE FAILED, STATUS ",
                       WRKW-FILE-CHECK-KEY
                   SET UNLOAD-DONE TO TRUE
               ELSE
                   ADD 1 TO WS-W-UNLOADED-COUNT
               END-IF
           END-IF.

       0410-END.

       0500-RELOAD-WAITLIST.

           OPEN INPUT CONVWAIT.
           IF WRKW-FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", WRKW-FILE-CHECK-KEY
               GO TO 0500-END
           END-IF.

           OPEN OUTPUT WAITLIST.
           IF WTL-FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", WTL-FILE-CHECK-KEY
               CLOSE CONVWAIT
               GO TO 0500-END
           END-IF.

           MOVE 'N' TO WS-RELOAD-DONE.
           PERFORM 0510-RELOAD-READ-NEXT THRU 0510-END
               UNTIL RELOAD-DONE.

           CLOSE CONVWAIT, WAITLIST.

       0500-END.

       0510-RELOAD-READ-NEXT.

           READ CONVWAIT
             AT END SET RELOAD-DONE TO TRUE
           END-READ.

           IF RELOAD-DONE
               GO TO 0510-END
           END-IF.

           MOVE CONVWAIT-RECORD TO WS-OLD-WAIT.

           MOVE WSW-ROW-ID   TO WTL-ROW-ID.
           MOVE WSW-DATE     TO WTL-DATE.
           MOVE WSW-SLOT     TO WTL-SLOT.
           MOVE WSW-SEQ      TO WTL-SEQ.
           MOVE WSW-NAME     TO WTL-NAME.
           MOVE WSW-PHONE    TO WTL-PHONE.
           MOVE ZEROES       TO WTL-PATRON-NO.

           WRITE WAITLISTREC
             INVALID KEY
                DISPLAY "CONVPATR: UNABLE TO WRITE WAITLIST FOR ROW ",
                   WTL-ROW-ID
             NOT INVALID KEY
                ADD 1 TO WS-W-RELOADED-COUNT
           END-WRITE.

       0510-END.

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
               DISPLAY "CONVPATR: UNABLE TO OPEN RUN LOG, STATUS ",
                  RUNLOG-FILE-CHECK-KEY
               GO TO 9800-END
           END-IF.

           MOVE 'CONVPATR' TO RUN-PROGRAM.
           MOVE WS-RUN-DATE      TO RUN-START-DATE.
           MOVE WS-RUN-TIME(1:6) TO RUN-START-TIME.
           ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:6) TO RUN-END-TIME.
           COMPUTE RUN-COUNT-1 = WS-UNLOADED-COUNT
               + WS-W-UNLOADED-COUNT.
           COMPUTE RUN-COUNT-2 = WS-RELOADED-COUNT
               + WS-W-RELOADED-COUNT.
           MOVE WS-RUN-STATUS TO RUN-COMPLETION.
           WRITE RUNLOG-RECORD.
           IF RUNLOG-FILE-CHECK-KEY NOT= "00"
               DISPLAY "CONVPATR: UNABLE TO WRITE RUN LOG, STATUS ",
                  RUNLOG-FILE-CHECK-KEY
           END-IF.
           CLOSE BATCHRUNLOG.

       9800-END.

       END PROGRAM CONVPATR.
