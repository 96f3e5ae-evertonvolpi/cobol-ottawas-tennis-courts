       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARAGING.
       AUTHOR. EVERTON VOLPI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "tcidxsel.cpy".

           COPY "bkgsel.cpy".

           COPY "patsel.cpy".

           COPY "runlsel.cpy".

           SELECT AGINGRPT ASSIGN TO "receivablesAging.rpt"
           FILE STATUS IS RPT-FILE-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TENNISCOURTS.
           COPY "tcidxrec.cpy".

       FD BOOKINGS.
           COPY "bkgrec.cpy".

       FD PATRONS.
           COPY "patrec.cpy".

       FD BATCHRUNLOG.
           COPY "runlrec.cpy".

       FD AGINGRPT.
       01  AGING-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER               PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY      PIC X(2).
               88 RECORDFOUND      VALUE "00".
           05  BKG-FILE-CHECK-KEY  PIC X(2).
           05  PAT-FILE-CHECK-KEY  PIC X(2).
               88 PATRONFOUND      VALUE "00".
           05  RPT-FILE-CHECK-KEY  PIC X(2).
           05  RUNLOG-FILE-CHECK-KEY PIC X(2).
           05  WS-RUN-STATUS       PIC X VALUE 'A'.
           05  WS-TIME-NOW         PIC 9(8).
           05  WS-PAT-AVAIL        PIC X VALUE 'N'.
               88 PATRONS-AVAILABLE VALUE 'Y'.
           05  WS-SCAN-DONE        PIC X.
               88 SCAN-DONE        VALUE 'Y'.
           05  WS-GROUP-OPEN       PIC X.
               88 GROUP-OPEN       VALUE 'Y'.
           05  WS-CURRENT-KEY      PIC 9(6).
           05  WS-RUN-DAYS         PIC 9(8).
           05  WS-AGE-DAYS         PIC S9(8).
           05  WS-BUCKET           PIC 9.
           05  WS-AMT-SUB          PIC 9.
           05  WS-OWING-COUNT      PIC 9(5) VALUE ZEROES.
           05  WS-OVER-90-COUNT    PIC 9(5) VALUE ZEROES.
           05  WS-RUN-DATE         PIC 9(8).
           05  WS-RUN-TIME         PIC 9(8).
           05  WS-PRINT-LINE       PIC X(132).
           05  WS-LINE-COUNT       PIC 9(2) VALUE 99.
           05  WS-PAGE-COUNT       PIC 9(3) VALUE ZEROES.
           COPY "datecws.cpy".

      *    BUCKETS 1-4 ARE CURRENT, 30-59, 60-89 AND 90+ DAYS SINCE
      *    THE BOOKED DATE.  BUCKET 5 HOLDS THE TOTAL
       01  WS-AGE-TOTALS.
           05  WS-GRP-COUNT        PIC 9(5).
           05  WS-GRP-AMT          PIC 9(7)V99 OCCURS 5 TIMES.
           05  WS-GRD-COUNT        PIC 9(5).
           05  WS-GRD-AMT          PIC 9(7)V99 OCCURS 5 TIMES.

       01  RPT-TITLE-LINE.
           05 FILLER       PIC X(43)  VALUE
              'CITY OF OTTAWA - COURT RECEIVABLES AGING AS'.
           05 FILLER       PIC X(4)   VALUE ' AT '.
           05 RPT-AS-AT    PIC 9(8).
           05 FILLER       PIC X(7)   VALUE '   RUN '.
           05 RPT-RUN-DATE PIC 9(8).
           05 FILLER       PIC X(1)   VALUE '-'.
           05 RPT-RUN-TIME PIC 9(6).
           05 FILLER       PIC X(8)   VALUE '   PAGE '.
           05 RPT-PAGE-NO  PIC ZZ9.

       01  RPT-HEADING-LINE.
           05 FILLER       PIC X(7)   VALUE 'KEY'.
           05 FILLER       PIC X(31)  VALUE 'NAME'.
           05 FILLER       PIC X(13)  VALUE 'PHONE'.
           05 FILLER       PIC X(5)   VALUE 'COUNT'.
           05 FILLER       PIC X(14)  VALUE '       CURRENT'.
           05 FILLER       PIC X(14)  VALUE '     30-59 DAY'.
           05 FILLER       PIC X(14)  VALUE '     60-89 DAY'.
           05 FILLER       PIC X(14)  VALUE '       90+ DAY'.
           05 FILLER       PIC X(14)  VALUE '         TOTAL'.

       01  RPT-SECTION-LINE.
           05 RPT-SECTION-TEXT PIC X(50).

       01  RPT-AGE-LINE.
           05 RPT-AGE-KEY      PIC X(6).
           05 FILLER           PIC X(1)   VALUE SPACES.
           05 RPT-AGE-NAME     PIC X(30).
           05 FILLER           PIC X(1)   VALUE SPACES.
           05 RPT-AGE-PHONE    PIC X(12).
           05 FILLER           PIC X(1)   VALUE SPACES.
           05 RPT-AGE-COUNT    PIC ZZZZ9.
           05 RPT-AGE-AMT-GRP OCCURS 5 TIMES.
              10 FILLER        PIC X(2)   VALUE SPACES.
              10 RPT-AGE-AMT   PIC Z,ZZZ,ZZ9.99.

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

           OPEN INPUT BOOKINGS.
           IF BKG-FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", BKG-FILE-CHECK-KEY
               GO TO 0900-STOP-RUN
           END-IF.

           OPEN INPUT PATRONS.
           IF PAT-FILE-CHECK-KEY = "00"
               MOVE 'Y' TO WS-PAT-AVAIL
           ELSE
               DISPLAY 'ARAGING: NO PATRON FILE - BOOKERS ARE NAMED ',
                  'FROM THE BOOKING'
           END-IF.

           OPEN OUTPUT AGINGRPT.
           IF RPT-FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", RPT-FILE-CHECK-KEY
               GO TO 0900-STOP-RUN
           END-IF.

           MOVE WS-RUN-DATE      TO RPT-RUN-DATE RPT-AS-AT.
           MOVE WS-RUN-TIME(1:6) TO RPT-RUN-TIME.

           MOVE WS-RUN-DATE TO WS-DC-DATE.
           PERFORM 9700-DATE-TO-DAYS THRU 9700-END.
           MOVE WS-DC-DAYS TO WS-RUN-DAYS.

           PERFORM 0200-BY-PARK THRU 0200-END.
           PERFORM 0300-BY-BOOKER THRU 0300-END.

           DISPLAY "ARAGING: OWING BOOKINGS AGED - ", WS-OWING-COUNT.
           DISPLAY "ARAGING: OWING 90 DAYS OR MORE - ",
              WS-OVER-90-COUNT.

           MOVE 'N' TO WS-RUN-STATUS.
           PERFORM 0900-STOP-RUN.

       0200-BY-PARK.

           MOVE 'RECEIVABLES BY PARK' TO RPT-SECTION-TEXT.
           PERFORM 0600-SECTION-START THRU 0600-END.

           MOVE ZEROES TO BKG-KEY.
           MOVE 'N' TO WS-SCAN-DONE.
           START BOOKINGS KEY IS NOT LESS THAN BKG-KEY
             INVALID KEY SET SCAN-DONE TO TRUE
           END-START.

           PERFORM 0210-PARK-READ-NEXT THRU 0210-END
               UNTIL SCAN-DONE.

           IF GROUP-OPEN
               PERFORM 0230-PARK-TOTAL THRU 0230-END
           END-IF.

           PERFORM 0650-SECTION-TOTAL THRU 0650-END.

       0200-END.

       0210-PARK-READ-NEXT.

           READ BOOKINGS NEXT RECORD
             AT END SET SCAN-DONE TO TRUE
           END-READ.

           IF SCAN-DONE
               GO TO 0210-END
           END-IF.

           IF NOT BKG-OWING OR BKG-CHARGE = ZEROES
               GO TO 0210-END
           END-IF.

           IF GROUP-OPEN AND BKG-ROW-ID NOT = WS-CURRENT-KEY
               PERFORM 0230-PARK-TOTAL THRU 0230-END
           END-IF.
           IF NOT GROUP-OPEN
               MOVE BKG-ROW-ID TO WS-CURRENT-KEY
               SET GROUP-OPEN TO TRUE
           END-IF.

           PERFORM 0500-AGE-BOOKING THRU 0500-END.
           ADD 1 TO WS-OWING-COUNT.
           IF WS-BUCKET = 4
               ADD 1 TO WS-OVER-90-COUNT
           END-IF.

       0210-END.

       0230-PARK-TOTAL.

           MOVE WS-CURRENT-KEY TO ROW-ID-IDX.
           READ TENNISCOURTS
             KEY IS ROW-ID-IDX
             INVALID KEY
                MOVE SPACES TO PARK-NAME-IDX
                MOVE 'UNKNOWN PARK' TO PARK-NAME-IDX
           END-READ.

           MOVE SPACES TO RPT-AGE-KEY.
           MOVE WS-CURRENT-KEY(4:3) TO RPT-AGE-KEY.
           MOVE PARK-NAME-IDX TO RPT-AGE-NAME.
           MOVE SPACES TO RPT-AGE-PHONE.
           PERFORM 0700-PRINT-GROUP THRU 0700-END.

       0230-END.

       0300-BY-BOOKER.

           MOVE 'RECEIVABLES BY BOOKER' TO RPT-SECTION-TEXT.
           PERFORM 0600-SECTION-START THRU 0600-END.

           MOVE ZEROES TO BKG-PATRON-NO.
           MOVE 'N' TO WS-SCAN-DONE.
           START BOOKINGS KEY IS NOT LESS THAN BKG-PATRON-NO
             INVALID KEY SET SCAN-DONE TO TRUE
           END-START.

           PERFORM 0310-BOOKER-READ-NEXT THRU 0310-END
               UNTIL SCAN-DONE.

           IF GROUP-OPEN
               PERFORM 0330-BOOKER-TOTAL THRU 0330-END
           END-IF.

           PERFORM 0650-SECTION-TOTAL THRU 0650-END.

       0300-END.

       0310-BOOKER-READ-NEXT.

           READ BOOKINGS NEXT RECORD
             AT END SET SCAN-DONE TO TRUE
           END-READ.

           IF SCAN-DONE
               GO TO 0310-END
           END-IF.

           IF NOT BKG-OWING OR BKG-CHARGE = ZEROES
               GO TO 0310-END
           END-IF.

           IF GROUP-OPEN AND BKG-PATRON-NO NOT = WS-CURRENT-KEY
               PERFORM 0330-BOOKER-TOTAL THRU 0330-END
           END-IF.
           IF NOT GROUP-OPEN
               MOVE BKG-PATRON-NO TO WS-CURRENT-KEY
               MOVE BKG-NAME      TO RPT-AGE-NAME
               MOVE BKG-PHONE     TO RPT-AGE-PHONE
               SET GROUP-OPEN TO TRUE
           END-IF.

           PERFORM 0500-AGE-BOOKING THRU 0500-END.

       0310-END.

       0330-BOOKER-TOTAL.

           MOVE WS-CURRENT-KEY TO RPT-AGE-KEY.
           IF WS-CURRENT-KEY = ZEROES
               MOVE 'NO PATRON NUMBER ON BOOKING' TO RPT-AGE-NAME
               MOVE SPACES TO RPT-AGE-PHONE
           ELSE
               IF PATRONS-AVAILABLE
                   MOVE WS-CURRENT-KEY TO PAT-NO
                   READ PATRONS
                     KEY IS PAT-NO
                     INVALID KEY CONTINUE
                   END-READ
                   IF PATRONFOUND
                       MOVE PAT-NAME  TO RPT-AGE-NAME
                       MOVE PAT-PHONE TO RPT-AGE-PHONE
                   END-IF
               END-IF
           END-IF.
           PERFORM 0700-PRINT-GROUP THRU 0700-END.

       0330-END.

       0500-AGE-BOOKING.

           MOVE BKG-DATE TO WS-DC-DATE.
           PERFORM 9700-DATE-TO-DAYS THRU 9700-END.
           COMPUTE WS-AGE-DAYS = WS-RUN-DAYS - WS-DC-DAYS.

           EVALUATE TRUE
               WHEN WS-AGE-DAYS < 30
                   MOVE 1 TO WS-BUCKET
               WHEN WS-AGE-DAYS < 60
                   MOVE 2 TO WS-BUCKET
               WHEN WS-AGE-DAYS < 90
                   MOVE 3 TO WS-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET
           END-EVALUATE.

           ADD 1 TO WS-GRP-COUNT WS-GRD-COUNT.
           ADD BKG-CHARGE TO WS-GRP-AMT(WS-BUCKET)
                             WS-GRD-AMT(WS-BUCKET)
                             WS-GRP-AMT(5)
                             WS-GRD-AMT(5).

       0500-END.

       0600-SECTION-START.

           MOVE RPT-BLANK-LINE TO WS-PRINT-LINE.
           PERFORM 0800-WRITE-RPT-LINE THRU 0800-END.
           MOVE RPT-SECTION-LINE TO WS-PRINT-LINE.
           PERFORM 0800-WRITE-RPT-LINE THRU 0800-END.

           MOVE 'N' TO WS-GROUP-OPEN.
           MOVE ZEROES TO WS-GRP-COUNT WS-GRD-COUNT.
           PERFORM 0610-CLEAR-AMOUNT THRU 0610-END
               VARYING WS-AMT-SUB FROM 1 BY 1 UNTIL WS-AMT-SUB > 5.

       0600-END.

       0610-CLEAR-AMOUNT.

           MOVE ZEROES TO WS-GRP-AMT(WS-AMT-SUB).
           MOVE ZEROES TO WS-GRD-AMT(WS-AMT-SUB).

       0610-END.

       0650-SECTION-TOTAL.

           MOVE RPT-BLANK-LINE TO WS-PRINT-LINE.
           PERFORM 0800-WRITE-RPT-LINE THRU 0800-END.

           MOVE 'TOTAL' TO RPT-AGE-KEY.
           MOVE 'ALL OWING BOOKINGS' TO RPT-AGE-NAME.
           MOVE SPACES TO RPT-AGE-PHONE.
           MOVE WS-GRD-COUNT TO RPT-AGE-COUNT.
           PERFORM 0660-EDIT-GRAND-AMOUNT THRU 0660-END
               VARYING WS-AMT-SUB FROM 1 BY 1 UNTIL WS-AMT-SUB > 5.
           MOVE RPT-AGE-LINE TO WS-PRINT-LINE.
           PERFORM 0800-WRITE-RPT-LINE THRU 0800-END.

       0650-END.

       0660-EDIT-GRAND-AMOUNT.

           MOVE WS-GRD-AMT(WS-AMT-SUB) TO RPT-AGE-AMT(WS-AMT-SUB).

       0660-END.

       0700-PRINT-GROUP.

           MOVE WS-GRP-COUNT TO RPT-AGE-COUNT.
           PERFORM 0710-EDIT-GROUP-AMOUNT THRU 0710-END
               VARYING WS-AMT-SUB FROM 1 BY 1 UNTIL WS-AMT-SUB > 5.
           MOVE RPT-AGE-LINE TO WS-PRINT-LINE.
           PERFORM 0800-WRITE-RPT-LINE THRU 0800-END.

           MOVE ZEROES TO WS-GRP-COUNT.
           MOVE 'N' TO WS-GROUP-OPEN.

       0700-END.

       0710-EDIT-GROUP-AMOUNT.

           MOVE WS-GRP-AMT(WS-AMT-SUB) TO RPT-AGE-AMT(WS-AMT-SUB).
           MOVE ZEROES TO WS-GRP-AMT(WS-AMT-SUB).

       0710-END.

       0800-WRITE-RPT-LINE.

           IF WS-LINE-COUNT > 55
               PERFORM 0810-RPT-NEW-PAGE THRU 0810-END
           END-IF.
           WRITE AGING-RECORD FROM WS-PRINT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       0800-END.

       0810-RPT-NEW-PAGE.

           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO RPT-PAGE-NO.
           WRITE AGING-RECORD FROM RPT-TITLE-LINE.
           WRITE AGING-RECORD FROM RPT-HEADING-LINE.
           WRITE AGING-RECORD FROM RPT-BLANK-LINE.
           MOVE 3 TO WS-LINE-COUNT.

       0810-END.

       0900-STOP-RUN.

           PERFORM 9800-WRITE-RUN-LOG THRU 9800-END.

           CLOSE TENNISCOURTS, BOOKINGS, AGINGRPT.
           IF PATRONS-AVAILABLE
               CLOSE PATRONS
           END-IF.
           STOP RUN.

       9800-WRITE-RUN-LOG.

           OPEN EXTEND BATCHRUNLOG.
           IF RUNLOG-FILE-CHECK-KEY = "35"
               CLOSE BATCHRUNLOG
               OPEN OUTPUT BATCHRUNLOG
           END-IF.
           IF RUNLOG-FILE-CHECK-KEY NOT= "00"
               DISPLAY "ARAGING: UNABLE TO OPEN RUN LOG, STATUS ",
                  RUNLOG-FILE-CHECK-KEY
               GO TO 9800-END
           END-IF.

           MOVE 'ARAGING' TO RUN-PROGRAM.
           MOVE WS-RUN-DATE      TO RUN-START-DATE.
           MOVE WS-RUN-TIME(1:6) TO RUN-START-TIME.
           ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:6) TO RUN-END-TIME.
           MOVE WS-OWING-COUNT TO RUN-COUNT-1.
           MOVE WS-OVER-90-COUNT TO RUN-COUNT-2.
           MOVE WS-RUN-STATUS TO RUN-COMPLETION.
           WRITE RUNLOG-RECORD.
           IF RUNLOG-FILE-CHECK-KEY NOT= "00"
               DISPLAY "ARAGING: UNABLE TO WRITE RUN LOG, STATUS ",
                  RUNLOG-FILE-CHECK-KEY
           END-IF.
           CLOSE BATCHRUNLOG.

       9800-END.

           COPY "datecalc.cpy".

       END PROGRAM ARAGING.
