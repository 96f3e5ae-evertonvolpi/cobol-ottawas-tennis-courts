       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGSWEEP.
       AUTHOR. EVERTON VOLPI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "tcidxsel.cpy".

           COPY "bkgsel.cpy".

           COPY "wtlsel.cpy".

           COPY "wordsel.cpy".

           COPY "inshsel.cpy".

           COPY "asgsel.cpy".

           COPY "wxrsel.cpy".

           COPY "insmsel.cpy".

           COPY "cnlsel.cpy".

           COPY "fixsel.cpy".

           COPY "oprsel.cpy".

           COPY "runlsel.cpy".

           SELECT SWEEPRPT ASSIGN TO "integrityCheck.rpt"
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

       FD WORKORDERS.
           COPY "wordrec.cpy".

       FD INSPHISTORY.
           COPY "inshrec.cpy".

       FD INSPASSIGN.
           COPY "asgrec.cpy".

       FD WARDXREF.
           COPY "wxrrec.cpy".

       FD INSPECTORS.
           COPY "insmrec.cpy".

       FD CANCELLOG.
           COPY "cnlrec.cpy".

       FD INTEGRITYFIX.
           COPY "fixrec.cpy".

       FD OPERATORS.
           COPY "oprrec.cpy".

       FD BATCHRUNLOG.
           COPY "runlrec.cpy".

       FD SWEEPRPT.
       01  SWEEPRPT-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER               PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

       01  WS-WORK-AREAS.
           COPY "signonws.cpy".
           05  FILE-CHECK-KEY      PIC X(2).
           05  BKG-FILE-CHECK-KEY  PIC X(2).
           05  WTL-FILE-CHECK-KEY  PIC X(2).
           05  WO-FILE-CHECK-KEY   PIC X(2).
           05  HIST-FILE-CHECK-KEY PIC X(2).
           05  ASG-FILE-CHECK-KEY  PIC X(2).
           05  WARD-FILE-CHECK-KEY PIC X(2).
           05  INSM-FILE-CHECK-KEY PIC X(2).
               88 INSPECTORFOUND   VALUE "00".
           05  CNL-FILE-CHECK-KEY  PIC X(2).
           05  FIX-FILE-CHECK-KEY  PIC X(2).
           05  RPT-FILE-CHECK-KEY  PIC X(2).
           05  RUNLOG-FILE-CHECK-KEY PIC X(2).
           05  WS-RUN-STATUS       PIC X VALUE 'A'.
           05  WS-TIME-NOW         PIC 9(8).
           05  WS-RUN-DATE         PIC 9(8).
           05  WS-RUN-TIME         PIC 9(8).
           05  WS-MODE             PIC X VALUE SPACE.
               88 REPORT-MODE      VALUE 'R'.
               88 REPAIR-MODE      VALUE 'F'.
           05  WS-CONFIRM          PIC A.
           05  WS-INSM-AVAIL       PIC X VALUE 'N'.
               88 INSPECTORS-AVAILABLE VALUE 'Y'.
           05  WS-FIX-AVAIL        PIC X VALUE 'N'.
               88 FIXLOG-AVAILABLE VALUE 'Y'.
           05  WS-SCAN-DONE        PIC X.
               88 SCAN-DONE        VALUE 'Y'.
           05  WS-PARK-SUB         PIC 9(4).
           05  WS-FILE-SUB         PIC 9.
           05  WS-COURTS           PIC 9(2).
           05  WS-ROW-CHECK        PIC 9(3).
           05  WS-ROW-FOUND        PIC X.
               88 ROW-ON-MASTER    VALUE 'Y'.
           05  WS-CODE-CHECK       PIC X(3).
           05  WS-CODE-FOUND       PIC X.
               88 CODE-ON-FILE     VALUE 'Y'.
           05  WS-WARD-FOUND       PIC X.
               88 WARD-PARK-FOUND  VALUE 'Y'.
           05  WS-KEY-TEXT         PIC X(32).
           05  WS-PROBLEM-TEXT     PIC X(40).
           05  WS-ACTION-TEXT      PIC X(30).
           05  WS-BEFORE-IMAGE     PIC X(100).
           05  WS-FIX-ACTION       PIC X.
           05  WS-FIX-RESULT       PIC X.
               88 FIX-NONE         VALUE 'N'.
               88 FIX-APPLIED      VALUE 'A'.
               88 FIX-FAILED       VALUE 'F'.
           05  WS-PROBLEM-COUNT    PIC 9(5) VALUE ZEROES.
           05  WS-FIXED-COUNT      PIC 9(5) VALUE ZEROES.
           05  WS-PARKS-LOADED     PIC 9(5) VALUE ZEROES.
           05  WS-ASG-COUNT        PIC 9(4) VALUE ZEROES.
           05  WS-ASG-SUB          PIC 9(4).
           05  WS-ASG-DROPPED      PIC 9(4) VALUE ZEROES.
           05  WS-ASG-OVERFLOW     PIC X VALUE 'N'.
               88 ASSIGN-OVERFLOW  VALUE 'Y'.
           05  WS-PRINT-LINE       PIC X(132).
           05  WS-LINE-COUNT       PIC 9(2) VALUE 99.
           05  WS-PAGE-COUNT       PIC 9(3) VALUE ZEROES.

      *    ONE ENTRY PER ROW ID ON THE COURT MASTER, WITH ITS PARK ID
      *    FOR THE WARD CROSS-REFERENCE CHECK
       01  WS-PARK-TABLE.
           05  WS-PARK-ENTRY OCCURS 999 TIMES.
               10  WS-PK-USED      PIC X.
               10  WS-PK-PARK-ID   PIC X(10).
               10  WS-PK-COURTS    PIC 9(2).

      *    INSPASSIGN.DAT IS LINE SEQUENTIAL, SO A REPAIR REWRITES IT
      *    FROM THIS TABLE LESS THE ROWS MARKED FOR DROPPING
       01  WS-ASSIGN-TABLE.
           05  WS-ASSIGN-ENTRY OCCURS 999 TIMES.
               10  WS-AS-RECORD    PIC X(12).
               10  WS-AS-DROP      PIC X.

       01  WS-FILE-NAME-TABLE.
           05  FILLER    PIC X(12) VALUE 'BOOKINGS'.
           05  FILLER    PIC X(12) VALUE 'WAITLIST'.
           05  FILLER    PIC X(12) VALUE 'WORKORDERS'.
           05  FILLER    PIC X(12) VALUE 'INSPHISTORY'.
           05  FILLER    PIC X(12) VALUE 'INSPASSIGN'.
           05  FILLER    PIC X(12) VALUE 'WARDXREF'.
       01  WS-FILE-NAME-TABLE-R REDEFINES WS-FILE-NAME-TABLE.
           05  WS-FILE-NAME OCCURS 6 TIMES PIC X(12).

       01  WS-FILE-TOTALS.
           05  WS-FL-ENTRY OCCURS 6 TIMES.
               10  WS-FL-STATE     PIC X(12).
               10  WS-FL-READ      PIC 9(7).
               10  WS-FL-PROBLEMS  PIC 9(5).
               10  WS-FL-FIXED     PIC 9(5).

       01  RPT-TITLE-LINE.
           05 FILLER       PIC X(40)  VALUE
              'CITY OF OTTAWA - FILE INTEGRITY SWEEP   '.
           05 RPT-MODE-TEXT PIC X(12).
           05 FILLER       PIC X(7)   VALUE '   RUN '.
           05 RPT-RUN-DATE PIC 9(8).
           05 FILLER       PIC X(1)   VALUE '-'.
           05 RPT-RUN-TIME PIC 9(6).
           05 FILLER       PIC X(8)   VALUE '   PAGE '.
           05 RPT-PAGE-NO  PIC ZZ9.

       01  RPT-HEADING-LINE.
           05 FILLER       PIC X(13)  VALUE 'FILE'.
           05 FILLER       PIC X(33)  VALUE 'RECORD'.
           05 FILLER       PIC X(41)  VALUE 'PROBLEM'.
           05 FILLER       PIC X(30)  VALUE 'ACTION'.

       01  RPT-SECTION-LINE.
           05 RPT-SECTION-TEXT PIC X(60).

       01  RPT-DETAIL-LINE.
           05 RPT-FILE         PIC X(12).
           05 FILLER           PIC X(1)   VALUE SPACES.
           05 RPT-KEY          PIC X(32).
           05 FILLER           PIC X(1)   VALUE SPACES.
           05 RPT-PROBLEM      PIC X(40).
           05 FILLER           PIC X(1)   VALUE SPACES.
           05 RPT-ACTION       PIC X(30).

       01  RPT-SUMMARY-HEAD-LINE.
           05 FILLER       PIC X(13)  VALUE 'FILE'.
           05 FILLER       PIC X(13)  VALUE 'STATE'.
           05 FILLER       PIC X(10)  VALUE '      READ'.
           05 FILLER       PIC X(10)  VALUE '  PROBLEMS'.
           05 FILLER       PIC X(10)  VALUE '     FIXED'.

       01  RPT-SUMMARY-LINE.
           05 RPT-SUM-FILE     PIC X(12).
           05 FILLER           PIC X(1)   VALUE SPACES.
           05 RPT-SUM-STATE    PIC X(12).
           05 FILLER           PIC X(1)   VALUE SPACES.
           05 RPT-SUM-READ     PIC ZZZZZZZZZ9.
           05 RPT-SUM-PROBLEMS PIC ZZZZZZZZZ9.
           05 RPT-SUM-FIXED    PIC ZZZZZZZZZ9.

       01  RPT-BLANK-LINE.
           05 FILLER           PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-BEGIN.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           PERFORM 0110-GET-MODE THRU 0110-END.
           IF NOT REPORT-MODE AND NOT REPAIR-MODE
               GO TO 0900-STOP-RUN
           END-IF.

           IF REPAIR-MODE
               PERFORM 9600-SIGN-ON THRU 9600-END
               IF NOT SIGNED-ON
                   GO TO 0900-STOP-RUN
               END-IF
               IF NOT SIGNON-ADMIN
                   DISPLAY 'INTEGSWEEP: REPAIR MODE NEEDS THE ADMIN ',
                      'ROLE'
                   GO TO 0900-STOP-RUN
               END-IF
           END-IF.

           OPEN INPUT TENNISCOURTS.
           IF FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", FILE-CHECK-KEY
               GO TO 0900-STOP-RUN
           END-IF.

           OPEN INPUT INSPECTORS.
           IF INSM-FILE-CHECK-KEY = "00"
               MOVE 'Y' TO WS-INSM-AVAIL
           ELSE
               DISPLAY 'INTEGSWEEP: NO INSPECTOR FILE - INSPECTOR ',
                  'CODES CANNOT BE CHECKED'
           END-IF.

           OPEN OUTPUT SWEEPRPT.
           IF RPT-FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", RPT-FILE-CHECK-KEY
               GO TO 0900-STOP-RUN
           END-IF.

           IF REPAIR-MODE
               OPEN EXTEND INTEGRITYFIX
               IF FIX-FILE-CHECK-KEY = "35"
                   CLOSE INTEGRITYFIX
                   OPEN OUTPUT INTEGRITYFIX
               END-IF
               IF FIX-FILE-CHECK-KEY NOT= "00"
                   DISPLAY "Non-zero file status: ", FIX-FILE-CHECK-KEY
                   GO TO 0900-STOP-RUN
               END-IF
               MOVE 'Y' TO WS-FIX-AVAIL
           END-IF.

           MOVE WS-RUN-DATE      TO RPT-RUN-DATE.
           MOVE WS-RUN-TIME(1:6) TO RPT-RUN-TIME.
           IF REPAIR-MODE
               MOVE 'REPAIR'      TO RPT-MODE-TEXT
           ELSE
               MOVE 'REPORT ONLY' TO RPT-MODE-TEXT
           END-IF.

           PERFORM 0200-LOAD-PARKS THRU 0200-END.

           PERFORM 0300-CHECK-BOOKINGS THRU 0300-END.
           PERFORM 0350-CHECK-WAITLIST THRU 0350-END.
           PERFORM 0400-CHECK-ORDERS THRU 0400-END.
           PERFORM 0450-CHECK-HISTORY THRU 0450-END.
           PERFORM 0500-CHECK-ASSIGN THRU 0500-END.
           PERFORM 0550-CHECK-WARDS THRU 0550-END.

           PERFORM 0600-PRINT-SUMMARY THRU 0600-END.

           DISPLAY 'INTEGSWEEP: PROBLEMS FOUND - ', WS-PROBLEM-COUNT.
           DISPLAY 'INTEGSWEEP: FIXES APPLIED  - ', WS-FIXED-COUNT.

           MOVE 'N' TO WS-RUN-STATUS.
           PERFORM 0900-STOP-RUN.

       0110-GET-MODE.

           DISPLAY 'INTEGSWEEP: CHECKS THE FILES THAT HANG OFF THE ',
              'COURT MASTER'.
           DISPLAY 'REPORT ONLY               ENTER R'.
           DISPLAY 'REPORT AND REPAIR (ADMIN) ENTER F'.
           ACCEPT WS-MODE.
           IF NOT REPORT-MODE AND NOT REPAIR-MODE
               DISPLAY 'INTEGSWEEP: NO MODE CHOSEN - NOTHING RUN'
               GO TO 0110-END
           END-IF.

           IF REPAIR-MODE
               DISPLAY 'REPAIR DELETES ORPHAN AND STALE RECORDS.  ',
                  'ENTER Y TO CONFIRM: '
                  WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = 'Y'
                   DISPLAY 'INTEGSWEEP: REPAIR ABANDONED'
                   MOVE SPACE TO WS-MODE
               END-IF
           END-IF.

       0110-END.

       0200-LOAD-PARKS.

           MOVE ZEROES TO WS-FILE-TOTALS.
           PERFORM 0205-CLEAR-FILE THRU 0205-END
               VARYING WS-FILE-SUB FROM 1 BY 1 UNTIL WS-FILE-SUB > 6.
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

       0205-CLEAR-FILE.

           MOVE 'NOT PRESENT' TO WS-FL-STATE(WS-FILE-SUB).

       0205-END.

       0210-CLEAR-PARK.

           MOVE 'N'    TO WS-PK-USED(WS-PARK-SUB).
           MOVE SPACES TO WS-PK-PARK-ID(WS-PARK-SUB).
           MOVE ZEROES TO WS-PK-COURTS(WS-PARK-SUB).

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
           MOVE 'Y'         TO WS-PK-USED(WS-PARK-SUB).
           MOVE PARK-ID-IDX TO WS-PK-PARK-ID(WS-PARK-SUB).
           MOVE TOTAL-COURTS-IDX-N TO WS-COURTS.
           MOVE WS-COURTS   TO WS-PK-COURTS(WS-PARK-SUB).

       0220-END.

      *    ORPHAN BOOKINGS FROM TODAY ON ARE SAFE TO CANCEL - THEY GO
      *    TO THE CANCEL LOG SO REFUNDREG PICKS UP ANY MONEY TAKEN.
      *    PAST ORPHANS ARE LEFT FOR REVIEW (RECEIVABLES HISTORY) AND
      *    COURT NUMBERS ABOVE THE PARK'S COURTS ARE LEFT FOR RELOCATE
       0300-CHECK-BOOKINGS.

           MOVE 1 TO WS-FILE-SUB.
           IF REPAIR-MODE
               OPEN I-O BOOKINGS
           ELSE
               OPEN INPUT BOOKINGS
           END-IF.
           IF BKG-FILE-CHECK-KEY NOT= "00"
               GO TO 0300-END
           END-IF.
           MOVE 'CHECKED' TO WS-FL-STATE(WS-FILE-SUB).

           MOVE 'BOOKINGS - ORPHAN ROWS AND COURT NUMBERS'
              TO RPT-SECTION-TEXT.
           PERFORM 0800-SECTION-TITLE THRU 0800-END.

           MOVE ZEROES TO BKG-KEY.
           MOVE 'N' TO WS-SCAN-DONE.
           START BOOKINGS KEY IS NOT LESS THAN BKG-KEY
             INVALID KEY SET SCAN-DONE TO TRUE
           END-START.

           PERFORM 0310-BOOKING-READ-NEXT THRU 0310-END
               UNTIL SCAN-DONE.

           CLOSE BOOKINGS.

       0300-END.

       0310-BOOKING-READ-NEXT.

           READ BOOKINGS NEXT RECORD
             AT END SET SCAN-DONE TO TRUE
           END-READ.

           IF SCAN-DONE
               GO TO 0310-END
           END-IF.

           ADD 1 TO WS-FL-READ(WS-FILE-SUB).
           MOVE BKG-ROW-ID TO WS-ROW-CHECK.
           PERFORM 0650-CHECK-ROW THRU 0650-END.

           MOVE SPACES TO WS-KEY-TEXT.
           STRING 'ROW ' BKG-ROW-ID ' ' BKG-DATE ' ' BKG-SLOT
              ':00 COURT ' BKG-COURT-NO
              DELIMITED BY SIZE INTO WS-KEY-TEXT.
           MOVE BOOKINGREC TO WS-BEFORE-IMAGE.

           IF NOT ROW-ON-MASTER
               MOVE 'PARK ROW ID NOT ON COURT MASTER'
                  TO WS-PROBLEM-TEXT
               IF BKG-DATE < WS-RUN-DATE
                   MOVE 'REVIEW - PAST BOOKING' TO WS-ACTION-TEXT
                   SET FIX-NONE TO TRUE
               ELSE
                   PERFORM 0320-CANCEL-BOOKING THRU 0320-END
               END-IF
               PERFORM 0700-LIST-PROBLEM THRU 0700-END
               GO TO 0310-END
           END-IF.

           IF BKG-COURT-NO > WS-PK-COURTS(WS-PARK-SUB)
               OR BKG-COURT-NO = ZEROES
               MOVE 'COURT NUMBER ABOVE PARK TOTAL COURTS'
                  TO WS-PROBLEM-TEXT
               IF BKG-DATE < WS-RUN-DATE
                   MOVE 'REVIEW - PAST BOOKING' TO WS-ACTION-TEXT
               ELSE
                   MOVE 'RUN RELOCATE' TO WS-ACTION-TEXT
               END-IF
               SET FIX-NONE TO TRUE
               PERFORM 0700-LIST-PROBLEM THRU 0700-END
           END-IF.

       0310-END.

       0320-CANCEL-BOOKING.

           MOVE 'D' TO WS-FIX-ACTION.
           IF REPORT-MODE
               MOVE 'WOULD CANCEL' TO WS-ACTION-TEXT
               SET FIX-NONE TO TRUE
               GO TO 0320-END
           END-IF.

           DELETE BOOKINGS RECORD
             INVALID KEY CONTINUE
           END-DELETE.
           IF BKG-FILE-CHECK-KEY NOT= "00"
               MOVE SPACES TO WS-ACTION-TEXT
               STRING 'DELETE FAILED, STATUS ' BKG-FILE-CHECK-KEY
                  DELIMITED BY SIZE INTO WS-ACTION-TEXT
               SET FIX-FAILED TO TRUE
               GO TO 0320-END
           END-IF.

           MOVE 'CANCELLED - CANCEL LOGGED' TO WS-ACTION-TEXT.
           SET FIX-APPLIED TO TRUE.
           PERFORM 0710-WRITE-CANCEL-LOG THRU 0710-END.

       0320-END.

      *    WAITLIST ENTRIES FOR A MISSING PARK OR A DATE ALREADY PAST
      *    CAN NEVER BE PROMOTED AND ARE SAFE TO DELETE
       0350-CHECK-WAITLIST.

           MOVE 2 TO WS-FILE-SUB.
           IF REPAIR-MODE
               OPEN I-O WAITLIST
           ELSE
               OPEN INPUT WAITLIST
           END-IF.
           IF WTL-FILE-CHECK-KEY NOT= "00"
               GO TO 0350-END
           END-IF.
           MOVE 'CHECKED' TO WS-FL-STATE(WS-FILE-SUB).

           MOVE 'WAITLIST - ORPHAN ROWS AND PAST DATES'
              TO RPT-SECTION-TEXT.
           PERFORM 0800-SECTION-TITLE THRU 0800-END.

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

           IF SCAN-DONE
               GO TO 0360-END
           END-IF.

           ADD 1 TO WS-FL-READ(WS-FILE-SUB).
           MOVE WTL-ROW-ID TO WS-ROW-CHECK.
           PERFORM 0650-CHECK-ROW THRU 0650-END.

           IF ROW-ON-MASTER AND WTL-DATE NOT < WS-RUN-DATE
               GO TO 0360-END
           END-IF.

           IF NOT ROW-ON-MASTER
               MOVE 'PARK ROW ID NOT ON COURT MASTER'
                  TO WS-PROBLEM-TEXT
           ELSE
               MOVE 'WAITLIST DATE IS PAST' TO WS-PROBLEM-TEXT
           END-IF.

           MOVE SPACES TO WS-KEY-TEXT.
           STRING 'ROW ' WTL-ROW-ID ' ' WTL-DATE ' ' WTL-SLOT
              ':00 SEQ ' WTL-SEQ
              DELIMITED BY SIZE INTO WS-KEY-TEXT.
           MOVE WAITLISTREC TO WS-BEFORE-IMAGE.
           MOVE 'D' TO WS-FIX-ACTION.

           IF REPORT-MODE
               MOVE 'WOULD DELETE' TO WS-ACTION-TEXT
               SET FIX-NONE TO TRUE
           ELSE
               DELETE WAITLIST RECORD
                 INVALID KEY CONTINUE
               END-DELETE
               IF WTL-FILE-CHECK-KEY = "00"
                   MOVE 'DELETED' TO WS-ACTION-TEXT
                   SET FIX-APPLIED TO TRUE
               ELSE
                   MOVE SPACES TO WS-ACTION-TEXT
                   STRING 'DELETE FAILED, STATUS ' WTL-FILE-CHECK-KEY
                      DELIMITED BY SIZE INTO WS-ACTION-TEXT
                   SET FIX-FAILED TO TRUE
               END-IF
           END-IF.

           PERFORM 0700-LIST-PROBLEM THRU 0700-END.

       0360-END.

      *    ORDERS CARRY COST AND COMPLETION HISTORY SO AN ORPHAN ORDER
      *    IS ONLY REPORTED
       0400-CHECK-ORDERS.

           MOVE 3 TO WS-FILE-SUB.
           OPEN INPUT WORKORDERS.
           IF WO-FILE-CHECK-KEY NOT= "00"
               GO TO 0400-END
           END-IF.
           MOVE 'CHECKED' TO WS-FL-STATE(WS-FILE-SUB).

           MOVE 'WORK ORDERS - ORPHAN ROWS' TO RPT-SECTION-TEXT.
           PERFORM 0800-SECTION-TITLE THRU 0800-END.

           MOVE ZEROES TO WO-KEY.
           MOVE 'N' TO WS-SCAN-DONE.
           START WORKORDERS KEY IS NOT LESS THAN WO-KEY
             INVALID KEY SET SCAN-DONE TO TRUE
           END-START.

           PERFORM 0410-ORDER-READ-NEXT THRU 0410-END
               UNTIL SCAN-DONE.

           CLOSE WORKORDERS.

       0400-END.

       0410-ORDER-READ-NEXT.

           READ WORKORDERS NEXT RECORD
             AT END SET SCAN-DONE TO TRUE
           END-READ.

           IF SCAN-DONE
               GO TO 0410-END
           END-IF.

           ADD 1 TO WS-FL-READ(WS-FILE-SUB).
           MOVE WO-ROW-ID TO WS-ROW-CHECK.
           PERFORM 0650-CHECK-ROW THRU 0650-END.

           IF ROW-ON-MASTER
               GO TO 0410-END
           END-IF.

           MOVE SPACES TO WS-KEY-TEXT.
           STRING 'ROW ' WO-ROW-ID ' ORDER ' WO-ORDER-NO ' '
              WO-STATUS
              DELIMITED BY SIZE INTO WS-KEY-TEXT.
           MOVE 'PARK ROW ID NOT ON COURT MASTER' TO WS-PROBLEM-TEXT.
           IF WO-DONE
               MOVE 'REVIEW' TO WS-ACTION-TEXT
           ELSE
               MOVE 'REVIEW - ORDER STILL ACTIVE' TO WS-ACTION-TEXT
           END-IF.
           SET FIX-NONE TO TRUE.
           PERFORM 0700-LIST-PROBLEM THRU 0700-END.

       0410-END.

      *    INSPECTION HISTORY IS THE CITY'S RECORD OF WHAT WAS FOUND
      *    AND BY WHOM - PROBLEMS ARE REPORTED, NEVER DELETED.  A ROW
      *    WITH NO INSPECTOR CODE IS NOT CHECKED AGAINST INSPECTORS
       0450-CHECK-HISTORY.

           MOVE 4 TO WS-FILE-SUB.
           OPEN INPUT INSPHISTORY.
           IF HIST-FILE-CHECK-KEY NOT= "00"
               GO TO 0450-END
           END-IF.
           MOVE 'CHECKED' TO WS-FL-STATE(WS-FILE-SUB).

           MOVE 'INSPECTION HISTORY - ORPHAN ROWS AND INSPECTORS'
              TO RPT-SECTION-TEXT.
           PERFORM 0800-SECTION-TITLE THRU 0800-END.

           MOVE ZEROES TO HIST-KEY.
           MOVE 'N' TO WS-SCAN-DONE.
           START INSPHISTORY KEY IS NOT LESS THAN HIST-KEY
             INVALID KEY SET SCAN-DONE TO TRUE
           END-START.

           PERFORM 0460-HIST-READ-NEXT THRU 0460-END
               UNTIL SCAN-DONE.

           CLOSE INSPHISTORY.

       0450-END.

       0460-HIST-READ-NEXT.

           READ INSPHISTORY NEXT RECORD
             AT END SET SCAN-DONE TO TRUE
           END-READ.

           IF SCAN-DONE
               GO TO 0460-END
           END-IF.

           ADD 1 TO WS-FL-READ(WS-FILE-SUB).
           MOVE SPACES TO WS-KEY-TEXT.
           STRING 'ROW ' HIST-ROW-ID ' ' HIST-INSP-DATE
              ' INSPECTOR ' HIST-INSPECTOR
              DELIMITED BY SIZE INTO WS-KEY-TEXT.
           MOVE 'REVIEW' TO WS-ACTION-TEXT.
           SET FIX-NONE TO TRUE.

           MOVE HIST-ROW-ID TO WS-ROW-CHECK.
           PERFORM 0650-CHECK-ROW THRU 0650-END.
           IF NOT ROW-ON-MASTER
               MOVE 'PARK ROW ID NOT ON COURT MASTER'
                  TO WS-PROBLEM-TEXT
               PERFORM 0700-LIST-PROBLEM THRU 0700-END
           END-IF.

           IF HIST-INSPECTOR = SPACES
               GO TO 0460-END
           END-IF.
           MOVE HIST-INSPECTOR TO WS-CODE-CHECK.
           PERFORM 0660-CHECK-INSPECTOR THRU 0660-END.
           IF NOT CODE-ON-FILE
               MOVE 'INSPECTOR CODE NOT ON INSPECTORS FILE'
                  TO WS-PROBLEM-TEXT
               PERFORM 0700-LIST-PROBLEM THRU 0700-END
           END-IF.

       0460-END.

      *    THE ASSIGNMENT FILE IS REBUILT BY EVERY INSPWORK RUN, SO
      *    ROWS FOR A MISSING PARK OR INSPECTOR ARE SAFE TO DROP.  A
      *    ROW WITH NO INSPECTOR CODE IS NOT CHECKED AGAINST INSPECTORS
       0500-CHECK-ASSIGN.

           MOVE 5 TO WS-FILE-SUB.
           OPEN INPUT INSPASSIGN.
           IF ASG-FILE-CHECK-KEY NOT= "00"
               GO TO 0500-END
           END-IF.
           MOVE 'CHECKED' TO WS-FL-STATE(WS-FILE-SUB).

           MOVE 'INSPECTOR ASSIGNMENTS - ORPHAN ROWS AND INSPECTORS'
              TO RPT-SECTION-TEXT.
           PERFORM 0800-SECTION-TITLE THRU 0800-END.

           MOVE 'N' TO WS-SCAN-DONE.
           PERFORM 0510-ASSIGN-READ-NEXT THRU 0510-END
               UNTIL SCAN-DONE.

           CLOSE INSPASSIGN.

           IF REPAIR-MODE AND WS-ASG-DROPPED > ZEROES
               AND NOT ASSIGN-OVERFLOW
               PERFORM 0530-REWRITE-ASSIGN THRU 0530-END
           END-IF.

       0500-END.

       0510-ASSIGN-READ-NEXT.

           READ INSPASSIGN
             AT END SET SCAN-DONE TO TRUE
           END-READ.

           IF SCAN-DONE
               GO TO 0510-END
           END-IF.

           ADD 1 TO WS-FL-READ(WS-FILE-SUB).
           IF WS-ASG-COUNT < 999
               ADD 1 TO WS-ASG-COUNT
               MOVE INSPASSIGNREC TO WS-AS-RECORD(WS-ASG-COUNT)
               MOVE 'N' TO WS-AS-DROP(WS-ASG-COUNT)
           ELSE
               MOVE 'Y' TO WS-ASG-OVERFLOW
           END-IF.

           MOVE SPACES TO WS-KEY-TEXT.
           STRING 'MONTH ' ASG-MONTH ' INSPECTOR ' ASG-INSPECTOR
              ' ROW ' ASG-ROW-ID
              DELIMITED BY SIZE INTO WS-KEY-TEXT.
           MOVE INSPASSIGNREC TO WS-BEFORE-IMAGE.

           MOVE ASG-ROW-ID TO WS-ROW-CHECK.
           PERFORM 0650-CHECK-ROW THRU 0650-END.
      *    INSPWORK LEAVES A PARK UNASSIGNED (BLANK INSPECTOR) WHEN NO
      *    ACTIVE INSPECTOR COVERS IT - THAT IS NOT AN ORPHAN CODE
           IF ASG-INSPECTOR = SPACES
               MOVE 'Y' TO WS-CODE-FOUND
           ELSE
               MOVE ASG-INSPECTOR TO WS-CODE-CHECK
               PERFORM 0660-CHECK-INSPECTOR THRU 0660-END
           END-IF.

           IF ROW-ON-MASTER AND CODE-ON-FILE
               GO TO 0510-END
           END-IF.

           IF NOT ROW-ON-MASTER
               MOVE 'PARK ROW ID NOT ON COURT MASTER'
                  TO WS-PROBLEM-TEXT
           ELSE
               MOVE 'INSPECTOR CODE NOT ON INSPECTORS FILE'
                  TO WS-PROBLEM-TEXT
           END-IF.

      *    THE DROP IS APPLIED WHEN THE FILE IS REWRITTEN AT THE END
      *    OF THE SECTION - IT IS LISTED AND LOGGED HERE
           MOVE 'X' TO WS-FIX-ACTION.
           IF REPORT-MODE
               MOVE 'WOULD DROP' TO WS-ACTION-TEXT
               SET FIX-NONE TO TRUE
           ELSE
               IF ASSIGN-OVERFLOW
                   MOVE 'REVIEW - FILE TOO LARGE' TO WS-ACTION-TEXT
                   SET FIX-NONE TO TRUE
               ELSE
                   MOVE 'Y' TO WS-AS-DROP(WS-ASG-COUNT)
                   ADD 1 TO WS-ASG-DROPPED
                   MOVE 'DROPPED' TO WS-ACTION-TEXT
                   SET FIX-APPLIED TO TRUE
               END-IF
           END-IF.

           PERFORM 0700-LIST-PROBLEM THRU 0700-END.

       0510-END.

       0530-REWRITE-ASSIGN.

           OPEN OUTPUT INSPASSIGN.
           IF ASG-FILE-CHECK-KEY NOT= "00"
               DISPLAY 'INTEGSWEEP: UNABLE TO REWRITE INSPASSIGN, ',
                  'STATUS ', ASG-FILE-CHECK-KEY
               GO TO 0530-END
           END-IF.

           PERFORM 0540-WRITE-ASSIGN THRU 0540-END
               VARYING WS-ASG-SUB FROM 1 BY 1
               UNTIL WS-ASG-SUB > WS-ASG-COUNT.

           CLOSE INSPASSIGN.

       0530-END.

       0540-WRITE-ASSIGN.

           IF WS-AS-DROP(WS-ASG-SUB) NOT = 'Y'
               MOVE WS-AS-RECORD(WS-ASG-SUB) TO INSPASSIGNREC
               WRITE INSPASSIGNREC
           END-IF.

       0540-END.

      *    WARD ROWS ARE LOADED BY LOADWARD FROM THE WARD FILE AND CAN
      *    BE RELOADED - A ROW WHOSE PARK ID IS NOT ON THE COURT
      *    MASTER IS SAFE TO DELETE
       0550-CHECK-WARDS.

           MOVE 6 TO WS-FILE-SUB.
           IF REPAIR-MODE
               OPEN I-O WARDXREF
           ELSE
               OPEN INPUT WARDXREF
           END-IF.
           IF WARD-FILE-CHECK-KEY NOT= "00"
               GO TO 0550-END
           END-IF.
           MOVE 'CHECKED' TO WS-FL-STATE(WS-FILE-SUB).

           MOVE 'WARD CROSS-REFERENCE - ORPHAN PARK IDS'
              TO RPT-SECTION-TEXT.
           PERFORM 0800-SECTION-TITLE THRU 0800-END.

           MOVE LOW-VALUES TO WARD-PARK-ID.
           MOVE 'N' TO WS-SCAN-DONE.
           START WARDXREF KEY IS NOT LESS THAN WARD-PARK-ID
             INVALID KEY SET SCAN-DONE TO TRUE
           END-START.

           PERFORM 0560-WARD-READ-NEXT THRU 0560-END
               UNTIL SCAN-DONE.

           CLOSE WARDXREF.

       0550-END.

       0560-WARD-READ-NEXT.

           READ WARDXREF NEXT RECORD
             AT END SET SCAN-DONE TO TRUE
           END-READ.

           IF SCAN-DONE
               GO TO 0560-END
           END-IF.

           ADD 1 TO WS-FL-READ(WS-FILE-SUB).
           MOVE 'N' TO WS-WARD-FOUND.
           PERFORM 0570-MATCH-PARK-ID THRU 0570-END
               VARYING WS-PARK-SUB FROM 1 BY 1
               UNTIL WS-PARK-SUB > 999 OR WARD-PARK-FOUND.

           IF WARD-PARK-FOUND
               GO TO 0560-END
           END-IF.

           MOVE SPACES TO WS-KEY-TEXT.
           STRING 'PARK ID ' WARD-PARK-ID ' WARD ' WARD-NO
              DELIMITED BY SIZE INTO WS-KEY-TEXT.
           MOVE WARDXREFREC TO WS-BEFORE-IMAGE.
           MOVE 'PARK ID NOT ON COURT MASTER' TO WS-PROBLEM-TEXT.
           MOVE 'D' TO WS-FIX-ACTION.

           IF REPORT-MODE
               MOVE 'WOULD DELETE' TO WS-ACTION-TEXT
               SET FIX-NONE TO TRUE
           ELSE
               DELETE WARDXREF RECORD
                 INVALID KEY CONTINUE
               END-DELETE
               IF WARD-FILE-CHECK-KEY = "00"
                   MOVE 'DELETED' TO WS-ACTION-TEXT
                   SET FIX-APPLIED TO TRUE
               ELSE
                   MOVE SPACES TO WS-ACTION-TEXT
                   STRING 'DELETE FAILED, STATUS ' WARD-FILE-CHECK-KEY
                      DELIMITED BY SIZE INTO WS-ACTION-TEXT
                   SET FIX-FAILED TO TRUE
               END-IF
           END-IF.

           PERFORM 0700-LIST-PROBLEM THRU 0700-END.

       0560-END.

       0570-MATCH-PARK-ID.

           IF WS-PK-USED(WS-PARK-SUB) = 'Y'
               AND WS-PK-PARK-ID(WS-PARK-SUB) = WARD-PARK-ID
               MOVE 'Y' TO WS-WARD-FOUND
           END-IF.

       0570-END.

       0600-PRINT-SUMMARY.

           MOVE 'SWEEP TOTALS' TO RPT-SECTION-TEXT.
           PERFORM 0800-SECTION-TITLE THRU 0800-END.
           MOVE RPT-SUMMARY-HEAD-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.

           PERFORM 0610-PRINT-FILE-TOTAL THRU 0610-END
               VARYING WS-FILE-SUB FROM 1 BY 1 UNTIL WS-FILE-SUB > 6.

           IF NOT INSPECTORS-AVAILABLE
               MOVE RPT-BLANK-LINE TO WS-PRINT-LINE
               MOVE 'INSPECTORS.DAT NOT PRESENT - INSPECTOR CODES NOT '
                  TO WS-PRINT-LINE(1:49)
               MOVE 'CHECKED' TO WS-PRINT-LINE(50:7)
               PERFORM 0850-WRITE-RPT-LINE THRU 0850-END
           END-IF.

           IF ASSIGN-OVERFLOW AND REPAIR-MODE
               MOVE RPT-BLANK-LINE TO WS-PRINT-LINE
               MOVE 'INSPASSIGN.DAT HOLDS MORE THAN 999 ROWS - NOT '
                  TO WS-PRINT-LINE(1:47)
               MOVE 'REWRITTEN' TO WS-PRINT-LINE(48:9)
               PERFORM 0850-WRITE-RPT-LINE THRU 0850-END
           END-IF.

       0600-END.

       0610-PRINT-FILE-TOTAL.

           MOVE WS-FILE-NAME(WS-FILE-SUB)   TO RPT-SUM-FILE.
           MOVE WS-FL-STATE(WS-FILE-SUB)    TO RPT-SUM-STATE.
           MOVE WS-FL-READ(WS-FILE-SUB)     TO RPT-SUM-READ.
           MOVE WS-FL-PROBLEMS(WS-FILE-SUB) TO RPT-SUM-PROBLEMS.
           MOVE WS-FL-FIXED(WS-FILE-SUB)    TO RPT-SUM-FIXED.
           MOVE RPT-SUMMARY-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.

       0610-END.

       0650-CHECK-ROW.

           MOVE 'N' TO WS-ROW-FOUND.
           MOVE WS-ROW-CHECK TO WS-PARK-SUB.
           IF WS-PARK-SUB > ZEROES
               IF WS-PK-USED(WS-PARK-SUB) = 'Y'
                   MOVE 'Y' TO WS-ROW-FOUND
               END-IF
           END-IF.

       0650-END.

      *    WITH NO INSPECTOR FILE EVERY CODE IS TAKEN AS GOOD
       0660-CHECK-INSPECTOR.

           MOVE 'Y' TO WS-CODE-FOUND.
           IF NOT INSPECTORS-AVAILABLE
               GO TO 0660-END
           END-IF.

           MOVE WS-CODE-CHECK TO INSM-CODE.
           READ INSPECTORS
             KEY IS INSM-CODE
             INVALID KEY CONTINUE
           END-READ.
           IF NOT INSPECTORFOUND
               MOVE 'N' TO WS-CODE-FOUND
           END-IF.

       0660-END.

       0700-LIST-PROBLEM.

           ADD 1 TO WS-PROBLEM-COUNT.
           ADD 1 TO WS-FL-PROBLEMS(WS-FILE-SUB).

           MOVE WS-FILE-NAME(WS-FILE-SUB) TO RPT-FILE.
           MOVE WS-KEY-TEXT     TO RPT-KEY.
           MOVE WS-PROBLEM-TEXT TO RPT-PROBLEM.
           MOVE WS-ACTION-TEXT  TO RPT-ACTION.
           MOVE RPT-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 0850-WRITE-RPT-LINE THRU 0850-END.

           IF FIX-APPLIED
               ADD 1 TO WS-FIXED-COUNT
               ADD 1 TO WS-FL-FIXED(WS-FILE-SUB)
               PERFORM 0750-WRITE-FIX-LOG THRU 0750-END
           END-IF.

       0700-END.

       0710-WRITE-CANCEL-LOG.

           OPEN EXTEND CANCELLOG.
           IF CNL-FILE-CHECK-KEY = "35"
               CLOSE CANCELLOG
               OPEN OUTPUT CANCELLOG
           END-IF.
           IF CNL-FILE-CHECK-KEY NOT= "00"
               DISPLAY 'INTEGSWEEP: UNABLE TO OPEN CANCEL LOG, ',
                  'STATUS ', CNL-FILE-CHECK-KEY
               GO TO 0710-END
           END-IF.

           ACCEPT CNL-CANCEL-DATE FROM DATE YYYYMMDD.
           MOVE BKG-ROW-ID     TO CNL-ROW-ID.
           MOVE BKG-DATE       TO CNL-BOOK-DATE.
           MOVE BKG-SLOT       TO CNL-SLOT.
           MOVE BKG-COURT-NO   TO CNL-COURT-NO.
           MOVE BKG-BAND       TO CNL-BAND.
           MOVE BKG-CHARGE     TO CNL-CHARGE.
           MOVE BKG-PAID       TO CNL-PAID.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:6) TO CNL-CANCEL-TIME.
           MOVE BKG-PATRON-NO  TO CNL-PATRON-NO.
           SET CNL-FROM-INTEGRITY TO TRUE.
           WRITE CANCELREC.
           IF CNL-FILE-CHECK-KEY NOT= "00"
               DISPLAY 'INTEGSWEEP: UNABLE TO WRITE CANCEL LOG, ',
                  'STATUS ', CNL-FILE-CHECK-KEY
           END-IF.
           CLOSE CANCELLOG.

       0710-END.

       0750-WRITE-FIX-LOG.

           IF NOT FIXLOG-AVAILABLE
               GO TO 0750-END
           END-IF.

           ACCEPT FIX-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:6) TO FIX-TIME.
           MOVE WS-SIGNON-ID     TO FIX-OPERATOR.
           MOVE WS-FILE-NAME(WS-FILE-SUB) TO FIX-FILE.
           MOVE WS-FIX-ACTION    TO FIX-ACTION.
           MOVE WS-KEY-TEXT      TO FIX-KEY.
           MOVE WS-PROBLEM-TEXT  TO FIX-REASON.
           MOVE WS-BEFORE-IMAGE  TO FIX-BEFORE-IMAGE.
           WRITE INTEGRITYFIXREC.
           IF FIX-FILE-CHECK-KEY NOT= "00"
               DISPLAY 'INTEGSWEEP: UNABLE TO WRITE FIX LOG, STATUS ',
                  FIX-FILE-CHECK-KEY
           END-IF.

       0750-END.

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
           WRITE SWEEPRPT-RECORD FROM WS-PRINT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       0850-END.

       0860-RPT-NEW-PAGE.

           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO RPT-PAGE-NO.
           WRITE SWEEPRPT-RECORD FROM RPT-TITLE-LINE.
           WRITE SWEEPRPT-RECORD FROM RPT-HEADING-LINE.
           WRITE SWEEPRPT-RECORD FROM RPT-BLANK-LINE.
           MOVE 3 TO WS-LINE-COUNT.

       0860-END.

       0900-STOP-RUN.

           PERFORM 9800-WRITE-RUN-LOG THRU 9800-END.

           CLOSE TENNISCOURTS, INSPECTORS, SWEEPRPT.
           IF FIXLOG-AVAILABLE
               CLOSE INTEGRITYFIX
           END-IF.
           STOP RUN.

      *    THE RUN LOG ENTRY CARRIES PROBLEMS FOUND AND FIXES APPLIED.
      *    EACH FIX BEHIND THE SECOND COUNT IS ON INTEGRITYFIX.DAT
       9800-WRITE-RUN-LOG.

           OPEN EXTEND BATCHRUNLOG.
           IF RUNLOG-FILE-CHECK-KEY = "35"
               CLOSE BATCHRUNLOG
               OPEN OUTPUT BATCHRUNLOG
           END-IF.
           IF RUNLOG-FILE-CHECK-KEY NOT= "00"
               DISPLAY "INTEGSWEEP: UNABLE TO OPEN RUN LOG, STATUS ",
                  RUNLOG-FILE-CHECK-KEY
               GO TO 9800-END
           END-IF.

           MOVE 'INTEGSWEEP' TO RUN-PROGRAM.
           MOVE WS-RUN-DATE      TO RUN-START-DATE.
           MOVE WS-RUN-TIME(1:6) TO RUN-START-TIME.
           ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:6) TO RUN-END-TIME.
           MOVE WS-PROBLEM-COUNT TO RUN-COUNT-1.
           MOVE WS-FIXED-COUNT   TO RUN-COUNT-2.
           MOVE WS-RUN-STATUS TO RUN-COMPLETION.
           WRITE RUNLOG-RECORD.
           IF RUNLOG-FILE-CHECK-KEY NOT= "00"
               DISPLAY "INTEGSWEEP: UNABLE TO WRITE RUN LOG, STATUS ",
                  RUNLOG-FILE-CHECK-KEY
           END-IF.
           CLOSE BATCHRUNLOG.

       9800-END.

           COPY "signon.cpy".

       END PROGRAM INTEGSWEEP.
