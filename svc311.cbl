       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVC311.
       AUTHOR. EVERTON VOLPI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "tcidxsel.cpy".

           COPY "wordsel.cpy".

           COPY "svclsel.cpy".

           COPY "runlsel.cpy".

           SELECT SVC311CTL ASSIGN TO "svc311Ctl.dat"
           FILE STATUS IS CTL-FILE-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SVC311IN ASSIGN TO "svc311In.dat"
           FILE STATUS IS IN-FILE-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SVC311OUT ASSIGN TO "svc311Out.dat"
           FILE STATUS IS OUT-FILE-CHECK-KEY
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TENNISCOURTS.
           COPY "tcidxrec.cpy".

       FD WORKORDERS.
           COPY "wordrec.cpy".

       FD SVC311LOG.
           COPY "svclrec.cpy".

       FD BATCHRUNLOG.
           COPY "runlrec.cpy".

      *    LAST 311 BATCH NUMBER APPLIED - A BATCH IS NEVER APPLIED
      *    TWICE
       FD SVC311CTL.
       01  SVC311CTL-RECORD.
           05  SVC-LAST-BATCH      PIC 9(6).

      *    INBOUND FROM THE 311 CENTRE - ONE HEADER, ONE DETAIL PER
      *    SERVICE REQUEST, ONE TRAILER CARRYING THE DETAIL COUNT
       FD SVC311IN.
       01  SRH-HEADER.
           05  SRH-RECORD-TYPE     PIC X.
               88  SRH-IS-HEADER   VALUE 'H'.
           05  SRH-FILE-DATE       PIC 9(8).
           05  SRH-FILE-TIME       PIC 9(6).
           05  SRH-BATCH-NO        PIC 9(6).
           05  FILLER              PIC X(79).
       01  SRD-DETAIL.
           05  SRD-RECORD-TYPE     PIC X.
               88  SRD-IS-DETAIL   VALUE 'D'.
           05  SRD-TICKET          PIC X(12).
           05  SRD-PARK-ID         PIC X(10).
           05  SRD-CATEGORY        PIC X(4).
           05  SRD-DATE            PIC 9(8).
           05  SRD-DESCRIPTION     PIC X(40).
           05  FILLER              PIC X(25).
       01  SRT-TRAILER.
           05  SRT-RECORD-TYPE     PIC X.
               88  SRT-IS-TRAILER  VALUE 'T'.
           05  SRT-DETAIL-COUNT    PIC 9(5).
           05  FILLER              PIC X(94).

       FD SVC311OUT.
       01  RETURN-RECORD           PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER               PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY      PIC X(2).
               88 RECORDFOUND      VALUE "00".
           05  WO-FILE-CHECK-KEY   PIC X(2).
           05  SVL-FILE-CHECK-KEY  PIC X(2).
           05  CTL-FILE-CHECK-KEY  PIC X(2).
           05  IN-FILE-CHECK-KEY   PIC X(2).
           05  OUT-FILE-CHECK-KEY  PIC X(2).
           05  RUNLOG-FILE-CHECK-KEY PIC X(2).
           05  WS-RUN-STATUS       PIC X VALUE 'A'.
           05  WS-TIME-NOW         PIC 9(8).
           05  WS-IN-DONE          PIC X.
               88 INPUT-DONE       VALUE 'Y'.
           05  WS-SCAN-DONE        PIC X.
               88 SCAN-DONE        VALUE 'Y'.
           05  WS-ORDER-DONE       PIC X.
               88 ORDER-SCAN-DONE  VALUE 'Y'.
           05  WS-FILE-OK          PIC X.
               88 INPUT-FILE-OK    VALUE 'Y'.
           05  WS-TRAILER-SEEN     PIC X.
               88 TRAILER-SEEN     VALUE 'Y'.
           05  WS-LAST-BATCH       PIC 9(6) VALUE ZEROES.
           05  WS-BATCH-NO         PIC 9(6) VALUE ZEROES.
           05  WS-DETAILS-FOUND    PIC 9(5) VALUE ZEROES.
           05  WS-TRAILER-COUNT    PIC 9(5) VALUE ZEROES.
           05  WS-PARK-COUNT       PIC 9(4) VALUE ZEROES.
           05  WS-PARK-SUB         PIC 9(4).
           05  WS-CAT-SUB          PIC 9(2).
           05  WS-ROW-ID           PIC 9(3).
           05  WS-AMENITY          PIC X(9).
           05  WS-AMENITY-FLAG     PIC X.
           05  WS-LINK-ORDER       PIC 9(4).
           05  WS-NEXT-ORDER-NO    PIC 9(4).
           05  WS-RESULT           PIC X.
           05  WS-REASON           PIC X(30).
           05  WS-ORDER-NO         PIC 9(4).
           05  WS-DETAIL-COUNT     PIC 9(5) VALUE ZEROES.
           05  WS-CREATED-COUNT    PIC 9(5) VALUE ZEROES.
           05  WS-LINKED-COUNT     PIC 9(5) VALUE ZEROES.
           05  WS-REJECTED-COUNT   PIC 9(5) VALUE ZEROES.
           05  WS-RUN-DATE         PIC 9(8).
           05  WS-RUN-TIME         PIC 9(8).

      *    311 COMPLAINT CATEGORIES AND THE AMENITY EACH IS LOGGED
      *    AGAINST.  NETS AND SURFACE COMPLAINTS ARE AGAINST THE COURT
      *    ITSELF, WHICH EVERY PARK HAS
       01  WS-CATEGORY-TABLE.
           05  FILLER    PIC X(13) VALUE 'LITELIGHTS'.
           05  FILLER    PIC X(13) VALUE 'CLUBCLUBHOUSE'.
           05  FILLER    PIC X(13) VALUE 'BNCHBENCHES'.
           05  FILLER    PIC X(13) VALUE 'FNCEFENCE'.
           05  FILLER    PIC X(13) VALUE 'PRACPRACTICE'.
           05  FILLER    PIC X(13) VALUE 'BKWLBACKWALL'.
           05  FILLER    PIC X(13) VALUE 'NETSCOURT'.
           05  FILLER    PIC X(13) VALUE 'SURFCOURT'.
       01  WS-CATEGORY-TABLE-R REDEFINES WS-CATEGORY-TABLE.
           05  WS-CAT-ENTRY OCCURS 8 TIMES.
               10  WS-CAT-CODE     PIC X(4).
               10  WS-CAT-AMENITY  PIC X(9).

      *    CITY PARK ID TO ROW ID - PARK-ID-IDX IS NOT A KEY OF THE
      *    MASTER SO THE PAIRS ARE LOADED ONCE
       01  WS-PARK-ID-TABLE.
           05  WS-PID-ENTRY OCCURS 999 TIMES.
               10  WS-PID-PARK-ID  PIC X(10).
               10  WS-PID-ROW-ID   PIC 9(3).

       01  RETURN-HEADER.
           05  RH-RECORD-TYPE      PIC X     VALUE 'H'.
           05  RH-RUN-DATE         PIC 9(8).
           05  RH-RUN-TIME         PIC 9(6).
           05  RH-BATCH-NO         PIC 9(6).
           05  FILLER              PIC X(79) VALUE SPACES.

       01  RETURN-DETAIL.
           05  RD-RECORD-TYPE      PIC X     VALUE 'D'.
           05  RD-TICKET           PIC X(12).
           05  RD-RESULT           PIC X.
           05  RD-ROW-ID           PIC 9(3).
           05  RD-ORDER-NO         PIC 9(4).
           05  RD-REASON           PIC X(30).
           05  FILLER              PIC X(49) VALUE SPACES.

       01  RETURN-TRAILER.
           05  RT-RECORD-TYPE      PIC X     VALUE 'T'.
           05  RT-DETAIL-COUNT     PIC 9(5).
           05  RT-CREATED-COUNT    PIC 9(5).
           05  RT-LINKED-COUNT     PIC 9(5).
           05  RT-REJECTED-COUNT   PIC 9(5).
           05  FILLER              PIC X(79) VALUE SPACES.

       PROCEDURE DIVISION.

       0100-BEGIN.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           PERFORM 0110-READ-CONTROL THRU 0110-END.

           PERFORM 0150-CHECK-INPUT THRU 0150-END.
           IF NOT INPUT-FILE-OK
               DISPLAY "SVC311: INBOUND FILE REFUSED - NOTHING APPLIED"
               GO TO 0900-STOP-RUN
           END-IF.

           OPEN INPUT TENNISCOURTS.
           IF FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", FILE-CHECK-KEY
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

           OPEN EXTEND SVC311LOG.
           IF SVL-FILE-CHECK-KEY = "35"
               CLOSE SVC311LOG
               OPEN OUTPUT SVC311LOG
           END-IF.

           IF SVL-FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", SVL-FILE-CHECK-KEY
               GO TO 0900-STOP-RUN
           END-IF.

           OPEN INPUT SVC311IN.
           IF IN-FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", IN-FILE-CHECK-KEY
               GO TO 0900-STOP-RUN
           END-IF.

           OPEN OUTPUT SVC311OUT.
           IF OUT-FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", OUT-FILE-CHECK-KEY
               GO TO 0900-STOP-RUN
           END-IF.

           PERFORM 0200-LOAD-PARK-IDS THRU 0200-END.

           MOVE WS-RUN-DATE      TO RH-RUN-DATE.
           MOVE WS-RUN-TIME(1:6) TO RH-RUN-TIME.
           MOVE WS-BATCH-NO      TO RH-BATCH-NO.
           WRITE RETURN-RECORD FROM RETURN-HEADER.

      *    THE HEADER WAS PROVED BY THE CHECK PASS - SKIP IT
           MOVE 'N' TO WS-IN-DONE.
           READ SVC311IN
             AT END SET INPUT-DONE TO TRUE
           END-READ.

           PERFORM 0300-REQUEST-READ-NEXT THRU 0300-END
               UNTIL INPUT-DONE.

           MOVE WS-DETAIL-COUNT   TO RT-DETAIL-COUNT.
           MOVE WS-CREATED-COUNT  TO RT-CREATED-COUNT.
           MOVE WS-LINKED-COUNT   TO RT-LINKED-COUNT.
           MOVE WS-REJECTED-COUNT TO RT-REJECTED-COUNT.
           WRITE RETURN-RECORD FROM RETURN-TRAILER.

           PERFORM 0120-UPDATE-CONTROL THRU 0120-END.

           DISPLAY "SVC311: BATCH               - ", WS-BATCH-NO.
           DISPLAY "SVC311: REQUESTS RECEIVED   - ", WS-DETAIL-COUNT.
           DISPLAY "SVC311: NEW ORDERS RAISED   - ", WS-CREATED-COUNT.
           DISPLAY "SVC311: LINKED TO OPEN ORDER- ", WS-LINKED-COUNT.
           DISPLAY "SVC311: REJECTED            - ", WS-REJECTED-COUNT.

           MOVE 'N' TO WS-RUN-STATUS.
           PERFORM 0900-STOP-RUN.

       0110-READ-CONTROL.

           OPEN INPUT SVC311CTL.
           IF CTL-FILE-CHECK-KEY NOT= "00"
               MOVE ZEROES TO WS-LAST-BATCH
               GO TO 0110-END
           END-IF.

           READ SVC311CTL
             AT END CONTINUE
           END-READ.
           IF CTL-FILE-CHECK-KEY = "00" AND SVC-LAST-BATCH NUMERIC
               MOVE SVC-LAST-BATCH TO WS-LAST-BATCH
           END-IF.
           CLOSE SVC311CTL.

       0110-END.

       0120-UPDATE-CONTROL.

           OPEN OUTPUT SVC311CTL.
           IF CTL-FILE-CHECK-KEY NOT= "00"
               DISPLAY "SVC311: UNABLE TO WRITE CONTROL, STATUS ",
                   CTL-FILE-CHECK-KEY
               GO TO 0120-END
           END-IF.

           MOVE WS-BATCH-NO TO SVC-LAST-BATCH.
           WRITE SVC311CTL-RECORD.
           CLOSE SVC311CTL.

       0120-END.

      *    THE WHOLE FILE IS PROVED BEFORE ANY ORDER IS TOUCHED -
      *    HEADER FIRST, TRAILER LAST, TRAILER COUNT EQUAL TO THE
      *    DETAILS, AND A BATCH NUMBER NOT ALREADY APPLIED
       0150-CHECK-INPUT.

           MOVE 'N' TO WS-FILE-OK.
           MOVE 'N' TO WS-TRAILER-SEEN.
           MOVE ZEROES TO WS-DETAILS-FOUND.

           OPEN INPUT SVC311IN.
           IF IN-FILE-CHECK-KEY NOT= "00"
               DISPLAY "SVC311: NO INBOUND FILE, STATUS ",
                   IN-FILE-CHECK-KEY
               GO TO 0150-END
           END-IF.

           MOVE 'N' TO WS-IN-DONE.
           READ SVC311IN
             AT END SET INPUT-DONE TO TRUE
           END-READ.

           IF INPUT-DONE OR NOT SRH-IS-HEADER
               DISPLAY "SVC311: FIRST RECORD IS NOT A HEADER"
               CLOSE SVC311IN
               GO TO 0150-END
           END-IF.

           IF SRH-BATCH-NO NOT NUMERIC
               DISPLAY "SVC311: HEADER BATCH NUMBER IS NOT NUMERIC"
               CLOSE SVC311IN
               GO TO 0150-END
           END-IF.

           MOVE SRH-BATCH-NO TO WS-BATCH-NO.
           IF WS-BATCH-NO NOT > WS-LAST-BATCH
               DISPLAY "SVC311: BATCH ", WS-BATCH-NO,
                   " ALREADY APPLIED - LAST BATCH WAS ", WS-LAST-BATCH
               CLOSE SVC311IN
               GO TO 0150-END
           END-IF.

           PERFORM 0160-CHECK-READ-NEXT THRU 0160-END
               UNTIL INPUT-DONE.
           CLOSE SVC311IN.

           IF NOT TRAILER-SEEN
               DISPLAY "SVC311: NO TRAILER RECORD"
               GO TO 0150-END
           END-IF.

           IF WS-TRAILER-COUNT NOT = WS-DETAILS-FOUND
               DISPLAY "SVC311: TRAILER COUNT ", WS-TRAILER-COUNT,
                   " DOES NOT MATCH ", WS-DETAILS-FOUND, " DETAILS"
               GO TO 0150-END
           END-IF.

           SET INPUT-FILE-OK TO TRUE.

       0150-END.

       0160-CHECK-READ-NEXT.

           READ SVC311IN
             AT END SET INPUT-DONE TO TRUE
           END-READ.

           IF INPUT-DONE
               GO TO 0160-END
           END-IF.

           IF TRAILER-SEEN
               DISPLAY "SVC311: RECORDS FOLLOW THE TRAILER"
               MOVE 'N' TO WS-TRAILER-SEEN
               SET INPUT-DONE TO TRUE
               GO TO 0160-END
           END-IF.

           EVALUATE TRUE
               WHEN SRD-IS-DETAIL
                   ADD 1 TO WS-DETAILS-FOUND
               WHEN SRT-IS-TRAILER
                   SET TRAILER-SEEN TO TRUE
                   IF SRT-DETAIL-COUNT NUMERIC
                       MOVE SRT-DETAIL-COUNT TO WS-TRAILER-COUNT
                   ELSE
                       MOVE 99999 TO WS-TRAILER-COUNT
                   END-IF
               WHEN OTHER
                   DISPLAY "SVC311: UNKNOWN RECORD TYPE ",
                       SRD-RECORD-TYPE
                   MOVE 'N' TO WS-TRAILER-SEEN
                   SET INPUT-DONE TO TRUE
           END-EVALUATE.

       0160-END.

       0200-LOAD-PARK-IDS.

           MOVE ZEROES TO ROW-ID-IDX.
           MOVE 'N' TO WS-SCAN-DONE.
           START TENNISCOURTS KEY IS NOT LESS THAN ROW-ID-IDX
             INVALID KEY SET SCAN-DONE TO TRUE
           END-START.

           PERFORM 0210-PARK-READ-NEXT THRU 0210-END
               UNTIL SCAN-DONE.

       0200-END.

       0210-PARK-READ-NEXT.

           READ TENNISCOURTS NEXT RECORD
             AT END SET SCAN-DONE TO TRUE
           END-READ.

           IF SCAN-DONE
               GO TO 0210-END
           END-IF.

           IF PARK-ID-IDX = SPACES OR WS-PARK-COUNT NOT < 999
               GO TO 0210-END
           END-IF.

           ADD 1 TO WS-PARK-COUNT.
           MOVE PARK-ID-IDX TO WS-PID-PARK-ID(WS-PARK-COUNT).
           MOVE ROW-ID-IDX  TO WS-PID-ROW-ID(WS-PARK-COUNT).

       0210-END.

       0300-REQUEST-READ-NEXT.

           READ SVC311IN
             AT END SET INPUT-DONE TO TRUE
           END-READ.

           IF INPUT-DONE
               GO TO 0300-END
           END-IF.

           IF SRT-IS-TRAILER
               SET INPUT-DONE TO TRUE
               GO TO 0300-END
           END-IF.

           ADD 1 TO WS-DETAIL-COUNT.
           MOVE SPACES TO WS-REASON WS-AMENITY.
           MOVE ZEROES TO WS-ROW-ID WS-ORDER-NO.
           MOVE 'R' TO WS-RESULT.

           PERFORM 0310-MATCH-REQUEST THRU 0310-END.

           IF WS-RESULT = 'R'
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

           PERFORM 0500-WRITE-RETURN THRU 0500-END.

       0300-END.

       0310-MATCH-REQUEST.

           MOVE ZEROES TO WS-ROW-ID.
           PERFORM 0320-FIND-PARK-ID THRU 0320-END
               VARYING WS-PARK-SUB FROM 1 BY 1
               UNTIL WS-ROW-ID NOT = ZEROES
               OR WS-PARK-SUB > WS-PARK-COUNT.

           IF WS-ROW-ID = ZEROES
               MOVE 'PARK ID NOT ON OUR MASTER' TO WS-REASON
               GO TO 0310-END
           END-IF.

           PERFORM 0330-FIND-CATEGORY THRU 0330-END
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-AMENITY NOT = SPACES
               OR WS-CAT-SUB > 8.

           IF WS-AMENITY = SPACES
               MOVE 'CATEGORY NOT HANDLED' TO WS-REASON
               GO TO 0310-END
           END-IF.

           MOVE WS-ROW-ID TO ROW-ID-IDX.
           READ TENNISCOURTS
             KEY IS ROW-ID-IDX
             INVALID KEY CONTINUE
           END-READ.

           IF NOT RECORDFOUND
               MOVE 'PARK ID NOT ON OUR MASTER' TO WS-REASON
               GO TO 0310-END
           END-IF.

           EVALUATE WS-AMENITY
               WHEN 'LIGHTS'
                   MOVE LIGHTS-IDX(1:1)    TO WS-AMENITY-FLAG
               WHEN 'CLUBHOUSE'
                   MOVE CLUBHOUSE-IDX(1:1) TO WS-AMENITY-FLAG
               WHEN 'BENCHES'
                   MOVE BENCHES-IDX(1:1)   TO WS-AMENITY-FLAG
               WHEN 'FENCE'
                   MOVE FENCE-IDX(1:1)     TO WS-AMENITY-FLAG
               WHEN 'PRACTICE'
                   MOVE PRACTICE-IDX(1:1)  TO WS-AMENITY-FLAG
               WHEN 'BACKWALL'
                   MOVE BACKWALL-IDX(1:1)  TO WS-AMENITY-FLAG
               WHEN OTHER
                   MOVE 'Y'                TO WS-AMENITY-FLAG
           END-EVALUATE.

           IF WS-AMENITY-FLAG NOT = 'Y'
               STRING 'PARK HAS NO ' DELIMITED BY SIZE
                      WS-AMENITY DELIMITED BY SPACE
                      INTO WS-REASON
               GO TO 0310-END
           END-IF.

           PERFORM 0400-SCAN-PARK-ORDERS THRU 0400-END.

           IF WS-LINK-ORDER NOT = ZEROES
               MOVE 'L' TO WS-RESULT
               MOVE WS-LINK-ORDER TO WS-ORDER-NO
               MOVE 'DUPLICATE OF AN OPEN ORDER' TO WS-REASON
               ADD 1 TO WS-LINKED-COUNT
               GO TO 0310-END
           END-IF.

           PERFORM 0450-RAISE-ORDER THRU 0450-END.

       0310-END.

       0320-FIND-PARK-ID.

           IF WS-PID-PARK-ID(WS-PARK-SUB) = SRD-PARK-ID
               MOVE WS-PID-ROW-ID(WS-PARK-SUB) TO WS-ROW-ID
           END-IF.

       0320-END.

       0330-FIND-CATEGORY.

           IF WS-CAT-CODE(WS-CAT-SUB) = SRD-CATEGORY
               MOVE WS-CAT-AMENITY(WS-CAT-SUB) TO WS-AMENITY
           END-IF.

       0330-END.

      *    ONE PASS OF THE PARK'S ORDERS GIVES BOTH THE NEXT ORDER
      *    NUMBER AND ANY OPEN OR ASSIGNED ORDER ON THE SAME AMENITY
       0400-SCAN-PARK-ORDERS.

           MOVE ZEROES TO WS-LINK-ORDER.
           MOVE 1 TO WS-NEXT-ORDER-NO.
           MOVE WS-ROW-ID TO WO-ROW-ID.
           MOVE ZEROES TO WO-ORDER-NO.
           MOVE 'N' TO WS-ORDER-DONE.
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

           IF WO-ROW-ID NOT = WS-ROW-ID
               SET ORDER-SCAN-DONE TO TRUE
               GO TO 0410-END
           END-IF.

           COMPUTE WS-NEXT-ORDER-NO = WO-ORDER-NO + 1.
           IF (WO-OPEN OR WO-ASSIGNED)
               AND WO-AMENITY = WS-AMENITY
               AND WS-LINK-ORDER = ZEROES
               MOVE WO-ORDER-NO TO WS-LINK-ORDER
           END-IF.

       0410-END.

      *    311 COMPLAINTS ARE ROUTINE UNTIL THE DESK REVIEWS THEM
       0450-RAISE-ORDER.

           MOVE WS-ROW-ID        TO WO-ROW-ID.
           MOVE WS-NEXT-ORDER-NO TO WO-ORDER-NO.
           MOVE WS-AMENITY       TO WO-AMENITY.
           IF SRD-DATE NUMERIC AND SRD-DATE > ZEROES
               MOVE SRD-DATE    TO WO-DATE-REPORTED
           ELSE
               MOVE WS-RUN-DATE TO WO-DATE-REPORTED
           END-IF.
           MOVE 'OPEN'           TO WO-STATUS.
           IF SRD-DESCRIPTION = SPACES
               MOVE SPACES TO WO-DESCRIPTION
               STRING '311 TICKET ' DELIMITED BY SIZE
                      SRD-TICKET DELIMITED BY SPACE
                      INTO WO-DESCRIPTION
           ELSE
               MOVE SRD-DESCRIPTION TO WO-DESCRIPTION
           END-IF.
           MOVE 3                TO WO-PRIORITY.
           MOVE SPACES           TO WO-CREW.
           MOVE ZEROES           TO WO-TARGET-DATE.
           MOVE ZEROES           TO WO-DATE-COMPLETED.

           WRITE WORKORDERREC
             INVALID KEY
                DISPLAY "SVC311: UNABLE TO WRITE ORDER FOR ROW ",
                   WO-ROW-ID, ", STATUS ", WO-FILE-CHECK-KEY
                MOVE 'ORDER COULD NOT BE WRITTEN' TO WS-REASON
             NOT INVALID KEY
                MOVE 'N' TO WS-RESULT
                MOVE WO-ORDER-NO TO WS-ORDER-NO
                ADD 1 TO WS-CREATED-COUNT
           END-WRITE.

       0450-END.

       0500-WRITE-RETURN.

           MOVE SRD-TICKET  TO RD-TICKET.
           MOVE WS-RESULT   TO RD-RESULT.
           MOVE WS-REASON   TO RD-REASON.
           IF WS-RESULT = 'R'
               MOVE ZEROES TO RD-ROW-ID RD-ORDER-NO
           ELSE
               MOVE WS-ROW-ID   TO RD-ROW-ID
               MOVE WS-ORDER-NO TO RD-ORDER-NO
           END-IF.
           WRITE RETURN-RECORD FROM RETURN-DETAIL.
           IF OUT-FILE-CHECK-KEY NOT= "00"
               DISPLAY "SVC311: RETURN WRITE FAILED, STATUS ",
                   OUT-FILE-CHECK-KEY
           END-IF.

           MOVE WS-RUN-DATE  TO SVL-RUN-DATE.
           MOVE WS-BATCH-NO  TO SVL-BATCH-NO.
           MOVE SRD-TICKET   TO SVL-TICKET.
           MOVE SRD-PARK-ID  TO SVL-PARK-ID.
           MOVE SRD-CATEGORY TO SVL-CATEGORY.
           MOVE WS-RESULT    TO SVL-RESULT.
           MOVE RD-ROW-ID    TO SVL-ROW-ID.
           MOVE RD-ORDER-NO  TO SVL-ORDER-NO.
           MOVE WS-REASON    TO SVL-REASON.
           WRITE SVC311LOGREC.
           IF SVL-FILE-CHECK-KEY NOT= "00"
               DISPLAY "SVC311: UNABLE TO WRITE 311 LOG, STATUS ",
                   SVL-FILE-CHECK-KEY
           END-IF.

       0500-END.

       0900-STOP-RUN.

           PERFORM 9800-WRITE-RUN-LOG THRU 9800-END.

           CLOSE TENNISCOURTS, WORKORDERS, SVC311LOG, SVC311IN,
              SVC311OUT.
           STOP RUN.

       9800-WRITE-RUN-LOG.

           OPEN EXTEND BATCHRUNLOG.
           IF RUNLOG-FILE-CHECK-KEY = "35"
               CLOSE BATCHRUNLOG
               OPEN OUTPUT BATCHRUNLOG
           END-IF.
           IF RUNLOG-FILE-CHECK-KEY NOT= "00"
               DISPLAY "SVC311: UNABLE TO OPEN RUN LOG, STATUS ",
                  RUNLOG-FILE-CHECK-KEY
               GO TO 9800-END
           END-IF.

           MOVE 'SVC311' TO RUN-PROGRAM.
           MOVE WS-RUN-DATE      TO RUN-START-DATE.
           MOVE WS-RUN-TIME(1:6) TO RUN-START-TIME.
           ACCEPT RUN-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:6) TO RUN-END-TIME.
           MOVE WS-CREATED-COUNT TO RUN-COUNT-1.
           MOVE WS-LINKED-COUNT  TO RUN-COUNT-2.
           MOVE WS-RUN-STATUS TO RUN-COMPLETION.
           WRITE RUNLOG-RECORD.
           IF RUNLOG-FILE-CHECK-KEY NOT= "00"
               DISPLAY "SVC311: UNABLE TO WRITE RUN LOG, STATUS ",
                  RUNLOG-FILE-CHECK-KEY
           END-IF.
           CLOSE BATCHRUNLOG.

       9800-END.

       END PROGRAM SVC311.
