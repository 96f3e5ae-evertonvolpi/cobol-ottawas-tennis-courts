       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATMAINT.
       AUTHOR. EVERTON VOLPI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "patsel.cpy".

           COPY "oprsel.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD PATRONS.
           COPY "patrec.cpy".

       FD OPERATORS.
           COPY "oprrec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER               PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

       01  WS-WORK-AREAS.
           COPY "signonws.cpy".
           05  PAT-FILE-CHECK-KEY  PIC X(2).
               88 PATRONFOUND      VALUE "00".
           05  MENU-CHOICE         PIC A.
           05  WS-CONFIRM          PIC A.
           05  WS-LIST-DONE        PIC X.
               88 LIST-DONE        VALUE 'Y'.
           05  WS-LISTED-COUNT     PIC 9(5).
           05  WS-NEXT-PAT-NO      PIC 9(6).
           05  WS-RUN-DATE         PIC 9(8).
           05  WS-EDIT-NO          PIC 9(6).
           05  WS-EDIT-NAME        PIC X(30).
           05  WS-EDIT-PHONE       PIC X(12).
           05  WS-EDIT-RESIDENT    PIC A.
           05  WS-EDIT-STATUS      PIC A.

       PROCEDURE DIVISION.

       0100-BEGIN.

           PERFORM 9600-SIGN-ON THRU 9600-END.
           IF NOT SIGNED-ON
               STOP RUN
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN I-O PATRONS.
           IF PAT-FILE-CHECK-KEY = "35"
               CLOSE PATRONS
               OPEN OUTPUT PATRONS
               CLOSE PATRONS
               OPEN I-O PATRONS
           END-IF.

           IF PAT-FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", PAT-FILE-CHECK-KEY
               GO TO 9000-END-PROGRAM
           END-IF.

           PERFORM 0150-MENU.

           GO TO 9000-END-PROGRAM.

       0150-MENU.
           DISPLAY 'REGISTER A PATRON         ENTER A'.
           DISPLAY 'UPDATE A PATRON           ENTER U'.
           DISPLAY 'SHOW ONE PATRON           ENTER S'.
           DISPLAY 'LIST PATRONS              ENTER L'.
           DISPLAY 'REINSTATE / CLEAR STRIKES ENTER R'.
           DISPLAY 'QUIT                      ENTER Q'.
           ACCEPT MENU-CHOICE.
           EVALUATE MENU-CHOICE
               WHEN 'A'
                   PERFORM 0200-ADD-PATRON THRU 0200-END
                   PERFORM 0150-MENU
               WHEN 'U'
                   PERFORM 0300-UPDATE-PATRON THRU 0300-END
                   PERFORM 0150-MENU
               WHEN 'S'
                   PERFORM 0350-SHOW-PATRON THRU 0350-END
                   PERFORM 0150-MENU
               WHEN 'L'
                   PERFORM 0400-LIST-PATRONS THRU 0400-END
                   PERFORM 0150-MENU
               WHEN 'R'
                   PERFORM 0500-REINSTATE-PATRON THRU 0500-END
                   PERFORM 0150-MENU
               WHEN 'Q'
                   PERFORM 9000-END-PROGRAM
               WHEN OTHER
                   DISPLAY 'PLEASE ENTER A, U, S, L, R OR Q'
                   PERFORM 0150-MENU
           END-EVALUATE.
       0150-END.

       0200-ADD-PATRON.

           IF SIGNON-INQUIRY
               DISPLAY 'PATMAINT: REGISTERING NEEDS THE UPDATE OR ',
                  'ADMIN ROLE'
               GO TO 0200-END
           END-IF.

           DISPLAY 'PATRON NAME: '
              WITH NO ADVANCING.
           MOVE SPACES TO WS-EDIT-NAME.
           ACCEPT WS-EDIT-NAME.
           IF WS-EDIT-NAME = SPACES
               DISPLAY 'PATMAINT: NAME MAY NOT BE BLANK'
               GO TO 0200-END
           END-IF.

           DISPLAY 'PATRON PHONE: '
              WITH NO ADVANCING.
           MOVE SPACES TO WS-EDIT-PHONE.
           ACCEPT WS-EDIT-PHONE.

           DISPLAY 'OTTAWA RESIDENCY VERIFIED (PROOF SEEN)?  ',
              'ENTER Y: '
              WITH NO ADVANCING.
           MOVE SPACE TO WS-EDIT-RESIDENT.
           ACCEPT WS-EDIT-RESIDENT.

           PERFORM 0210-NEXT-PATRON-NO THRU 0210-END.

           MOVE WS-NEXT-PAT-NO TO PAT-NO.
           MOVE WS-EDIT-NAME   TO PAT-NAME.
           MOVE WS-EDIT-PHONE  TO PAT-PHONE.
           IF WS-EDIT-RESIDENT = 'Y'
               MOVE 'Y' TO PAT-RESIDENT
           ELSE
               MOVE 'N' TO PAT-RESIDENT
           END-IF.
           MOVE 'A'            TO PAT-STATUS.
           MOVE ZEROES         TO PAT-STRIKES.
           MOVE ZEROES         TO PAT-LAST-NOSHOW.
           MOVE ZEROES         TO PAT-SUSPEND-UNTIL.
           MOVE WS-RUN-DATE    TO PAT-DATE-JOINED.

           WRITE PATRONREC
             INVALID KEY
                DISPLAY 'PATMAINT: UNABLE TO WRITE PATRON, STATUS ',
                   PAT-FILE-CHECK-KEY
             NOT INVALID KEY
                DISPLAY 'PATMAINT: PATRON NUMBER ', PAT-NO,
                   ' REGISTERED FOR ', PAT-NAME
           END-WRITE.

       0200-END.

       0210-NEXT-PATRON-NO.

           MOVE 1 TO WS-NEXT-PAT-NO.
           MOVE ZEROES TO PAT-NO.
           MOVE 'N' TO WS-LIST-DONE.
           START PATRONS KEY IS NOT LESS THAN PAT-NO
             INVALID KEY SET LIST-DONE TO TRUE
           END-START.

           PERFORM 0220-NUMBER-READ-NEXT THRU 0220-END
               UNTIL LIST-DONE.

       0210-END.

       0220-NUMBER-READ-NEXT.

           READ PATRONS NEXT RECORD
             AT END SET LIST-DONE TO TRUE
           END-READ.

           IF NOT LIST-DONE
               COMPUTE WS-NEXT-PAT-NO = PAT-NO + 1
           END-IF.

       0220-END.

       0300-UPDATE-PATRON.

           IF SIGNON-INQUIRY
               DISPLAY 'PATMAINT: UPDATING NEEDS THE UPDATE OR ',
                  'ADMIN ROLE'
               GO TO 0300-END
           END-IF.

           PERFORM 0310-READ-PATRON THRU 0310-END.
           IF NOT PATRONFOUND
               GO TO 0300-END
           END-IF.

           DISPLAY 'CURRENT NAME: ', PAT-NAME.
           DISPLAY 'NEW NAME (BLANK = NO CHANGE): '
              WITH NO ADVANCING.
           MOVE SPACES TO WS-EDIT-NAME.
           ACCEPT WS-EDIT-NAME.
           IF WS-EDIT-NAME NOT = SPACES
               MOVE WS-EDIT-NAME TO PAT-NAME
           END-IF.

           DISPLAY 'CURRENT PHONE: ', PAT-PHONE.
           DISPLAY 'NEW PHONE (BLANK = NO CHANGE): '
              WITH NO ADVANCING.
           MOVE SPACES TO WS-EDIT-PHONE.
           ACCEPT WS-EDIT-PHONE.
           IF WS-EDIT-PHONE NOT = SPACES
               MOVE WS-EDIT-PHONE TO PAT-PHONE
           END-IF.

           DISPLAY 'CURRENT VERIFIED RESIDENT FLAG: ', PAT-RESIDENT.
           DISPLAY 'NEW RESIDENT FLAG Y/N (BLANK = NO CHANGE): '
              WITH NO ADVANCING.
           MOVE SPACE TO WS-EDIT-RESIDENT.
           ACCEPT WS-EDIT-RESIDENT.
           IF WS-EDIT-RESIDENT = 'Y' OR WS-EDIT-RESIDENT = 'N'
               MOVE WS-EDIT-RESIDENT TO PAT-RESIDENT
           END-IF.

           DISPLAY 'CURRENT STATUS: ', PAT-STATUS.
           DISPLAY 'CLOSE THIS PATRON?  ENTER C (BLANK = NO CHANGE): '
              WITH NO ADVANCING.
           MOVE SPACE TO WS-EDIT-STATUS.
           ACCEPT WS-EDIT-STATUS.
           IF WS-EDIT-STATUS = 'C'
               MOVE 'C' TO PAT-STATUS
           END-IF.

           REWRITE PATRONREC
             INVALID KEY
                DISPLAY 'PATMAINT: UNABLE TO REWRITE PATRON ', PAT-NO
             NOT INVALID KEY
                DISPLAY 'PATMAINT: PATRON ', PAT-NO, ' UPDATED'
           END-REWRITE.

       0300-END.

       0310-READ-PATRON.

           DISPLAY 'PATRON NUMBER (6 DIGITS): '
              WITH NO ADVANCING.
           MOVE ZEROES TO WS-EDIT-NO.
           ACCEPT WS-EDIT-NO.
           MOVE WS-EDIT-NO TO PAT-NO.
           READ PATRONS
             KEY IS PAT-NO
             INVALID KEY
                DISPLAY 'PATMAINT: NO PATRON WITH NUMBER ', WS-EDIT-NO
           END-READ.

       0310-END.

       0350-SHOW-PATRON.

           PERFORM 0310-READ-PATRON THRU 0310-END.
           IF NOT PATRONFOUND
               GO TO 0350-END
           END-IF.

           DISPLAY 'PATRON     ', PAT-NO, '  ', PAT-NAME.
           DISPLAY 'PHONE      ', PAT-PHONE.
           DISPLAY 'RESIDENT   ', PAT-RESIDENT,
              '   STATUS ', PAT-STATUS,
              '   JOINED ', PAT-DATE-JOINED.
           DISPLAY 'STRIKES    ', PAT-STRIKES,
              '   LAST NO-SHOW ', PAT-LAST-NOSHOW.
           IF PAT-SUSPENDED
               DISPLAY 'SUSPENDED UNTIL ', PAT-SUSPEND-UNTIL
           END-IF.

       0350-END.

       0400-LIST-PATRONS.

           MOVE ZEROES TO PAT-NO.
           MOVE 'N' TO WS-LIST-DONE.
           MOVE ZEROES TO WS-LISTED-COUNT.
           START PATRONS KEY IS NOT LESS THAN PAT-NO
             INVALID KEY SET LIST-DONE TO TRUE
           END-START.

           PERFORM 0410-LIST-READ-NEXT THRU 0410-END
               UNTIL LIST-DONE.

           DISPLAY 'PATRONS ON FILE: ', WS-LISTED-COUNT.

       0400-END.

       0410-LIST-READ-NEXT.

           READ PATRONS NEXT RECORD
             AT END SET LIST-DONE TO TRUE
           END-READ.

           IF NOT LIST-DONE
               DISPLAY PAT-NO, '  ', PAT-NAME, '  ', PAT-PHONE,
                  '  RES ', PAT-RESIDENT, '  STATUS ', PAT-STATUS,
                  '  STRIKES ', PAT-STRIKES
               ADD 1 TO WS-LISTED-COUNT
           END-IF.

       0410-END.

       0500-REINSTATE-PATRON.

           IF NOT SIGNON-ADMIN
               DISPLAY 'PATMAINT: REINSTATING NEEDS THE ADMIN ROLE'
               GO TO 0500-END
           END-IF.

           PERFORM 0310-READ-PATRON THRU 0310-END.
           IF NOT PATRONFOUND
               GO TO 0500-END
           END-IF.

           DISPLAY 'PATRON ', PAT-NO, '  ', PAT-NAME,
              '  STATUS ', PAT-STATUS, '  STRIKES ', PAT-STRIKES.
           DISPLAY 'CLEAR STRIKES AND REINSTATE?  ENTER Y TO CONFIRM: '
              WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY 'PATMAINT: REINSTATE ABANDONED'
               GO TO 0500-END
           END-IF.

           MOVE 'A'    TO PAT-STATUS.
           MOVE ZEROES TO PAT-STRIKES.
           MOVE ZEROES TO PAT-SUSPEND-UNTIL.

           REWRITE PATRONREC
             INVALID KEY
                DISPLAY 'PATMAINT: UNABLE TO REWRITE PATRON ', PAT-NO
             NOT INVALID KEY
                DISPLAY 'PATMAINT: PATRON ', PAT-NO, ' REINSTATED'
           END-REWRITE.

       0500-END.

       9000-END-PROGRAM.
           CLOSE PATRONS.
           STOP RUN.

           COPY "signon.cpy".

       END PROGRAM PATMAINT.
