       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMENMAINT.
       AUTHOR. EVERTON VOLPI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "tcidxsel.cpy".

           COPY "amnsel.cpy".

           COPY "oprsel.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD TENNISCOURTS.
           COPY "tcidxrec.cpy".

       FD AMENITYREG.
           COPY "amnrec.cpy".

       FD OPERATORS.
           COPY "oprrec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER               PIC X(27) VALUE
              'WORKING STORAGE STARTS HERE'.

       01  WS-WORK-AREAS.
           COPY "signonws.cpy".
           05  FILE-CHECK-KEY      PIC X(2).
               88 RECORDFOUND      VALUE "00".
           05  AMN-FILE-CHECK-KEY  PIC X(2).
               88 AMENITYFOUND     VALUE "00".
           05  MENU-CHOICE         PIC A.
           05  WS-CONFIRM          PIC A.
           05  WS-AMENITY-CHOICE   PIC 9.
           05  WS-AMENITY          PIC X(9).
           05  WS-AMENITY-FLAG     PIC X.
           05  WS-PARK-FOUND       PIC X.
               88 PARK-ON-MASTER   VALUE 'Y'.
           05  WS-LIST-DONE        PIC X.
               88 LIST-DONE        VALUE 'Y'.
           05  WS-LISTED-COUNT     PIC 9(3).
           05  WS-TARGET-ROW       PIC 9(3).
           05  WS-TODAY            PIC 9(8).
           05  WS-THIS-YEAR        PIC 9(4).
           05  WS-EDIT-YEAR        PIC 9(4).
           05  WS-EDIT-LIFE        PIC 9(2).
           05  WS-EDIT-COST        PIC 9(7).
           05  WS-EDIT-NOTE        PIC X(30).
           05  WS-DUE-YEAR         PIC 9(4).
           05  WS-COST-ED          PIC Z,ZZZ,ZZ9.99.
           05  WS-LIST-TOTAL       PIC 9(9)V99.
           05  WS-TOTAL-ED         PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0100-BEGIN.

           PERFORM 9600-SIGN-ON THRU 9600-END.
           IF NOT SIGNED-ON
               STOP RUN
           END-IF.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY(1:4) TO WS-THIS-YEAR.

           OPEN INPUT TENNISCOURTS.
           IF FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", FILE-CHECK-KEY
               GO TO 9000-END-PROGRAM
           END-IF.

           OPEN I-O AMENITYREG.
           IF AMN-FILE-CHECK-KEY = "35"
               CLOSE AMENITYREG
               OPEN OUTPUT AMENITYREG
               CLOSE AMENITYREG
               OPEN I-O AMENITYREG
           END-IF.

           IF AMN-FILE-CHECK-KEY NOT= "00"
               DISPLAY "Non-zero file status: ", AMN-FILE-CHECK-KEY
               GO TO 9000-END-PROGRAM
           END-IF.

           PERFORM 0150-MENU.

           GO TO 9000-END-PROGRAM.

       0150-MENU.
           DISPLAY 'ADD AN AMENITY            ENTER A'.
           DISPLAY 'UPDATE AN AMENITY         ENTER U'.
           DISPLAY 'DELETE AN AMENITY         ENTER D'.
           DISPLAY 'LIST AMENITIES FOR A PARK ENTER L'.
           DISPLAY 'QUIT                      ENTER Q'.
           ACCEPT MENU-CHOICE.
           EVALUATE MENU-CHOICE
               WHEN 'A'
                   PERFORM 0200-ADD-AMENITY THRU 0200-END
                   PERFORM 0150-MENU
               WHEN 'U'
                   PERFORM 0300-UPDATE-AMENITY THRU 0300-END
                   PERFORM 0150-MENU
               WHEN 'D'
                   PERFORM 0500-DELETE-AMENITY THRU 0500-END
                   PERFORM 0150-MENU
               WHEN 'L'
                   PERFORM 0400-LIST-AMENITIES THRU 0400-END
                   PERFORM 0150-MENU
               WHEN 'Q'
                   PERFORM 9000-END-PROGRAM
               WHEN OTHER
                   DISPLAY 'PLEASE ENTER A, U, D, L OR Q'
                   PERFORM 0150-MENU
           END-EVALUATE.
       0150-END.

       0200-ADD-AMENITY.

           IF SIGNON-INQUIRY
               DISPLAY 'AMENMAINT: CHANGING THE REGISTER NEEDS THE ',
                  'UPDATE OR ADMIN ROLE'
               GO TO 0200-END
           END-IF.

           PERFORM 0250-GET-ITEM THRU 0250-END.
           IF WS-AMENITY = SPACES
               GO TO 0200-END
           END-IF.

           IF NOT PARK-ON-MASTER
               DISPLAY 'AMENMAINT: NO PARK WITH ROW ID ', WS-TARGET-ROW,
                  ' - NOT ADDED'
               GO TO 0200-END
           END-IF.

           IF WS-AMENITY-FLAG NOT = 'Y'
               DISPLAY 'AMENMAINT: PARK HAS NO ', WS-AMENITY,
                  ' ON RECORD - NOT ADDED'
               GO TO 0200-END
           END-IF.

           IF AMENITYFOUND
               DISPLAY 'AMENMAINT: ', WS-AMENITY, ' IS ALREADY ON ',
                  'THE REGISTER FOR THIS PARK - USE UPDATE'
               GO TO 0200-END
           END-IF.

           DISPLAY 'YEAR INSTALLED OR LAST REPLACED YYYY: '
              WITH NO ADVANCING.
           MOVE ZEROES TO WS-EDIT-YEAR.
           ACCEPT WS-EDIT-YEAR.
           IF WS-EDIT-YEAR < 1900 OR WS-EDIT-YEAR > WS-THIS-YEAR
               DISPLAY 'AMENMAINT: YEAR MUST BE 1900 THROUGH ',
                  WS-THIS-YEAR, ' - NOT ADDED'
               GO TO 0200-END
           END-IF.

           DISPLAY 'EXPECTED LIFE IN YEARS (1-99): '
              WITH NO ADVANCING.
           MOVE ZEROES TO WS-EDIT-LIFE.
           ACCEPT WS-EDIT-LIFE.
           IF WS-EDIT-LIFE = ZEROES
               DISPLAY 'AMENMAINT: LIFE MAY NOT BE ZERO - NOT ADDED'
               GO TO 0200-END
           END-IF.

           DISPLAY 'REPLACEMENT COST - WHOLE DOLLARS: '
              WITH NO ADVANCING.
           MOVE ZEROES TO WS-EDIT-COST.
           ACCEPT WS-EDIT-COST.

           DISPLAY 'NOTE (OPTIONAL): '
              WITH NO ADVANCING.
           MOVE SPACES TO WS-EDIT-NOTE.
           ACCEPT WS-EDIT-NOTE.

           MOVE WS-TARGET-ROW  TO AMN-ROW-ID.
           MOVE WS-AMENITY     TO AMN-AMENITY.
           MOVE WS-EDIT-YEAR   TO AMN-INSTALL-YEAR.
           MOVE WS-EDIT-LIFE   TO AMN-LIFE-YEARS.
           MOVE WS-EDIT-COST   TO AMN-REPLACE-COST.
           MOVE WS-EDIT-NOTE   TO AMN-NOTE.
           ACCEPT AMN-UPDATED-DATE FROM DATE YYYYMMDD.
           MOVE WS-SIGNON-ID   TO AMN-OPERATOR.

           WRITE AMENITYREGREC
             INVALID KEY
                DISPLAY 'AMENMAINT: UNABLE TO ADD AMENITY, ',
                   'STATUS ', AMN-FILE-CHECK-KEY
             NOT INVALID KEY
                COMPUTE WS-DUE-YEAR = AMN-INSTALL-YEAR + AMN-LIFE-YEARS
                DISPLAY 'AMENMAINT: ', AMN-AMENITY, ' ADDED - DUE ',
                   'FOR REPLACEMENT ', WS-DUE-YEAR
           END-WRITE.

       0200-END.

      *    ASKS FOR THE PARK AND AMENITY AND READS THE REGISTER ROW.
      *    WS-AMENITY IS SPACES IF NO VALID AMENITY WAS CHOSEN.  A
      *    PARK NO LONGER ON THE MASTER IS ALLOWED THROUGH SO ITS
      *    ROWS CAN STILL BE CORRECTED OR DELETED
       0250-GET-ITEM.

           DISPLAY 'ENTER PARK ROW ID (3 DIGITS): '
              WITH NO ADVANCING.
           MOVE ZEROES TO WS-TARGET-ROW.
           ACCEPT WS-TARGET-ROW.
           MOVE WS-TARGET-ROW TO ROW-ID-IDX.
           READ TENNISCOURTS
             KEY IS ROW-ID-IDX
             INVALID KEY CONTINUE
           END-READ.

           IF RECORDFOUND
               MOVE 'Y' TO WS-PARK-FOUND
               DISPLAY 'PARK: ', PARK-NAME-IDX
           ELSE
               MOVE 'N' TO WS-PARK-FOUND
               MOVE SPACES TO LIGHTS-IDX CLUBHOUSE-IDX BENCHES-IDX
                              FENCE-IDX PRACTICE-IDX BACKWALL-IDX
               DISPLAY 'AMENMAINT: ROW ID ', WS-TARGET-ROW,
                  ' IS NOT ON THE PARK MASTER'
           END-IF.

           DISPLAY 'LIGHTS           ENTER 1'.
           DISPLAY 'CLUBHOUSE        ENTER 2'.
           DISPLAY 'BENCHES          ENTER 3'.
           DISPLAY 'FENCE            ENTER 4'.
           DISPLAY 'PRACTICE COURT   ENTER 5'.
           DISPLAY 'BACKWALL         ENTER 6'.
           DISPLAY 'COURT SURFACE    ENTER 7'.
           MOVE ZEROES TO WS-AMENITY-CHOICE.
           ACCEPT WS-AMENITY-CHOICE.
           EVALUATE WS-AMENITY-CHOICE
               WHEN 1
                   MOVE 'LIGHTS'    TO WS-AMENITY
                   MOVE LIGHTS-IDX(1:1)    TO WS-AMENITY-FLAG
               WHEN 2
                   MOVE 'CLUBHOUSE' TO WS-AMENITY
                   MOVE CLUBHOUSE-IDX(1:1) TO WS-AMENITY-FLAG
               WHEN 3
                   MOVE 'BENCHES'   TO WS-AMENITY
                   MOVE BENCHES-IDX(1:1)   TO WS-AMENITY-FLAG
               WHEN 4
                   MOVE 'FENCE'     TO WS-AMENITY
                   MOVE FENCE-IDX(1:1)     TO WS-AMENITY-FLAG
               WHEN 5
                   MOVE 'PRACTICE'  TO WS-AMENITY
                   MOVE PRACTICE-IDX(1:1)  TO WS-AMENITY-FLAG
               WHEN 6
                   MOVE 'BACKWALL'  TO WS-AMENITY
                   MOVE BACKWALL-IDX(1:1)  TO WS-AMENITY-FLAG
               WHEN 7
                   MOVE 'COURT'     TO WS-AMENITY
                   MOVE 'Y'                TO WS-AMENITY-FLAG
               WHEN OTHER
                   DISPLAY 'AMENMAINT: PLEASE ENTER 1 THROUGH 7'
                   MOVE SPACES TO WS-AMENITY
           END-EVALUATE.

           IF WS-AMENITY = SPACES
               GO TO 0250-END
           END-IF.

           MOVE WS-TARGET-ROW TO AMN-ROW-ID.
           MOVE WS-AMENITY    TO AMN-AMENITY.
           READ AMENITYREG
             KEY IS AMN-KEY
             INVALID KEY CONTINUE
           END-READ.

       0250-END.

       0300-UPDATE-AMENITY.

           IF SIGNON-INQUIRY
               DISPLAY 'AMENMAINT: CHANGING THE REGISTER NEEDS THE ',
                  'UPDATE OR ADMIN ROLE'
               GO TO 0300-END
           END-IF.

           PERFORM 0250-GET-ITEM THRU 0250-END.
           IF WS-AMENITY = SPACES
               GO TO 0300-END
           END-IF.

           IF NOT AMENITYFOUND
               DISPLAY 'AMENMAINT: ', WS-AMENITY, ' IS NOT ON THE ',
                  'REGISTER FOR THIS PARK'
               GO TO 0300-END
           END-IF.

           DISPLAY 'CURRENT INSTALL YEAR: ', AMN-INSTALL-YEAR.
           DISPLAY 'NEW INSTALL OR REPLACED YEAR (0 = NO CHANGE): '
              WITH NO ADVANCING.
           MOVE ZEROES TO WS-EDIT-YEAR.
           ACCEPT WS-EDIT-YEAR.
           IF WS-EDIT-YEAR NOT = ZEROES
               IF WS-EDIT-YEAR < 1900 OR WS-EDIT-YEAR > WS-THIS-YEAR
                   DISPLAY 'AMENMAINT: YEAR MUST BE 1900 THROUGH ',
                      WS-THIS-YEAR, ' - NOT CHANGED'
               ELSE
                   MOVE WS-EDIT-YEAR TO AMN-INSTALL-YEAR
               END-IF
           END-IF.

           DISPLAY 'CURRENT EXPECTED LIFE: ', AMN-LIFE-YEARS.
           DISPLAY 'NEW EXPECTED LIFE (0 = NO CHANGE): '
              WITH NO ADVANCING.
           MOVE ZEROES TO WS-EDIT-LIFE.
           ACCEPT WS-EDIT-LIFE.
           IF WS-EDIT-LIFE NOT = ZEROES
               MOVE WS-EDIT-LIFE TO AMN-LIFE-YEARS
           END-IF.

           MOVE AMN-REPLACE-COST TO WS-COST-ED.
           DISPLAY 'CURRENT REPLACEMENT COST: $', WS-COST-ED.
           DISPLAY 'NEW COST - WHOLE DOLLARS (0 = NO CHANGE): '
              WITH NO ADVANCING.
           MOVE ZEROES TO WS-EDIT-COST.
           ACCEPT WS-EDIT-COST.
           IF WS-EDIT-COST NOT = ZEROES
               MOVE WS-EDIT-COST TO AMN-REPLACE-COST
           END-IF.

           DISPLAY 'CURRENT NOTE: ', AMN-NOTE.
           DISPLAY 'NEW NOTE (BLANK = NO CHANGE): '
              WITH NO ADVANCING.
           MOVE SPACES TO WS-EDIT-NOTE.
           ACCEPT WS-EDIT-NOTE.
           IF WS-EDIT-NOTE NOT = SPACES
               MOVE WS-EDIT-NOTE TO AMN-NOTE
           END-IF.

           ACCEPT AMN-UPDATED-DATE FROM DATE YYYYMMDD.
           MOVE WS-SIGNON-ID TO AMN-OPERATOR.

           REWRITE AMENITYREGREC
             INVALID KEY
                DISPLAY 'AMENMAINT: UNABLE TO REWRITE AMENITY, ',
                   'STATUS ', AMN-FILE-CHECK-KEY
             NOT INVALID KEY
                COMPUTE WS-DUE-YEAR = AMN-INSTALL-YEAR + AMN-LIFE-YEARS
                DISPLAY 'AMENMAINT: ', AMN-AMENITY, ' UPDATED - DUE ',
                   'FOR REPLACEMENT ', WS-DUE-YEAR
           END-REWRITE.

       0300-END.

       0400-LIST-AMENITIES.

           DISPLAY 'ENTER PARK ROW ID (3 DIGITS): '
              WITH NO ADVANCING.
           MOVE ZEROES TO WS-TARGET-ROW.
           ACCEPT WS-TARGET-ROW.
           MOVE WS-TARGET-ROW TO ROW-ID-IDX.
           READ TENNISCOURTS
             KEY IS ROW-ID-IDX
             INVALID KEY
                DISPLAY 'AMENMAINT: ROW ID ', WS-TARGET-ROW,
                   ' IS NOT ON THE PARK MASTER'
           END-READ.
           IF RECORDFOUND
               DISPLAY 'PARK: ', PARK-NAME-IDX
               DISPLAY 'CONDITION: ', CONDITION-IDX
           END-IF.

           MOVE WS-TARGET-ROW TO AMN-ROW-ID.
           MOVE LOW-VALUES TO AMN-AMENITY.
           MOVE 'N' TO WS-LIST-DONE.
           MOVE ZEROES TO WS-LISTED-COUNT WS-LIST-TOTAL.
           START AMENITYREG KEY IS NOT LESS THAN AMN-KEY
             INVALID KEY SET LIST-DONE TO TRUE
           END-START.

           PERFORM 0410-LIST-READ-NEXT THRU 0410-END
               UNTIL LIST-DONE.

           MOVE WS-LIST-TOTAL TO WS-TOTAL-ED.
           DISPLAY 'AMENITIES ON REGISTER: ', WS-LISTED-COUNT,
              '  REPLACEMENT VALUE $', WS-TOTAL-ED.

       0400-END.

       0410-LIST-READ-NEXT.

           READ AMENITYREG NEXT RECORD
             AT END SET LIST-DONE TO TRUE
           END-READ.

           IF LIST-DONE
               GO TO 0410-END
           END-IF.

           IF AMN-ROW-ID NOT = WS-TARGET-ROW
               SET LIST-DONE TO TRUE
               GO TO 0410-END
           END-IF.

           COMPUTE WS-DUE-YEAR = AMN-INSTALL-YEAR + AMN-LIFE-YEARS.
           MOVE AMN-REPLACE-COST TO WS-COST-ED.
           DISPLAY AMN-AMENITY, '  INSTALLED ', AMN-INSTALL-YEAR,
              '  LIFE ', AMN-LIFE-YEARS, '  DUE ', WS-DUE-YEAR,
              '  COST $', WS-COST-ED.
           IF AMN-NOTE NOT = SPACES
               DISPLAY '           ', AMN-NOTE
           END-IF.
           ADD 1 TO WS-LISTED-COUNT.
           ADD AMN-REPLACE-COST TO WS-LIST-TOTAL.

       0410-END.

       0500-DELETE-AMENITY.

           IF NOT SIGNON-ADMIN
               DISPLAY 'AMENMAINT: DELETING FROM THE REGISTER NEEDS ',
                  'THE ADMIN ROLE'
               GO TO 0500-END
           END-IF.

           PERFORM 0250-GET-ITEM THRU 0250-END.
           IF WS-AMENITY = SPACES
               GO TO 0500-END
           END-IF.

           IF NOT AMENITYFOUND
               DISPLAY 'AMENMAINT: ', WS-AMENITY, ' IS NOT ON THE ',
                  'REGISTER FOR THIS PARK'
               GO TO 0500-END
           END-IF.

           MOVE AMN-REPLACE-COST TO WS-COST-ED.
           DISPLAY AMN-AMENITY, '  INSTALLED ', AMN-INSTALL-YEAR,
              '  LIFE ', AMN-LIFE-YEARS, '  COST $', WS-COST-ED.
           DISPLAY 'DELETE THIS AMENITY FROM THE REGISTER?  ENTER Y: '
              WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY 'AMENMAINT: NOT DELETED'
               GO TO 0500-END
           END-IF.

           DELETE AMENITYREG RECORD
             INVALID KEY
                DISPLAY 'AMENMAINT: UNABLE TO DELETE AMENITY, ',
                   'STATUS ', AMN-FILE-CHECK-KEY
             NOT INVALID KEY
                DISPLAY 'AMENMAINT: ', AMN-AMENITY, ' DELETED'
           END-DELETE.

       0500-END.

       9000-END-PROGRAM.
           CLOSE TENNISCOURTS, AMENITYREG.
           STOP RUN.

           COPY "signon.cpy".

       END PROGRAM AMENMAINT.
