      *    WORKING-STORAGE FOR THE SHARED DATE ROUTINES (DATECALC.CPY).
      *    COPY THIS INSIDE WS-WORK-AREAS - EVERY FIELD IS LEVEL 05.
      *    WS-DC-DAYS IS A DAY NUMBER - SUBTRACT TWO OF THEM FOR THE
      *    DAYS BETWEEN TWO DATES.  WS-DC-WEEKDAY IS 1 = MONDAY TO
      *    7 = SUNDAY
           05  WS-DC-DATE          PIC 9(8).
           05  WS-DC-DATE-R REDEFINES WS-DC-DATE.
               10  WS-DC-YYYY      PIC 9(4).
               10  WS-DC-MM        PIC 9(2).
               10  WS-DC-DD        PIC 9(2).
           05  WS-DC-DAYS          PIC 9(8).
           05  WS-DC-WEEKDAY       PIC 9.
           05  WS-DC-A             PIC 9(9).
           05  WS-DC-B             PIC 9(9).
           05  WS-DC-C             PIC 9(9).
           05  WS-DC-D             PIC 9(9).
           05  WS-DC-E             PIC 9(9).
           05  WS-DC-M             PIC 9(9).
           05  WS-DC-Y             PIC 9(9).
           05  WS-DC-T             PIC 9(9).
