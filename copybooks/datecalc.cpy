      *    SHARED DATE PARAGRAPHS (PAIR WITH DATECWS.CPY).
      *    9700 TURNS WS-DC-DATE (YYYYMMDD) INTO A DAY NUMBER IN
      *    WS-DC-DAYS AND SETS WS-DC-WEEKDAY.  9710 TURNS WS-DC-DAYS
      *    BACK INTO WS-DC-DATE.  EACH STEP IS A WHOLE-NUMBER DIVIDE
      *    SO THE REMAINDERS MUST BE DROPPED AS THEY GO
       9700-DATE-TO-DAYS.

           COMPUTE WS-DC-A = (14 - WS-DC-MM) / 12.
           COMPUTE WS-DC-Y = WS-DC-YYYY + 4800 - WS-DC-A.
           COMPUTE WS-DC-M = WS-DC-MM + (12 * WS-DC-A) - 3.
           COMPUTE WS-DC-T = ((153 * WS-DC-M) + 2) / 5.
           COMPUTE WS-DC-DAYS = WS-DC-DD + WS-DC-T + (365 * WS-DC-Y).
           COMPUTE WS-DC-T = WS-DC-Y / 4.
           ADD WS-DC-T TO WS-DC-DAYS.
           COMPUTE WS-DC-T = WS-DC-Y / 100.
           SUBTRACT WS-DC-T FROM WS-DC-DAYS.
           COMPUTE WS-DC-T = WS-DC-Y / 400.
           ADD WS-DC-T TO WS-DC-DAYS.
           SUBTRACT 32045 FROM WS-DC-DAYS.

           DIVIDE WS-DC-DAYS BY 7 GIVING WS-DC-T
               REMAINDER WS-DC-WEEKDAY.
           ADD 1 TO WS-DC-WEEKDAY.

       9700-END.

       9710-DAYS-TO-DATE.

           COMPUTE WS-DC-A = WS-DC-DAYS + 32044.
           COMPUTE WS-DC-B = ((4 * WS-DC-A) + 3) / 146097.
           COMPUTE WS-DC-T = (146097 * WS-DC-B) / 4.
           COMPUTE WS-DC-C = WS-DC-A - WS-DC-T.
           COMPUTE WS-DC-D = ((4 * WS-DC-C) + 3) / 1461.
           COMPUTE WS-DC-T = (1461 * WS-DC-D) / 4.
           COMPUTE WS-DC-E = WS-DC-C - WS-DC-T.
           COMPUTE WS-DC-M = ((5 * WS-DC-E) + 2) / 153.
           COMPUTE WS-DC-T = ((153 * WS-DC-M) + 2) / 5.
           COMPUTE WS-DC-DD = WS-DC-E - WS-DC-T + 1.
           COMPUTE WS-DC-T = WS-DC-M / 10.
           COMPUTE WS-DC-MM = WS-DC-M + 3 - (12 * WS-DC-T).
           COMPUTE WS-DC-YYYY = (100 * WS-DC-B) + WS-DC-D - 4800
               + WS-DC-T.

       9710-END.
