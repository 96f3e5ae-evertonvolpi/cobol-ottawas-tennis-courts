           05  FILLER    PIC X(9) VALUE 'FENCE'.
           05  FILLER    PIC X(9) VALUE 'PRACTICE'.
           05  FILLER    PIC X(9) VALUE 'BACKWALL'.
           05  FILLER    PIC X(9) VALUE 'COURT'.
       01  WS-AMENITY-TABLE-R REDEFINES WS-AMENITY-TABLE.
           05  WS-AMENITY-NAME OCCURS 7 TIMES PIC X(9).

       01  WS-PARK-TABLE.
           05  WS-PARK-ENTRY OCCURS 300 TIMES.

           PERFORM 0370-PRINT-AMENITY-ORDERS THRU 0370-END
               VARYING WS-AMEN-SUB FROM 1 BY 1
               UNTIL WS-AMEN-SUB > 7.

       0350-END.

