      *    MAINTAINED BY THE PLANNING GROUP, CARRYING THE MONTH'S
      *    BUDGETED ACTIVITY FOR THE DEPARTMENT. CHARTCMP SPREADS THE
      *    MONTHLY AMOUNT EVENLY OVER THE CALENDAR DAYS OF THE MONTH
      *    TO BUILD THE BUDGET COMPARISON SERIES. A SHOP RUNNING BY
      *    FISCAL PERIOD KEYS BU-MONTH WITH THE CHFISCAL PERIOD
      *    (CCYYPP) INSTEAD, AND THE AMOUNT IS SPREAD OVER THE DAYS
      *    OF THAT PERIOD. THE AMOUNT ARRIVES IN ZONED DISPLAY
      *    FORMAT, NOT COMP-3, BECAUSE THE FILE IS PRODUCED OUTSIDE
      *    THIS APPLICATION, LIKE THE ACTIVITY FEED.
      *****************************************************************
       01  BUDGET-RECORD.
           05  BU-DEPT                    PIC X(10).
