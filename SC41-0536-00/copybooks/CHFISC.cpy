      *****************************************************************
      *    CHFISC     -    FISCAL CALENDAR RECORD LAYOUT.
      *    ONE RECORD PER FISCAL PERIOD IN CHFISCAL, MAINTAINED BY
      *    FINANCE ALONGSIDE CHBUDGET, GIVING THE FIRST AND LAST
      *    CALENDAR DATE (CCYYMMDD) OF THE PERIOD. ON A 4-4-5
      *    CALENDAR A PERIOD IS FOUR OR FIVE WEEKS - SIX IN THE
      *    PERIOD THAT TAKES A 53-WEEK YEAR'S EXTRA WEEK. FP-PERIOD
      *    IS THE FISCAL YEAR AS FINANCE NAMES IT AND THE PERIOD
      *    WITHIN IT (CCYYPP), SO THE SAME PERIOD ONE FISCAL YEAR
      *    BACK IS ALWAYS CCYY - 1 WITH THE SAME PP. PERIODS MUST
      *    NOT OVERLAP; A DATE IN A GAP BETWEEN TWO PERIODS IS NOT
      *    ON THE CALENDAR. CHARTFSC IS THE ONLY PROGRAM THAT READS
      *    THE FILE.
      *****************************************************************
       01  FISCAL-PERIOD-RECORD.
           05  FP-PERIOD                  PIC X(6).
           05  FP-START-DATE              PIC X(8).
           05  FP-END-DATE                PIC X(8).
