      *****************************************************************
      *    CHMSUM    -    MONTHLY SUMMARY RECORD LAYOUT.
      *    ONE RECORD IN CHMONSUM PER CHART ID PER YEAR, BUILT BY
      *    CHARTMSM FROM THE MONTH-END CHART-DATA-RECORDS ON CHARTDAT
      *    AND ON EVERY CHARHIST GENERATION, SO A YEAR'S MONTHLY
      *    TOTALS STAY IN REACH AFTER CHARTARC HAS ARCHIVED THE DAYS.
      *    A MONTH'S TOTAL IS THE PRIMARY SERIES OF THE LAST-DATED
      *    RECORD IN THE MONTH, ALL 31 SLOTS, AS CHARTRLL SUMS IT.
      *    MS-YEAR AND EACH MONTH FOLLOW THE BASIS THE SUMMARY WAS
      *    BUILT ON - CALENDAR MONTHS, OR THE CHFISCAL FISCAL YEAR
      *    AND ITS TWELVE PERIODS - RECORDED IN MS-PERIOD-BASIS.
      *    CHARTMSM REBUILDS BOTH OF A RUN'S YEARS IN FULL EACH TIME,
      *    SO NOTHING ELSE MAINTAINS THE FILE BUT CHARTREO, WHICH
      *    RE-KEYS A RENAMED DEPARTMENT'S SUMMARIES AND DELETES A
      *    MERGED OR RETIRED ONE'S.
      *****************************************************************
       01  MONTHLY-SUMMARY-RECORD.
           05  MS-KEY.
               10  MS-CHART-ID          PIC X(8).
               10  MS-YEAR              PIC X(4).
           05  MS-PERIOD-BASIS            PIC X(8).
           05  MS-BUILT-DATE              PIC X(8).
           05  MS-MONTH-DATA OCCURS 12 TIMES.
      *        CCYYMM, OR THE FISCAL PERIOD CCYYPP.
               10  MS-PERIOD            PIC X(6).
      *        CHART DATE OF THE RECORD THE TOTAL CAME FROM, AND
      *        WHERE IT WAS FOUND; SPACES = NO DATA FOR THE MONTH.
               10  MS-SOURCE-DATE       PIC X(8).
               10  MS-SOURCE            PIC X.
                   88  MS-FROM-CHARTDAT                 VALUE "D".
                   88  MS-FROM-CHARHIST                 VALUE "H".
                   88  MS-NO-DATA                       VALUE " ".
               10  MS-ACTUAL            PIC S9(9)V9    COMP-3.
      *        THE MONTH'S CHBUDGET AMOUNT, WHEN THERE IS ONE.
               10  MS-BUDGET-FLAG       PIC X.
                   88  MS-HAS-BUDGET                    VALUE "Y".
               10  MS-BUDGET            PIC S9(9)V9    COMP-3.
