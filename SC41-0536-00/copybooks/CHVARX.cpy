      *****************************************************************
      *    CHVARX    -    MONTH-END VARIANCE EXTRACT RECORD LAYOUT.
      *    ONE RECORD PER LINE OF THE CHARTVAR VARIANCE REPORT -
      *    EVERY DEPARTMENT, EVERY DIVISION SUBTOTAL, THE UNASSIGNED
      *    SUBTOTAL AND THE COMPANY TOTAL - WRITTEN TO CHVARXFR FOR
      *    THE PLANNING GROUP'S SPREADSHEET. LIKE CHXFER, EVERY FIELD
      *    IS CHARACTER OR EDITED DISPLAY FORMAT - NO COMP-3 - SO THE
      *    FILE TRANSFERS TO THE OFFICE PCS AS PLAIN TEXT.
      *
      *    THE VARIANCES ARE ACTUAL LESS BUDGET AND ACTUAL LESS PRIOR
      *    YEAR, THE PERCENTS THE VARIANCE OVER THE BUDGET OR PRIOR-
      *    YEAR AMOUNT. WHERE THERE IS NO BUDGET OR PRIOR-YEAR FIGURE
      *    TO MEASURE AGAINST, THE VARIANCE AND PERCENT ARE ZERO AND
      *    VX-NOTE SAYS WHY. VX-WORST-RANK IS THE DEPARTMENT'S PLACE
      *    ON THE TEN-WORST-AGAINST-BUDGET LIST, ZERO IF NOT ON IT.
      *****************************************************************
       01  VARIANCE-EXTRACT-RECORD.
           05  VX-RUN-DATE                PIC X(8).
           05  VX-LINE-TYPE               PIC X.
               88  VX-DEPARTMENT-LINE                   VALUE "D".
               88  VX-DIVISION-LINE                     VALUE "V".
               88  VX-UNASSIGNED-LINE                   VALUE "U".
               88  VX-COMPANY-LINE                      VALUE "C".
           05  VX-COMPANY                 PIC X(10).
           05  VX-DIVISION                PIC X(10).
           05  VX-DEPT                    PIC X(10).
           05  VX-ACTUAL                  PIC -(9)9.9.
           05  VX-BUDGET                  PIC -(9)9.9.
           05  VX-BUDGET-VARIANCE         PIC -(9)9.9.
           05  VX-BUDGET-PERCENT          PIC -(5)9.9.
           05  VX-PRIOR-YEAR              PIC -(9)9.9.
           05  VX-PRIOR-VARIANCE          PIC -(9)9.9.
           05  VX-PRIOR-PERCENT           PIC -(5)9.9.
           05  VX-WORST-RANK              PIC 9(2).
           05  VX-NOTE                    PIC X(16).
