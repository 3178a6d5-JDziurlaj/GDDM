       IDENTIFICATION DIVISION.

       PROGRAM-ID. CHARTVAR.
      *****************************************************************
      *    CHARTVAR IS THE MONTH-END VARIANCE REPORT. RUN AFTER
      *    CHARTCMP AND CHARTRLL FOR THE LAST DAY OF THE MONTH, IT
      *    READS EACH DEPTLIST DEPARTMENT'S CHARTDAT RECORD FOR THE
      *    RUN DATE AND PRINTS, MONTH TO DATE, THE ACTUAL (SERIES 1),
      *    BUDGET (SERIES 3) AND PRIOR-YEAR (SERIES 2) AMOUNTS CHARTCMP
      *    PUT THERE, WITH THE VARIANCE OF ACTUAL AGAINST EACH IN
      *    AMOUNT AND PERCENT. DEPARTMENTS ARE GROUPED BY DIVISION
      *    USING DEPTHIER, EACH DIVISION IS SUBTOTALED, AND THE
      *    COMPANY TOTAL CLOSES THE LIST; THE REPORT ENDS WITH THE
      *    TEN DEPARTMENTS FURTHEST BELOW BUDGET. EVERY LINE IS ALSO
      *    WRITTEN TO THE CHVARXFR EXTRACT FOR THE PLANNING GROUP.
      *
      *    THE ACTUAL SUBTOTALS ARE BUILT EXACTLY AS CHARTRLL BUILDS
      *    ITS ROLLUPS - ALL 31 SLOTS OF SERIES 1, THE SAME ROLLUP-ID
      *    EXCLUSIONS, THE SAME DIVISION TABLE, UNASSIGNED DEPARTMENTS
      *    IN THE COMPANY TOTAL ONLY - AND EACH ONE IS THEN CHECKED
      *    AGAINST THE DIVISION OR COMPANY RECORD CHARTRLL WROTE FOR
      *    THE RUN DATE. A SUBTOTAL THAT DOES NOT AGREE IS FLAGGED ON
      *    THE REPORT AND ENDS THE RUN OUT OF BALANCE.
      *
      *    BUDGET AND PRIOR YEAR ARE SUMMED OVER THE DAYS OF THE
      *    MONTH UP TO THE RUN DAY, SINCE CHARTCMP SPREADS THE BUDGET
      *    ACROSS EVERY SLOT. RUN BY FISCAL PERIOD, TO MATCH A FISCAL
      *    CHARTLD LOAD AND CHARTCMP FILL, THE RECORD'S POINTS ARE THE
      *    DAYS OF THE CHFISCAL PERIOD INSTEAD, SO THE SUMS STOP AT
      *    THE RUN DATE'S DAY IN ITS PERIOD (THROUGH CHARTFSC); IN A
      *    PERIOD LONGER THAN 31 DAYS THE OPENING DAYS CHARTLD CARRIES
      *    TOGETHER ON POINT 1 COUNT AS THAT ONE POINT. A SERIES IS
      *    TAKEN AS PRESENT ONLY WHEN IT CARRIES THE NAME CHARTCMP
      *    GIVES IT, SO A SERIES AN OPERATOR KEYED THROUGH CHARTMNT IS
      *    NEVER MISREAD AS BUDGET.
      *    A DIVISION'S BUDGET IS THE SUM OF ITS MEMBERS THAT HAVE
      *    ONE. ACTUAL BELOW BUDGET IS THE UNFAVORABLE DIRECTION THE
      *    TEN-WORST LIST RANKS ON; A DEPARTMENT AT OR ABOVE BUDGET
      *    NEVER APPEARS ON IT.
      *
      *    CALLERS PASS THREE PARAMETERS (CL: CALL PGM(CHARTVAR)
      *    PARM(&RUNDATE &BASIS &RC)):
      *      LK-RUN-DATE         CCYYMMDD MONTH-END (OR PERIOD-END)
      *                          DATE TO REPORT; SPACES IS REPLACED
      *                          WITH TODAY AND PASSED BACK, THE SAME
      *                          CONVENTION CHARTRLL USES.
      *      LK-PERIOD-BASIS     "CALENDAR" OR "FISCAL", AS THE
      *                          CHARTLD LOAD AND CHARTCMP FILL WERE
      *                          RUN; SPACES IS REPLACED WITH
      *                          "CALENDAR" AND PASSED BACK.
      *      LK-COMPLETION-CODE  0 = OK, 4 = A DEPARTMENT HAD NO DATA
      *                          RECORD, BUDGET, PRIOR YEAR OR
      *                          DEPTHIER RECORD, OR A ROLLUP RECORD
      *                          WAS MISSING (SEE CONSOLE), 8 = THE
      *                          RUN DATE IS NOT A VALID CCYYMMDD
      *                          DATE, THE BASIS IS NEITHER CALENDAR
      *                          NOR FISCAL, OR A FISCAL RUN DATE IS
      *                          NOT IN A PERIOD ON CHFISCAL, 12 = A
      *                          SUBTOTAL DOES NOT AGREE WITH
      *                          CHARTRLL'S ROLLUP RECORD, 16 = A FILE
      *                          (CHFISCAL INCLUDED) COULD NOT BE
      *                          OPENED.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-S38.
       OBJECT-COMPUTER. IBM-S38.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPT-LIST-FILE ASSIGN TO DEPTLIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT HIERARCHY-FILE ASSIGN TO DEPTHIER
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIER-STATUS.
           SELECT CHART-DATA-FILE ASSIGN TO CHARTDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO CHVARPRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO CHVARXFR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XFR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DEPT-LIST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CHDEPT.
       FD  HIERARCHY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CHHIER.
       FD  CHART-DATA-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CHDATA.
       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE       PIC X(132).
       FD  EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CHVARX.
       WORKING-STORAGE SECTION.
       77  WS-DEPT-STATUS    PIC X(2).
       77  WS-HIER-STATUS    PIC X(2).
       77  WS-FILE-STATUS    PIC X(2).
       77  WS-PRINT-STATUS   PIC X(2).
       77  WS-XFR-STATUS     PIC X(2).
       77  WS-DEPT-EOF       PIC X        VALUE "N".
           88  WS-DEPT-END                 VALUE "Y".
       77  WS-HIER-EOF       PIC X        VALUE "N".
           88  WS-HIER-END                 VALUE "Y".
       77  WS-RECORD-FOUND   PIC X.
           88  WS-FOUND                    VALUE "Y".
           88  WS-NOT-FOUND                VALUE "N".
       77  WS-COMPANY-NAME   PIC X(10)    VALUE SPACES.
       77  WS-ROLLUP-FLAG    PIC X.
           88  WS-ROLLUP-ID                VALUE "Y".
       77  WS-DATE-FLAG      PIC X.
           88  WS-DATE-OK                  VALUE "Y".
       77  WS-EDIT-YEAR      PIC S9(5) COMP-4.
       77  WS-MONTH-LEN      PIC S9(5) COMP-4.
       77  WS-DATE-QUOT      PIC S9(9) COMP-4.
       77  WS-DATE-REM       PIC S9(5) COMP-4.
       01  WS-DATE-PARTS.
           05  WS-DATE-CC    PIC 9(2).
           05  WS-DATE-YY    PIC 9(2).
           05  WS-DATE-MM    PIC 9(2).
           05  WS-DATE-DD    PIC 9(2).
       01  WS-RUN-DAY-TEXT   PIC X(2).
       01  WS-RUN-DAY REDEFINES WS-RUN-DAY-TEXT
                             PIC 9(2).
       77  WS-RUN-POINT      PIC S9(5) COMP-4.
       77  WS-PERIOD-BASIS   PIC X(8).
           88  WS-CALENDAR-BASIS           VALUE "CALENDAR".
           88  WS-FISCAL-BASIS             VALUE "FISCAL".
       77  WS-LOOKUP-DATE    PIC X(8).
       77  WS-FISCAL-PERIOD  PIC X(6).
       77  WS-PERIOD-START   PIC X(8).
       77  WS-PERIOD-END     PIC X(8).
       77  WS-PERIOD-DAYS    PIC S9(5) COMP-3.
       77  WS-DAY-IN-PERIOD  PIC S9(5) COMP-3.
       77  WS-FISCAL-RC      PIC S9(5) COMP-3.
       77  WS-SAVE-ID        PIC X(8).
       77  WS-SAVE-DATE      PIC X(8).
       77  WS-ROLLUP-CHART-ID PIC X(8).
       77  WS-ROLLUP-AMOUNT  PIC S9(9)V9 COMP-3.
       77  WS-DEPT-SUB       PIC S9(5) COMP-4.
       77  WS-DIV-SUB        PIC S9(5) COMP-4.
       77  WS-DAY-SUB        PIC S9(5) COMP-4.
       77  WS-SUBSCRIPT      PIC S9(5) COMP-4.
       77  WS-RANK-SUB       PIC S9(5) COMP-4.
       77  WS-SHIFT-SUB      PIC S9(5) COMP-4.
       77  WS-RANK-VARIANCE  PIC S9(9)V9 COMP-3.
       77  HIER-COUNT        PIC S9(5) COMP-4 VALUE ZERO.
       77  DIV-COUNT         PIC S9(5) COMP-4 VALUE ZERO.
       77  DEPT-COUNT        PIC S9(5) COMP-4 VALUE ZERO.
       77  WORST-COUNT       PIC S9(5) COMP-4 VALUE ZERO.
       77  MISSING-COUNT     PIC S9(5) COMP-4 VALUE ZERO.
       77  UNASSIGNED-COUNT  PIC S9(5) COMP-4 VALUE ZERO.
       77  ROLLUP-ID-COUNT   PIC S9(5) COMP-4 VALUE ZERO.
       77  NO-BUDGET-COUNT   PIC S9(5) COMP-4 VALUE ZERO.
       77  NO-PRIOR-COUNT    PIC S9(5) COMP-4 VALUE ZERO.
       77  NO-ROLLUP-COUNT   PIC S9(5) COMP-4 VALUE ZERO.
       77  UNBALANCED-COUNT  PIC S9(5) COMP-4 VALUE ZERO.
       77  TABLE-FULL-COUNT  PIC S9(5) COMP-4 VALUE ZERO.
       77  EXTRACT-COUNT     PIC S9(5) COMP-4 VALUE ZERO.
      *    THE AMOUNTS FOR ONE PRINTED LINE, WHETHER DEPARTMENT,
      *    DIVISION OR COMPANY, ARE STAGED HERE SO ONE PARAGRAPH
      *    WORKS OUT THE VARIANCES FOR ALL OF THEM.
       77  WS-LINE-ACTUAL    PIC S9(9)V9 COMP-3.
       77  WS-LINE-BUDGET    PIC S9(9)V9 COMP-3.
       77  WS-LINE-PRIOR     PIC S9(9)V9 COMP-3.
       77  WS-BUDGET-VARIANCE PIC S9(9)V9 COMP-3.
       77  WS-PRIOR-VARIANCE PIC S9(9)V9 COMP-3.
       77  WS-BUDGET-PCT     PIC S9(5)V9 COMP-3.
       77  WS-PRIOR-PCT      PIC S9(5)V9 COMP-3.
       77  WS-LINE-BUDGET-FLAG PIC X.
           88  WS-LINE-HAS-BUDGET          VALUE "Y".
       77  WS-LINE-PRIOR-FLAG PIC X.
           88  WS-LINE-HAS-PRIOR           VALUE "Y".
       77  WS-BUDGET-PCT-FLAG PIC X.
           88  WS-BUDGET-PCT-OK            VALUE "Y".
       77  WS-PRIOR-PCT-FLAG PIC X.
           88  WS-PRIOR-PCT-OK             VALUE "Y".
      *    SIZED TO MATCH CHARTRLL'S TABLES, SO EVERY DEPARTMENT AND
      *    DIVISION THE ROLLUP CAN CARRY IS ACCOUNTED FOR HERE.
       01  HIER-TABLE.
           03  HIER-ENTRY OCCURS 500 TIMES.
               05  HT-DEPT            PIC X(10).
               05  HT-DIVISION        PIC X(10).
       01  DEPT-TABLE.
           03  DEPT-ENTRY OCCURS 500 TIMES.
               05  DT-DEPT            PIC X(10).
               05  DT-DIV-SUB         PIC S9(5) COMP-4.
               05  DT-RANK            PIC S9(5) COMP-4.
               05  DT-RECORD-FLAG     PIC X.
                   88  DT-HAS-RECORD           VALUE "Y".
               05  DT-BUDGET-FLAG     PIC X.
                   88  DT-HAS-BUDGET           VALUE "Y".
               05  DT-PRIOR-FLAG      PIC X.
                   88  DT-HAS-PRIOR            VALUE "Y".
               05  DT-ACTUAL          PIC S9(7)V9 COMP-3.
               05  DT-BUDGET          PIC S9(7)V9 COMP-3.
               05  DT-PRIOR           PIC S9(7)V9 COMP-3.
       01  DIV-TABLE.
           03  DIV-ENTRY OCCURS 20 TIMES.
               05  DV-NAME            PIC X(10).
               05  DV-BUDGET-COUNT    PIC S9(5) COMP-4.
               05  DV-PRIOR-COUNT     PIC S9(5) COMP-4.
               05  DV-ACTUAL          PIC S9(9)V9 COMP-3.
               05  DV-BUDGET          PIC S9(9)V9 COMP-3.
               05  DV-PRIOR           PIC S9(9)V9 COMP-3.
      *    DEPARTMENTS WITH NO DEPTHIER RECORD, AND THE COMPANY.
       01  GROUP-TOTALS.
           03  UN-BUDGET-COUNT        PIC S9(5) COMP-4 VALUE ZERO.
           03  UN-PRIOR-COUNT         PIC S9(5) COMP-4 VALUE ZERO.
           03  UN-ACTUAL              PIC S9(9)V9 COMP-3 VALUE ZERO.
           03  UN-BUDGET              PIC S9(9)V9 COMP-3 VALUE ZERO.
           03  UN-PRIOR               PIC S9(9)V9 COMP-3 VALUE ZERO.
           03  CO-BUDGET-COUNT        PIC S9(5) COMP-4 VALUE ZERO.
           03  CO-PRIOR-COUNT         PIC S9(5) COMP-4 VALUE ZERO.
           03  CO-ACTUAL              PIC S9(9)V9 COMP-3 VALUE ZERO.
           03  CO-BUDGET              PIC S9(9)V9 COMP-3 VALUE ZERO.
           03  CO-PRIOR               PIC S9(9)V9 COMP-3 VALUE ZERO.
      *    THE TEN WORST DEPARTMENTS AGAINST BUDGET, MOST NEGATIVE
      *    VARIANCE FIRST, KEPT IN ORDER AS THE DEPARTMENTS ARE READ.
       01  WORST-TABLE.
           03  WORST-ENTRY OCCURS 10 TIMES.
               05  WT-DEPT-SUB        PIC S9(5) COMP-4.
               05  WT-VARIANCE        PIC S9(9)V9 COMP-3.
       01  RPT-HEADER-1.
           05  FILLER             PIC X(5)   VALUE SPACES.
           05  FILLER             PIC X(30)
               VALUE "MONTH-END VARIANCE REPORT FOR ".
           05  RH-RUN-DATE        PIC X(8).
           05  FILLER             PIC X(11)  VALUE "   COMPANY ".
           05  RH-COMPANY         PIC X(10).
           05  FILLER             PIC X(68)  VALUE SPACES.
       01  RPT-COLUMN-HEADS.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  FILLER             PIC X(12)  VALUE "DEPARTMENT".
           05  FILLER             PIC X(15)  VALUE "       ACTUAL".
           05  FILLER             PIC X(15)  VALUE "       BUDGET".
           05  FILLER             PIC X(15)  VALUE "     VARIANCE".
           05  FILLER             PIC X(10)  VALUE "   VAR %".
           05  FILLER             PIC X(15)  VALUE "   PRIOR YEAR".
           05  FILLER             PIC X(15)  VALUE "     VARIANCE".
           05  FILLER             PIC X(10)  VALUE "   VAR %".
           05  FILLER             PIC X(16)  VALUE "NOTE".
           05  FILLER             PIC X(8)   VALUE SPACES.
       01  RPT-GROUP-LINE.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RG-LABEL           PIC X(10).
           05  RG-NAME            PIC X(10).
           05  FILLER             PIC X(111) VALUE SPACES.
       01  RPT-DETAIL-LINE.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RD-DEPT            PIC X(10).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RD-ACTUAL          PIC -(10)9.9.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RD-BUDGET          PIC -(10)9.9.
           05  RD-BUDGET-X REDEFINES RD-BUDGET
                                  PIC X(13).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RD-BUDGET-VAR      PIC -(10)9.9.
           05  RD-BUDGET-VAR-X REDEFINES RD-BUDGET-VAR
                                  PIC X(13).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RD-BUDGET-PCT      PIC -(5)9.9.
           05  RD-BUDGET-PCT-X REDEFINES RD-BUDGET-PCT
                                  PIC X(8).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RD-PRIOR           PIC -(10)9.9.
           05  RD-PRIOR-X REDEFINES RD-PRIOR
                                  PIC X(13).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RD-PRIOR-VAR       PIC -(10)9.9.
           05  RD-PRIOR-VAR-X REDEFINES RD-PRIOR-VAR
                                  PIC X(13).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RD-PRIOR-PCT       PIC -(5)9.9.
           05  RD-PRIOR-PCT-X REDEFINES RD-PRIOR-PCT
                                  PIC X(8).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RD-NOTE            PIC X(16).
           05  FILLER             PIC X(8)   VALUE SPACES.
       01  RPT-RECONCILE-LINE.
           05  FILLER             PIC X(4)   VALUE SPACES.
           05  RR-CHART-ID        PIC X(8).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RR-AMOUNT          PIC -(10)9.9.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RR-RESULT          PIC X(40).
           05  FILLER             PIC X(64)  VALUE SPACES.
       01  RPT-RANK-HEADS.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  FILLER             PIC X(6)   VALUE "RANK".
           05  FILLER             PIC X(12)  VALUE "DEPARTMENT".
           05  FILLER             PIC X(12)  VALUE "DIVISION".
           05  FILLER             PIC X(15)  VALUE "       ACTUAL".
           05  FILLER             PIC X(15)  VALUE "       BUDGET".
           05  FILLER             PIC X(15)  VALUE "     VARIANCE".
           05  FILLER             PIC X(10)  VALUE "   VAR %".
           05  FILLER             PIC X(46)  VALUE SPACES.
       01  RPT-RANK-LINE.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RK-RANK            PIC Z9.
           05  FILLER             PIC X(4)   VALUE SPACES.
           05  RK-DEPT            PIC X(10).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RK-DIVISION        PIC X(10).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RK-ACTUAL          PIC -(10)9.9.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RK-BUDGET          PIC -(10)9.9.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RK-VARIANCE        PIC -(10)9.9.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RK-PCT             PIC -(5)9.9.
           05  RK-PCT-X REDEFINES RK-PCT
                                  PIC X(8).
           05  FILLER             PIC X(48)  VALUE SPACES.
       01  RPT-TOTAL-LINE.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RT-LABEL           PIC X(30).
           05  RT-COUNT           PIC Z(4)9.
           05  FILLER             PIC X(96)  VALUE SPACES.
       LINKAGE SECTION.
       01  LK-RUN-DATE           PIC X(8).
       01  LK-PERIOD-BASIS       PIC X(8).
       01  LK-COMPLETION-CODE    PIC S9(5) COMP-3.
       PROCEDURE DIVISION USING LK-RUN-DATE, LK-PERIOD-BASIS,
               LK-COMPLETION-CODE.
       MAIN-ROUTINE.
           MOVE ZERO TO LK-COMPLETION-CODE.
           IF LK-RUN-DATE = SPACES
               ACCEPT LK-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           PERFORM EDIT-RUN-DATE.
           IF NOT WS-DATE-OK
               DISPLAY "CHARTVAR: RUN DATE " LK-RUN-DATE
                   " IS NOT A VALID CCYYMMDD DATE, NO REPORT"
               MOVE 8 TO LK-COMPLETION-CODE
               GOBACK
           END-IF.
           MOVE LK-RUN-DATE (7:2) TO WS-RUN-DAY-TEXT.
           MOVE WS-RUN-DAY TO WS-RUN-POINT.
           IF LK-PERIOD-BASIS = SPACES
               MOVE "CALENDAR" TO LK-PERIOD-BASIS
           END-IF.
           MOVE LK-PERIOD-BASIS TO WS-PERIOD-BASIS.
           IF NOT WS-CALENDAR-BASIS AND NOT WS-FISCAL-BASIS
               DISPLAY "CHARTVAR: PERIOD BASIS " WS-PERIOD-BASIS
                   " IS NOT CALENDAR OR FISCAL, NO REPORT"
               MOVE 8 TO LK-COMPLETION-CODE
               GOBACK
           END-IF.
           IF WS-FISCAL-BASIS
               PERFORM FIND-FISCAL-PERIOD
               IF LK-COMPLETION-CODE NOT = ZERO
                   GOBACK
               END-IF
           END-IF.
           PERFORM OPEN-FILES.
           IF LK-COMPLETION-CODE NOT = ZERO
               GOBACK
           END-IF.
           PERFORM LOAD-HIERARCHY THRU LOAD-HIERARCHY-EXIT.
           PERFORM READ-DEPARTMENT.
           PERFORM LOAD-DEPARTMENT UNTIL WS-DEPT-END.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > DEPT-COUNT
               PERFORM RANK-DEPARTMENT THRU RANK-DEPARTMENT-EXIT
           END-PERFORM.
           PERFORM VARYING WS-RANK-SUB FROM 1 BY 1
                   UNTIL WS-RANK-SUB > WORST-COUNT
               MOVE WS-RANK-SUB TO DT-RANK (WT-DEPT-SUB (WS-RANK-SUB))
           END-PERFORM.
           PERFORM PRINT-REPORT.
           PERFORM REPORT-TOTALS.
           CLOSE DEPT-LIST-FILE.
           CLOSE CHART-DATA-FILE.
           CLOSE REPORT-FILE.
           CLOSE EXTRACT-FILE.
           IF UNBALANCED-COUNT > ZERO
               MOVE 12 TO LK-COMPLETION-CODE
           ELSE
               IF MISSING-COUNT > ZERO OR UNASSIGNED-COUNT > ZERO
                   OR NO-BUDGET-COUNT > ZERO OR NO-PRIOR-COUNT > ZERO
                   OR NO-ROLLUP-COUNT > ZERO
                   OR TABLE-FULL-COUNT > ZERO
                   MOVE 4 TO LK-COMPLETION-CODE
               END-IF
           END-IF.
           GOBACK.

       FIND-FISCAL-PERIOD.
      *    ON A FISCAL LOAD POINT N IS DAY N OF THE PERIOD, NOT OF THE
      *    CALENDAR MONTH, SO THE RUN DATE'S DAY IN ITS PERIOD BOUNDS
      *    THE SUMS. A PERIOD LONGER THAN 31 DAYS HAS ITS OPENING DAYS
      *    FOLDED ONTO POINT 1, AS CHARTLD LOADS IT.
           MOVE LK-RUN-DATE TO WS-LOOKUP-DATE.
           MOVE SPACES TO WS-FISCAL-PERIOD.
           MOVE ZERO TO WS-DAY-IN-PERIOD.
           MOVE ZERO TO WS-FISCAL-RC.
           CALL "CHARTFSC" USING WS-LOOKUP-DATE, WS-FISCAL-PERIOD,
               WS-PERIOD-START, WS-PERIOD-END, WS-PERIOD-DAYS,
               WS-DAY-IN-PERIOD, WS-FISCAL-RC
               ON EXCEPTION
                   MOVE 16 TO WS-FISCAL-RC
           END-CALL.
           IF WS-FISCAL-RC NOT = ZERO
               DISPLAY "CHARTVAR: NO FISCAL PERIOD FOR RUN DATE "
                   LK-RUN-DATE ", CHARTFSC RC=" WS-FISCAL-RC
                   " - NO REPORT"
               IF WS-FISCAL-RC = 16
                   MOVE 16 TO LK-COMPLETION-CODE
               ELSE
                   MOVE 8 TO LK-COMPLETION-CODE
               END-IF
           ELSE
               MOVE WS-DAY-IN-PERIOD TO WS-RUN-POINT
               IF WS-PERIOD-DAYS > 31
                   COMPUTE WS-RUN-POINT =
                       WS-DAY-IN-PERIOD - (WS-PERIOD-DAYS - 31)
                   IF WS-RUN-POINT < 1
                       MOVE 1 TO WS-RUN-POINT
                   END-IF
               END-IF
           END-IF.

       OPEN-FILES.
           OPEN INPUT DEPT-LIST-FILE.
           IF WS-DEPT-STATUS NOT = "00"
               DISPLAY "CHARTVAR: UNABLE TO OPEN DEPTLIST, STATUS="
                   WS-DEPT-STATUS
               MOVE 16 TO LK-COMPLETION-CODE
           END-IF.
           OPEN INPUT CHART-DATA-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "CHARTVAR: UNABLE TO OPEN CHARTDAT, STATUS="
                   WS-FILE-STATUS
               MOVE 16 TO LK-COMPLETION-CODE
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "CHARTVAR: UNABLE TO OPEN CHVARPRT, STATUS="
                   WS-PRINT-STATUS
               MOVE 16 TO LK-COMPLETION-CODE
           END-IF.
      *    THE EXTRACT IS THIS MONTH'S FIGURES ONLY - A RERUN AFTER
      *    A CORRECTION REPLACES IT RATHER THAN DOUBLING EVERY LINE
      *    IN THE PLANNING GROUP'S SPREADSHEET.
           OPEN OUTPUT EXTRACT-FILE.
           IF WS-XFR-STATUS NOT = "00"
               DISPLAY "CHARTVAR: UNABLE TO OPEN CHVARXFR, STATUS="
                   WS-XFR-STATUS
               MOVE 16 TO LK-COMPLETION-CODE
           END-IF.

       LOAD-HIERARCHY.
      *    WITHOUT DEPTHIER EVERY DEPARTMENT PRINTS UNASSIGNED AND
      *    NOTHING CAN BE RECONCILED, BUT THE DEPARTMENT FIGURES ARE
      *    STILL WORTH HAVING - SO A MISSING FILE IS REPORTED AND THE
      *    REPORT GOES ON, WHERE CHARTRLL WOULD HAVE STOPPED.
           OPEN INPUT HIERARCHY-FILE.
           IF WS-HIER-STATUS NOT = "00"
               DISPLAY "CHARTVAR: UNABLE TO OPEN DEPTHIER, STATUS="
                   WS-HIER-STATUS " - NO DIVISION SUBTOTALS"
               GO TO LOAD-HIERARCHY-EXIT
           END-IF.
           PERFORM READ-HIERARCHY.
           PERFORM ADD-HIERARCHY UNTIL WS-HIER-END.
           CLOSE HIERARCHY-FILE.
       LOAD-HIERARCHY-EXIT.
           EXIT.

       READ-HIERARCHY.
           READ HIERARCHY-FILE
               AT END
                   MOVE "Y" TO WS-HIER-EOF
           END-READ.
           IF WS-HIER-STATUS NOT = "00" AND WS-HIER-STATUS NOT = "10"
               MOVE "Y" TO WS-HIER-EOF
           END-IF.

       ADD-HIERARCHY.
           IF HIER-COUNT < 500
               ADD 1 TO HIER-COUNT
               MOVE HI-DEPT TO HT-DEPT (HIER-COUNT)
               MOVE HI-DIVISION TO HT-DIVISION (HIER-COUNT)
           ELSE
               DISPLAY "CHARTVAR: HIERARCHY TABLE FULL, " HI-DEPT
                   " NOT LOADED"
           END-IF.
      *    ONE COMPANY COVERS THE WHOLE FILE, THE FIRST NAME SEEN -
      *    THE SAME RULE CHARTRLL NAMES ITS COMPANY RECORD BY.
           IF WS-COMPANY-NAME = SPACES
               MOVE HI-COMPANY TO WS-COMPANY-NAME
           END-IF.
           PERFORM READ-HIERARCHY.

       READ-DEPARTMENT.
           READ DEPT-LIST-FILE
               AT END
                   MOVE "Y" TO WS-DEPT-EOF
           END-READ.

       LOAD-DEPARTMENT.
      *    DIVISION, COMPANY AND SUMMARY IDS ON DEPTLIST ARE CHARTRLL'S
      *    OUTPUT, NOT DEPARTMENTS; COUNTED AS DEPARTMENTS THEY WOULD
      *    DOUBLE THE COMPANY TOTAL, SO THEY ARE LEFT OUT HERE JUST
      *    AS THE ROLLUP LEAVES THEM OUT.
           PERFORM CHECK-ROLLUP-ID.
           IF WS-ROLLUP-ID
               ADD 1 TO ROLLUP-ID-COUNT
           ELSE
               IF DEPT-COUNT < 500
                   ADD 1 TO DEPT-COUNT
                   MOVE DEPT-COUNT TO WS-DEPT-SUB
                   PERFORM BUILD-DEPT-ENTRY
               ELSE
                   ADD 1 TO TABLE-FULL-COUNT
                   DISPLAY "CHARTVAR: DEPARTMENT TABLE FULL, " DL-DEPT
                       " NOT REPORTED"
               END-IF
           END-IF.
           PERFORM READ-DEPARTMENT.

       CHECK-ROLLUP-ID.
      *    THE SAME RECOGNITION CHARTRLL APPLIES: THE FIRST EIGHT
      *    CHARACTERS OF THE DIVISION AND COMPANY NAMES ARE THEIR
      *    CHART IDS, PLUS "SUMMARY".
           MOVE "N" TO WS-ROLLUP-FLAG.
           IF DL-DEPT (1:8) = "SUMMARY "
               MOVE "Y" TO WS-ROLLUP-FLAG
           END-IF.
           IF WS-COMPANY-NAME NOT = SPACES
               AND DL-DEPT (1:8) = WS-COMPANY-NAME (1:8)
               MOVE "Y" TO WS-ROLLUP-FLAG
           END-IF.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > HIER-COUNT
                   OR WS-ROLLUP-ID
               IF DL-DEPT (1:8) = HT-DIVISION (WS-SUBSCRIPT) (1:8)
                   MOVE "Y" TO WS-ROLLUP-FLAG
               END-IF
           END-PERFORM.

       BUILD-DEPT-ENTRY.
           MOVE DL-DEPT TO DT-DEPT (WS-DEPT-SUB).
           MOVE ZERO TO DT-RANK (WS-DEPT-SUB).
           MOVE ZERO TO DT-ACTUAL (WS-DEPT-SUB).
           MOVE ZERO TO DT-BUDGET (WS-DEPT-SUB).
           MOVE ZERO TO DT-PRIOR (WS-DEPT-SUB).
           MOVE "N" TO DT-BUDGET-FLAG (WS-DEPT-SUB).
           MOVE "N" TO DT-PRIOR-FLAG (WS-DEPT-SUB).
           PERFORM FIND-DIVISION.
           MOVE DL-DEPT (1:8) TO CD-CHART-ID.
           MOVE LK-RUN-DATE TO CD-CHART-DATE.
           PERFORM READ-EXISTING-RECORD.
           IF WS-NOT-FOUND
               MOVE "N" TO DT-RECORD-FLAG (WS-DEPT-SUB)
               ADD 1 TO MISSING-COUNT
               DISPLAY "CHARTVAR: NO DATA RECORD FOR " DL-DEPT
                   " UNDER " LK-RUN-DATE
           ELSE
               MOVE "Y" TO DT-RECORD-FLAG (WS-DEPT-SUB)
               PERFORM SUM-DEPT-SERIES
               PERFORM ADD-INTO-GROUPS
           END-IF.

       FIND-DIVISION.
      *    THE DIVISION IS LOOKED UP EVEN FOR A DEPARTMENT WITH NO
      *    DATA RECORD, SO IT STILL PRINTS UNDER ITS OWN DIVISION;
      *    THE DIVISION ENTRY IS CREATED THE SAME WAY CHARTRLL'S IS.
           MOVE ZERO TO WS-DIV-SUB.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > HIER-COUNT
                   OR WS-DIV-SUB NOT = ZERO
               IF HT-DEPT (WS-SUBSCRIPT) = DL-DEPT
                   PERFORM LOCATE-DIVISION-ENTRY
               END-IF
           END-PERFORM.
           IF WS-DIV-SUB = ZERO
               ADD 1 TO UNASSIGNED-COUNT
               DISPLAY "CHARTVAR: " DL-DEPT " HAS NO DEPTHIER RECORD"
                   " - IN THE COMPANY TOTAL ONLY"
           END-IF.
           MOVE WS-DIV-SUB TO DT-DIV-SUB (WS-DEPT-SUB).

       LOCATE-DIVISION-ENTRY.
           PERFORM VARYING WS-DIV-SUB FROM 1 BY 1
                   UNTIL WS-DIV-SUB > DIV-COUNT
                   OR DV-NAME (WS-DIV-SUB)
                       = HT-DIVISION (WS-SUBSCRIPT)
               CONTINUE
           END-PERFORM.
           IF WS-DIV-SUB > DIV-COUNT
               IF DIV-COUNT < 20
                   ADD 1 TO DIV-COUNT
                   MOVE DIV-COUNT TO WS-DIV-SUB
                   MOVE HT-DIVISION (WS-SUBSCRIPT)
                       TO DV-NAME (WS-DIV-SUB)
                   MOVE ZERO TO DV-BUDGET-COUNT (WS-DIV-SUB)
                   MOVE ZERO TO DV-PRIOR-COUNT (WS-DIV-SUB)
                   MOVE ZERO TO DV-ACTUAL (WS-DIV-SUB)
                   MOVE ZERO TO DV-BUDGET (WS-DIV-SUB)
                   MOVE ZERO TO DV-PRIOR (WS-DIV-SUB)
               ELSE
                   ADD 1 TO TABLE-FULL-COUNT
                   DISPLAY "CHARTVAR: DIVISION TABLE FULL, "
                       HT-DIVISION (WS-SUBSCRIPT) " NOT SUBTOTALED"
                   MOVE ZERO TO WS-DIV-SUB
               END-IF
           END-IF.

       SUM-DEPT-SERIES.
      *    ACTUAL TAKES ALL 31 SLOTS, AS CHARTRLL'S SUMS DO, SO THE
      *    SUBTOTALS CAN AGREE TO THE PENNY; BUDGET AND PRIOR YEAR
      *    STOP AT THE RUN DATE'S POINT - ITS DAY OF THE MONTH, OR ON
      *    A FISCAL RUN ITS DAY OF THE PERIOD.
           IF CD-SERIES-COUNT >= 3
               AND CD-SERIES-NAME (3) = "BUDGET"
               MOVE "Y" TO DT-BUDGET-FLAG (WS-DEPT-SUB)
           ELSE
               ADD 1 TO NO-BUDGET-COUNT
               DISPLAY "CHARTVAR: NO BUDGET SERIES FOR " DL-DEPT
           END-IF.
           IF CD-SERIES-COUNT >= 2
               AND CD-SERIES-NAME (2) = "PRIOR YEAR"
               MOVE "Y" TO DT-PRIOR-FLAG (WS-DEPT-SUB)
           ELSE
               ADD 1 TO NO-PRIOR-COUNT
               DISPLAY "CHARTVAR: NO PRIOR-YEAR SERIES FOR " DL-DEPT
           END-IF.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 31
               ADD CD-AY (1, WS-DAY-SUB) TO DT-ACTUAL (WS-DEPT-SUB)
               IF WS-DAY-SUB NOT > WS-RUN-POINT
                   IF DT-HAS-BUDGET (WS-DEPT-SUB)
                       ADD CD-AY (3, WS-DAY-SUB)
                           TO DT-BUDGET (WS-DEPT-SUB)
                   END-IF
                   IF DT-HAS-PRIOR (WS-DEPT-SUB)
                       ADD CD-AY (2, WS-DAY-SUB)
                           TO DT-PRIOR (WS-DEPT-SUB)
                   END-IF
               END-IF
           END-PERFORM.

       ADD-INTO-GROUPS.
           MOVE DT-DIV-SUB (WS-DEPT-SUB) TO WS-DIV-SUB.
           IF WS-DIV-SUB NOT = ZERO
               ADD DT-ACTUAL (WS-DEPT-SUB) TO DV-ACTUAL (WS-DIV-SUB)
               IF DT-HAS-BUDGET (WS-DEPT-SUB)
                   ADD 1 TO DV-BUDGET-COUNT (WS-DIV-SUB)
                   ADD DT-BUDGET (WS-DEPT-SUB)
                       TO DV-BUDGET (WS-DIV-SUB)
               END-IF
               IF DT-HAS-PRIOR (WS-DEPT-SUB)
                   ADD 1 TO DV-PRIOR-COUNT (WS-DIV-SUB)
                   ADD DT-PRIOR (WS-DEPT-SUB) TO DV-PRIOR (WS-DIV-SUB)
               END-IF
           ELSE
               ADD DT-ACTUAL (WS-DEPT-SUB) TO UN-ACTUAL
               IF DT-HAS-BUDGET (WS-DEPT-SUB)
                   ADD 1 TO UN-BUDGET-COUNT
                   ADD DT-BUDGET (WS-DEPT-SUB) TO UN-BUDGET
               END-IF
               IF DT-HAS-PRIOR (WS-DEPT-SUB)
                   ADD 1 TO UN-PRIOR-COUNT
                   ADD DT-PRIOR (WS-DEPT-SUB) TO UN-PRIOR
               END-IF
           END-IF.
           ADD DT-ACTUAL (WS-DEPT-SUB) TO CO-ACTUAL.
           IF DT-HAS-BUDGET (WS-DEPT-SUB)
               ADD 1 TO CO-BUDGET-COUNT
               ADD DT-BUDGET (WS-DEPT-SUB) TO CO-BUDGET
           END-IF.
           IF DT-HAS-PRIOR (WS-DEPT-SUB)
               ADD 1 TO CO-PRIOR-COUNT
               ADD DT-PRIOR (WS-DEPT-SUB) TO CO-PRIOR
           END-IF.

       RANK-DEPARTMENT.
      *    ONLY A DEPARTMENT BELOW ITS BUDGET CAN RANK. THE TABLE IS
      *    KEPT IN ORDER, MOST NEGATIVE FIRST: THE NEW ENTRY'S PLACE
      *    IS FOUND, EVERYTHING BELOW IT MOVES DOWN ONE, AND WHEN THE
      *    TABLE IS FULL THE TENTH FALLS OFF THE END. A TIE KEEPS THE
      *    DEPTLIST ORDER.
           IF NOT DT-HAS-RECORD (WS-DEPT-SUB)
               OR NOT DT-HAS-BUDGET (WS-DEPT-SUB)
               GO TO RANK-DEPARTMENT-EXIT
           END-IF.
           COMPUTE WS-RANK-VARIANCE = DT-ACTUAL (WS-DEPT-SUB)
               - DT-BUDGET (WS-DEPT-SUB).
           IF WS-RANK-VARIANCE NOT < ZERO
               GO TO RANK-DEPARTMENT-EXIT
           END-IF.
           IF WORST-COUNT = 10
               IF WS-RANK-VARIANCE NOT < WT-VARIANCE (10)
                   GO TO RANK-DEPARTMENT-EXIT
               END-IF
           END-IF.
           PERFORM VARYING WS-RANK-SUB FROM 1 BY 1
                   UNTIL WS-RANK-SUB > WORST-COUNT
                   OR WS-RANK-VARIANCE < WT-VARIANCE (WS-RANK-SUB)
               CONTINUE
           END-PERFORM.
           IF WORST-COUNT < 10
               ADD 1 TO WORST-COUNT
           END-IF.
           PERFORM VARYING WS-SHIFT-SUB FROM WORST-COUNT BY -1
                   UNTIL WS-SHIFT-SUB NOT > WS-RANK-SUB
               MOVE WORST-ENTRY (WS-SHIFT-SUB - 1)
                   TO WORST-ENTRY (WS-SHIFT-SUB)
           END-PERFORM.
           MOVE WS-DEPT-SUB TO WT-DEPT-SUB (WS-RANK-SUB).
           MOVE WS-RANK-VARIANCE TO WT-VARIANCE (WS-RANK-SUB).
       RANK-DEPARTMENT-EXIT.
           EXIT.

       PRINT-REPORT.
           MOVE LK-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-COMPANY-NAME TO RH-COMPANY.
           WRITE REPORT-LINE FROM RPT-HEADER-1.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM RPT-COLUMN-HEADS.
           MOVE LK-RUN-DATE TO VX-RUN-DATE.
           MOVE WS-COMPANY-NAME TO VX-COMPANY.
           PERFORM VARYING WS-DIV-SUB FROM 1 BY 1
                   UNTIL WS-DIV-SUB > DIV-COUNT
               PERFORM PRINT-DIVISION
           END-PERFORM.
           IF UNASSIGNED-COUNT > ZERO
               PERFORM PRINT-UNASSIGNED
           END-IF.
           PERFORM PRINT-COMPANY.
           PERFORM PRINT-WORST-LIST.

       PRINT-DIVISION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "DIVISION" TO RG-LABEL.
           MOVE DV-NAME (WS-DIV-SUB) TO RG-NAME.
           WRITE REPORT-LINE FROM RPT-GROUP-LINE.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > DEPT-COUNT
               IF DT-DIV-SUB (WS-DEPT-SUB) = WS-DIV-SUB
                   PERFORM PRINT-DEPT-LINE
               END-IF
           END-PERFORM.
           MOVE DV-ACTUAL (WS-DIV-SUB) TO WS-LINE-ACTUAL.
           MOVE DV-BUDGET (WS-DIV-SUB) TO WS-LINE-BUDGET.
           MOVE DV-PRIOR (WS-DIV-SUB) TO WS-LINE-PRIOR.
           MOVE "N" TO WS-LINE-BUDGET-FLAG.
           IF DV-BUDGET-COUNT (WS-DIV-SUB) > ZERO
               MOVE "Y" TO WS-LINE-BUDGET-FLAG
           END-IF.
           MOVE "N" TO WS-LINE-PRIOR-FLAG.
           IF DV-PRIOR-COUNT (WS-DIV-SUB) > ZERO
               MOVE "Y" TO WS-LINE-PRIOR-FLAG
           END-IF.
           MOVE DV-NAME (WS-DIV-SUB) TO RD-DEPT.
           MOVE "DIVISION TOTAL" TO RD-NOTE.
           MOVE "V" TO VX-LINE-TYPE.
           MOVE DV-NAME (WS-DIV-SUB) TO VX-DIVISION.
           MOVE SPACES TO VX-DEPT.
           MOVE ZERO TO VX-WORST-RANK.
           PERFORM PRINT-AMOUNT-LINE.
           MOVE DV-NAME (WS-DIV-SUB) (1:8) TO WS-ROLLUP-CHART-ID.
           PERFORM RECONCILE-ROLLUP.

       PRINT-UNASSIGNED.
      *    NO CHARTRLL RECORD STANDS FOR THIS GROUP - ITS MEMBERS ARE
      *    IN THE COMPANY ROLLUP ONLY - SO THERE IS NOTHING TO
      *    RECONCILE IT AGAINST.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "DIVISION" TO RG-LABEL.
           MOVE "UNASSIGNED" TO RG-NAME.
           WRITE REPORT-LINE FROM RPT-GROUP-LINE.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > DEPT-COUNT
               IF DT-DIV-SUB (WS-DEPT-SUB) = ZERO
                   PERFORM PRINT-DEPT-LINE
               END-IF
           END-PERFORM.
           MOVE UN-ACTUAL TO WS-LINE-ACTUAL.
           MOVE UN-BUDGET TO WS-LINE-BUDGET.
           MOVE UN-PRIOR TO WS-LINE-PRIOR.
           MOVE "N" TO WS-LINE-BUDGET-FLAG.
           IF UN-BUDGET-COUNT > ZERO
               MOVE "Y" TO WS-LINE-BUDGET-FLAG
           END-IF.
           MOVE "N" TO WS-LINE-PRIOR-FLAG.
           IF UN-PRIOR-COUNT > ZERO
               MOVE "Y" TO WS-LINE-PRIOR-FLAG
           END-IF.
           MOVE "UNASSIGNED" TO RD-DEPT.
           MOVE "NO DIVISION" TO RD-NOTE.
           MOVE "U" TO VX-LINE-TYPE.
           MOVE SPACES TO VX-DIVISION.
           MOVE SPACES TO VX-DEPT.
           MOVE ZERO TO VX-WORST-RANK.
           PERFORM PRINT-AMOUNT-LINE.

       PRINT-COMPANY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE CO-ACTUAL TO WS-LINE-ACTUAL.
           MOVE CO-BUDGET TO WS-LINE-BUDGET.
           MOVE CO-PRIOR TO WS-LINE-PRIOR.
           MOVE "N" TO WS-LINE-BUDGET-FLAG.
           IF CO-BUDGET-COUNT > ZERO
               MOVE "Y" TO WS-LINE-BUDGET-FLAG
           END-IF.
           MOVE "N" TO WS-LINE-PRIOR-FLAG.
           IF CO-PRIOR-COUNT > ZERO
               MOVE "Y" TO WS-LINE-PRIOR-FLAG
           END-IF.
           IF WS-COMPANY-NAME = SPACES
               MOVE "COMPANY" TO RD-DEPT
           ELSE
               MOVE WS-COMPANY-NAME TO RD-DEPT
           END-IF.
           MOVE "COMPANY TOTAL" TO RD-NOTE.
           MOVE "C" TO VX-LINE-TYPE.
           MOVE SPACES TO VX-DIVISION.
           MOVE SPACES TO VX-DEPT.
           MOVE ZERO TO VX-WORST-RANK.
           PERFORM PRINT-AMOUNT-LINE.
           IF WS-COMPANY-NAME = SPACES
               ADD 1 TO NO-ROLLUP-COUNT
               MOVE SPACES TO RR-CHART-ID
               MOVE CO-ACTUAL TO RR-AMOUNT
               MOVE "** NO COMPANY ON DEPTHIER, NOT RECONCILED"
                   TO RR-RESULT
               WRITE REPORT-LINE FROM RPT-RECONCILE-LINE
           ELSE
               MOVE WS-COMPANY-NAME (1:8) TO WS-ROLLUP-CHART-ID
               PERFORM RECONCILE-ROLLUP
           END-IF.

       PRINT-DEPT-LINE.
           MOVE DT-DEPT (WS-DEPT-SUB) TO RD-DEPT.
           MOVE DT-ACTUAL (WS-DEPT-SUB) TO WS-LINE-ACTUAL.
           MOVE DT-BUDGET (WS-DEPT-SUB) TO WS-LINE-BUDGET.
           MOVE DT-PRIOR (WS-DEPT-SUB) TO WS-LINE-PRIOR.
           MOVE DT-BUDGET-FLAG (WS-DEPT-SUB) TO WS-LINE-BUDGET-FLAG.
           MOVE DT-PRIOR-FLAG (WS-DEPT-SUB) TO WS-LINE-PRIOR-FLAG.
           EVALUATE TRUE
               WHEN NOT DT-HAS-RECORD (WS-DEPT-SUB)
                   MOVE "** NO RECORD" TO RD-NOTE
               WHEN NOT DT-HAS-BUDGET (WS-DEPT-SUB)
                   AND NOT DT-HAS-PRIOR (WS-DEPT-SUB)
                   MOVE "NO BUDGET/PRIOR" TO RD-NOTE
               WHEN NOT DT-HAS-BUDGET (WS-DEPT-SUB)
                   MOVE "NO BUDGET" TO RD-NOTE
               WHEN NOT DT-HAS-PRIOR (WS-DEPT-SUB)
                   MOVE "NO PRIOR YEAR" TO RD-NOTE
               WHEN OTHER
                   MOVE SPACES TO RD-NOTE
           END-EVALUATE.
           MOVE "D" TO VX-LINE-TYPE.
           IF DT-DIV-SUB (WS-DEPT-SUB) = ZERO
               MOVE SPACES TO VX-DIVISION
           ELSE
               MOVE DV-NAME (DT-DIV-SUB (WS-DEPT-SUB)) TO VX-DIVISION
           END-IF.
           MOVE DT-DEPT (WS-DEPT-SUB) TO VX-DEPT.
           MOVE DT-RANK (WS-DEPT-SUB) TO VX-WORST-RANK.
           PERFORM PRINT-AMOUNT-LINE.

       PRINT-AMOUNT-LINE.
      *    WRITES THE STAGED LINE TO THE REPORT AND THE EXTRACT. ON
      *    THE REPORT A FIGURE THAT DOES NOT EXIST PRINTS AS N/A
      *    RATHER THAN AS A ZERO SOMEONE COULD TAKE FOR A REAL ONE.
           PERFORM COMPUTE-VARIANCES.
           MOVE WS-LINE-ACTUAL TO RD-ACTUAL.
           IF WS-LINE-HAS-BUDGET
               MOVE WS-LINE-BUDGET TO RD-BUDGET
               MOVE WS-BUDGET-VARIANCE TO RD-BUDGET-VAR
           ELSE
               MOVE "          N/A" TO RD-BUDGET-X
               MOVE "          N/A" TO RD-BUDGET-VAR-X
           END-IF.
           IF WS-BUDGET-PCT-OK
               MOVE WS-BUDGET-PCT TO RD-BUDGET-PCT
           ELSE
               MOVE "     N/A" TO RD-BUDGET-PCT-X
           END-IF.
           IF WS-LINE-HAS-PRIOR
               MOVE WS-LINE-PRIOR TO RD-PRIOR
               MOVE WS-PRIOR-VARIANCE TO RD-PRIOR-VAR
           ELSE
               MOVE "          N/A" TO RD-PRIOR-X
               MOVE "          N/A" TO RD-PRIOR-VAR-X
           END-IF.
           IF WS-PRIOR-PCT-OK
               MOVE WS-PRIOR-PCT TO RD-PRIOR-PCT
           ELSE
               MOVE "     N/A" TO RD-PRIOR-PCT-X
           END-IF.
           WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
           MOVE WS-LINE-ACTUAL TO VX-ACTUAL.
           MOVE WS-LINE-BUDGET TO VX-BUDGET.
           MOVE WS-BUDGET-VARIANCE TO VX-BUDGET-VARIANCE.
           MOVE WS-BUDGET-PCT TO VX-BUDGET-PERCENT.
           MOVE WS-LINE-PRIOR TO VX-PRIOR-YEAR.
           MOVE WS-PRIOR-VARIANCE TO VX-PRIOR-VARIANCE.
           MOVE WS-PRIOR-PCT TO VX-PRIOR-PERCENT.
           MOVE RD-NOTE TO VX-NOTE.
           WRITE VARIANCE-EXTRACT-RECORD.
           IF WS-XFR-STATUS = "00"
               ADD 1 TO EXTRACT-COUNT
           ELSE
               DISPLAY "CHARTVAR: EXTRACT WRITE FAILED, STATUS="
                   WS-XFR-STATUS
           END-IF.

       COMPUTE-VARIANCES.
      *    A PERCENT AGAINST A ZERO BASE, OR ONE TOO LARGE FOR ITS
      *    PICTURE, IS LEFT AT ZERO AND FLAGGED, NOT TRUNCATED.
           MOVE ZERO TO WS-BUDGET-VARIANCE.
           MOVE ZERO TO WS-BUDGET-PCT.
           MOVE "N" TO WS-BUDGET-PCT-FLAG.
           IF WS-LINE-HAS-BUDGET
               COMPUTE WS-BUDGET-VARIANCE =
                   WS-LINE-ACTUAL - WS-LINE-BUDGET
               IF WS-LINE-BUDGET NOT = ZERO
                   MOVE "Y" TO WS-BUDGET-PCT-FLAG
                   COMPUTE WS-BUDGET-PCT ROUNDED =
                       WS-BUDGET-VARIANCE * 100 / WS-LINE-BUDGET
                       ON SIZE ERROR
                           MOVE ZERO TO WS-BUDGET-PCT
                           MOVE "N" TO WS-BUDGET-PCT-FLAG
                   END-COMPUTE
               END-IF
           END-IF.
           MOVE ZERO TO WS-PRIOR-VARIANCE.
           MOVE ZERO TO WS-PRIOR-PCT.
           MOVE "N" TO WS-PRIOR-PCT-FLAG.
           IF WS-LINE-HAS-PRIOR
               COMPUTE WS-PRIOR-VARIANCE =
                   WS-LINE-ACTUAL - WS-LINE-PRIOR
               IF WS-LINE-PRIOR NOT = ZERO
                   MOVE "Y" TO WS-PRIOR-PCT-FLAG
                   COMPUTE WS-PRIOR-PCT ROUNDED =
                       WS-PRIOR-VARIANCE * 100 / WS-LINE-PRIOR
                       ON SIZE ERROR
                           MOVE ZERO TO WS-PRIOR-PCT
                           MOVE "N" TO WS-PRIOR-PCT-FLAG
                   END-COMPUTE
               END-IF
           END-IF.

       RECONCILE-ROLLUP.
      *    THE SUBTOTAL JUST PRINTED IS PUT AGAINST THE RECORD
      *    CHARTRLL WROTE UNDER THE SAME CHART ID AND RUN DATE. A
      *    MISSING RECORD MOST LIKELY MEANS CHARTRLL HAS NOT RUN FOR
      *    THE DATE; A DIFFERENT AMOUNT MEANS DEPTLIST, DEPTHIER OR
      *    A DEPARTMENT RECORD CHANGED AFTER IT DID, OR ITS TOTAL
      *    OVERFLOWED - EITHER WAY THE CHARTS AND THIS REPORT NO
      *    LONGER TELL THE SAME STORY.
           MOVE WS-ROLLUP-CHART-ID TO RR-CHART-ID.
           MOVE WS-ROLLUP-CHART-ID TO CD-CHART-ID.
           MOVE LK-RUN-DATE TO CD-CHART-DATE.
           PERFORM READ-EXISTING-RECORD.
           IF WS-NOT-FOUND
               ADD 1 TO NO-ROLLUP-COUNT
               MOVE ZERO TO RR-AMOUNT
               MOVE "** NO ROLLUP RECORD - HAS CHARTRLL RUN?"
                   TO RR-RESULT
               DISPLAY "CHARTVAR: NO ROLLUP RECORD FOR "
                   WS-ROLLUP-CHART-ID " UNDER " LK-RUN-DATE
           ELSE
               MOVE ZERO TO WS-ROLLUP-AMOUNT
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > 31
                   ADD CD-AY (1, WS-DAY-SUB) TO WS-ROLLUP-AMOUNT
               END-PERFORM
               MOVE WS-ROLLUP-AMOUNT TO RR-AMOUNT
               IF WS-ROLLUP-AMOUNT = WS-LINE-ACTUAL
                   MOVE "AGREES WITH CHARTRLL ROLLUP RECORD"
                       TO RR-RESULT
               ELSE
                   ADD 1 TO UNBALANCED-COUNT
                   MOVE "** DOES NOT AGREE WITH CHARTRLL ROLLUP"
                       TO RR-RESULT
                   DISPLAY "CHARTVAR: " WS-ROLLUP-CHART-ID
                       " SUBTOTAL DOES NOT AGREE WITH ITS ROLLUP"
                       " RECORD"
               END-IF
           END-IF.
           WRITE REPORT-LINE FROM RPT-RECONCILE-LINE.

       PRINT-WORST-LIST.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE " TEN WORST DEPARTMENTS AGAINST BUDGET" TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WORST-COUNT = ZERO
               MOVE " NO DEPARTMENT IS BELOW ITS BUDGET" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               WRITE REPORT-LINE FROM RPT-RANK-HEADS
               PERFORM VARYING WS-RANK-SUB FROM 1 BY 1
                       UNTIL WS-RANK-SUB > WORST-COUNT
                   PERFORM PRINT-WORST-LINE
               END-PERFORM
           END-IF.

       PRINT-WORST-LINE.
           MOVE WT-DEPT-SUB (WS-RANK-SUB) TO WS-DEPT-SUB.
           MOVE WS-RANK-SUB TO RK-RANK.
           MOVE DT-DEPT (WS-DEPT-SUB) TO RK-DEPT.
           IF DT-DIV-SUB (WS-DEPT-SUB) = ZERO
               MOVE "UNASSIGNED" TO RK-DIVISION
           ELSE
               MOVE DV-NAME (DT-DIV-SUB (WS-DEPT-SUB)) TO RK-DIVISION
           END-IF.
           MOVE DT-ACTUAL (WS-DEPT-SUB) TO WS-LINE-ACTUAL.
           MOVE DT-BUDGET (WS-DEPT-SUB) TO WS-LINE-BUDGET.
           MOVE DT-PRIOR (WS-DEPT-SUB) TO WS-LINE-PRIOR.
           MOVE DT-BUDGET-FLAG (WS-DEPT-SUB) TO WS-LINE-BUDGET-FLAG.
           MOVE DT-PRIOR-FLAG (WS-DEPT-SUB) TO WS-LINE-PRIOR-FLAG.
           PERFORM COMPUTE-VARIANCES.
           MOVE WS-LINE-ACTUAL TO RK-ACTUAL.
           MOVE WS-LINE-BUDGET TO RK-BUDGET.
           MOVE WS-BUDGET-VARIANCE TO RK-VARIANCE.
           IF WS-BUDGET-PCT-OK
               MOVE WS-BUDGET-PCT TO RK-PCT
           ELSE
               MOVE "     N/A" TO RK-PCT-X
           END-IF.
           WRITE REPORT-LINE FROM RPT-RANK-LINE.

       REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "DEPARTMENTS REPORTED" TO RT-LABEL.
           MOVE DEPT-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "DIVISIONS SUBTOTALED" TO RT-LABEL.
           MOVE DIV-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "DEPARTMENTS WITH NO RECORD" TO RT-LABEL.
           MOVE MISSING-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "DEPARTMENTS WITH NO BUDGET" TO RT-LABEL.
           MOVE NO-BUDGET-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "DEPARTMENTS WITH NO PRIOR YEAR" TO RT-LABEL.
           MOVE NO-PRIOR-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "DEPARTMENTS WITH NO DIVISION" TO RT-LABEL.
           MOVE UNASSIGNED-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "SUBTOTALS OUT OF BALANCE" TO RT-LABEL.
           MOVE UNBALANCED-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "ROLLUP RECORDS NOT FOUND" TO RT-LABEL.
           MOVE NO-ROLLUP-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           DISPLAY "CHARTVAR: " DEPT-COUNT " DEPARTMENTS, "
               DIV-COUNT " DIVISIONS REPORTED FOR " LK-RUN-DATE.
           DISPLAY "CHARTVAR: " EXTRACT-COUNT " EXTRACT RECORDS"
               " WRITTEN TO CHVARXFR".
           IF ROLLUP-ID-COUNT > ZERO
               DISPLAY "CHARTVAR: " ROLLUP-ID-COUNT " DEPTLIST"
                   " ENTRIES ARE ROLLUP IDS, LEFT OUT OF THE REPORT"
           END-IF.
           IF UNBALANCED-COUNT > ZERO
               DISPLAY "CHARTVAR: " UNBALANCED-COUNT " SUBTOTALS DO"
                   " NOT AGREE WITH CHARTRLL - RERUN CHARTRLL FIRST"
           END-IF.

       READ-EXISTING-RECORD.
      *    THE KEY FIELDS ARE SAVED AND RESTORED AROUND THE READ
      *    BECAUSE A FAILED KEYED READ LEAVES THE RECORD AREA
      *    UNDEFINED, THE SAME GUARD CHARTRLL CARRIES.
           MOVE CD-CHART-ID TO WS-SAVE-ID.
           MOVE CD-CHART-DATE TO WS-SAVE-DATE.
           MOVE "Y" TO WS-RECORD-FOUND.
           READ CHART-DATA-FILE KEY IS CD-KEY
               INVALID KEY
                   MOVE "N" TO WS-RECORD-FOUND
           END-READ.
           MOVE WS-SAVE-ID TO CD-CHART-ID.
           MOVE WS-SAVE-DATE TO CD-CHART-DATE.

       EDIT-RUN-DATE.
           MOVE "N" TO WS-DATE-FLAG.
           MOVE LK-RUN-DATE TO WS-DATE-PARTS.
           IF WS-DATE-PARTS NUMERIC
               COMPUTE WS-EDIT-YEAR = WS-DATE-CC * 100 + WS-DATE-YY
               IF WS-DATE-MM >= 1 AND WS-DATE-MM <= 12
                   PERFORM SET-MONTH-LENGTH
                   IF WS-DATE-DD >= 1 AND WS-DATE-DD <= WS-MONTH-LEN
                       MOVE "Y" TO WS-DATE-FLAG
                   END-IF
               END-IF
           END-IF.

       SET-MONTH-LENGTH.
           EVALUATE WS-DATE-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-MONTH-LEN
               WHEN 2
                   PERFORM SET-FEBRUARY-LENGTH
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-LEN
           END-EVALUATE.

       SET-FEBRUARY-LENGTH.
           MOVE 28 TO WS-MONTH-LEN.
           DIVIDE WS-EDIT-YEAR BY 4 GIVING WS-DATE-QUOT
               REMAINDER WS-DATE-REM.
           IF WS-DATE-REM = ZERO
               DIVIDE WS-EDIT-YEAR BY 100 GIVING WS-DATE-QUOT
                   REMAINDER WS-DATE-REM
               IF WS-DATE-REM NOT = ZERO
                   MOVE 29 TO WS-MONTH-LEN
               ELSE
                   DIVIDE WS-EDIT-YEAR BY 400 GIVING WS-DATE-QUOT
                       REMAINDER WS-DATE-REM
                   IF WS-DATE-REM = ZERO
                       MOVE 29 TO WS-MONTH-LEN
                   END-IF
               END-IF
           END-IF.
