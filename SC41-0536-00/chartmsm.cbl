       IDENTIFICATION DIVISION.

       PROGRAM-ID. CHARTMSM.
      *****************************************************************
      *    CHARTMSM IS THE MONTHLY SUMMARY CHART FOR THE ANNUAL
      *    REVIEW. CHARTTRD CAN ONLY CHART 31 DAILY POINTS, AND ONCE
      *    CHARTARC HAS MOVED A MONTH TO CHARHIST IT IS OUT OF REACH
      *    BUT FOR A RESTORE OF ONE DAY AT A TIME. FOR ONE CHART ID
      *    AND YEAR THIS PROGRAM:
      *      - FINDS EACH MONTH'S MONTH-END RECORD - THE LAST-DATED
      *        CHART-DATA-RECORD IN THE MONTH - FOR THE YEAR AND THE
      *        YEAR BEFORE IT, SEARCHING EVERY CHARHIST GENERATION
      *        AND THEN CHARTDAT, AND TAKES ITS PRIMARY SERIES, ALL
      *        31 SLOTS, AS THE MONTH'S TOTAL (CHARTRLL'S SUM);
      *      - PICKS UP EACH MONTH'S CHBUDGET AMOUNT;
      *      - REBUILDS THE TWO YEARS' RECORDS ON THE CHMONSUM
      *        MONTHLY SUMMARY FILE (SEE CHMSUM);
      *      - PRINTS THE TWELVE MONTHS TO CHMSMPRT, NAMING EVERY
      *        MONTH ALREADY BEGUN THAT HAD NO DATA IN EITHER YEAR;
      *      - HANDS CHART A TWELVE-POINT CHART OF THREE SERIES:
      *        THE YEAR'S ACTUAL, THE PRIOR YEAR'S ACTUAL AND THE
      *        YEAR'S BUDGET, IN CHARTCMP'S SLOT ORDER.
      *    A RECORD ON CHARTDAT WINS OVER THE SAME DATE ON CHARHIST
      *    (A RESTORED DAY IS ON BOTH). A MONTH WITH NO DATA, OR NO
      *    BUDGET, CHARTS AS ZERO AND IS ON THE REPORT; A TOTAL TOO
      *    LARGE FOR A CHART POINT (99999.9) IS CHARTED AT THE LIMIT
      *    AND FLAGGED, THE SAME CHOICE CHARTRLL MAKES.
      *
      *    THE CALLER OVERRIDES CHARTDAT TO THE DEPARTMENT'S FILE AS
      *    CHARTBAT DOES, AND CHARHIST TO THE ARCHIVE WITH MBR(*ALL)
      *    SO THAT EVERY MONTH-END GENERATION IS READ (CHARHIST IS
      *    READ FROM START TO END ON EVERY CALL). CHARTMSB RUNS THE
      *    WHOLE OF DEPTLIST IN BATCH THAT WAY.
      *
      *    RUN BY FISCAL PERIOD, THE YEAR IS THE CHFISCAL FISCAL YEAR
      *    AND ITS MONTHS ARE PERIODS 01-12, LOOKED UP THROUGH
      *    CHARTFSC; THE BUDGET IS THE CHBUDGET RECORD KEYED BY THE
      *    PERIOD, AS CHARTCMP READS IT. A PERIOD NOT ON CHFISCAL IS
      *    REPORTED AS A MONTH WITH NO DATA.
      *
      *    CALLERS PASS FIVE PARAMETERS (CL: CALL PGM(CHARTMSM)
      *    PARM(&CHARTID &YEAR &BASIS &RUNMODE &RC)):
      *      LK-CHART-ID         CD-CHART-ID TO SUMMARIZE; BUDGETS ARE
      *                          MATCHED ON THE FIRST EIGHT CHARACTERS
      *                          OF BU-DEPT, THE CHART ID CONVENTION.
      *      LK-YEAR             CCYY YEAR TO CHART AGAINST THE YEAR
      *                          BEFORE IT; SPACES IS REPLACED WITH
      *                          THIS YEAR AND PASSED BACK.
      *      LK-PERIOD-BASIS     "CALENDAR" OR "FISCAL"; SPACES IS
      *                          REPLACED WITH "CALENDAR" AND PASSED
      *                          BACK.
      *      LK-RUN-MODE         "BATCH" AS FOR CHARTDRV.
      *      LK-COMPLETION-CODE  0 = OK, 4 = A MONTH ALREADY BEGUN HAD
      *                          NO DATA OR NO BUDGET, A TOTAL WAS
      *                          TOO LARGE TO CHART OR A RECORD HAD
      *                          BAD DATA (SEE CHMSMPRT AND CONSOLE),
      *                          8 = NO CHART ID (OR "SUMMARY", WHICH
      *                          IS NOT A DAILY CHART), THE YEAR IS
      *                          NOT CCYY OR THE BASIS IS NEITHER
      *                          CALENDAR NOR FISCAL, 16 = A FILE
      *                          (CHFISCAL INCLUDED) COULD NOT BE
      *                          OPENED OR CHMONSUM COULD NOT BE
      *                          WRITTEN, 20 = NO DATA IN EITHER YEAR
      *                          (NOTHING CHARTED), 28 = THE USER AT
      *                          THE TERMINAL MAY NOT VIEW THE CHART,
      *                          ELSE CHART'S OWN RETURN-CODE.
      *
      *    RUN INTERACTIVELY, CHARTMSM NEEDS A VIEW GRANT OVER THE
      *    CHART ID IN CHAUTH, CHECKED THROUGH CHARTAUT THE SAME WAY
      *    AS CHARTTRD; IN BATCH MODE NO CHECK IS MADE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-S38.
       OBJECT-COMPUTER. IBM-S38.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHART-DATA-FILE ASSIGN TO CHARTDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO CHARHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT BUDGET-FILE ASSIGN TO CHBUDGET
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUDGET-STATUS.
           SELECT SUMMARY-FILE ASSIGN TO CHMONSUM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MS-KEY
               FILE STATUS IS WS-SUM-STATUS.
           SELECT REPORT-FILE ASSIGN TO CHMSMPRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHART-DATA-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CHDATA.
      *    CHARHIST CARRIES CHDATA RECORDS BYTE FOR BYTE - THE SAME
      *    781-BYTE COUPLING CHARTARC DOCUMENTS.
       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-CHART-RECORD  PIC X(781).
       FD  BUDGET-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CHBUDGT.
       FD  SUMMARY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CHMSUM.
       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE       PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-FILE-STATUS    PIC X(2).
       77  WS-ARCH-STATUS    PIC X(2).
       77  WS-BUDGET-STATUS  PIC X(2).
       77  WS-SUM-STATUS     PIC X(2).
       77  WS-PRINT-STATUS   PIC X(2).
       77  WS-READ-EOF       PIC X.
           88  WS-READ-DONE                VALUE "Y".
       77  WS-HIST-PRESENT   PIC X.
           88  WS-NO-HISTORY-FILE          VALUE "N".
       77  WS-BUDGET-PRESENT PIC X.
           88  WS-NO-BUDGET-FILE           VALUE "N".
       77  WS-PERIOD-BASIS   PIC X(8).
           88  WS-CALENDAR-BASIS           VALUE "CALENDAR".
           88  WS-FISCAL-BASIS             VALUE "FISCAL".
       77  WS-CHART-ID       PIC X(8).
       77  WS-TODAY          PIC X(8).
       77  WS-PRIOR-YEAR     PIC 9(4).
       77  WS-SLOT-YEAR      PIC 9(4).
       77  WS-SOURCE         PIC X.
       77  WS-SOURCE-NAME    PIC X(8).
       77  WS-RECORD-FLAG    PIC X.
           88  WS-RECORD-USABLE            VALUE "Y".
       77  WS-MONTH-TOTAL    PIC S9(9)V9 COMP-3.
       77  WS-NEWEST-DATE    PIC X(8).
       77  WS-MONTH-SUB      PIC S9(5) COMP-4.
       77  WS-SLOT-SUB       PIC S9(5) COMP-4.
       77  WS-BASE-SUB       PIC S9(5) COMP-4.
       77  WS-DAY-SUB        PIC S9(5) COMP-4.
       77  WS-SERIES-SUB     PIC S9(5) COMP-4.
       77  WS-EDIT-YEAR      PIC S9(5) COMP-4.
       77  WS-MONTH-LEN      PIC S9(5) COMP-4.
       77  WS-DATE-QUOT      PIC S9(9) COMP-4.
       77  WS-DATE-REM       PIC S9(5) COMP-4.
       77  DATA-READ-COUNT   PIC S9(7) COMP-4.
       77  HIST-READ-COUNT   PIC S9(7) COMP-4.
       77  BAD-RECORD-COUNT  PIC S9(5) COMP-4.
       77  NO-DATA-COUNT     PIC S9(5) COMP-4.
       77  NO-PRIOR-COUNT    PIC S9(5) COMP-4.
       77  NO-BUDGET-COUNT   PIC S9(5) COMP-4.
       77  OFF-CALENDAR-COUNT PIC S9(5) COMP-4.
       77  OVER-SCALE-COUNT  PIC S9(5) COMP-4.
       77  DATA-MONTH-COUNT  PIC S9(5) COMP-4.
       01  WS-YEAR-TEXT      PIC X(4).
       01  WS-YEAR-NUMBER REDEFINES WS-YEAR-TEXT
                             PIC 9(4).
       01  WS-DATE-PARTS.
           05  WS-DATE-CC    PIC 9(2).
           05  WS-DATE-YY    PIC 9(2).
           05  WS-DATE-MM    PIC 9(2).
           05  WS-DATE-DD    PIC 9(2).
       01  WS-PERIOD-PARTS.
           05  WS-PERIOD-YEAR PIC 9(4).
           05  WS-PERIOD-NUMBER PIC 9(2).
      *    CHARTFSC PARAMETERS - SEE CHARTFSC.
       77  WS-LOOKUP-DATE    PIC X(8).
       77  WS-FISCAL-PERIOD  PIC X(6).
       77  WS-PERIOD-START   PIC X(8).
       77  WS-PERIOD-END     PIC X(8).
       77  WS-PERIOD-DAYS    PIC S9(5) COMP-3.
       77  WS-DAY-IN-PERIOD  PIC S9(5) COMP-3.
       77  WS-FISCAL-RC      PIC S9(5) COMP-3.
      *    ONE ENTRY PER MONTH: 1-12 THE PRIOR YEAR, 13-24 THE YEAR
      *    BEING CHARTED. EACH CARRIES THE DATES IT RUNS BETWEEN, SO
      *    A RECORD FINDS ITS MONTH THE SAME WAY ON EITHER BASIS.
       01  MONTH-TABLE.
           03  MONTH-ENTRY OCCURS 24 TIMES.
               05  MT-PERIOD          PIC X(6).
               05  MT-START           PIC X(8).
               05  MT-END             PIC X(8).
               05  MT-CALENDAR-FLAG   PIC X.
                   88  MT-ON-CALENDAR          VALUE "Y".
               05  MT-SOURCE-DATE     PIC X(8).
               05  MT-SOURCE          PIC X.
                   88  MT-NO-DATA              VALUE " ".
               05  MT-ACTUAL          PIC S9(9)V9 COMP-3.
               05  MT-BUDGET-FLAG     PIC X.
                   88  MT-HAS-BUDGET           VALUE "Y".
               05  MT-BUDGET          PIC S9(9)V9 COMP-3.
               05  MT-SCALE-FLAG      PIC X.
                   88  MT-OVER-SCALE           VALUE "Y".
       01  YEAR-TOTALS.
           03  YT-CURRENT             PIC S9(9)V9 COMP-3.
           03  YT-PRIOR               PIC S9(9)V9 COMP-3.
           03  YT-BUDGET              PIC S9(9)V9 COMP-3.
      *    CHART PARAMETERS - SEE CHART.
       77  WS-CHART-MODE     PIC X(4)     VALUE "LINE".
       77  WS-CHART-TITLE    PIC X(40).
       77  WS-X-AXIS-TITLE   PIC X(20).
       77  WS-Y-AXIS-TITLE   PIC X(20).
       77  WS-HARDCOPY-FLAG  PIC X        VALUE "N".
       77  WS-BATCH-FLAG     PIC X        VALUE "N".
       77  WS-DATA-SOURCE    PIC X(17).
       77  LINENUM           PIC S9(5) COMP-4 VALUE 1.
       77  POINTS            PIC S9(5) COMP-4 VALUE 12.
       77  SERIES-COUNT      PIC S9(5) COMP-4 VALUE 3.
      *    THE LARGEST VALUE A CHART POINT (S9(5)V9) CAN CARRY.
       77  WS-CHART-LIMIT    PIC S9(5)V9 COMP-3 VALUE 99999.9.
       01  X-ARRAY.
           03  AX  OCCURS 31 TIMES PIC S9(5)V9 COMP-3.
       01  Y-ARRAY.
           03  Y-SERIES OCCURS 4 TIMES.
               05  AY  OCCURS 31 TIMES PIC S9(5)V9 COMP-3.
       01  SERIES-NAMES.
           03  SERIES-NAME OCCURS 4 TIMES PIC X(12).
      *    MONTHLY TOTALS ARE NOT CHECKED AGAINST CHLIMITS, WHOSE
      *    LIMITS ARE FOR DAILY POINTS, SO NO POINT IS EVER FLAGGED.
       01  BREACH-FLAGS.
           03  BREACH-SERIES OCCURS 4 TIMES.
               05  BREACH-POINT OCCURS 31 TIMES PIC X.
      *    CHARTAUT PARAMETERS - SEE CHARTAUT.
       77  WS-PROGRAM-NAME   PIC X(8)     VALUE "CHARTMSM".
       77  WS-USER-ID        PIC X(10)    VALUE SPACES.
       77  WS-AUTH-OBJECT    PIC X(10).
       77  WS-AUTH-ACCESS    PIC X        VALUE "V".
       77  WS-AUTH-ALLOWED   PIC X.
           88  WS-AUTH-OK                  VALUE "Y".
       77  WS-AUTH-RC        PIC S9(5) COMP-3.
       01  RPT-HEADER-1.
           05  FILLER             PIC X(5)   VALUE SPACES.
           05  FILLER             PIC X(20)
               VALUE "MONTHLY SUMMARY FOR ".
           05  RH-CHART-ID        PIC X(8).
           05  FILLER             PIC X(8)   VALUE "   YEAR ".
           05  RH-YEAR            PIC X(4).
           05  FILLER             PIC X(9)   VALUE "   BASIS ".
           05  RH-BASIS           PIC X(8).
           05  FILLER             PIC X(7)   VALUE "   RUN ".
           05  RH-RUN-DATE        PIC X(8).
           05  FILLER             PIC X(55)  VALUE SPACES.
       01  RPT-COLUMN-HEADS.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  FILLER             PIC X(5)   VALUE "NO.".
           05  FILLER             PIC X(8)   VALUE "PERIOD".
           05  FILLER             PIC X(15)  VALUE " CURRENT YEAR".
           05  FILLER             PIC X(19)  VALUE "MONTH-END FROM".
           05  FILLER             PIC X(15)  VALUE "   PRIOR YEAR".
           05  FILLER             PIC X(19)  VALUE "MONTH-END FROM".
           05  FILLER             PIC X(15)  VALUE "       BUDGET".
           05  FILLER             PIC X(30)  VALUE "NOTE".
           05  FILLER             PIC X(5)   VALUE SPACES.
       01  RPT-DETAIL-LINE.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RD-MONTH           PIC Z9.
           05  FILLER             PIC X(3)   VALUE SPACES.
           05  RD-PERIOD          PIC X(6).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RD-CURRENT         PIC -(10)9.9.
           05  RD-CURRENT-X REDEFINES RD-CURRENT
                                  PIC X(13).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RD-CURRENT-DATE    PIC X(8).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RD-CURRENT-FROM    PIC X(8).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RD-PRIOR           PIC -(10)9.9.
           05  RD-PRIOR-X REDEFINES RD-PRIOR
                                  PIC X(13).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RD-PRIOR-DATE      PIC X(8).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RD-PRIOR-FROM      PIC X(8).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RD-BUDGET          PIC -(10)9.9.
           05  RD-BUDGET-X REDEFINES RD-BUDGET
                                  PIC X(13).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RD-NOTE            PIC X(30).
           05  FILLER             PIC X(5)   VALUE SPACES.
       01  RPT-TOTAL-LINE.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RT-LABEL           PIC X(30).
           05  RT-COUNT           PIC Z(6)9.
           05  FILLER             PIC X(94)  VALUE SPACES.
       LINKAGE SECTION.
       01  LK-CHART-ID           PIC X(8).
       01  LK-YEAR               PIC X(4).
       01  LK-PERIOD-BASIS       PIC X(8).
       01  LK-RUN-MODE           PIC X(5).
           88  LK-BATCH-MODE               VALUE "BATCH".
       01  LK-COMPLETION-CODE    PIC S9(5) COMP-3.
       PROCEDURE DIVISION USING LK-CHART-ID, LK-YEAR,
               LK-PERIOD-BASIS, LK-RUN-MODE, LK-COMPLETION-CODE.
       MAIN-ROUTINE.
           MOVE ZERO TO LK-COMPLETION-CODE.
           PERFORM EDIT-PARAMETERS THRU EDIT-PARAMETERS-EXIT.
           IF LK-COMPLETION-CODE NOT = ZERO
               GOBACK
           END-IF.
           IF WS-BATCH-FLAG = "N"
               PERFORM CHECK-AUTHORITY
           END-IF.
           PERFORM RESET-RUN.
           PERFORM BUILD-MONTH-TABLE.
           IF LK-COMPLETION-CODE NOT = ZERO
               GOBACK
           END-IF.
           PERFORM OPEN-FILES THRU OPEN-FILES-EXIT.
           IF LK-COMPLETION-CODE NOT = ZERO
               GOBACK
           END-IF.
      *    CHARHIST FIRST, SO A DAY ON BOTH FILES ENDS UP TAKEN FROM
      *    CHARTDAT.
           PERFORM SWEEP-HISTORY THRU SWEEP-HISTORY-EXIT.
           PERFORM SWEEP-CHART-DATA.
           PERFORM SWEEP-BUDGET THRU SWEEP-BUDGET-EXIT.
           PERFORM BUILD-CHART-SERIES.
           PERFORM PRINT-REPORT.
           PERFORM WRITE-SUMMARY-RECORDS.
           PERFORM REPORT-TOTALS.
           CLOSE CHART-DATA-FILE.
           CLOSE SUMMARY-FILE.
           CLOSE REPORT-FILE.
           IF LK-COMPLETION-CODE NOT = ZERO
               GOBACK
           END-IF.
           IF DATA-MONTH-COUNT = ZERO
               DISPLAY "CHARTMSM: NO MONTH-END DATA FOR " WS-CHART-ID
                   " IN " WS-PRIOR-YEAR " OR " WS-YEAR-TEXT
                   ", NOTHING CHARTED"
               MOVE 20 TO LK-COMPLETION-CODE
               GOBACK
           END-IF.
           CALL "CHART" USING X-ARRAY, Y-ARRAY, POINTS, LINENUM,
               WS-CHART-MODE, WS-CHART-TITLE, WS-X-AXIS-TITLE,
               WS-Y-AXIS-TITLE, WS-HARDCOPY-FLAG, WS-DATA-SOURCE,
               WS-BATCH-FLAG, SERIES-COUNT, SERIES-NAMES,
               BREACH-FLAGS.
           IF RETURN-CODE NOT = ZERO
               MOVE RETURN-CODE TO LK-COMPLETION-CODE
           ELSE
               IF NO-DATA-COUNT > ZERO OR NO-PRIOR-COUNT > ZERO
                   OR NO-BUDGET-COUNT > ZERO
                   OR OVER-SCALE-COUNT > ZERO
                   OR BAD-RECORD-COUNT > ZERO
                   MOVE 4 TO LK-COMPLETION-CODE
               END-IF
           END-IF.
           GOBACK.

       EDIT-PARAMETERS.
           IF LK-BATCH-MODE
               MOVE "Y" TO WS-BATCH-FLAG
           ELSE
               MOVE "N" TO WS-BATCH-FLAG
           END-IF.
      *    CHARTLD'S SUMMARY RECORD IS A PIE OF ONE SLICE PER
      *    DEPARTMENT, NOT A DAY-OF-MONTH GRID, SO IT HAS NO MONTHLY
      *    TOTAL TO TAKE.
           IF LK-CHART-ID = SPACES OR LK-CHART-ID = "SUMMARY"
               DISPLAY "CHARTMSM: CHART ID " LK-CHART-ID
                   " CANNOT BE SUMMARIZED BY MONTH"
               MOVE 8 TO LK-COMPLETION-CODE
               GO TO EDIT-PARAMETERS-EXIT
           END-IF.
           MOVE LK-CHART-ID TO WS-CHART-ID.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF LK-YEAR = SPACES
               MOVE WS-TODAY (1:4) TO LK-YEAR
           END-IF.
           MOVE LK-YEAR TO WS-YEAR-TEXT.
           IF WS-YEAR-TEXT NOT NUMERIC OR WS-YEAR-NUMBER < 2
               DISPLAY "CHARTMSM: YEAR " LK-YEAR
                   " IS NOT A VALID CCYY YEAR, NOTHING SUMMARIZED"
               MOVE 8 TO LK-COMPLETION-CODE
               GO TO EDIT-PARAMETERS-EXIT
           END-IF.
           COMPUTE WS-PRIOR-YEAR = WS-YEAR-NUMBER - 1.
           IF LK-PERIOD-BASIS = SPACES
               MOVE "CALENDAR" TO LK-PERIOD-BASIS
           END-IF.
           MOVE LK-PERIOD-BASIS TO WS-PERIOD-BASIS.
           IF NOT WS-CALENDAR-BASIS AND NOT WS-FISCAL-BASIS
               DISPLAY "CHARTMSM: PERIOD BASIS " WS-PERIOD-BASIS
                   " IS NOT CALENDAR OR FISCAL, NOTHING SUMMARIZED"
               MOVE 8 TO LK-COMPLETION-CODE
           END-IF.
       EDIT-PARAMETERS-EXIT.
           EXIT.

       CHECK-AUTHORITY.
      *    A CHARTAUT THAT CANNOT BE CALLED REFUSES, THE SAME AS ONE
      *    THAT CANNOT READ CHAUTH.
           MOVE WS-CHART-ID TO WS-AUTH-OBJECT.
           MOVE ZERO TO WS-AUTH-RC.
           CALL "CHARTAUT" USING WS-USER-ID, WS-PROGRAM-NAME,
                   WS-AUTH-OBJECT, WS-AUTH-ACCESS, WS-AUTH-ALLOWED,
                   WS-AUTH-RC
               ON EXCEPTION
                   MOVE "N" TO WS-AUTH-ALLOWED
                   MOVE 16 TO WS-AUTH-RC
           END-CALL.
           IF NOT WS-AUTH-OK
               DISPLAY "CHARTMSM: " WS-USER-ID " IS NOT AUTHORIZED TO"
                   " VIEW " WS-CHART-ID ", RC=" WS-AUTH-RC
               MOVE 28 TO RETURN-CODE
               MOVE 28 TO LK-COMPLETION-CODE
               GOBACK
           END-IF.

       RESET-RUN.
      *    CHARTMSB CALLS THIS ONCE PER DEPARTMENT IN ONE JOB, SO
      *    EVERY COUNT AND TOTAL IS CLEARED FOR EACH CHART ID.
           MOVE ZERO TO DATA-READ-COUNT.
           MOVE ZERO TO HIST-READ-COUNT.
           MOVE ZERO TO BAD-RECORD-COUNT.
           MOVE ZERO TO NO-DATA-COUNT.
           MOVE ZERO TO NO-PRIOR-COUNT.
           MOVE ZERO TO NO-BUDGET-COUNT.
           MOVE ZERO TO OFF-CALENDAR-COUNT.
           MOVE ZERO TO OVER-SCALE-COUNT.
           MOVE ZERO TO DATA-MONTH-COUNT.
           MOVE ZERO TO YT-CURRENT.
           MOVE ZERO TO YT-PRIOR.
           MOVE ZERO TO YT-BUDGET.
           MOVE SPACES TO WS-NEWEST-DATE.
           MOVE "AMOUNT" TO WS-Y-AXIS-TITLE.
           MOVE "Y" TO WS-HIST-PRESENT.
           MOVE "Y" TO WS-BUDGET-PRESENT.

      *****************************************************************
      *    THE 24 MONTHS - CALENDAR MONTHS, OR CHFISCAL PERIODS.
      *****************************************************************
       BUILD-MONTH-TABLE.
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 24
               MOVE SPACES TO MT-START (WS-MONTH-SUB)
               MOVE SPACES TO MT-END (WS-MONTH-SUB)
               MOVE "Y" TO MT-CALENDAR-FLAG (WS-MONTH-SUB)
               MOVE SPACES TO MT-SOURCE-DATE (WS-MONTH-SUB)
               MOVE SPACE TO MT-SOURCE (WS-MONTH-SUB)
               MOVE ZERO TO MT-ACTUAL (WS-MONTH-SUB)
               MOVE "N" TO MT-BUDGET-FLAG (WS-MONTH-SUB)
               MOVE ZERO TO MT-BUDGET (WS-MONTH-SUB)
               MOVE "N" TO MT-SCALE-FLAG (WS-MONTH-SUB)
               IF WS-MONTH-SUB > 12
                   MOVE WS-YEAR-NUMBER TO WS-PERIOD-YEAR
                   COMPUTE WS-PERIOD-NUMBER = WS-MONTH-SUB - 12
               ELSE
                   MOVE WS-PRIOR-YEAR TO WS-PERIOD-YEAR
                   MOVE WS-MONTH-SUB TO WS-PERIOD-NUMBER
               END-IF
               MOVE WS-PERIOD-PARTS TO MT-PERIOD (WS-MONTH-SUB)
               IF WS-FISCAL-BASIS
                   PERFORM SET-FISCAL-MONTH
               ELSE
                   PERFORM SET-CALENDAR-MONTH
               END-IF
           END-PERFORM.

       SET-CALENDAR-MONTH.
           MOVE WS-PERIOD-YEAR TO WS-EDIT-YEAR.
           DIVIDE WS-EDIT-YEAR BY 100 GIVING WS-DATE-QUOT
               REMAINDER WS-DATE-REM.
           MOVE WS-DATE-QUOT TO WS-DATE-CC.
           MOVE WS-DATE-REM TO WS-DATE-YY.
           MOVE WS-PERIOD-NUMBER TO WS-DATE-MM.
           MOVE 1 TO WS-DATE-DD.
           MOVE WS-DATE-PARTS TO MT-START (WS-MONTH-SUB).
           PERFORM SET-MONTH-LENGTH.
           MOVE WS-MONTH-LEN TO WS-DATE-DD.
           MOVE WS-DATE-PARTS TO MT-END (WS-MONTH-SUB).

       SET-FISCAL-MONTH.
      *    A PERIOD NOT YET (OR NO LONGER) ON CHFISCAL CAN HOLD NO
      *    RECORD AND IS REPORTED AS A MONTH WITHOUT DATA; ONLY A
      *    CALENDAR THAT CANNOT BE READ STOPS THE RUN.
           IF LK-COMPLETION-CODE NOT = ZERO
               MOVE "N" TO MT-CALENDAR-FLAG (WS-MONTH-SUB)
           ELSE
               MOVE SPACES TO WS-LOOKUP-DATE
               MOVE MT-PERIOD (WS-MONTH-SUB) TO WS-FISCAL-PERIOD
               MOVE 1 TO WS-DAY-IN-PERIOD
               MOVE ZERO TO WS-FISCAL-RC
               CALL "CHARTFSC" USING WS-LOOKUP-DATE, WS-FISCAL-PERIOD,
                   WS-PERIOD-START, WS-PERIOD-END, WS-PERIOD-DAYS,
                   WS-DAY-IN-PERIOD, WS-FISCAL-RC
                   ON EXCEPTION
                       MOVE 16 TO WS-FISCAL-RC
               END-CALL
               EVALUATE WS-FISCAL-RC
                   WHEN ZERO
                       MOVE WS-PERIOD-START TO MT-START (WS-MONTH-SUB)
                       MOVE WS-PERIOD-END TO MT-END (WS-MONTH-SUB)
                   WHEN 16
                       DISPLAY "CHARTMSM: CHFISCAL COULD NOT BE READ"
                           " - NOTHING SUMMARIZED"
                       MOVE "N" TO MT-CALENDAR-FLAG (WS-MONTH-SUB)
                       MOVE 16 TO LK-COMPLETION-CODE
                   WHEN OTHER
                       DISPLAY "CHARTMSM: FISCAL PERIOD "
                           MT-PERIOD (WS-MONTH-SUB)
                           " NOT USABLE ON CHFISCAL, RC=" WS-FISCAL-RC
                       MOVE "N" TO MT-CALENDAR-FLAG (WS-MONTH-SUB)
               END-EVALUATE
           END-IF.

       OPEN-FILES.
           OPEN INPUT CHART-DATA-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "CHARTMSM: UNABLE TO OPEN CHARTDAT, STATUS="
                   WS-FILE-STATUS
               MOVE 16 TO LK-COMPLETION-CODE
               GO TO OPEN-FILES-EXIT
           END-IF.
           OPEN I-O SUMMARY-FILE.
           IF WS-SUM-STATUS = "35"
               OPEN OUTPUT SUMMARY-FILE
               CLOSE SUMMARY-FILE
               OPEN I-O SUMMARY-FILE
           END-IF.
           IF WS-SUM-STATUS NOT = "00"
               DISPLAY "CHARTMSM: UNABLE TO OPEN CHMONSUM, STATUS="
                   WS-SUM-STATUS
               MOVE 16 TO LK-COMPLETION-CODE
               CLOSE CHART-DATA-FILE
               GO TO OPEN-FILES-EXIT
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "CHARTMSM: UNABLE TO OPEN CHMSMPRT, STATUS="
                   WS-PRINT-STATUS
               MOVE 16 TO LK-COMPLETION-CODE
               CLOSE CHART-DATA-FILE
               CLOSE SUMMARY-FILE
           END-IF.
       OPEN-FILES-EXIT.
           EXIT.

      *****************************************************************
      *    CHARHIST - EVERY GENERATION, FRONT TO BACK.
      *****************************************************************
       SWEEP-HISTORY.
      *    A SHOP THAT HAS NEVER RUN CHARTARC HAS NO CHARHIST; THE
      *    SUMMARY IS THEN WHATEVER CHARTDAT STILL HOLDS.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCH-STATUS NOT = "00"
               MOVE "N" TO WS-HIST-PRESENT
               DISPLAY "CHARTMSM: NO CHARHIST ARCHIVE READ, STATUS="
                   WS-ARCH-STATUS " - CHARTDAT ONLY"
               GO TO SWEEP-HISTORY-EXIT
           END-IF.
           MOVE "H" TO WS-SOURCE.
           MOVE "N" TO WS-READ-EOF.
           PERFORM READ-HISTORY-RECORD UNTIL WS-READ-DONE.
           CLOSE ARCHIVE-FILE.
       SWEEP-HISTORY-EXIT.
           EXIT.

       READ-HISTORY-RECORD.
           READ ARCHIVE-FILE
               AT END
                   MOVE "Y" TO WS-READ-EOF
           END-READ.
           IF WS-ARCH-STATUS NOT = "00"
               MOVE "Y" TO WS-READ-EOF
           END-IF.
      *    THE KEY IS THE FIRST SIXTEEN BYTES, AS CHARTARC'S RESTORE
      *    READS IT; ONLY A RECORD FOR THIS CHART ID IS MOVED OVER.
           IF NOT WS-READ-DONE
               IF ARCHIVE-CHART-RECORD (1:8) = WS-CHART-ID
                   ADD 1 TO HIST-READ-COUNT
                   MOVE ARCHIVE-CHART-RECORD TO CHART-DATA-RECORD
                   PERFORM APPLY-DATA-RECORD
               END-IF
           END-IF.

      *****************************************************************
      *    CHARTDAT - THE CHART ID'S RECORDS STILL ON LINE.
      *****************************************************************
       SWEEP-CHART-DATA.
           MOVE "D" TO WS-SOURCE.
           MOVE "N" TO WS-READ-EOF.
           MOVE WS-CHART-ID TO CD-CHART-ID.
           MOVE "00000000" TO CD-CHART-DATE.
           START CHART-DATA-FILE KEY IS NOT LESS THAN CD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-READ-EOF
           END-START.
           PERFORM READ-CHART-RECORD UNTIL WS-READ-DONE.

       READ-CHART-RECORD.
           READ CHART-DATA-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-READ-EOF
           END-READ.
      *    ANY NON-ZERO STATUS ENDS THE SWEEP, AS IN CHARTTRD.
           IF WS-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-READ-EOF
           END-IF.
           IF NOT WS-READ-DONE
               IF CD-CHART-ID NOT = WS-CHART-ID
                   MOVE "Y" TO WS-READ-EOF
               ELSE
                   ADD 1 TO DATA-READ-COUNT
                   PERFORM APPLY-DATA-RECORD
               END-IF
           END-IF.

       APPLY-DATA-RECORD.
      *    THE RECORD'S MONTH, IF IT IS IN EITHER YEAR. A LATER DATE
      *    IN THE MONTH REPLACES AN EARLIER ONE, SO THE LAST-DATED
      *    RECORD - THE MONTH-END ONE - IS WHAT STAYS.
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 24
                   OR (MT-ON-CALENDAR (WS-MONTH-SUB)
                   AND CD-CHART-DATE NOT < MT-START (WS-MONTH-SUB)
                   AND CD-CHART-DATE NOT > MT-END (WS-MONTH-SUB))
               CONTINUE
           END-PERFORM.
           IF WS-MONTH-SUB NOT > 24
               IF CD-CHART-DATE NOT < MT-SOURCE-DATE (WS-MONTH-SUB)
                   PERFORM SUM-MONTH-END-RECORD
               END-IF
           END-IF.

       SUM-MONTH-END-RECORD.
      *    A RECORD WITH BAD PACKED DATA IN ITS PRIMARY SERIES IS LEFT
      *    OUT - IT WOULD FAIL CHART ITSELF - AND CHARTVFY IS THE
      *    PLACE TO DEAL WITH IT.
           MOVE "Y" TO WS-RECORD-FLAG.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 31
               IF CD-AY (1, WS-DAY-SUB) NOT NUMERIC
                   MOVE "N" TO WS-RECORD-FLAG
               END-IF
           END-PERFORM.
           IF NOT WS-RECORD-USABLE
               ADD 1 TO BAD-RECORD-COUNT
               DISPLAY "CHARTMSM: RECORD " CD-CHART-ID " / "
                   CD-CHART-DATE " HAS BAD DATA, SKIPPED - RUN"
                   " CHARTVFY"
           ELSE
               MOVE ZERO TO WS-MONTH-TOTAL
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > 31
                   ADD CD-AY (1, WS-DAY-SUB) TO WS-MONTH-TOTAL
               END-PERFORM
               MOVE WS-MONTH-TOTAL TO MT-ACTUAL (WS-MONTH-SUB)
               MOVE CD-CHART-DATE TO MT-SOURCE-DATE (WS-MONTH-SUB)
               MOVE WS-SOURCE TO MT-SOURCE (WS-MONTH-SUB)
               IF CD-CHART-DATE NOT < WS-NEWEST-DATE
                   MOVE CD-CHART-DATE TO WS-NEWEST-DATE
                   IF CD-Y-AXIS-TITLE NOT = SPACES
                       MOVE CD-Y-AXIS-TITLE TO WS-Y-AXIS-TITLE
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *    CHBUDGET - THE MONTH'S BUDGET FOR THE CHART ID.
      *****************************************************************
       SWEEP-BUDGET.
           OPEN INPUT BUDGET-FILE.
           IF WS-BUDGET-STATUS NOT = "00"
               MOVE "N" TO WS-BUDGET-PRESENT
               DISPLAY "CHARTMSM: NO CHBUDGET READ, STATUS="
                   WS-BUDGET-STATUS " - NO BUDGET SERIES"
               GO TO SWEEP-BUDGET-EXIT
           END-IF.
           MOVE "N" TO WS-READ-EOF.
           PERFORM READ-BUDGET-RECORD UNTIL WS-READ-DONE.
           CLOSE BUDGET-FILE.
       SWEEP-BUDGET-EXIT.
           EXIT.

       READ-BUDGET-RECORD.
           READ BUDGET-FILE
               AT END
                   MOVE "Y" TO WS-READ-EOF
           END-READ.
           IF WS-BUDGET-STATUS NOT = "00"
               MOVE "Y" TO WS-READ-EOF
           END-IF.
           IF NOT WS-READ-DONE
               IF BU-DEPT (1:8) = WS-CHART-ID
                   PERFORM APPLY-BUDGET-RECORD
               END-IF
           END-IF.

       APPLY-BUDGET-RECORD.
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 24
                   OR MT-PERIOD (WS-MONTH-SUB) = BU-MONTH
               CONTINUE
           END-PERFORM.
           IF WS-MONTH-SUB NOT > 24
               IF BU-MONTH-AMOUNT NOT NUMERIC
                   DISPLAY "CHARTMSM: BAD BUDGET AMOUNT FOR "
                       BU-DEPT " / " BU-MONTH ", RECORD SKIPPED"
               ELSE
                   MOVE BU-MONTH-AMOUNT TO MT-BUDGET (WS-MONTH-SUB)
                   MOVE "Y" TO MT-BUDGET-FLAG (WS-MONTH-SUB)
               END-IF
           END-IF.

      *****************************************************************
      *    THE CHART - TWELVE POINTS, THREE SERIES.
      *****************************************************************
       BUILD-CHART-SERIES.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 31
               MOVE WS-DAY-SUB TO AX (WS-DAY-SUB)
               PERFORM VARYING WS-SERIES-SUB FROM 1 BY 1
                       UNTIL WS-SERIES-SUB > 4
                   MOVE ZERO TO AY (WS-SERIES-SUB, WS-DAY-SUB)
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
               COMPUTE WS-SLOT-SUB = WS-MONTH-SUB + 12
               MOVE 1 TO WS-SERIES-SUB
               PERFORM SET-CHART-ACTUAL
               MOVE WS-MONTH-SUB TO WS-SLOT-SUB
               MOVE 2 TO WS-SERIES-SUB
               PERFORM SET-CHART-ACTUAL
               COMPUTE WS-SLOT-SUB = WS-MONTH-SUB + 12
               IF MT-HAS-BUDGET (WS-SLOT-SUB)
                   MOVE MT-BUDGET (WS-SLOT-SUB) TO WS-MONTH-TOTAL
                   MOVE 3 TO WS-SERIES-SUB
                   PERFORM SET-CHART-POINT
               END-IF
           END-PERFORM.
           MOVE SPACES TO SERIES-NAMES.
           STRING WS-YEAR-TEXT DELIMITED BY SIZE
                  " ACTUAL" DELIMITED BY SIZE
               INTO SERIES-NAME (1)
           END-STRING.
           STRING WS-PRIOR-YEAR DELIMITED BY SIZE
                  " ACTUAL" DELIMITED BY SIZE
               INTO SERIES-NAME (2)
           END-STRING.
           STRING WS-YEAR-TEXT DELIMITED BY SIZE
                  " BUDGET" DELIMITED BY SIZE
               INTO SERIES-NAME (3)
           END-STRING.
           MOVE SPACES TO WS-CHART-TITLE.
           STRING "MONTHLY SUMMARY - " DELIMITED BY SIZE
                  WS-CHART-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-YEAR-TEXT DELIMITED BY SIZE
               INTO WS-CHART-TITLE
           END-STRING.
           IF WS-FISCAL-BASIS
               MOVE "FISCAL PERIOD" TO WS-X-AXIS-TITLE
           ELSE
               MOVE "MONTH" TO WS-X-AXIS-TITLE
           END-IF.
      *    THE DATA SOURCE MUST KEEP CHART'S ID/DATE CONTRACT - SEE
      *    CHARTTRD - SO THE NEWEST MONTH-END DATE SUMMARIZED SUPPLIES
      *    THE DATE.
           MOVE SPACES TO WS-DATA-SOURCE.
           STRING WS-CHART-ID DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-NEWEST-DATE DELIMITED BY SIZE
               INTO WS-DATA-SOURCE
           END-STRING.
           MOVE ALL "N" TO BREACH-FLAGS.

       SET-CHART-ACTUAL.
           IF NOT MT-NO-DATA (WS-SLOT-SUB)
               ADD 1 TO DATA-MONTH-COUNT
               MOVE MT-ACTUAL (WS-SLOT-SUB) TO WS-MONTH-TOTAL
               PERFORM SET-CHART-POINT
           END-IF.

       SET-CHART-POINT.
           IF WS-MONTH-TOTAL > WS-CHART-LIMIT
               MOVE WS-CHART-LIMIT TO WS-MONTH-TOTAL
               MOVE "Y" TO MT-SCALE-FLAG (WS-SLOT-SUB)
           END-IF.
           IF WS-MONTH-TOTAL < ZERO - WS-CHART-LIMIT
               COMPUTE WS-MONTH-TOTAL = ZERO - WS-CHART-LIMIT
               MOVE "Y" TO MT-SCALE-FLAG (WS-SLOT-SUB)
           END-IF.
           MOVE WS-MONTH-TOTAL TO AY (WS-SERIES-SUB, WS-MONTH-SUB).

      *****************************************************************
      *    THE REPORT - ONE LINE PER MONTH.
      *****************************************************************
       PRINT-REPORT.
           MOVE WS-CHART-ID TO RH-CHART-ID.
           MOVE WS-YEAR-TEXT TO RH-YEAR.
           MOVE WS-PERIOD-BASIS TO RH-BASIS.
           MOVE WS-TODAY TO RH-RUN-DATE.
           WRITE REPORT-LINE FROM RPT-HEADER-1.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM RPT-COLUMN-HEADS.
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
               PERFORM PRINT-MONTH-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZERO TO RD-MONTH.
           MOVE "TOTAL" TO RD-PERIOD.
           MOVE YT-CURRENT TO RD-CURRENT.
           MOVE SPACES TO RD-CURRENT-DATE.
           MOVE SPACES TO RD-CURRENT-FROM.
           MOVE YT-PRIOR TO RD-PRIOR.
           MOVE SPACES TO RD-PRIOR-DATE.
           MOVE SPACES TO RD-PRIOR-FROM.
           MOVE YT-BUDGET TO RD-BUDGET.
           MOVE "MONTHS WITH DATA ONLY" TO RD-NOTE.
           WRITE REPORT-LINE FROM RPT-DETAIL-LINE.

       PRINT-MONTH-LINE.
      *    A MONTH IS DUE ONCE IT HAS BEGUN; ONE STILL AHEAD IN THE
      *    YEAR BEING CHARTED IS NOT COUNTED AS MISSING. AN AMOUNT
      *    THAT DOES NOT EXIST PRINTS AS N/A, AS IN CHARTVAR.
           COMPUTE WS-SLOT-SUB = WS-MONTH-SUB + 12.
           MOVE WS-MONTH-SUB TO RD-MONTH.
           MOVE MT-PERIOD (WS-SLOT-SUB) TO RD-PERIOD.
           MOVE SPACES TO RD-NOTE.
           MOVE WS-SLOT-SUB TO WS-BASE-SUB.
           IF MT-NO-DATA (WS-SLOT-SUB)
               MOVE "          N/A" TO RD-CURRENT-X
               MOVE SPACES TO RD-CURRENT-DATE
               MOVE SPACES TO RD-CURRENT-FROM
           ELSE
               MOVE MT-ACTUAL (WS-SLOT-SUB) TO RD-CURRENT
               ADD MT-ACTUAL (WS-SLOT-SUB) TO YT-CURRENT
               MOVE MT-SOURCE-DATE (WS-SLOT-SUB) TO RD-CURRENT-DATE
               PERFORM SET-SOURCE-NAME
               MOVE WS-SOURCE-NAME TO RD-CURRENT-FROM
           END-IF.
           IF MT-NO-DATA (WS-MONTH-SUB)
               MOVE "          N/A" TO RD-PRIOR-X
               MOVE SPACES TO RD-PRIOR-DATE
               MOVE SPACES TO RD-PRIOR-FROM
           ELSE
               MOVE MT-ACTUAL (WS-MONTH-SUB) TO RD-PRIOR
               ADD MT-ACTUAL (WS-MONTH-SUB) TO YT-PRIOR
               MOVE MT-SOURCE-DATE (WS-MONTH-SUB) TO RD-PRIOR-DATE
               MOVE WS-MONTH-SUB TO WS-BASE-SUB
               PERFORM SET-SOURCE-NAME
               MOVE WS-SOURCE-NAME TO RD-PRIOR-FROM
           END-IF.
           IF MT-HAS-BUDGET (WS-SLOT-SUB)
               MOVE MT-BUDGET (WS-SLOT-SUB) TO RD-BUDGET
               ADD MT-BUDGET (WS-SLOT-SUB) TO YT-BUDGET
           ELSE
               MOVE "          N/A" TO RD-BUDGET-X
           END-IF.
           PERFORM SET-MONTH-NOTE.
           WRITE REPORT-LINE FROM RPT-DETAIL-LINE.

       SET-SOURCE-NAME.
           IF MT-SOURCE (WS-BASE-SUB) = "H"
               MOVE "CHARHIST" TO WS-SOURCE-NAME
           ELSE
               MOVE "CHARTDAT" TO WS-SOURCE-NAME
           END-IF.

       SET-MONTH-NOTE.
      *    THE PRIOR YEAR'S MONTH HAS ALWAYS BEGUN BY THE TIME THE
      *    SAME MONTH OF THE CHARTED YEAR HAS, SO BOTH ARE DUE
      *    TOGETHER.
           IF NOT MT-ON-CALENDAR (WS-SLOT-SUB)
               OR NOT MT-ON-CALENDAR (WS-MONTH-SUB)
               ADD 1 TO OFF-CALENDAR-COUNT
           END-IF.
           EVALUATE TRUE
               WHEN NOT MT-ON-CALENDAR (WS-SLOT-SUB)
                   OR NOT MT-ON-CALENDAR (WS-MONTH-SUB)
                   MOVE "** PERIOD NOT ON CHFISCAL" TO RD-NOTE
               WHEN MT-START (WS-SLOT-SUB) > WS-TODAY
                   MOVE "NOT YET BEGUN" TO RD-NOTE
               WHEN MT-NO-DATA (WS-SLOT-SUB)
                   AND MT-NO-DATA (WS-MONTH-SUB)
                   MOVE "** NO DATA EITHER YEAR" TO RD-NOTE
               WHEN MT-NO-DATA (WS-SLOT-SUB)
                   MOVE "** NO DATA THIS YEAR" TO RD-NOTE
               WHEN MT-NO-DATA (WS-MONTH-SUB)
                   MOVE "** NO DATA PRIOR YEAR" TO RD-NOTE
               WHEN NOT MT-HAS-BUDGET (WS-SLOT-SUB)
                   MOVE "NO BUDGET" TO RD-NOTE
               WHEN MT-OVER-SCALE (WS-SLOT-SUB)
                   OR MT-OVER-SCALE (WS-MONTH-SUB)
                   MOVE "** CHARTED AT 99999.9 LIMIT" TO RD-NOTE
               WHEN OTHER
                   MOVE SPACES TO RD-NOTE
           END-EVALUATE.
           IF MT-START (WS-SLOT-SUB) NOT > WS-TODAY
               OR NOT MT-ON-CALENDAR (WS-SLOT-SUB)
               PERFORM COUNT-DUE-MONTH
           END-IF.
           IF MT-OVER-SCALE (WS-SLOT-SUB)
               OR MT-OVER-SCALE (WS-MONTH-SUB)
               ADD 1 TO OVER-SCALE-COUNT
           END-IF.

       COUNT-DUE-MONTH.
           IF MT-NO-DATA (WS-SLOT-SUB)
               ADD 1 TO NO-DATA-COUNT
               DISPLAY "CHARTMSM: NO MONTH-END DATA FOR " WS-CHART-ID
                   " IN " MT-PERIOD (WS-SLOT-SUB)
           END-IF.
           IF MT-NO-DATA (WS-MONTH-SUB)
               ADD 1 TO NO-PRIOR-COUNT
               DISPLAY "CHARTMSM: NO MONTH-END DATA FOR " WS-CHART-ID
                   " IN " MT-PERIOD (WS-MONTH-SUB)
           END-IF.
           IF NOT MT-HAS-BUDGET (WS-SLOT-SUB)
               ADD 1 TO NO-BUDGET-COUNT
           END-IF.

      *****************************************************************
      *    CHMONSUM - BOTH YEARS REBUILT IN FULL.
      *****************************************************************
       WRITE-SUMMARY-RECORDS.
           MOVE ZERO TO WS-BASE-SUB.
           MOVE WS-PRIOR-YEAR TO WS-SLOT-YEAR.
           PERFORM PUT-SUMMARY-RECORD.
           MOVE 12 TO WS-BASE-SUB.
           MOVE WS-YEAR-NUMBER TO WS-SLOT-YEAR.
           PERFORM PUT-SUMMARY-RECORD.

       PUT-SUMMARY-RECORD.
           MOVE WS-CHART-ID TO MS-CHART-ID.
           MOVE WS-SLOT-YEAR TO MS-YEAR.
           MOVE "Y" TO WS-RECORD-FLAG.
           READ SUMMARY-FILE KEY IS MS-KEY
               INVALID KEY
                   MOVE "N" TO WS-RECORD-FLAG
           END-READ.
      *    A FAILED KEYED READ LEAVES THE RECORD AREA UNDEFINED, SO
      *    THE KEY IS SET AGAIN BEFORE THE RECORD IS BUILT.
           MOVE WS-CHART-ID TO MS-CHART-ID.
           MOVE WS-SLOT-YEAR TO MS-YEAR.
           MOVE WS-PERIOD-BASIS TO MS-PERIOD-BASIS.
           MOVE WS-TODAY TO MS-BUILT-DATE.
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
               COMPUTE WS-SLOT-SUB = WS-BASE-SUB + WS-MONTH-SUB
               MOVE MT-PERIOD (WS-SLOT-SUB) TO MS-PERIOD (WS-MONTH-SUB)
               MOVE MT-SOURCE-DATE (WS-SLOT-SUB)
                   TO MS-SOURCE-DATE (WS-MONTH-SUB)
               MOVE MT-SOURCE (WS-SLOT-SUB) TO MS-SOURCE (WS-MONTH-SUB)
               MOVE MT-ACTUAL (WS-SLOT-SUB) TO MS-ACTUAL (WS-MONTH-SUB)
               MOVE MT-BUDGET-FLAG (WS-SLOT-SUB)
                   TO MS-BUDGET-FLAG (WS-MONTH-SUB)
               MOVE MT-BUDGET (WS-SLOT-SUB) TO MS-BUDGET (WS-MONTH-SUB)
           END-PERFORM.
           IF WS-RECORD-USABLE
               REWRITE MONTHLY-SUMMARY-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE MONTHLY-SUMMARY-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           IF WS-SUM-STATUS NOT = "00"
               DISPLAY "CHARTMSM: CHMONSUM WRITE FAILED FOR "
                   WS-CHART-ID " / " WS-SLOT-YEAR ", STATUS="
                   WS-SUM-STATUS
               MOVE 16 TO LK-COMPLETION-CODE
           END-IF.

       REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CHARTDAT RECORDS READ" TO RT-LABEL.
           MOVE DATA-READ-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "CHARHIST RECORDS READ" TO RT-LABEL.
           MOVE HIST-READ-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "RECORDS SKIPPED, BAD DATA" TO RT-LABEL.
           MOVE BAD-RECORD-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "MONTHS WITH NO DATA" TO RT-LABEL.
           MOVE NO-DATA-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "PRIOR-YEAR MONTHS WITH NO DATA" TO RT-LABEL.
           MOVE NO-PRIOR-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "MONTHS WITH NO BUDGET" TO RT-LABEL.
           MOVE NO-BUDGET-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "MONTHS OVER THE CHART LIMIT" TO RT-LABEL.
           MOVE OVER-SCALE-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           IF WS-FISCAL-BASIS
               MOVE "PERIODS NOT ON CHFISCAL" TO RT-LABEL
               MOVE OFF-CALENDAR-COUNT TO RT-COUNT
               WRITE REPORT-LINE FROM RPT-TOTAL-LINE
           END-IF.
           IF WS-NO-HISTORY-FILE
               MOVE " NO CHARHIST ARCHIVE WAS READ - CHARTDAT ONLY"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WS-NO-BUDGET-FILE
               MOVE " NO CHBUDGET FILE WAS READ - NO BUDGET SERIES"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           DISPLAY "CHARTMSM: " WS-CHART-ID " " WS-YEAR-TEXT " - "
               NO-DATA-COUNT " MONTHS WITH NO DATA, " NO-PRIOR-COUNT
               " IN " WS-PRIOR-YEAR ".".

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
