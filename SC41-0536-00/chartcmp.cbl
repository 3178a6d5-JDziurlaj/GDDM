      *    A "NO RECORD" WARNING EVERY NIGHT NOR GET COMPARISON
      *    SERIES STUFFED INTO THE SUMMARY PIE.
      *
      *    RUN BY FISCAL PERIOD, TO MATCH A CHARTLD FISCAL LOAD, BOTH
      *    SERIES FOLLOW THE CHFISCAL CALENDAR (THROUGH CHARTFSC):
      *      PRIOR YEAR IS THE RECORD DATED THE SAME DAY OF THE SAME
      *        PERIOD ONE FISCAL YEAR BACK (ITS LAST DAY IF THAT
      *        PERIOD WAS SHORTER).
      *      BUDGET IS THE CHBUDGET RECORD WHOSE BU-MONTH IS THE
      *        FISCAL PERIOD (CCYYPP), SPREAD OVER THE PERIOD'S DAYS;
      *        IN A PERIOD LONGER THAN 31 DAYS POINT 1 GETS THE SHARE
      *        OF EVERY OPENING DAY CHARTLD CARRIES ON IT.
      *
      *    CALLERS PASS THREE PARAMETERS (CL: CALL PGM(CHARTCMP)
      *    PARM(&RUNDATE &BASIS &RC)):
      *      LK-RUN-DATE         CCYYMMDD CHART DATE TO FILL; SPACES
      *                          IS REPLACED WITH TODAY AND PASSED
      *                          BACK, THE SAME CONVENTION CHARTCKP
      *                          USES.
      *      LK-PERIOD-BASIS     "CALENDAR" OR "FISCAL", AS THE
      *                          CHARTLD LOAD WAS RUN; SPACES IS
      *                          REPLACED WITH "CALENDAR" AND PASSED
      *                          BACK.
      *      LK-COMPLETION-CODE  0 = EVERY DEPARTMENT FILLED FROM
      *                          BOTH SOURCES, 4 = AT LEAST ONE
      *                          DEPARTMENT HAD NO CURRENT RECORD, NO
      *                          HISTORY OR NO BUDGET (SEE CONSOLE),
      *                          8 = THE RUN DATE IS NOT A VALID
      *                          CCYYMMDD DATE, THE BASIS IS NEITHER
      *                          CALENDAR NOR FISCAL, OR A FISCAL RUN
      *                          DATE IS NOT IN A PERIOD ON CHFISCAL,
      *                          16 = A FILE (CHFISCAL INCLUDED) COULD
      *                          NOT BE OPENED.
      *****************************************************************
       ENVIRONMENT DIVISION.
       77  WS-PRIOR-DATE     PIC X(8).
       77  WS-RUN-MONTH      PIC X(6).
       77  WS-BUDGET-DAILY   PIC S9(5)V9 COMP-3.
       77  WS-BUDGET-FIRST   PIC S9(5)V9 COMP-3.
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
       77  WS-FISCAL-YEAR    PIC 9(4).
       77  WS-FOLD-DAYS      PIC S9(5) COMP-4 VALUE ZERO.
       77  WS-SUBSCRIPT      PIC S9(5) COMP-4.
       77  WS-BUDGET-SUB     PIC S9(5) COMP-4.
       77  WS-MONTH-LEN      PIC S9(5) COMP-4.
               05  HT-DIVISION        PIC X(10).
       LINKAGE SECTION.
       01  LK-RUN-DATE           PIC X(8).
       01  LK-PERIOD-BASIS       PIC X(8).
       01  LK-COMPLETION-CODE    PIC S9(5) COMP-3.
       PROCEDURE DIVISION USING LK-RUN-DATE, LK-PERIOD-BASIS,
               LK-COMPLETION-CODE.
       MAIN-ROUTINE.
           MOVE ZERO TO LK-COMPLETION-CODE.
           IF LK-RUN-DATE = SPACES
               GOBACK
           END-IF.
           MOVE LK-RUN-DATE (1:6) TO WS-RUN-MONTH.
           IF LK-PERIOD-BASIS = SPACES
               MOVE "CALENDAR" TO LK-PERIOD-BASIS
           END-IF.
           MOVE LK-PERIOD-BASIS TO WS-PERIOD-BASIS.
           IF NOT WS-CALENDAR-BASIS AND NOT WS-FISCAL-BASIS
               DISPLAY "CHARTCMP: PERIOD BASIS " WS-PERIOD-BASIS
                   " IS NOT CALENDAR OR FISCAL, NOTHING FILLED"
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
           IF WS-FISCAL-BASIS
               PERFORM COMPUTE-FISCAL-PRIOR-DATE
           ELSE
               PERFORM COMPUTE-RUN-MONTH-LENGTH
               PERFORM COMPUTE-PRIOR-DATE
           END-IF.
           IF LK-COMPLETION-CODE NOT = ZERO
               CLOSE DEPT-LIST-FILE
               CLOSE CHART-DATA-FILE
               IF NOT WS-NO-BUDGET-FILE
                   CLOSE BUDGET-FILE
               END-IF
               GOBACK
           END-IF.
           PERFORM LOAD-BUDGET-TABLE THRU LOAD-BUDGET-EXIT.
           PERFORM LOAD-HIERARCHY THRU LOAD-HIERARCHY-EXIT.
           PERFORM READ-DEPARTMENT.
           END-IF.
           MOVE WS-DATE-PARTS TO WS-PRIOR-DATE.

       FIND-FISCAL-PERIOD.
      *    THE RUN DATE'S FISCAL PERIOD STANDS IN FOR THE CALENDAR
      *    MONTH: ITS CCYYPP IS THE BUDGET MONTH LOOKED FOR AND ITS
      *    LENGTH THE DAYS THE BUDGET IS SPREAD OVER.
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
               DISPLAY "CHARTCMP: NO FISCAL PERIOD FOR RUN DATE "
                   LK-RUN-DATE ", CHARTFSC RC=" WS-FISCAL-RC
                   " - NOTHING FILLED"
               IF WS-FISCAL-RC = 16
                   MOVE 16 TO LK-COMPLETION-CODE
               ELSE
                   MOVE 8 TO LK-COMPLETION-CODE
               END-IF
           ELSE
               MOVE WS-FISCAL-PERIOD TO WS-RUN-MONTH
               MOVE WS-PERIOD-DAYS TO WS-MONTH-LEN
               IF WS-PERIOD-DAYS > 31
                   COMPUTE WS-FOLD-DAYS = WS-PERIOD-DAYS - 31
               END-IF
           END-IF.

       COMPUTE-FISCAL-PRIOR-DATE.
      *    THE SAME PERIOD OF THE PRIOR FISCAL YEAR, SAME DAY NUMBER.
      *    A PRIOR YEAR NOT YET ON CHFISCAL LEAVES EVERY DEPARTMENT
      *    WITHOUT HISTORY, REPORTED BELOW THE SAME AS ANY OTHER
      *    MISSING HISTORY; ONLY A CALENDAR THAT CANNOT BE READ STOPS
      *    THE RUN.
           MOVE WS-FISCAL-PERIOD (1:4) TO WS-FISCAL-YEAR.
           SUBTRACT 1 FROM WS-FISCAL-YEAR.
           MOVE WS-FISCAL-YEAR TO WS-FISCAL-PERIOD (1:4).
           MOVE SPACES TO WS-LOOKUP-DATE.
           MOVE ZERO TO WS-FISCAL-RC.
           CALL "CHARTFSC" USING WS-LOOKUP-DATE, WS-FISCAL-PERIOD,
               WS-PERIOD-START, WS-PERIOD-END, WS-PERIOD-DAYS,
               WS-DAY-IN-PERIOD, WS-FISCAL-RC
               ON EXCEPTION
                   MOVE 16 TO WS-FISCAL-RC
           END-CALL.
           MOVE WS-LOOKUP-DATE TO WS-PRIOR-DATE.
           IF WS-FISCAL-RC = 16
               DISPLAY "CHARTCMP: CHFISCAL COULD NOT BE READ FOR THE"
                   " PRIOR FISCAL YEAR - NOTHING FILLED"
               MOVE 16 TO LK-COMPLETION-CODE
           ELSE
               IF WS-FISCAL-RC NOT = ZERO
                   DISPLAY "CHARTCMP: FISCAL PERIOD " WS-FISCAL-PERIOD
                       " NOT USABLE ON CHFISCAL, RC=" WS-FISCAL-RC
                       " - NO PRIOR-YEAR SERIES"
                   MOVE SPACES TO WS-PRIOR-DATE
               END-IF
           END-IF.

       LOAD-BUDGET-TABLE.
      *    ONLY THE RUN MONTH'S RECORDS ARE KEPT, SO THE PER-
      *    DEPARTMENT LOOKUP BELOW SEARCHES ON THE DEPARTMENT ALONE.
      *        THE MONTHLY AMOUNT IS SPREAD EVENLY OVER THE CALENDAR
      *        DAYS; A DAILY FIGURE TOO BIG FOR THE CD-AY PICTURE
      *        WOULD CHART A TRUNCATED NUMBER, SO IT IS REPORTED AND
      *        THE DEPARTMENT TREATED AS HAVING NO BUDGET. POINT 1
      *        ALSO TAKES THE SHARE OF ANY OPENING DAYS A LONG FISCAL
      *        PERIOD CARRIES ON IT.
               COMPUTE WS-BUDGET-DAILY ROUNDED =
                   BT-AMOUNT (WS-BUDGET-SUB) / WS-MONTH-LEN
                   ON SIZE ERROR
                       ADD 1 TO NO-BUDG-COUNT
                       MOVE ZERO TO WS-BUDGET-SUB
               END-COMPUTE
               IF WS-BUDGET-SUB NOT = ZERO
                   COMPUTE WS-BUDGET-FIRST ROUNDED =
                       BT-AMOUNT (WS-BUDGET-SUB)
                       * (WS-FOLD-DAYS + 1) / WS-MONTH-LEN
                       ON SIZE ERROR
                           DISPLAY "CHARTCMP: BUDGET FOR " DL-DEPT
                               " TOO LARGE TO SPREAD, NOT FILLED"
                           ADD 1 TO NO-BUDG-COUNT
                           MOVE ZERO TO WS-BUDGET-SUB
                   END-COMPUTE
               END-IF
               IF WS-BUDGET-SUB NOT = ZERO
                   MOVE "Y" TO WS-BUDG-FLAG
                   ADD 1 TO FILLED-BUDG-COUNT
                       UNTIL WS-SUBSCRIPT > 31
                   MOVE WS-BUDGET-DAILY TO CD-AY (3, WS-SUBSCRIPT)
               END-PERFORM
               MOVE WS-BUDGET-FIRST TO CD-AY (3, 1)
               MOVE "BUDGET" TO CD-SERIES-NAME (3)
           END-IF.
      *    THE COUNT REACHES TO THE HIGHEST FILLED SLOT AND NEVER
