      *    FILE LEAVES CHARTDAT UNTOUCHED, WITH THE EXPECTED AND
      *    ACTUAL FIGURES ON THE CONSOLE.
      *
      *    EVERY DETAIL THE LOAD SETS ASIDE - DEPARTMENT NOT ON
      *    DEPTLIST, BAD AMOUNT, BAD DATE, ACTIVITY POSTED OUTSIDE THE
      *    LOAD MONTH - IS WRITTEN TO THE CHSUSP SUSPENSE FILE WITH
      *    THE LOAD DATE AND A REASON CODE (SEE CHSUSP), WHERE CHARTSUS
      *    RE-APPLIES OR WRITES IT OFF. A RERUN FOR THE SAME LOAD DATE
      *    REPLACES THAT DATE'S STILL-OPEN ENTRIES RATHER THAN DOUBLING
      *    THEM; ENTRIES ALREADY APPLIED OR WRITTEN OFF ARE KEPT. AN
      *    OUT-OF-BALANCE FILE LEAVES CHSUSP UNTOUCHED AS WELL.
      *
      *    A SHOP THAT CLOSES ITS BOOKS ON THE CHFISCAL 4-4-5 CALENDAR
      *    LOADS BY FISCAL PERIOD INSTEAD: THE GRID IS THE DAY OF THE
      *    FISCAL PERIOD THE LOAD DATE FALLS IN (FOUND THROUGH
      *    CHARTFSC), AND ACTIVITY POSTED OUTSIDE THAT PERIOD IS WHAT
      *    GOES TO SUSPENSE. A CHART HOLDS 31 POINTS AND A FIVE-WEEK
      *    PERIOD HAS 35 DAYS, SO IN A PERIOD LONGER THAN 31 DAYS THE
      *    FIRST POINT CARRIES THE PERIOD'S OPENING DAYS TOGETHER -
      *    DAYS 1-5 OF A 35-DAY PERIOD, X VALUE 5 - AND EVERY LATER
      *    DAY HAS A POINT OF ITS OWN, X BEING THE DAY NUMBER. NOTHING
      *    IS DROPPED, SO THE SERIES STILL SUMS TO THE PERIOD TO DATE.
      *
      *    CALLERS PASS THREE PARAMETERS (CL: CALL PGM(CHARTLD)
      *    PARM(&LOADDATE &BASIS &RC)):
      *      LK-LOAD-DATE        CCYYMMDD CHART DATE TO BUILD THE
      *                          RECORDS UNDER; SPACES IS REPLACED
      *                          WITH TODAY AND PASSED BACK, THE SAME
      *                          RESENT FILE, THEN RUN CHARTBAT WITH
      *                          THE SAME DATE TO RE-CHART JUST THAT
      *                          DAY.
      *      LK-PERIOD-BASIS     "CALENDAR" TO LOAD BY CALENDAR MONTH,
      *                          "FISCAL" TO LOAD BY FISCAL PERIOD;
      *                          SPACES IS REPLACED WITH "CALENDAR"
      *                          AND PASSED BACK.
      *      LK-COMPLETION-CODE  0 = OK, 4 = DEPTLIST OVERRAN THE
      *                          FIVE-HUNDRED-DEPARTMENT TABLE AND
      *                          THE OVERFLOW DEPARTMENTS GOT NO
      *                          CHART, 8 = THE LOAD DATE IS NOT A
      *                          VALID CCYYMMDD DATE, THE BASIS IS
      *                          NEITHER CALENDAR NOR FISCAL, OR A
      *                          FISCAL LOAD DATE IS NOT IN A
      *                          PERIOD ON CHFISCAL, 12 = DAILYTXN
      *                          DID NOT BALANCE TO ITS TRAILER AND
      *                          NOTHING WAS LOADED, 16 = A FILE
      *                          (CHSUSP AND CHFISCAL INCLUDED) COULD
      *                          NOT BE OPENED.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO CHSUSP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-KEY
               FILE STATUS IS WS-SUSP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE
       FD  CHART-DATA-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CHDATA.
       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CHSUSP.
       WORKING-STORAGE SECTION.
       77  WS-TXN-STATUS     PIC X(2).
       77  WS-DEPT-STATUS    PIC X(2).
       77  WS-FILE-STATUS    PIC X(2).
       77  WS-SUSP-STATUS    PIC X(2).
       77  WS-RUN-DATE       PIC X(8).
       77  WS-TXN-EOF        PIC X        VALUE "N".
           88  WS-TXN-END                  VALUE "Y".
       77  WS-SERIES-SUB     PIC S9(5) COMP-4.
       77  WS-SAVE-ID        PIC X(8).
       77  WS-SAVE-DATE      PIC X(8).
       77  WS-SUSP-REASON    PIC X(8).
       77  WS-SUSP-EOF       PIC X.
           88  WS-SUSP-END                 VALUE "Y".
       77  WS-PRIOR-SEQ      PIC 9(5)     VALUE ZERO.
       77  WS-NEXT-SEQ       PIC 9(5)     VALUE ZERO.
       77  SUSPENDED-COUNT   PIC S9(7) COMP-4 VALUE ZERO.
       77  SUSPEND-FAIL-COUNT PIC S9(7) COMP-4 VALUE ZERO.
       77  SUPERSEDED-COUNT  PIC S9(7) COMP-4 VALUE ZERO.
       77  SUSPENDED-AMOUNT  PIC S9(9)V9 COMP-3 VALUE ZERO.
       01  WS-DAY-TEXT       PIC X(2).
       01  WS-DAY-NUM REDEFINES WS-DAY-TEXT
                             PIC 9(2).
           05  WS-DATE-YY    PIC 9(2).
           05  WS-DATE-MM    PIC 9(2).
           05  WS-DATE-DD    PIC 9(2).
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
       77  WS-WALK-DATE      PIC X(8).
       77  WS-POINT-SUB      PIC S9(5) COMP-4.
      *    DAYS OF A LONG FISCAL PERIOD CARRIED TOGETHER ON THE FIRST
      *    POINT BEYOND THE ONE DAY IT WOULD HOLD ANYWAY - ZERO FOR
      *    A CALENDAR MONTH OR A PERIOD OF 31 DAYS OR FEWER.
       77  WS-FOLD-DAYS      PIC S9(5) COMP-4 VALUE ZERO.
       77  PERIOD-DAY-COUNT  PIC S9(5) COMP-4 VALUE ZERO.
      *    THE FISCAL PERIOD'S DATES IN ORDER, SO A TRANSACTION'S DAY
      *    OF THE PERIOD IS ITS POSITION HERE.
       01  PERIOD-DAY-TABLE.
           03  PERIOD-DAY OCCURS 1 TO 42 TIMES
                   DEPENDING ON PERIOD-DAY-COUNT
                   ASCENDING KEY IS PD-DATE
                   INDEXED BY PD-INDEX.
               05  PD-DATE            PIC X(8).
      *    THE TABLE IS KEPT IN DEPARTMENT ORDER BY ADD-DEPARTMENT SO
      *    FIND-DEPARTMENT CAN BINARY-SEARCH IT: THE PRODUCT-LINE
      *    SPLITS TAKE DEPTLIST PAST THE OLD FIFTY, AND ON A MONTH-END
                                      PIC S9(5)V9 COMP-3.
       LINKAGE SECTION.
       01  LK-LOAD-DATE          PIC X(8).
       01  LK-PERIOD-BASIS       PIC X(8).
       01  LK-COMPLETION-CODE    PIC S9(5) COMP-3.
       PROCEDURE DIVISION USING LK-LOAD-DATE, LK-PERIOD-BASIS,
               LK-COMPLETION-CODE.
       MAIN-ROUTINE.
           MOVE ZERO TO RETURN-CODE.
           MOVE ZERO TO LK-COMPLETION-CODE.
               GOBACK
           END-IF.
           MOVE WS-RUN-DATE (7:2) TO WS-RUN-DAY-TEXT.
           PERFORM SET-PERIOD-BASIS THRU SET-PERIOD-BASIS-EXIT.
           IF RETURN-CODE NOT = ZERO
               MOVE RETURN-CODE TO LK-COMPLETION-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-FILES.
           IF RETURN-CODE NOT = ZERO
               MOVE RETURN-CODE TO LK-COMPLETION-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-DEPARTMENTS.
           PERFORM FIND-LAST-SUSPENSE.
           PERFORM READ-TRANSACTION.
           PERFORM PROCESS-TRANSACTION UNTIL WS-TXN-END.
           PERFORM BALANCE-TO-TRAILER.
                   PERFORM WRITE-DEPT-RECORD
               END-PERFORM
               PERFORM WRITE-SUMMARY-PIE
               PERFORM RETIRE-SUPERSEDED-ENTRIES
           ELSE
               DISPLAY "CHARTLD: DAILYTXN OUT OF BALANCE - CHARTDAT"
                   " AND CHSUSP NOT TOUCHED"
               PERFORM BACK-OUT-SUSPENSE
               MOVE 12 TO RETURN-CODE
           END-IF.
           PERFORM REPORT-TOTALS.
           CLOSE TRANSACTION-FILE.
           CLOSE DEPT-LIST-FILE.
           CLOSE CHART-DATA-FILE.
           CLOSE SUSPENSE-FILE.
           MOVE RETURN-CODE TO LK-COMPLETION-CODE.
           GOBACK.

               END-IF
           END-IF.

       SET-PERIOD-BASIS.
      *    CALENDAR MONTH IS THE DEFAULT AND NEEDS NOTHING MORE. A
      *    FISCAL LOAD LOOKS THE LOAD DATE UP ON CHFISCAL, LISTS THE
      *    PERIOD'S DATES FOR PLACING EACH TRANSACTION, AND TAKES THE
      *    LOAD DATE'S OWN POINT AS THE LAST ONE ON THE GRID.
           IF LK-PERIOD-BASIS = SPACES
               MOVE "CALENDAR" TO LK-PERIOD-BASIS
           END-IF.
           MOVE LK-PERIOD-BASIS TO WS-PERIOD-BASIS.
           IF WS-CALENDAR-BASIS
               GO TO SET-PERIOD-BASIS-EXIT
           END-IF.
           IF NOT WS-FISCAL-BASIS
               DISPLAY "CHARTLD: PERIOD BASIS " WS-PERIOD-BASIS
                   " IS NOT CALENDAR OR FISCAL, NOTHING LOADED"
               MOVE 8 TO RETURN-CODE
               GO TO SET-PERIOD-BASIS-EXIT
           END-IF.
           MOVE WS-RUN-DATE TO WS-LOOKUP-DATE.
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
               DISPLAY "CHARTLD: NO FISCAL PERIOD FOR LOAD DATE "
                   WS-RUN-DATE ", CHARTFSC RC=" WS-FISCAL-RC
                   " - NOTHING LOADED"
               IF WS-FISCAL-RC = 16
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO SET-PERIOD-BASIS-EXIT
           END-IF.
           MOVE WS-PERIOD-START TO WS-WALK-DATE.
           MOVE 1 TO PERIOD-DAY-COUNT.
           MOVE WS-WALK-DATE TO PD-DATE (1).
           PERFORM ADD-PERIOD-DAY
               UNTIL PERIOD-DAY-COUNT >= WS-PERIOD-DAYS.
           IF WS-PERIOD-DAYS > 31
               COMPUTE WS-FOLD-DAYS = WS-PERIOD-DAYS - 31
           END-IF.
           COMPUTE WS-POINT-SUB = WS-DAY-IN-PERIOD - WS-FOLD-DAYS.
           IF WS-POINT-SUB < 1
               MOVE 1 TO WS-POINT-SUB
           END-IF.
           MOVE WS-POINT-SUB TO WS-RUN-DAY.
           DISPLAY "CHARTLD: LOADING FISCAL PERIOD " WS-FISCAL-PERIOD
               " (" WS-PERIOD-START " TO " WS-PERIOD-END ")".
       SET-PERIOD-BASIS-EXIT.
           EXIT.

       ADD-PERIOD-DAY.
           PERFORM ADVANCE-ONE-DAY.
           ADD 1 TO PERIOD-DAY-COUNT.
           MOVE WS-WALK-DATE TO PD-DATE (PERIOD-DAY-COUNT).

       ADVANCE-ONE-DAY.
           MOVE WS-WALK-DATE TO WS-DATE-PARTS.
           COMPUTE WS-EDIT-YEAR = WS-DATE-CC * 100 + WS-DATE-YY.
           PERFORM SET-MONTH-LENGTH.
           IF WS-DATE-DD < WS-MONTH-LEN
               ADD 1 TO WS-DATE-DD
           ELSE
               MOVE 1 TO WS-DATE-DD
               IF WS-DATE-MM < 12
                   ADD 1 TO WS-DATE-MM
               ELSE
                   MOVE 1 TO WS-DATE-MM
                   ADD 1 TO WS-EDIT-YEAR
                   DIVIDE WS-EDIT-YEAR BY 100 GIVING WS-DATE-QUOT
                       REMAINDER WS-DATE-REM
                   MOVE WS-DATE-QUOT TO WS-DATE-CC
                   MOVE WS-DATE-REM TO WS-DATE-YY
               END-IF
           END-IF.
           MOVE WS-DATE-PARTS TO WS-WALK-DATE.

       OPEN-FILES.
           OPEN INPUT TRANSACTION-FILE.
           IF WS-TXN-STATUS NOT = "00"
                   WS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.
      *    THE SUSPENSE FILE IS WHERE SET-ASIDE MONEY IS HELD, SO A
      *    LOAD THAT CANNOT WRITE IT DOES NOT RUN AT ALL - OTHERWISE
      *    THE REJECTS WOULD VANISH EXACTLY AS THEY USED TO. IT IS
      *    CREATED EMPTY ON FIRST USE LIKE CHARTDAT.
           OPEN I-O SUSPENSE-FILE.
           IF WS-SUSP-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF.
           IF WS-SUSP-STATUS NOT = "00"
               DISPLAY "CHARTLD: UNABLE TO OPEN CHSUSP, STATUS="
                   WS-SUSP-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       LOAD-DEPARTMENTS.
           PERFORM READ-DEPARTMENT.
               END-IF
      *        ONLY ACTIVITY POSTED IN THE LOAD MONTH BELONGS ON THAT
      *        MONTH'S DAY-OF-MONTH GRID; ANYTHING ELSE IS COUNTED
      *        AND REPORTED RATHER THAN CHARTED ON THE WRONG DAY. A
      *        FISCAL LOAD APPLIES THE SAME RULE TO THE FISCAL PERIOD.
               IF (WS-CALENDAR-BASIS
                   AND TX-DATE (1:6) NOT = WS-RUN-DATE (1:6))
                   OR (WS-FISCAL-BASIS
                   AND (TX-DATE < WS-PERIOD-START
                   OR TX-DATE > WS-PERIOD-END))
                   ADD 1 TO OFF-PERIOD-COUNT
                   MOVE "OFFPERD" TO WS-SUSP-REASON
                   PERFORM SUSPEND-TRANSACTION
               ELSE
                   PERFORM APPLY-TRANSACTION
               END-IF
               ADD 1 TO UNKNOWN-COUNT
               DISPLAY "CHARTLD: DEPARTMENT " TX-DEPT
                   " NOT ON DEPTLIST"
               MOVE "NODEPT" TO WS-SUSP-REASON
               PERFORM SUSPEND-TRANSACTION
           ELSE
               IF WS-FISCAL-BASIS
                   PERFORM SET-FISCAL-POINT
               ELSE
                   MOVE TX-DATE (7:2) TO WS-DAY-TEXT
               END-IF
      *        THE ACTIVITY FILE IS PRODUCED OUTSIDE THIS APPLICATION,
      *        SO A BAD AMOUNT IS REPORTED AND SKIPPED RATHER THAN
      *        LEFT TO ABEND THE WHOLE LOAD ON A DATA EXCEPTION.
               IF TX-AMOUNT NOT NUMERIC
                   DISPLAY "CHARTLD: BAD AMOUNT FOR DEPARTMENT "
                       TX-DEPT " ON " TX-DATE
                   MOVE "BADAMT" TO WS-SUSP-REASON
                   PERFORM SUSPEND-TRANSACTION
               ELSE
               IF WS-DAY-TEXT NOT NUMERIC
                   OR WS-DAY-NUM < 1 OR WS-DAY-NUM > 31
                   DISPLAY "CHARTLD: BAD DATE " TX-DATE
                       " FOR DEPARTMENT " TX-DEPT
                   MOVE "BADDATE" TO WS-SUSP-REASON
                   PERFORM SUSPEND-TRANSACTION
               ELSE
                   ADD 1 TO DT-TXN-COUNT (WS-DEPT-SUB)
      *            THE TOTALS CARRY THE SAME PRECISION AS CD-AY, SO A
               END-IF
           END-IF.

       SET-FISCAL-POINT.
      *    THE TRANSACTION'S POINT IS ITS DAY OF THE FISCAL PERIOD,
      *    LESS THE OPENING DAYS A LONG PERIOD CARRIES ON POINT 1. A
      *    DATE WITHIN THE PERIOD'S RANGE THAT IS NOT ONE OF ITS DAYS
      *    IS NO REAL DATE, AND IS LEFT AS DAY "00" FOR THE BAD-DATE
      *    EDIT BELOW.
           MOVE "00" TO WS-DAY-TEXT.
           SEARCH ALL PERIOD-DAY
               AT END
                   CONTINUE
               WHEN PD-DATE (PD-INDEX) = TX-DATE
                   SET WS-POINT-SUB TO PD-INDEX
                   SUBTRACT WS-FOLD-DAYS FROM WS-POINT-SUB
                   IF WS-POINT-SUB < 1
                       MOVE 1 TO WS-POINT-SUB
                   END-IF
                   MOVE WS-POINT-SUB TO WS-DAY-NUM
           END-SEARCH.

      *****************************************************************
      *    SUSPENSE HANDLING. ENTRIES ARE WRITTEN AS THE DETAIL IS
      *    READ, NUMBERED ABOVE THE HIGHEST SEQUENCE ALREADY ON FILE
      *    FOR THE LOAD DATE, SO THIS RUN'S ENTRIES ARE TOLD APART
      *    FROM AN EARLIER RUN'S BY SEQUENCE ALONE: A BALANCED LOAD
      *    THEN DROPS THE EARLIER RUN'S STILL-OPEN ENTRIES (THIS RUN
      *    HAS JUST SUSPENDED THEIR REPLACEMENTS), AND AN OUT-OF-
      *    BALANCE LOAD BACKS OUT ITS OWN, LEAVING CHSUSP AS IT FOUND
      *    IT - THE SAME ALL-OR-NOTHING RULE CHARTDAT GETS.
      *****************************************************************
       FIND-LAST-SUSPENSE.
           MOVE ZERO TO WS-PRIOR-SEQ.
           MOVE "N" TO WS-SUSP-EOF.
           MOVE WS-RUN-DATE TO SU-LOAD-DATE.
           MOVE ZERO TO SU-SEQUENCE.
           START SUSPENSE-FILE KEY IS NOT LESS THAN SU-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SUSP-EOF
           END-START.
           PERFORM SCAN-LAST-SUSPENSE UNTIL WS-SUSP-END.
           MOVE WS-PRIOR-SEQ TO WS-NEXT-SEQ.

       SCAN-LAST-SUSPENSE.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SUSP-EOF
           END-READ.
           IF WS-SUSP-STATUS NOT = "00"
               MOVE "Y" TO WS-SUSP-EOF
           END-IF.
           IF NOT WS-SUSP-END
               IF SU-LOAD-DATE NOT = WS-RUN-DATE
                   MOVE "Y" TO WS-SUSP-EOF
               ELSE
                   MOVE SU-SEQUENCE TO WS-PRIOR-SEQ
               END-IF
           END-IF.

       SUSPEND-TRANSACTION.
           IF WS-NEXT-SEQ >= 99999
               ADD 1 TO SUSPEND-FAIL-COUNT
               DISPLAY "CHARTLD: SUSPENSE SEQUENCE EXHAUSTED FOR "
                   WS-RUN-DATE " - " TX-DEPT " " TX-DATE
                   " NOT SUSPENDED"
           ELSE
               ADD 1 TO WS-NEXT-SEQ
               MOVE SPACES TO SUSPENSE-RECORD
               MOVE WS-RUN-DATE TO SU-LOAD-DATE
               MOVE WS-NEXT-SEQ TO SU-SEQUENCE
               MOVE TX-DEPT TO SU-TX-DEPT
               MOVE TX-DATE TO SU-TX-DATE
      *        THE AMOUNT POSITIONS ARE COPIED AS BYTES, SO A BAD
      *        AMOUNT IS KEPT EXACTLY AS THE SENDER TRANSMITTED IT.
               MOVE TRANSACTION-RECORD (19:6) TO SU-TX-AMOUNT-TEXT
               MOVE WS-SUSP-REASON TO SU-REASON
               MOVE "O" TO SU-STATUS
               MOVE WS-RUN-DATE TO SU-STATUS-DATE
               IF WS-FISCAL-BASIS
                   MOVE "F" TO SU-LOAD-BASIS
               END-IF
               WRITE SUSPENSE-RECORD
                   INVALID KEY
                       DISPLAY "CHARTLD: SUSPENSE WRITE FAILED FOR "
                           SU-KEY ", STATUS=" WS-SUSP-STATUS
               END-WRITE
               IF WS-SUSP-STATUS = "00"
                   ADD 1 TO SUSPENDED-COUNT
                   IF TX-AMOUNT NUMERIC
                       ADD TX-AMOUNT TO SUSPENDED-AMOUNT
                   END-IF
               ELSE
                   ADD 1 TO SUSPEND-FAIL-COUNT
               END-IF
           END-IF.

       RETIRE-SUPERSEDED-ENTRIES.
           MOVE "N" TO WS-SUSP-EOF.
           MOVE WS-RUN-DATE TO SU-LOAD-DATE.
           MOVE ZERO TO SU-SEQUENCE.
           START SUSPENSE-FILE KEY IS NOT LESS THAN SU-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SUSP-EOF
           END-START.
           PERFORM RETIRE-ONE-ENTRY UNTIL WS-SUSP-END.

       RETIRE-ONE-ENTRY.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SUSP-EOF
           END-READ.
           IF WS-SUSP-STATUS NOT = "00"
               MOVE "Y" TO WS-SUSP-EOF
           END-IF.
           IF NOT WS-SUSP-END
               IF SU-LOAD-DATE NOT = WS-RUN-DATE
                   OR SU-SEQUENCE > WS-PRIOR-SEQ
                   MOVE "Y" TO WS-SUSP-EOF
               ELSE
                   IF SU-OPEN
                       DELETE SUSPENSE-FILE
                           INVALID KEY
                               DISPLAY "CHARTLD: SUSPENSE DELETE FAILED"
                                   " FOR " SU-KEY
                       END-DELETE
                       IF WS-SUSP-STATUS = "00"
                           ADD 1 TO SUPERSEDED-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       BACK-OUT-SUSPENSE.
           MOVE WS-RUN-DATE TO SU-LOAD-DATE.
           PERFORM BACK-OUT-ONE-ENTRY
               VARYING SU-SEQUENCE FROM WS-NEXT-SEQ BY -1
               UNTIL SU-SEQUENCE NOT > WS-PRIOR-SEQ.
           MOVE ZERO TO SUSPENDED-COUNT.
           MOVE ZERO TO SUSPENDED-AMOUNT.

       BACK-OUT-ONE-ENTRY.
           DELETE SUSPENSE-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.

       FIND-DEPARTMENT.
      *    A BINARY SEARCH OF THE ORDERED TABLE: A HANDFUL OF
      *    COMPARES WHETHER DEPTLIST CARRIES FIFTY DEPARTMENTS OR
                      DT-DEPT (WS-DEPT-SUB) DELIMITED BY SIZE
                   INTO CD-CHART-TITLE
               END-STRING
               IF WS-FISCAL-BASIS
                   MOVE "DAY OF PERIOD" TO CD-X-AXIS-TITLE
               ELSE
                   MOVE "DAY OF MONTH" TO CD-X-AXIS-TITLE
               END-IF
               MOVE "AMOUNT" TO CD-Y-AXIS-TITLE
               MOVE "N" TO CD-HARDCOPY-FLAG
               MOVE 1 TO CD-SERIES-COUNT
           END-IF.
      *    MONTH-TO-DATE GRID: ONE POINT PER DAY OF MONTH UP THROUGH
      *    THE RUN DAY, X ASCENDING 1, 2, 3... AS CHART REQUIRES.
      *    A FISCAL GRID'S X VALUES ARE DAYS OF THE PERIOD, POINT 1
      *    OF A LONG PERIOD SHOWING THE LAST OPENING DAY IT CARRIES.
      *    ONLY SERIES 1 BELONGS TO THE LOAD; A BUDGET OR PRIOR-YEAR
      *    SERIES THE OPERATOR KEYED WITH CHARTMNT INTO AN EXISTING
      *    RECORD IS LEFT EXACTLY AS READ.
           MOVE WS-RUN-DAY TO CD-POINTS.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 31
               COMPUTE CD-AX (WS-DAY-SUB) = WS-DAY-SUB + WS-FOLD-DAYS
               MOVE DT-DAY-TOTAL (WS-DEPT-SUB, WS-DAY-SUB)
                   TO CD-AY (1, WS-DAY-SUB)
           END-PERFORM.
                   " DEPARTMENTS NOT ON DEPTLIST"
           END-IF.
           IF OFF-PERIOD-COUNT > ZERO
               IF WS-FISCAL-BASIS
                   DISPLAY "CHARTLD: " OFF-PERIOD-COUNT " TRANSACTIONS"
                       " OUTSIDE FISCAL PERIOD " WS-FISCAL-PERIOD
                       " SUSPENDED"
               ELSE
                   DISPLAY "CHARTLD: " OFF-PERIOD-COUNT " TRANSACTIONS"
                       " OUTSIDE THE LOAD MONTH SUSPENDED"
               END-IF
           END-IF.
           IF SUSPENDED-COUNT > ZERO
               DISPLAY "CHARTLD: " SUSPENDED-COUNT " TRANSACTIONS"
                   " WRITTEN TO CHSUSP, AMOUNT " SUSPENDED-AMOUNT
           END-IF.
           IF SUPERSEDED-COUNT > ZERO
               DISPLAY "CHARTLD: " SUPERSEDED-COUNT " OPEN SUSPENSE"
                   " ENTRIES FROM AN EARLIER LOAD OF " WS-RUN-DATE
                   " REPLACED"
           END-IF.
           IF SUSPEND-FAIL-COUNT > ZERO
               DISPLAY "CHARTLD: " SUSPEND-FAIL-COUNT " SET-ASIDE"
                   " TRANSACTIONS COULD NOT BE SUSPENDED - SEE ABOVE"
               IF RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF ZERO-DEPT-COUNT > ZERO
               DISPLAY "CHARTLD: " ZERO-DEPT-COUNT " DEPARTMENTS HAD"
