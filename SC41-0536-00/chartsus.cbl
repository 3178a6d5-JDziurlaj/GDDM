       IDENTIFICATION DIVISION.

       PROGRAM-ID. CHARTSUS.
      *****************************************************************
      *    CHARTSUS IS THE OPERATOR PROGRAM FOR THE CHSUSP SUSPENSE
      *    FILE CHARTLD FILLS WITH THE DAILYTXN DETAIL IT COULD NOT
      *    CHART. THE MONEY IN THOSE TRANSACTIONS USED TO EXIST ONLY
      *    AS A CONSOLE LINE ON THE LOAD'S JOB LOG; HERE IT IS LISTED,
      *    PUT BACK ON THE RIGHT CHARTDAT RECORD ONCE THE CAUSE IS
      *    FIXED, OR WRITTEN OFF WITH A NOTE, SO AT MONTH-END THE
      *    SUSPENSE FOR THE MONTH BALANCES TO ZERO OPEN ENTRIES.
      *
      *      L  LISTS THE OPEN ENTRIES, FOR ONE LOAD MONTH OR ALL.
      *      R  RE-APPLIES EVERY OPEN ENTRY THAT HAS BECOME GOOD:
      *         THE DEPARTMENT IS NOW ON DEPTLIST, THE AMOUNT IS
      *         NUMERIC AND THE POSTING DATE IS A REAL DATE. ACTIVITY
      *         POSTED IN THE LOAD MONTH GOES TO THE DEPARTMENT'S
      *         RECORD FOR THE LOAD DATE (BUILT THE WAY CHARTLD BUILDS
      *         ONE IF THE DEPARTMENT HAD NONE THAT DAY); ACTIVITY
      *         POSTED IN ANOTHER MONTH GOES TO THE LATEST RECORD THE
      *         DEPARTMENT HAS IN THAT MONTH - FOR PRIOR-MONTH
      *         ACTIVITY, LAST MONTH'S MONTH-END RECORD. THE AMOUNT IS
      *         ADDED TO THE PRIMARY SERIES ON THE POSTING DAY. AN
      *         ENTRY THAT CANNOT GO YET STAYS OPEN AND THE REASON IS
      *         SHOWN. AN ENTRY SET ASIDE BY A FISCAL-PERIOD LOAD
      *         IS PLACED THE SAME WAY BY CHFISCAL PERIOD INSTEAD OF
      *         CALENDAR MONTH, ON THE POINT CHARTLD'S FISCAL GRID
      *         GIVES THE POSTING DAY.
      *      W  WRITES OFF ONE ENTRY - BAD AMOUNTS AND BAD DATES
      *         NEVER BECOME GOOD - WITH A NOTE AND A CONFIRMATION.
      *      B  BALANCES ONE LOAD MONTH: SUSPENDED, APPLIED, WRITTEN
      *         OFF AND STILL OPEN, COUNT AND AMOUNT.
      *
      *    A RE-APPLIED AMOUNT CHANGES A DEPARTMENT RECORD ONLY. THE
      *    SUMMARY PIE AND THE DIVISION AND COMPANY ROLLUPS FOR THE
      *    DATE CATCH UP WHEN CHARTRLL IS RERUN FOR IT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-S38.
       OBJECT-COMPUTER. IBM-S38.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO CHSUSP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-KEY
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT CHART-DATA-FILE ASSIGN TO CHARTDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT DEPT-LIST-FILE ASSIGN TO DEPTLIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CHSUSP.
       FD  CHART-DATA-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CHDATA.
       FD  DEPT-LIST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CHDEPT.
       WORKING-STORAGE SECTION.
       77  WS-SUSP-STATUS    PIC X(2).
       77  WS-FILE-STATUS    PIC X(2).
       77  WS-DEPT-STATUS    PIC X(2).
       77  WS-FUNCTION       PIC X.
       77  WS-DONE           PIC X        VALUE "N".
           88  WS-END-REQUESTED            VALUE "Y".
       77  WS-REPLY          PIC X(40).
       77  WS-USER-ID        PIC X(10).
       77  WS-TODAY          PIC X(8).
       77  WS-SELECT-MONTH   PIC X(6).
       77  WS-SUSP-EOF       PIC X.
           88  WS-SUSP-END                 VALUE "Y".
       77  WS-SCAN-EOF       PIC X.
           88  WS-SCAN-END                 VALUE "Y".
       77  WS-READ-EOF       PIC X.
           88  WS-READ-DONE                VALUE "Y".
       77  WS-RECORD-FOUND   PIC X.
           88  WS-FOUND                    VALUE "Y".
           88  WS-NOT-FOUND                VALUE "N".
       77  WS-LOAD-FLAG      PIC X.
           88  WS-LOAD-OK                  VALUE "Y".
           88  WS-LOAD-FAILED              VALUE "N".
       77  WS-APPLY-FLAG     PIC X.
           88  WS-CAN-APPLY                VALUE "Y".
       77  WS-HOLD-REASON    PIC X(40).
       77  WS-TARGET-ID      PIC X(8).
       77  WS-TARGET-DATE    PIC X(8).
       77  WS-SAVE-ID        PIC X(8).
       77  WS-SAVE-DATE      PIC X(8).
       77  WS-DIGITS         PIC S9(5) COMP-4.
       77  WS-SUBSCRIPT      PIC S9(5) COMP-4.
       77  WS-ENTRY-SUB      PIC S9(5) COMP-4.
       77  WS-DAY-SUB        PIC S9(5) COMP-4.
       77  WS-SERIES-SUB     PIC S9(5) COMP-4.
       77  DEPT-COUNT        PIC S9(5) COMP-4 VALUE ZERO.
       77  LIST-COUNT        PIC S9(7) COMP-4.
       77  APPLIED-COUNT     PIC S9(7) COMP-4.
       77  LEFT-OPEN-COUNT   PIC S9(7) COMP-4.
       77  LIST-AMOUNT       PIC S9(9)V9 COMP-3.
       77  APPLIED-AMOUNT    PIC S9(9)V9 COMP-3.
       01  WS-SEQ-TEXT       PIC X(5).
       01  WS-SEQ-NUM REDEFINES WS-SEQ-TEXT
                             PIC 9(5).
       01  WS-DAY-TEXT       PIC X(2).
       01  WS-DAY-NUM REDEFINES WS-DAY-TEXT
                             PIC 9(2).
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
       77  WS-LOOKUP-DATE    PIC X(8).
       77  WS-FISCAL-PERIOD  PIC X(6).
       77  WS-PERIOD-START   PIC X(8).
       77  WS-PERIOD-END     PIC X(8).
       77  WS-PERIOD-DAYS    PIC S9(5) COMP-3.
       77  WS-DAY-IN-PERIOD  PIC S9(5) COMP-3.
       77  WS-FISCAL-RC      PIC S9(5) COMP-3.
       77  WS-FOLD-DAYS      PIC S9(5) COMP-4.
       77  WS-POST-POINT     PIC S9(5) COMP-4.
       77  WS-LOAD-POINT     PIC S9(5) COMP-4.
      *    MONTH-END BALANCE BUCKETS: 1 = SUSPENDED (EVERY ENTRY FOR
      *    THE MONTH), 2 = APPLIED, 3 = WRITTEN OFF, 4 = STILL OPEN.
      *    AMOUNTS COVER NUMERIC ENTRIES ONLY; A BAD AMOUNT HAS NO
      *    VALUE TO ADD AND IS COUNTED SEPARATELY.
       01  BALANCE-TABLE.
           03  BALANCE-ENTRY OCCURS 4 TIMES.
               05  BT-COUNT           PIC S9(7) COMP-4.
               05  BT-AMOUNT          PIC S9(9)V9 COMP-3.
       77  BAD-AMOUNT-COUNT  PIC S9(7) COMP-4.
       01  BALANCE-LABELS.
           05  FILLER             PIC X(20)  VALUE "SUSPENDED".
           05  FILLER             PIC X(20)  VALUE "APPLIED".
           05  FILLER             PIC X(20)  VALUE "WRITTEN OFF".
           05  FILLER             PIC X(20)  VALUE "STILL OPEN".
       01  BALANCE-LABEL-TABLE REDEFINES BALANCE-LABELS.
           05  BL-LABEL OCCURS 4 TIMES PIC X(20).
       01  WS-COUNT-EDIT     PIC Z(6)9.
       01  WS-AMOUNT-EDIT    PIC -(9)9.9.
       01  WS-LIST-LINE.
           05  LL-LOAD-DATE       PIC X(8).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  LL-SEQUENCE        PIC 9(5).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  LL-DEPT            PIC X(10).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  LL-TX-DATE         PIC X(8).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  LL-AMOUNT          PIC -(6)9.9.
           05  LL-AMOUNT-TEXT REDEFINES LL-AMOUNT
                                  PIC X(9).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  LL-REASON          PIC X(8).
       01  DEPT-TABLE.
           03  DEPT-ENTRY OCCURS 500 TIMES.
               05  DT-DEPT            PIC X(10).
       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM GET-USER-ID.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
      *    THE SUSPENSE FILE IS CREATED BY CHARTLD'S FIRST LOAD, NOT
      *    HERE - NO FILE MEANS NOTHING HAS EVER BEEN SET ASIDE.
           OPEN I-O SUSPENSE-FILE.
           IF WS-SUSP-STATUS = "35"
               DISPLAY "CHARTSUS: CHSUSP DOES NOT EXIST - NOTHING HAS"
                   " BEEN SUSPENDED"
               STOP RUN
           END-IF.
           IF WS-SUSP-STATUS NOT = "00"
               DISPLAY "CHARTSUS: UNABLE TO OPEN CHSUSP, STATUS="
                   WS-SUSP-STATUS
               STOP RUN
           END-IF.
           PERFORM PROCESS-ONE-FUNCTION UNTIL WS-END-REQUESTED.
           CLOSE SUSPENSE-FILE.
           STOP RUN.

       GET-USER-ID.
           MOVE SPACES TO WS-USER-ID.
           CALL "CHARTUSR" USING WS-USER-ID
               ON EXCEPTION
                   MOVE "*UNKNOWN" TO WS-USER-ID
           END-CALL.

       PROCESS-ONE-FUNCTION.
           DISPLAY " ".
           DISPLAY "CHARTSUS - DAILY ACTIVITY SUSPENSE".
           DISPLAY "  L=LIST OPEN  R=RE-APPLY  W=WRITE OFF".
           DISPLAY "  B=MONTH-END BALANCE  E=END".
           DISPLAY "FUNCTION:".
           ACCEPT WS-FUNCTION.
           EVALUATE WS-FUNCTION
               WHEN "L"
                   PERFORM LIST-OPEN-ENTRIES
               WHEN "R"
                   PERFORM REAPPLY-ENTRIES THRU REAPPLY-ENTRIES-EXIT
               WHEN "W"
                   PERFORM WRITE-OFF-ENTRY THRU WRITE-OFF-EXIT
               WHEN "B"
                   PERFORM BALANCE-MONTH THRU BALANCE-MONTH-EXIT
               WHEN "E"
                   MOVE "Y" TO WS-DONE
               WHEN OTHER
                   DISPLAY "CHARTSUS: FUNCTION " WS-FUNCTION
                       " NOT RECOGNIZED"
           END-EVALUATE.

      *****************************************************************
      *    L - LIST THE OPEN ENTRIES.
      *****************************************************************
       LIST-OPEN-ENTRIES.
           DISPLAY "LOAD MONTH (CCYYMM, BLANK=ALL):".
           ACCEPT WS-REPLY.
           MOVE WS-REPLY (1:6) TO WS-SELECT-MONTH.
           MOVE ZERO TO LIST-COUNT.
           MOVE ZERO TO LIST-AMOUNT.
           MOVE ZERO TO BAD-AMOUNT-COUNT.
           DISPLAY "LOAD DT  SEQ    DEPARTMENT TX DATE     AMOUNT"
               "  REASON".
           PERFORM START-SUSPENSE-SCAN.
           PERFORM LIST-ONE-ENTRY UNTIL WS-SUSP-END.
           MOVE LIST-COUNT TO WS-COUNT-EDIT.
           MOVE LIST-AMOUNT TO WS-AMOUNT-EDIT.
           DISPLAY "CHARTSUS: " WS-COUNT-EDIT " OPEN ENTRIES, AMOUNT "
               WS-AMOUNT-EDIT.
           IF BAD-AMOUNT-COUNT > ZERO
               MOVE BAD-AMOUNT-COUNT TO WS-COUNT-EDIT
               DISPLAY "CHARTSUS: " WS-COUNT-EDIT " OF THEM CARRY A"
                   " NON-NUMERIC AMOUNT, NOT IN THE TOTAL"
           END-IF.

       LIST-ONE-ENTRY.
           PERFORM READ-NEXT-SUSPENSE.
           IF NOT WS-SUSP-END AND SU-OPEN
               ADD 1 TO LIST-COUNT
               IF SU-TX-AMOUNT NUMERIC
                   ADD SU-TX-AMOUNT TO LIST-AMOUNT
               ELSE
                   ADD 1 TO BAD-AMOUNT-COUNT
               END-IF
               PERFORM SHOW-ENTRY
           END-IF.

       SHOW-ENTRY.
           MOVE SU-LOAD-DATE TO LL-LOAD-DATE.
           MOVE SU-SEQUENCE TO LL-SEQUENCE.
           MOVE SU-TX-DEPT TO LL-DEPT.
           MOVE SU-TX-DATE TO LL-TX-DATE.
           IF SU-TX-AMOUNT NUMERIC
               MOVE SU-TX-AMOUNT TO LL-AMOUNT
           ELSE
               MOVE SPACES TO LL-AMOUNT-TEXT
               MOVE SU-TX-AMOUNT-TEXT TO LL-AMOUNT-TEXT (4:6)
           END-IF.
           MOVE SU-REASON TO LL-REASON.
           DISPLAY WS-LIST-LINE.

      *****************************************************************
      *    R - RE-APPLY EVERY OPEN ENTRY WHOSE CAUSE HAS BEEN FIXED.
      *****************************************************************
       REAPPLY-ENTRIES.
           PERFORM LOAD-DEPT-TABLE THRU LOAD-DEPT-EXIT.
      *    A PART-LOADED DEPTLIST WOULD LEAVE GOOD ENTRIES OPEN AS
      *    "NOT ON DEPTLIST" - HARMLESS, BUT MISLEADING - SO THE RUN
      *    IS REFUSED INSTEAD.
           IF WS-LOAD-FAILED
               DISPLAY "CHARTSUS: DEPTLIST NOT FULLY LOADED -"
                   " NOTHING RE-APPLIED"
               GO TO REAPPLY-ENTRIES-EXIT
           END-IF.
           OPEN I-O CHART-DATA-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "CHARTSUS: UNABLE TO OPEN CHARTDAT, STATUS="
                   WS-FILE-STATUS
               GO TO REAPPLY-ENTRIES-EXIT
           END-IF.
           DISPLAY "RE-APPLY EVERY ELIGIBLE OPEN ENTRY TO CHARTDAT".
           DISPLAY "CONFIRM (Y):".
           ACCEPT WS-REPLY.
           IF WS-REPLY (1:1) NOT = "Y"
               DISPLAY "CHARTSUS: RE-APPLY NOT CONFIRMED"
               CLOSE CHART-DATA-FILE
               GO TO REAPPLY-ENTRIES-EXIT
           END-IF.
           MOVE ZERO TO APPLIED-COUNT.
           MOVE ZERO TO APPLIED-AMOUNT.
           MOVE ZERO TO LEFT-OPEN-COUNT.
           MOVE SPACES TO WS-SELECT-MONTH.
           PERFORM START-SUSPENSE-SCAN.
           PERFORM REAPPLY-ONE-ENTRY UNTIL WS-SUSP-END.
           CLOSE CHART-DATA-FILE.
           MOVE APPLIED-COUNT TO WS-COUNT-EDIT.
           MOVE APPLIED-AMOUNT TO WS-AMOUNT-EDIT.
           DISPLAY "CHARTSUS: " WS-COUNT-EDIT " ENTRIES APPLIED,"
               " AMOUNT " WS-AMOUNT-EDIT.
           MOVE LEFT-OPEN-COUNT TO WS-COUNT-EDIT.
           DISPLAY "CHARTSUS: " WS-COUNT-EDIT " ENTRIES LEFT OPEN".
           IF APPLIED-COUNT > ZERO
               DISPLAY "CHARTSUS: RERUN CHARTRLL FOR THE DATES ABOVE"
                   " TO CARRY THE AMOUNTS INTO THE ROLLUPS"
           END-IF.
       REAPPLY-ENTRIES-EXIT.
           EXIT.

       REAPPLY-ONE-ENTRY.
           PERFORM READ-NEXT-SUSPENSE.
           IF NOT WS-SUSP-END AND SU-OPEN
               PERFORM CHECK-ELIGIBILITY THRU CHECK-ELIGIBILITY-EXIT
               IF WS-CAN-APPLY
                   PERFORM APPLY-ENTRY THRU APPLY-ENTRY-EXIT
               END-IF
               IF NOT WS-CAN-APPLY
                   ADD 1 TO LEFT-OPEN-COUNT
                   PERFORM SHOW-ENTRY
                   DISPLAY "    LEFT OPEN: " WS-HOLD-REASON
               END-IF
           END-IF.

       CHECK-ELIGIBILITY.
           MOVE "N" TO WS-APPLY-FLAG.
           IF SU-TX-AMOUNT NOT NUMERIC
               MOVE "AMOUNT NOT NUMERIC - WRITE IT OFF"
                   TO WS-HOLD-REASON
               GO TO CHECK-ELIGIBILITY-EXIT
           END-IF.
           MOVE SU-TX-DATE TO WS-DATE-PARTS.
           PERFORM EDIT-POSTING-DATE.
           IF NOT WS-DATE-OK
               MOVE "POSTING DATE NOT VALID - WRITE IT OFF"
                   TO WS-HOLD-REASON
               GO TO CHECK-ELIGIBILITY-EXIT
           END-IF.
           MOVE ZERO TO WS-ENTRY-SUB.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > DEPT-COUNT
                   OR WS-ENTRY-SUB NOT = ZERO
               IF DT-DEPT (WS-SUBSCRIPT) = SU-TX-DEPT
                   MOVE WS-SUBSCRIPT TO WS-ENTRY-SUB
               END-IF
           END-PERFORM.
           IF WS-ENTRY-SUB = ZERO
               MOVE "DEPARTMENT STILL NOT ON DEPTLIST"
                   TO WS-HOLD-REASON
               GO TO CHECK-ELIGIBILITY-EXIT
           END-IF.
           MOVE SU-TX-DEPT (1:8) TO WS-TARGET-ID.
           IF SU-FISCAL-LOAD
               PERFORM FIND-FISCAL-TARGET THRU FIND-FISCAL-TARGET-EXIT
               IF WS-TARGET-DATE = SPACES
                   GO TO CHECK-ELIGIBILITY-EXIT
               END-IF
               MOVE "Y" TO WS-APPLY-FLAG
               GO TO CHECK-ELIGIBILITY-EXIT
           END-IF.
      *    ACTIVITY FROM THE LOAD MONTH BELONGS ON THE LOAD DATE'S
      *    RECORD, WHERE CHARTLD WOULD HAVE PUT IT; ANYTHING ELSE ON
      *    THE LATEST RECORD OF THE MONTH IT POSTED IN.
           IF SU-TX-DATE (1:6) = SU-LOAD-DATE (1:6)
               MOVE SU-LOAD-DATE TO WS-TARGET-DATE
           ELSE
               PERFORM FIND-MONTH-RECORD
               IF WS-TARGET-DATE = SPACES
                   MOVE "NO CHARTDAT RECORD IN THE POSTING MONTH"
                       TO WS-HOLD-REASON
                   GO TO CHECK-ELIGIBILITY-EXIT
               END-IF
           END-IF.
           MOVE "Y" TO WS-APPLY-FLAG.
       CHECK-ELIGIBILITY-EXIT.
           EXIT.

       FIND-MONTH-RECORD.
           MOVE SPACES TO WS-TARGET-DATE.
           MOVE "N" TO WS-SCAN-EOF.
           MOVE WS-TARGET-ID TO CD-CHART-ID.
           MOVE SU-TX-DATE (1:6) TO CD-CHART-DATE (1:6).
           MOVE "00" TO CD-CHART-DATE (7:2).
           START CHART-DATA-FILE KEY IS NOT LESS THAN CD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START.
           PERFORM SCAN-MONTH-RECORD UNTIL WS-SCAN-END.

       SCAN-MONTH-RECORD.
           READ CHART-DATA-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-EOF
           END-READ.
           IF WS-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-SCAN-EOF
           END-IF.
           IF NOT WS-SCAN-END
               IF CD-CHART-ID NOT = WS-TARGET-ID
                   OR CD-CHART-DATE (1:6) NOT = SU-TX-DATE (1:6)
                   MOVE "Y" TO WS-SCAN-EOF
               ELSE
                   MOVE CD-CHART-DATE TO WS-TARGET-DATE
               END-IF
           END-IF.

       FIND-FISCAL-TARGET.
      *    THE RULE ABOVE BY FISCAL PERIOD: THE POSTING DATE'S PERIOD
      *    IS LOOKED UP, AND ITS DAY NUMBER GIVES THE POINT - LESS THE
      *    OPENING DAYS A PERIOD LONGER THAN 31 DAYS CARRIES ON POINT
      *    1, AS CHARTLD BUILDS IT. POSTED IN THE LOAD DATE'S PERIOD,
      *    THE AMOUNT GOES TO THE LOAD DATE'S RECORD; OTHERWISE TO THE
      *    LATEST RECORD IN THE PERIOD IT POSTED IN.
           MOVE SPACES TO WS-TARGET-DATE.
           MOVE SU-TX-DATE TO WS-LOOKUP-DATE.
           PERFORM CALL-FISCAL-LOOKUP.
           IF WS-FISCAL-RC NOT = ZERO
               MOVE "POSTING DATE NOT IN A CHFISCAL PERIOD"
                   TO WS-HOLD-REASON
               GO TO FIND-FISCAL-TARGET-EXIT
           END-IF.
           MOVE ZERO TO WS-FOLD-DAYS.
           IF WS-PERIOD-DAYS > 31
               COMPUTE WS-FOLD-DAYS = WS-PERIOD-DAYS - 31
           END-IF.
           COMPUTE WS-POST-POINT = WS-DAY-IN-PERIOD - WS-FOLD-DAYS.
           IF WS-POST-POINT < 1
               MOVE 1 TO WS-POST-POINT
           END-IF.
           IF SU-LOAD-DATE NOT < WS-PERIOD-START
               AND SU-LOAD-DATE NOT > WS-PERIOD-END
               MOVE SU-LOAD-DATE TO WS-LOOKUP-DATE
               PERFORM CALL-FISCAL-LOOKUP
               COMPUTE WS-LOAD-POINT =
                   WS-DAY-IN-PERIOD - WS-FOLD-DAYS
               IF WS-LOAD-POINT < 1
                   MOVE 1 TO WS-LOAD-POINT
               END-IF
               MOVE SU-LOAD-DATE TO WS-TARGET-DATE
           ELSE
               PERFORM FIND-PERIOD-RECORD
               IF WS-TARGET-DATE = SPACES
                   MOVE "NO CHARTDAT RECORD IN THE POSTING PERIOD"
                       TO WS-HOLD-REASON
               END-IF
           END-IF.
       FIND-FISCAL-TARGET-EXIT.
           EXIT.

       CALL-FISCAL-LOOKUP.
           MOVE SPACES TO WS-FISCAL-PERIOD.
           MOVE ZERO TO WS-DAY-IN-PERIOD.
           MOVE ZERO TO WS-FISCAL-RC.
           CALL "CHARTFSC" USING WS-LOOKUP-DATE, WS-FISCAL-PERIOD,
               WS-PERIOD-START, WS-PERIOD-END, WS-PERIOD-DAYS,
               WS-DAY-IN-PERIOD, WS-FISCAL-RC
               ON EXCEPTION
                   MOVE 16 TO WS-FISCAL-RC
           END-CALL.

       FIND-PERIOD-RECORD.
           MOVE "N" TO WS-SCAN-EOF.
           MOVE WS-TARGET-ID TO CD-CHART-ID.
           MOVE WS-PERIOD-START TO CD-CHART-DATE.
           START CHART-DATA-FILE KEY IS NOT LESS THAN CD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START.
           PERFORM SCAN-PERIOD-RECORD UNTIL WS-SCAN-END.

       SCAN-PERIOD-RECORD.
           READ CHART-DATA-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-EOF
           END-READ.
           IF WS-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-SCAN-EOF
           END-IF.
           IF NOT WS-SCAN-END
               IF CD-CHART-ID NOT = WS-TARGET-ID
                   OR CD-CHART-DATE > WS-PERIOD-END
                   MOVE "Y" TO WS-SCAN-EOF
               ELSE
                   MOVE CD-CHART-DATE TO WS-TARGET-DATE
               END-IF
           END-IF.

       APPLY-ENTRY.
           MOVE WS-TARGET-ID TO CD-CHART-ID.
           MOVE WS-TARGET-DATE TO CD-CHART-DATE.
           PERFORM READ-EXISTING-RECORD.
           IF WS-NOT-FOUND
               PERFORM BUILD-NEW-RECORD
           END-IF.
           IF SU-FISCAL-LOAD
               MOVE WS-POST-POINT TO WS-DAY-NUM
           ELSE
               MOVE SU-TX-DATE (7:2) TO WS-DAY-TEXT
           END-IF.
           ADD SU-TX-AMOUNT TO CD-AY (1, WS-DAY-NUM)
               ON SIZE ERROR
                   MOVE "N" TO WS-APPLY-FLAG
                   MOVE "DAY TOTAL ON CHARTDAT WOULD OVERFLOW"
                       TO WS-HOLD-REASON
                   GO TO APPLY-ENTRY-EXIT
           END-ADD.
      *    A POSTING DAY PAST THE RECORD'S LAST POINT (ACTIVITY FOR
      *    THE 31ST WHEN THE MONTH'S LAST LOAD RAN ON THE 30TH)
      *    EXTENDS THE GRID SO THE AMOUNT IS CHARTED, NOT HIDDEN.
           IF WS-DAY-NUM > CD-POINTS
               MOVE WS-DAY-NUM TO CD-POINTS
           END-IF.
           PERFORM PUT-CHART-RECORD.
           IF WS-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-APPLY-FLAG
               MOVE "CHARTDAT UPDATE FAILED" TO WS-HOLD-REASON
               GO TO APPLY-ENTRY-EXIT
           END-IF.
           MOVE "A" TO SU-STATUS.
           MOVE WS-TODAY TO SU-STATUS-DATE.
           MOVE CD-CHART-ID TO SU-APPLIED-ID.
           MOVE CD-CHART-DATE TO SU-APPLIED-DATE.
           MOVE WS-USER-ID TO SU-RESOLVED-BY.
           REWRITE SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY "CHARTSUS: SUSPENSE REWRITE FAILED FOR "
                       SU-KEY ", STATUS=" WS-SUSP-STATUS
           END-REWRITE.
      *    THE AMOUNT IS ALREADY ON CHARTDAT, SO A FAILED MARK MUST BE
      *    SHOUTED ABOUT - LEFT OPEN, THE ENTRY WOULD APPLY TWICE.
           IF WS-SUSP-STATUS NOT = "00"
               DISPLAY "CHARTSUS: ** " SU-KEY " IS ON " CD-CHART-ID
                   "/" CD-CHART-DATE " BUT STILL MARKED OPEN -"
                   " WRITE IT OFF, DO NOT RE-APPLY IT"
           END-IF.
           ADD 1 TO APPLIED-COUNT.
           ADD SU-TX-AMOUNT TO APPLIED-AMOUNT.
           DISPLAY "  APPLIED " SU-LOAD-DATE " " SU-SEQUENCE " "
               SU-TX-DEPT " TO " CD-CHART-ID "/" CD-CHART-DATE.
       APPLY-ENTRY-EXIT.
           EXIT.

       BUILD-NEW-RECORD.
      *    THE DEPARTMENT HAD NO RECORD FOR THE DATE - IT WAS NOT ON
      *    DEPTLIST WHEN CHARTLD RAN - SO ONE IS BUILT TO CHARTLD'S
      *    DEFAULTS, ITS GRID RUNNING TO THE LOAD DAY.
           MOVE 1 TO CD-LINENUM.
           MOVE "LINE" TO CD-CHART-MODE.
           MOVE SPACES TO CD-CHART-TITLE.
           STRING "DAILY ACTIVITY - " DELIMITED BY SIZE
                  SU-TX-DEPT DELIMITED BY SIZE
               INTO CD-CHART-TITLE
           END-STRING.
           MOVE "AMOUNT" TO CD-Y-AXIS-TITLE.
           MOVE "N" TO CD-HARDCOPY-FLAG.
           MOVE 1 TO CD-SERIES-COUNT.
           MOVE SPACES TO CD-SERIES-NAMES.
           MOVE "ACTUAL" TO CD-SERIES-NAME (1).
           IF SU-FISCAL-LOAD
               MOVE "DAY OF PERIOD" TO CD-X-AXIS-TITLE
               MOVE WS-LOAD-POINT TO CD-POINTS
           ELSE
               MOVE "DAY OF MONTH" TO CD-X-AXIS-TITLE
               MOVE ZERO TO WS-FOLD-DAYS
               MOVE CD-CHART-DATE (7:2) TO WS-DAY-TEXT
               MOVE WS-DAY-NUM TO CD-POINTS
           END-IF.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 31
               COMPUTE CD-AX (WS-DAY-SUB) = WS-DAY-SUB + WS-FOLD-DAYS
               PERFORM VARYING WS-SERIES-SUB FROM 1 BY 1
                       UNTIL WS-SERIES-SUB > 4
                   MOVE ZERO TO CD-AY (WS-SERIES-SUB, WS-DAY-SUB)
               END-PERFORM
           END-PERFORM.

       READ-EXISTING-RECORD.
      *    THE KEY FIELDS ARE SAVED AND RESTORED AROUND THE READ
      *    BECAUSE A FAILED KEYED READ LEAVES THE RECORD AREA
      *    UNDEFINED, THE SAME GUARD CHARTLD CARRIES.
           MOVE CD-CHART-ID TO WS-SAVE-ID.
           MOVE CD-CHART-DATE TO WS-SAVE-DATE.
           MOVE "Y" TO WS-RECORD-FOUND.
           READ CHART-DATA-FILE KEY IS CD-KEY
               INVALID KEY
                   MOVE "N" TO WS-RECORD-FOUND
           END-READ.
           MOVE WS-SAVE-ID TO CD-CHART-ID.
           MOVE WS-SAVE-DATE TO CD-CHART-DATE.

       PUT-CHART-RECORD.
           IF WS-FOUND
               REWRITE CHART-DATA-RECORD
                   INVALID KEY
                       DISPLAY "CHARTSUS: REWRITE FAILED FOR "
                           CD-CHART-ID ", STATUS=" WS-FILE-STATUS
               END-REWRITE
           ELSE
               WRITE CHART-DATA-RECORD
                   INVALID KEY
                       DISPLAY "CHARTSUS: WRITE FAILED FOR "
                           CD-CHART-ID ", STATUS=" WS-FILE-STATUS
               END-WRITE
           END-IF.

      *****************************************************************
      *    W - WRITE OFF ONE ENTRY.
      *****************************************************************
       WRITE-OFF-ENTRY.
           DISPLAY "LOAD DATE (CCYYMMDD):".
           ACCEPT WS-REPLY.
           MOVE WS-REPLY (1:8) TO SU-LOAD-DATE.
           DISPLAY "SEQUENCE:".
           ACCEPT WS-REPLY.
           PERFORM EDIT-SEQUENCE.
           IF WS-SEQ-TEXT NOT NUMERIC
               DISPLAY "CHARTSUS: SEQUENCE MUST BE 1-5 DIGITS"
               GO TO WRITE-OFF-EXIT
           END-IF.
           MOVE WS-SEQ-NUM TO SU-SEQUENCE.
           READ SUSPENSE-FILE KEY IS SU-KEY
               INVALID KEY
                   DISPLAY "CHARTSUS: NO SUSPENSE ENTRY " SU-LOAD-DATE
                       " " SU-SEQUENCE
                   GO TO WRITE-OFF-EXIT
           END-READ.
           PERFORM SHOW-ENTRY.
           IF NOT SU-OPEN
               DISPLAY "CHARTSUS: ENTRY IS NOT OPEN - STATUS "
                   SU-STATUS " ON " SU-STATUS-DATE " BY "
                   SU-RESOLVED-BY
               GO TO WRITE-OFF-EXIT
           END-IF.
           DISPLAY "WRITE-OFF NOTE:".
           ACCEPT WS-REPLY.
           IF WS-REPLY = SPACES
               DISPLAY "CHARTSUS: A NOTE IS REQUIRED TO WRITE OFF"
               GO TO WRITE-OFF-EXIT
           END-IF.
           MOVE WS-REPLY (1:30) TO SU-NOTE.
           DISPLAY "WRITE OFF - THE AMOUNT WILL NEVER BE CHARTED".
           DISPLAY "CONFIRM (Y):".
           ACCEPT WS-REPLY.
           IF WS-REPLY (1:1) NOT = "Y"
               DISPLAY "CHARTSUS: WRITE-OFF NOT CONFIRMED"
               GO TO WRITE-OFF-EXIT
           END-IF.
           MOVE "W" TO SU-STATUS.
           MOVE WS-TODAY TO SU-STATUS-DATE.
           MOVE SPACES TO SU-APPLIED-KEY.
           MOVE WS-USER-ID TO SU-RESOLVED-BY.
           REWRITE SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY "CHARTSUS: REWRITE FAILED, STATUS="
                       WS-SUSP-STATUS
           END-REWRITE.
           IF WS-SUSP-STATUS = "00"
               DISPLAY "CHARTSUS: ENTRY WRITTEN OFF"
           END-IF.
       WRITE-OFF-EXIT.
           EXIT.

       EDIT-SEQUENCE.
      *    THE SEQUENCE IS KEYED AS IT WAS LISTED, WITH OR WITHOUT
      *    LEADING ZEROS, AND RIGHT-JUSTIFIED INTO THE KEY FIELD.
           MOVE SPACES TO WS-SEQ-TEXT.
           MOVE ZERO TO WS-DIGITS.
           INSPECT WS-REPLY TALLYING WS-DIGITS
               FOR CHARACTERS BEFORE INITIAL " ".
           IF WS-DIGITS > 0 AND WS-DIGITS NOT > 5
               MOVE ZEROS TO WS-SEQ-TEXT
               MOVE WS-REPLY (1:WS-DIGITS)
                   TO WS-SEQ-TEXT (6 - WS-DIGITS:WS-DIGITS)
           END-IF.

      *****************************************************************
      *    B - MONTH-END BALANCE FOR ONE LOAD MONTH.
      *****************************************************************
       BALANCE-MONTH.
           DISPLAY "LOAD MONTH (CCYYMM):".
           ACCEPT WS-REPLY.
           MOVE WS-REPLY (1:6) TO WS-SELECT-MONTH.
           IF WS-SELECT-MONTH NOT NUMERIC
               DISPLAY "CHARTSUS: MONTH MUST BE CCYYMM"
               GO TO BALANCE-MONTH-EXIT
           END-IF.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > 4
               MOVE ZERO TO BT-COUNT (WS-SUBSCRIPT)
               MOVE ZERO TO BT-AMOUNT (WS-SUBSCRIPT)
           END-PERFORM.
           MOVE ZERO TO BAD-AMOUNT-COUNT.
           PERFORM START-SUSPENSE-SCAN.
           PERFORM BALANCE-ONE-ENTRY UNTIL WS-SUSP-END.
           DISPLAY " ".
           DISPLAY "SUSPENSE BALANCE FOR LOAD MONTH " WS-SELECT-MONTH.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > 4
               MOVE BT-COUNT (WS-SUBSCRIPT) TO WS-COUNT-EDIT
               MOVE BT-AMOUNT (WS-SUBSCRIPT) TO WS-AMOUNT-EDIT
               DISPLAY "  " BL-LABEL (WS-SUBSCRIPT) WS-COUNT-EDIT
                   "  " WS-AMOUNT-EDIT
           END-PERFORM.
           IF BAD-AMOUNT-COUNT > ZERO
               MOVE BAD-AMOUNT-COUNT TO WS-COUNT-EDIT
               DISPLAY "  NON-NUMERIC AMOUNTS " WS-COUNT-EDIT
                   " (COUNTED, NOT IN THE AMOUNTS)"
           END-IF.
           IF BT-COUNT (4) = ZERO
               DISPLAY "CHARTSUS: SUSPENSE FOR " WS-SELECT-MONTH
                   " BALANCES TO ZERO"
           ELSE
               MOVE BT-COUNT (4) TO WS-COUNT-EDIT
               DISPLAY "CHARTSUS: SUSPENSE FOR " WS-SELECT-MONTH
                   " NOT CLEARED - " WS-COUNT-EDIT " ENTRIES OPEN"
           END-IF.
       BALANCE-MONTH-EXIT.
           EXIT.

       BALANCE-ONE-ENTRY.
           PERFORM READ-NEXT-SUSPENSE.
           IF NOT WS-SUSP-END
               EVALUATE TRUE
                   WHEN SU-APPLIED
                       MOVE 2 TO WS-SUBSCRIPT
                   WHEN SU-WRITTEN-OFF
                       MOVE 3 TO WS-SUBSCRIPT
                   WHEN OTHER
                       MOVE 4 TO WS-SUBSCRIPT
               END-EVALUATE
               ADD 1 TO BT-COUNT (1)
               ADD 1 TO BT-COUNT (WS-SUBSCRIPT)
               IF SU-TX-AMOUNT NUMERIC
                   ADD SU-TX-AMOUNT TO BT-AMOUNT (1)
                   ADD SU-TX-AMOUNT TO BT-AMOUNT (WS-SUBSCRIPT)
               ELSE
                   ADD 1 TO BAD-AMOUNT-COUNT
               END-IF
           END-IF.

      *****************************************************************
      *    SHARED HELPERS.
      *****************************************************************
       START-SUSPENSE-SCAN.
      *    POSITIONS AT THE FIRST ENTRY OF WS-SELECT-MONTH, OR AT THE
      *    START OF THE FILE WHEN NO MONTH WAS NAMED.
           MOVE "N" TO WS-SUSP-EOF.
           IF WS-SELECT-MONTH = SPACES
               MOVE LOW-VALUES TO SU-KEY
           ELSE
               MOVE WS-SELECT-MONTH TO SU-LOAD-DATE (1:6)
               MOVE "00" TO SU-LOAD-DATE (7:2)
               MOVE ZERO TO SU-SEQUENCE
           END-IF.
           START SUSPENSE-FILE KEY IS NOT LESS THAN SU-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SUSP-EOF
           END-START.

       READ-NEXT-SUSPENSE.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SUSP-EOF
           END-READ.
           IF WS-SUSP-STATUS NOT = "00"
               MOVE "Y" TO WS-SUSP-EOF
           END-IF.
           IF NOT WS-SUSP-END AND WS-SELECT-MONTH NOT = SPACES
               IF SU-LOAD-DATE (1:6) NOT = WS-SELECT-MONTH
                   MOVE "Y" TO WS-SUSP-EOF
               END-IF
           END-IF.

       LOAD-DEPT-TABLE.
           MOVE "Y" TO WS-LOAD-FLAG.
           MOVE ZERO TO DEPT-COUNT.
           MOVE "N" TO WS-READ-EOF.
           OPEN INPUT DEPT-LIST-FILE.
           IF WS-DEPT-STATUS NOT = "00"
               DISPLAY "CHARTSUS: UNABLE TO OPEN DEPTLIST, STATUS="
                   WS-DEPT-STATUS
               MOVE "N" TO WS-LOAD-FLAG
               GO TO LOAD-DEPT-EXIT
           END-IF.
           PERFORM LOAD-DEPT-RECORD UNTIL WS-READ-DONE.
           CLOSE DEPT-LIST-FILE.
       LOAD-DEPT-EXIT.
           EXIT.

       LOAD-DEPT-RECORD.
           READ DEPT-LIST-FILE
               AT END
                   MOVE "Y" TO WS-READ-EOF
           END-READ.
           IF WS-DEPT-STATUS NOT = "00" AND WS-DEPT-STATUS NOT = "10"
               DISPLAY "CHARTSUS: DEPTLIST READ FAILED, STATUS="
                   WS-DEPT-STATUS
               MOVE "N" TO WS-LOAD-FLAG
               MOVE "Y" TO WS-READ-EOF
           END-IF.
           IF NOT WS-READ-DONE
               IF DEPT-COUNT < 500
                   ADD 1 TO DEPT-COUNT
                   MOVE DL-DEPT TO DT-DEPT (DEPT-COUNT)
               ELSE
                   DISPLAY "CHARTSUS: DEPARTMENT TABLE FULL, "
                       DL-DEPT " NOT LOADED"
               END-IF
           END-IF.

       EDIT-POSTING-DATE.
           MOVE "N" TO WS-DATE-FLAG.
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
