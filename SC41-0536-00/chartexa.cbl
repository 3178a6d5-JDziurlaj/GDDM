       IDENTIFICATION DIVISION.

       PROGRAM-ID. CHARTEXA.
      *****************************************************************
      *    CHARTEXA IS THE DAILY AGED-EXCEPTION REPORT. IT CALLS
      *    CHARTEXS TO BRING CHEXSTAT UP TO DATE WITH LAST NIGHT'S
      *    CHARTEXC, THEN PRINTS TWO LISTS TO CHEXAPRT:
      *
      *      1. EVERY BREACH STILL UNEXPLAINED (OPEN OR ACKNOWLEDGED
      *         ON CHARTEXR) MORE THAN LK-AGE-DAYS DAYS AFTER THE
      *         CHART DATE IT OCCURRED ON, OLDEST CHART ID FIRST, WITH
      *         ITS AGE IN DAYS AND WHO LAST TOUCHED IT.
      *      2. EVERY CHART ID THAT BREACHED ON LK-STREAK-DAYS OR MORE
      *         CONSECUTIVE RUN DATES IN THE 31 DAYS ENDING ON THE RUN
      *         DATE - A DEPARTMENT REPEATEDLY OUT OF LIMITS, WHETHER
      *         OR NOT EACH BREACH HAS BEEN EXPLAINED. THE LONGEST RUN
      *         IN THE WINDOW IS SHOWN.
      *
      *    RUN DATES ARE THE NIGHTS THE DEPARTMENT WAS DUE, NOT THE
      *    CALENDAR: TWO BREACH DATES ARE CONSECUTIVE WHEN THEY ARE A
      *    DAY APART, OR WHEN CHARTSCH SAYS EVERY DATE BETWEEN THEM
      *    WAS AN OFF-CYCLE, HELD OR HOLIDAY NIGHT FOR THE DEPARTMENT
      *    - SO A WEEKDAY-ONLY DEPARTMENT BREACHING FRIDAY AND MONDAY
      *    IS ON A RUN. THE DEPARTMENT IS THE DEPTLIST ENTRY THE CHART
      *    ID WAS CUT FROM (ITS FIRST EIGHT CHARACTERS, AS CHARTLD
      *    CUTS IT); A CHART ID NOT FOUND THERE IS LOOKED UP AS IT
      *    STANDS. A GAP OF MORE THAN SEVEN DAYS ALWAYS ENDS A RUN.
      *
      *    CALLERS PASS FOUR PARAMETERS (CL: CALL PGM(CHARTEXA)
      *    PARM(&RUNDATE &AGEDAYS &STREAK &RC)):
      *      LK-RUN-DATE         CCYYMMDD DATE TO AGE AGAINST; SPACES
      *                          IS REPLACED WITH TODAY AND PASSED
      *                          BACK, THE SAME CONVENTION CHARTRLL
      *                          USES.
      *      LK-AGE-DAYS         DAYS A BREACH MAY STAY UNEXPLAINED
      *                          BEFORE IT IS LISTED. ZERO OR LESS
      *                          TAKES THE DEFAULT OF 5; ABOVE 999
      *                          IS TAKEN AS 999.
      *      LK-STREAK-DAYS      CONSECUTIVE RUN DATES THAT FLAG A
      *                          CHART ID. BELOW 2 TAKES THE DEFAULT
      *                          OF 3; ABOVE 31 IS TAKEN AS 31.
      *      LK-COMPLETION-CODE  0 = NOTHING AGED AND NO CHART ID ON
      *                          A RUN, 4 = THE REPORT LISTS SOMETHING
      *                          TO FOLLOW UP, 8 = THE RUN DATE IS NOT
      *                          A VALID CCYYMMDD DATE, 16 = CHEXSTAT
      *                          OR CHEXAPRT COULD NOT BE OPENED, OR
      *                          CHARTEXS FAILED (THE REPORT IS STILL
      *                          PRINTED FROM CHEXSTAT AS IT STOOD).
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-S38.
       OBJECT-COMPUTER. IBM-S38.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCP-STATUS-FILE ASSIGN TO CHEXSTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-KEY
               FILE STATUS IS WS-EXST-STATUS.
           SELECT DEPT-LIST-FILE ASSIGN TO DEPTLIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT REPORT-FILE ASSIGN TO CHEXAPRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXCP-STATUS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CHEXST.
       FD  DEPT-LIST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CHDEPT.
       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE       PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-EXST-STATUS    PIC X(2).
       77  WS-DEPT-STATUS    PIC X(2).
       77  WS-PRINT-STATUS   PIC X(2).
       77  WS-EXST-EOF       PIC X.
           88  WS-EXST-END                 VALUE "Y".
       77  WS-DEPT-EOF       PIC X        VALUE "N".
           88  WS-DEPT-END                 VALUE "Y".
       77  WS-SYNC-RC        PIC S9(5) COMP-3.
       77  WS-SCHED-RC       PIC S9(5) COMP-3.
       77  WS-AGE-DAYS       PIC S9(5) COMP-4.
       77  WS-STREAK-DAYS    PIC S9(5) COMP-4.
       77  WS-DATE-FLAG      PIC X.
           88  WS-DATE-OK                  VALUE "Y".
       77  WS-WORK-YEAR      PIC S9(5) COMP-4.
       77  WS-WORK-MONTH     PIC S9(5) COMP-4.
       77  WS-MONTH-LEN      PIC S9(5) COMP-4.
       77  WS-DATE-QUOT      PIC S9(9) COMP-4.
       77  WS-DATE-REM       PIC S9(5) COMP-4.
       01  WS-DATE-PARTS.
           05  WS-DATE-CC    PIC 9(2).
           05  WS-DATE-YY    PIC 9(2).
           05  WS-DATE-MM    PIC 9(2).
           05  WS-DATE-DD    PIC 9(2).
      *    DAY NUMBERS COUNT DAYS FROM A FIXED ORIGIN SO TWO DATES
      *    CAN BE SUBTRACTED; SEE COMPUTE-DAY-NUMBER.
       77  WS-DAY-NUMBER     PIC S9(9) COMP-4.
       77  WS-LEAP-4         PIC S9(9) COMP-4.
       77  WS-LEAP-100       PIC S9(9) COMP-4.
       77  WS-LEAP-400       PIC S9(9) COMP-4.
       77  WS-MONTH-DAYS     PIC S9(9) COMP-4.
       77  WS-RUN-DAY-NUMBER PIC S9(9) COMP-4.
       77  WS-PREV-DAY-NUMBER PIC S9(9) COMP-4.
       77  WS-THIS-DAY-NUMBER PIC S9(9) COMP-4.
       77  WS-AGE            PIC S9(9) COMP-4.
       77  WS-GAP-DAYS       PIC S9(9) COMP-4.
      *    THE CURRENT CHART ID'S RUN OF CONSECUTIVE BREACH DATES,
      *    AND THE LONGEST RUN SEEN FOR IT SO FAR.
       77  WS-STREAK-ID      PIC X(8).
       77  WS-STREAK-DEPT    PIC X(10).
       77  WS-PREV-DATE      PIC X(8).
       77  WS-RUN-START      PIC X(8).
       77  WS-RUN-LENGTH     PIC S9(5) COMP-4.
       77  WS-BEST-START     PIC X(8).
       77  WS-BEST-END       PIC X(8).
       77  WS-BEST-LENGTH    PIC S9(5) COMP-4.
       77  WS-ID-BREACHES    PIC S9(5) COMP-4.
       77  WS-ID-UNEXPLAINED PIC S9(5) COMP-4.
       77  WS-CONSEC-FLAG    PIC X.
           88  WS-CONSECUTIVE              VALUE "Y".
       77  WS-DUE-FLAG       PIC X.
       77  WS-DEPT-SUB       PIC S9(5) COMP-4.
       77  DEPT-COUNT        PIC S9(5) COMP-4 VALUE ZERO.
       77  UNEXPLAINED-COUNT PIC S9(7) COMP-4 VALUE ZERO.
       77  AGED-COUNT        PIC S9(7) COMP-4 VALUE ZERO.
       77  EXPLAINED-COUNT   PIC S9(7) COMP-4 VALUE ZERO.
       77  CLOSED-COUNT      PIC S9(7) COMP-4 VALUE ZERO.
       77  STREAK-COUNT      PIC S9(7) COMP-4 VALUE ZERO.
       01  DEPT-TABLE.
           03  DEPT-ENTRY OCCURS 500 TIMES.
               05  DT-DEPT            PIC X(10).
       01  RPT-HEADER-1.
           05  FILLER             PIC X(5)   VALUE SPACES.
           05  FILLER             PIC X(26)
               VALUE "AGED EXCEPTION REPORT FOR ".
           05  RH-RUN-DATE        PIC X(8).
           05  FILLER             PIC X(21)
               VALUE "   UNEXPLAINED AFTER ".
           05  RH-AGE-DAYS        PIC ZZ9.
           05  FILLER             PIC X(14)  VALUE " DAYS, RUNS OF".
           05  RH-STREAK-DAYS     PIC ZZ9.
           05  FILLER             PIC X(19)
               VALUE " OR MORE RUN DATES".
           05  FILLER             PIC X(33)  VALUE SPACES.
       01  RPT-AGED-HEADS.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  FILLER             PIC X(10)  VALUE "CHART ID".
           05  FILLER             PIC X(10)  VALUE "CHT DATE".
           05  FILLER             PIC X(6)   VALUE "  AGE".
           05  FILLER             PIC X(7)   VALUE "SER PT".
           05  FILLER             PIC X(10)  VALUE "     VALUE".
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  FILLER             PIC X(14)  VALUE "REASON".
           05  FILLER             PIC X(10)  VALUE "     LIMIT".
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  FILLER             PIC X(14)  VALUE "STATUS".
           05  FILLER             PIC X(10)  VALUE "SINCE".
           05  FILLER             PIC X(10)  VALUE "BY".
           05  FILLER             PIC X(26)  VALUE SPACES.
       01  RPT-AGED-LINE.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RA-CHART-ID        PIC X(8).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RA-CHART-DATE      PIC X(8).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RA-AGE             PIC ZZZZ9.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RA-SERIES          PIC 9.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RA-POINT           PIC Z9.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RA-Y-VALUE         PIC -(7)9.9.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RA-REASON          PIC X(14).
           05  RA-LIMIT           PIC -(7)9.9.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RA-STATUS          PIC X(14).
           05  RA-STATUS-DATE     PIC X(10).
           05  RA-REVIEWER        PIC X(10).
           05  FILLER             PIC X(25)  VALUE SPACES.
       01  RPT-STREAK-HEADS.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  FILLER             PIC X(10)  VALUE "CHART ID".
           05  FILLER             PIC X(12)  VALUE "DEPARTMENT".
           05  FILLER             PIC X(10)  VALUE "RUN DATES".
           05  FILLER             PIC X(10)  VALUE "FROM".
           05  FILLER             PIC X(10)  VALUE "TO".
           05  FILLER             PIC X(10)  VALUE "BREACHES".
           05  FILLER             PIC X(12)  VALUE "UNEXPLAINED".
           05  FILLER             PIC X(57)  VALUE SPACES.
       01  RPT-STREAK-LINE.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RS-CHART-ID        PIC X(8).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RS-DEPT            PIC X(10).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RS-LENGTH          PIC ZZZZ9.
           05  FILLER             PIC X(5)   VALUE SPACES.
           05  RS-FROM            PIC X(8).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RS-TO              PIC X(8).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RS-BREACHES        PIC ZZZZ9.
           05  FILLER             PIC X(5)   VALUE SPACES.
           05  RS-UNEXPLAINED     PIC ZZZZ9.
           05  FILLER             PIC X(64)  VALUE SPACES.
       01  RPT-TOTAL-LINE.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RT-LABEL           PIC X(30).
           05  RT-COUNT           PIC Z(4)9.
           05  FILLER             PIC X(96)  VALUE SPACES.
       LINKAGE SECTION.
       01  LK-RUN-DATE           PIC X(8).
       01  LK-AGE-DAYS           PIC S9(5) COMP-3.
       01  LK-STREAK-DAYS        PIC S9(5) COMP-3.
       01  LK-COMPLETION-CODE    PIC S9(5) COMP-3.
       PROCEDURE DIVISION USING LK-RUN-DATE, LK-AGE-DAYS,
               LK-STREAK-DAYS, LK-COMPLETION-CODE.
       MAIN-ROUTINE.
           MOVE ZERO TO LK-COMPLETION-CODE.
           IF LK-RUN-DATE = SPACES
               ACCEPT LK-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           PERFORM EDIT-RUN-DATE.
           IF NOT WS-DATE-OK
               DISPLAY "CHARTEXA: RUN DATE " LK-RUN-DATE
                   " IS NOT A VALID CCYYMMDD DATE, NO REPORT"
               MOVE 8 TO LK-COMPLETION-CODE
               GOBACK
           END-IF.
           PERFORM COMPUTE-DAY-NUMBER.
           MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER.
           MOVE LK-AGE-DAYS TO WS-AGE-DAYS.
           IF WS-AGE-DAYS NOT > ZERO
               MOVE 5 TO WS-AGE-DAYS
           END-IF.
           IF WS-AGE-DAYS > 999
               MOVE 999 TO WS-AGE-DAYS
           END-IF.
           MOVE LK-STREAK-DAYS TO WS-STREAK-DAYS.
           IF WS-STREAK-DAYS < 2
               MOVE 3 TO WS-STREAK-DAYS
           END-IF.
           IF WS-STREAK-DAYS > 31
               MOVE 31 TO WS-STREAK-DAYS
           END-IF.
           MOVE ZERO TO WS-SYNC-RC.
           CALL "CHARTEXS" USING WS-SYNC-RC
               ON EXCEPTION
                   MOVE 16 TO WS-SYNC-RC
           END-CALL.
           OPEN INPUT EXCP-STATUS-FILE.
           IF WS-EXST-STATUS NOT = "00"
               DISPLAY "CHARTEXA: UNABLE TO OPEN CHEXSTAT, STATUS="
                   WS-EXST-STATUS
               MOVE 16 TO LK-COMPLETION-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "CHARTEXA: UNABLE TO OPEN CHEXAPRT, STATUS="
                   WS-PRINT-STATUS
               MOVE 16 TO LK-COMPLETION-CODE
               CLOSE EXCP-STATUS-FILE
               GOBACK
           END-IF.
           PERFORM LOAD-DEPT-TABLE THRU LOAD-DEPT-EXIT.
           MOVE LK-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-AGE-DAYS TO RH-AGE-DAYS.
           MOVE WS-STREAK-DAYS TO RH-STREAK-DAYS.
           WRITE REPORT-LINE FROM RPT-HEADER-1.
           IF WS-SYNC-RC NOT = ZERO
               MOVE " ** CHEXSTAT NOT BROUGHT UP TO DATE FROM CHARTEXC"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "CHARTEXA: CHARTEXS FAILED, RC=" WS-SYNC-RC
                   " - REPORTING CHEXSTAT AS IT STANDS"
           END-IF.
           PERFORM PRINT-AGED-BREACHES.
           PERFORM PRINT-BREACH-RUNS.
           PERFORM REPORT-TOTALS.
           CLOSE EXCP-STATUS-FILE.
           CLOSE REPORT-FILE.
           IF WS-SYNC-RC NOT = ZERO
               MOVE 16 TO LK-COMPLETION-CODE
           ELSE
               IF AGED-COUNT > ZERO OR STREAK-COUNT > ZERO
                   MOVE 4 TO LK-COMPLETION-CODE
               END-IF
           END-IF.
           GOBACK.

      *****************************************************************
      *    1 - BREACHES UNEXPLAINED PAST THE AGE LIMIT.
      *****************************************************************
       PRINT-AGED-BREACHES.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE " BREACHES STILL UNEXPLAINED" TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM RPT-AGED-HEADS.
           PERFORM START-STATUS-SCAN.
           PERFORM CHECK-ONE-AGE UNTIL WS-EXST-END.

       CHECK-ONE-AGE.
           PERFORM READ-NEXT-STATUS.
           IF NOT WS-EXST-END
               EVALUATE TRUE
                   WHEN ES-UNEXPLAINED
                       ADD 1 TO UNEXPLAINED-COUNT
                       PERFORM AGE-ONE-BREACH
                   WHEN ES-EXPLAINED
                       ADD 1 TO EXPLAINED-COUNT
                   WHEN OTHER
                       ADD 1 TO CLOSED-COUNT
               END-EVALUATE
           END-IF.

       AGE-ONE-BREACH.
      *    A CHART DATE THAT IS NOT A DATE CANNOT BE AGED; CHARTDRV
      *    ONLY CHARTS VALID DATES, SO IT IS LISTED RATHER THAN LOST.
           MOVE ES-CHART-DATE TO WS-DATE-PARTS.
           PERFORM EDIT-WORK-DATE.
           IF WS-DATE-OK
               PERFORM COMPUTE-DAY-NUMBER
               COMPUTE WS-AGE = WS-RUN-DAY-NUMBER - WS-DAY-NUMBER
           ELSE
               MOVE 99999 TO WS-AGE
           END-IF.
           IF WS-AGE > WS-AGE-DAYS
               ADD 1 TO AGED-COUNT
               MOVE ES-CHART-ID TO RA-CHART-ID
               MOVE ES-CHART-DATE TO RA-CHART-DATE
               MOVE WS-AGE TO RA-AGE
               MOVE ES-SERIES TO RA-SERIES
               MOVE ES-POINT TO RA-POINT
               MOVE ES-Y-VALUE TO RA-Y-VALUE
               MOVE ES-REASON TO RA-REASON
               MOVE ES-LIMIT TO RA-LIMIT
               IF ES-OPEN
                   MOVE "OPEN" TO RA-STATUS
               ELSE
                   MOVE "ACKNOWLEDGED" TO RA-STATUS
               END-IF
               MOVE ES-STATUS-DATE TO RA-STATUS-DATE
               MOVE ES-REVIEWER TO RA-REVIEWER
               WRITE REPORT-LINE FROM RPT-AGED-LINE
           END-IF.

      *****************************************************************
      *    2 - CHART IDS BREACHING ON CONSECUTIVE RUN DATES.
      *****************************************************************
       PRINT-BREACH-RUNS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE " CHART IDS BREACHING ON CONSECUTIVE RUN DATES"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM RPT-STREAK-HEADS.
           MOVE SPACES TO WS-STREAK-ID.
           PERFORM START-STATUS-SCAN.
           PERFORM CHECK-ONE-RUN UNTIL WS-EXST-END.
           IF WS-STREAK-ID NOT = SPACES
               PERFORM END-CHART-ID
           END-IF.

       CHECK-ONE-RUN.
           PERFORM READ-NEXT-STATUS.
           IF NOT WS-EXST-END
               MOVE ES-CHART-DATE TO WS-DATE-PARTS
               PERFORM EDIT-WORK-DATE
               IF WS-DATE-OK
                   PERFORM COMPUTE-DAY-NUMBER
                   COMPUTE WS-AGE = WS-RUN-DAY-NUMBER - WS-DAY-NUMBER
                   IF WS-AGE >= ZERO AND WS-AGE < 31
                       PERFORM COUNT-BREACH-DATE
                   END-IF
               END-IF
           END-IF.

       COUNT-BREACH-DATE.
           IF ES-CHART-ID NOT = WS-STREAK-ID
               IF WS-STREAK-ID NOT = SPACES
                   PERFORM END-CHART-ID
               END-IF
               PERFORM START-CHART-ID
           END-IF.
           ADD 1 TO WS-ID-BREACHES.
           IF ES-UNEXPLAINED
               ADD 1 TO WS-ID-UNEXPLAINED
           END-IF.
      *    SEVERAL BREACHES ON ONE CHART DATE ARE ONE RUN DATE.
           IF ES-CHART-DATE NOT = WS-PREV-DATE
               MOVE WS-DAY-NUMBER TO WS-THIS-DAY-NUMBER
               IF WS-PREV-DATE = SPACES
                   MOVE "N" TO WS-CONSEC-FLAG
               ELSE
                   PERFORM CHECK-CONSECUTIVE THRU CHECK-CONSEC-EXIT
               END-IF
               IF WS-CONSECUTIVE
                   ADD 1 TO WS-RUN-LENGTH
               ELSE
                   MOVE 1 TO WS-RUN-LENGTH
                   MOVE ES-CHART-DATE TO WS-RUN-START
               END-IF
      *        THE LATEST OF TWO EQUALLY LONG RUNS IS THE ONE SHOWN.
               IF WS-RUN-LENGTH >= WS-BEST-LENGTH
                   MOVE WS-RUN-LENGTH TO WS-BEST-LENGTH
                   MOVE WS-RUN-START TO WS-BEST-START
                   MOVE ES-CHART-DATE TO WS-BEST-END
               END-IF
               MOVE ES-CHART-DATE TO WS-PREV-DATE
               MOVE WS-THIS-DAY-NUMBER TO WS-PREV-DAY-NUMBER
           END-IF.

       START-CHART-ID.
           MOVE ES-CHART-ID TO WS-STREAK-ID.
           MOVE SPACES TO WS-PREV-DATE.
           MOVE ZERO TO WS-RUN-LENGTH.
           MOVE ZERO TO WS-BEST-LENGTH.
           MOVE ZERO TO WS-ID-BREACHES.
           MOVE ZERO TO WS-ID-UNEXPLAINED.
           MOVE ES-CHART-ID TO WS-STREAK-DEPT.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > DEPT-COUNT
               IF DT-DEPT (WS-DEPT-SUB) (1:8) = ES-CHART-ID
                   MOVE DT-DEPT (WS-DEPT-SUB) TO WS-STREAK-DEPT
                   MOVE DEPT-COUNT TO WS-DEPT-SUB
               END-IF
           END-PERFORM.

       END-CHART-ID.
           IF WS-BEST-LENGTH >= WS-STREAK-DAYS
               ADD 1 TO STREAK-COUNT
               MOVE WS-STREAK-ID TO RS-CHART-ID
               MOVE WS-STREAK-DEPT TO RS-DEPT
               MOVE WS-BEST-LENGTH TO RS-LENGTH
               MOVE WS-BEST-START TO RS-FROM
               MOVE WS-BEST-END TO RS-TO
               MOVE WS-ID-BREACHES TO RS-BREACHES
               MOVE WS-ID-UNEXPLAINED TO RS-UNEXPLAINED
               WRITE REPORT-LINE FROM RPT-STREAK-LINE
           END-IF.

       CHECK-CONSECUTIVE.
      *    THE DATES BETWEEN THE LAST BREACH DATE AND THIS ONE ARE
      *    WALKED BACK FROM THIS ONE; THE FIRST NIGHT THE DEPARTMENT
      *    WAS DUE ENDS THE RUN.
           MOVE "N" TO WS-CONSEC-FLAG.
           COMPUTE WS-GAP-DAYS =
               WS-THIS-DAY-NUMBER - WS-PREV-DAY-NUMBER.
           IF WS-GAP-DAYS < 1 OR WS-GAP-DAYS > 7
               GO TO CHECK-CONSEC-EXIT
           END-IF.
           MOVE "Y" TO WS-CONSEC-FLAG.
           MOVE ES-CHART-DATE TO WS-DATE-PARTS.
           PERFORM BACK-UP-ONE-DAY.
           PERFORM CHECK-GAP-DAY
               UNTIL WS-DATE-PARTS NOT > WS-PREV-DATE
               OR NOT WS-CONSECUTIVE.
       CHECK-CONSEC-EXIT.
           EXIT.

       CHECK-GAP-DAY.
      *    A SCHEDULE FILE ERROR COUNTS AS A DUE NIGHT - BETTER TO
      *    MISS A RUN THAN REPORT ONE THAT WAS NOT THERE.
           MOVE "Y" TO WS-DUE-FLAG.
           MOVE ZERO TO WS-SCHED-RC.
           CALL "CHARTSCH" USING WS-STREAK-DEPT, WS-DATE-PARTS,
               WS-DUE-FLAG, WS-SCHED-RC
               ON EXCEPTION
                   MOVE 16 TO WS-SCHED-RC
           END-CALL.
           IF WS-DUE-FLAG = "Y" OR WS-SCHED-RC NOT = ZERO
               MOVE "N" TO WS-CONSEC-FLAG
           ELSE
               PERFORM BACK-UP-ONE-DAY
           END-IF.

       REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "BREACHES UNEXPLAINED" TO RT-LABEL.
           MOVE UNEXPLAINED-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "UNEXPLAINED PAST AGE LIMIT" TO RT-LABEL.
           MOVE AGED-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "EXPLAINED, NOT YET CLOSED" TO RT-LABEL.
           MOVE EXPLAINED-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "CLOSED" TO RT-LABEL.
           MOVE CLOSED-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "CHART IDS ON A RUN" TO RT-LABEL.
           MOVE STREAK-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           DISPLAY "CHARTEXA: " AGED-COUNT " AGED BREACHES, "
               STREAK-COUNT " CHART IDS ON A RUN FOR " LK-RUN-DATE.

      *****************************************************************
      *    SHARED HELPERS.
      *****************************************************************
       START-STATUS-SCAN.
           MOVE "N" TO WS-EXST-EOF.
           MOVE LOW-VALUES TO ES-KEY.
           START EXCP-STATUS-FILE KEY IS NOT LESS THAN ES-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EXST-EOF
           END-START.

       READ-NEXT-STATUS.
           READ EXCP-STATUS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EXST-EOF
           END-READ.
           IF WS-EXST-STATUS NOT = "00"
               MOVE "Y" TO WS-EXST-EOF
           END-IF.

       LOAD-DEPT-TABLE.
      *    WITHOUT DEPTLIST EACH CHART ID IS LOOKED UP ON CHSCHED AS
      *    IT STANDS, WHICH IS RIGHT FOR EVERY DEPARTMENT NAME OF
      *    EIGHT CHARACTERS OR LESS - SO THE REPORT GOES ON.
           OPEN INPUT DEPT-LIST-FILE.
           IF WS-DEPT-STATUS NOT = "00"
               DISPLAY "CHARTEXA: UNABLE TO OPEN DEPTLIST, STATUS="
                   WS-DEPT-STATUS
               GO TO LOAD-DEPT-EXIT
           END-IF.
           PERFORM LOAD-DEPT-RECORD UNTIL WS-DEPT-END.
           CLOSE DEPT-LIST-FILE.
       LOAD-DEPT-EXIT.
           EXIT.

       LOAD-DEPT-RECORD.
           READ DEPT-LIST-FILE
               AT END
                   MOVE "Y" TO WS-DEPT-EOF
           END-READ.
           IF WS-DEPT-STATUS NOT = "00" AND WS-DEPT-STATUS NOT = "10"
               DISPLAY "CHARTEXA: DEPTLIST READ FAILED, STATUS="
                   WS-DEPT-STATUS
               MOVE "Y" TO WS-DEPT-EOF
           END-IF.
           IF NOT WS-DEPT-END
               IF DEPT-COUNT < 500
                   ADD 1 TO DEPT-COUNT
                   MOVE DL-DEPT TO DT-DEPT (DEPT-COUNT)
               ELSE
                   DISPLAY "CHARTEXA: DEPARTMENT TABLE FULL, "
                       DL-DEPT " NOT LOADED"
               END-IF
           END-IF.

       EDIT-RUN-DATE.
           MOVE LK-RUN-DATE TO WS-DATE-PARTS.
           PERFORM EDIT-WORK-DATE.

       EDIT-WORK-DATE.
           MOVE "N" TO WS-DATE-FLAG.
           IF WS-DATE-PARTS NUMERIC
               IF WS-DATE-MM >= 1 AND WS-DATE-MM <= 12
                   PERFORM SET-MONTH-LENGTH
                   IF WS-DATE-DD >= 1 AND WS-DATE-DD <= WS-MONTH-LEN
                       MOVE "Y" TO WS-DATE-FLAG
                   END-IF
               END-IF
           END-IF.

       COMPUTE-DAY-NUMBER.
      *    DAYS SINCE A FIXED ORIGIN FOR THE DATE IN WS-DATE-PARTS.
      *    THE YEAR IS TAKEN TO START IN MARCH, SO FEBRUARY'S LEAP
      *    DAY FALLS AT THE END OF IT AND EVERY OTHER MONTH'S START
      *    IS A FIXED OFFSET; EACH DIVISION IS A SEPARATE DIVIDE SO
      *    NO FRACTION IS CARRIED INTO THE SUM.
           COMPUTE WS-WORK-YEAR = WS-DATE-CC * 100 + WS-DATE-YY.
           MOVE WS-DATE-MM TO WS-WORK-MONTH.
           IF WS-WORK-MONTH < 3
               SUBTRACT 1 FROM WS-WORK-YEAR
               ADD 12 TO WS-WORK-MONTH
           END-IF.
           DIVIDE WS-WORK-YEAR BY 4 GIVING WS-LEAP-4.
           DIVIDE WS-WORK-YEAR BY 100 GIVING WS-LEAP-100.
           DIVIDE WS-WORK-YEAR BY 400 GIVING WS-LEAP-400.
           COMPUTE WS-MONTH-DAYS = 153 * (WS-WORK-MONTH - 3) + 2.
           DIVIDE WS-MONTH-DAYS BY 5 GIVING WS-MONTH-DAYS.
           COMPUTE WS-DAY-NUMBER = 365 * WS-WORK-YEAR + WS-LEAP-4
               - WS-LEAP-100 + WS-LEAP-400 + WS-MONTH-DAYS
               + WS-DATE-DD.

       BACK-UP-ONE-DAY.
           IF WS-DATE-DD > 1
               SUBTRACT 1 FROM WS-DATE-DD
           ELSE
               IF WS-DATE-MM > 1
                   SUBTRACT 1 FROM WS-DATE-MM
               ELSE
                   MOVE 12 TO WS-DATE-MM
                   COMPUTE WS-WORK-YEAR =
                       WS-DATE-CC * 100 + WS-DATE-YY - 1
                   DIVIDE WS-WORK-YEAR BY 100 GIVING WS-DATE-QUOT
                       REMAINDER WS-DATE-REM
                   MOVE WS-DATE-QUOT TO WS-DATE-CC
                   MOVE WS-DATE-REM TO WS-DATE-YY
               END-IF
               PERFORM SET-MONTH-LENGTH
               MOVE WS-MONTH-LEN TO WS-DATE-DD
           END-IF.

       SET-MONTH-LENGTH.
           COMPUTE WS-WORK-YEAR = WS-DATE-CC * 100 + WS-DATE-YY.
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
           DIVIDE WS-WORK-YEAR BY 4 GIVING WS-DATE-QUOT
               REMAINDER WS-DATE-REM.
           IF WS-DATE-REM = ZERO
               DIVIDE WS-WORK-YEAR BY 100 GIVING WS-DATE-QUOT
                   REMAINDER WS-DATE-REM
               IF WS-DATE-REM NOT = ZERO
                   MOVE 29 TO WS-MONTH-LEN
               ELSE
                   DIVIDE WS-WORK-YEAR BY 400 GIVING WS-DATE-QUOT
                       REMAINDER WS-DATE-REM
                   IF WS-DATE-REM = ZERO
                       MOVE 29 TO WS-MONTH-LEN
                   END-IF
               END-IF
           END-IF.
