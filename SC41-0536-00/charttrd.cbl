      *    SERIES TO BUILD A DAY-OVER-DAY TREND, THEN HANDS THE TREND
      *    TO CHART AS A LINE CHART.
      *
      *    CALLERS PASS EIGHT PARAMETERS (CL: CALL PGM(CHARTTRD)
      *    PARM(&CHARTID &DAYS &POINT &RUNMODE &RC &FROMDATE &TODATE
      *    &MODE)):
      *      LK-CHART-ID         CD-CHART-ID WHOSE HISTORY TO READ;
      *                          SPACES DEFAULTS TO "DAILY".
      *      LK-TREND-DAYS       HOW MANY OF THE MOST RECENT DATED
      *      LK-RUN-MODE         "BATCH" AS FOR CHARTDRV.
      *      LK-COMPLETION-CODE  0 = OK, 16 = CHARTDAT COULD NOT BE
      *                          OPENED, 20 = NO RECORDS ON FILE FOR
      *                          THE CHART ID IN THE DATE RANGE,
      *                          28 = THE USER AT THE
      *                          TERMINAL MAY NOT VIEW THE CHART,
      *                          ELSE CHART'S OWN RETURN-CODE.
      *      LK-FROM-DATE        CCYYMMDD OLDEST CHART DATE TO TAKE;
      *                          SPACES STARTS AT THE FIRST ON FILE.
      *      LK-TO-DATE          CCYYMMDD NEWEST CHART DATE TO TAKE;
      *                          SPACES RUNS TO THE LAST ON FILE. THE
      *                          MOST RECENT LK-TREND-DAYS RECORDS IN
      *                          THE RANGE ARE CHARTED, SO "LAST
      *                          QUARTER" IS ITS FINAL 31 DAYS ON FILE.
      *      LK-MODE-OVERRIDE    "BAR " OR "PIE " TO DRAW THE TREND
      *                          THAT WAY; SPACES DRAWS THE LINE CHART
      *                          OF OLD.
      *    THE LAST THREE WERE ADDED FOR THE ON-DEMAND REQUEST QUEUE
      *    (SEE CHARTRQP) AT THE END OF THE LIST, AS CHARTDRV'S WERE;
      *    EVERY CALLER MUST PASS THE FULL LIST.
      *
      *    RUN INTERACTIVELY, CHARTTRD NEEDS A VIEW GRANT OVER THE
      *    CHART ID IN CHAUTH, CHECKED THROUGH CHARTAUT THE SAME WAY
      *    AS CHARTDRV; IN BATCH MODE NO CHECK IS MADE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WS-FILE-STATUS    PIC X(2).
       77  WS-CHART-ID       PIC X(8).
       77  WS-CHART-MODE     PIC X(4)     VALUE "LINE".
       77  WS-FROM-DATE      PIC X(8).
       77  WS-TO-DATE        PIC X(8).
       77  WS-CHART-TITLE    PIC X(40).
       77  WS-X-AXIS-TITLE   PIC X(20)    VALUE "DAY".
       77  WS-Y-AXIS-TITLE   PIC X(20).
       01  BREACH-FLAGS.
           03  BREACH-SERIES OCCURS 4 TIMES.
               05  BREACH-POINT OCCURS 31 TIMES PIC X.
      *    CHARTAUT PARAMETERS - SEE CHARTAUT.
       77  WS-PROGRAM-NAME   PIC X(8)     VALUE "CHARTTRD".
       77  WS-USER-ID        PIC X(10)    VALUE SPACES.
       77  WS-AUTH-OBJECT    PIC X(10).
       77  WS-AUTH-ACCESS    PIC X        VALUE "V".
       77  WS-AUTH-ALLOWED   PIC X.
           88  WS-AUTH-OK                  VALUE "Y".
       77  WS-AUTH-RC        PIC S9(5) COMP-3.
       LINKAGE SECTION.
       01  LK-CHART-ID           PIC X(8).
       01  LK-TREND-DAYS         PIC S9(5) COMP-3.
       01  LK-RUN-MODE           PIC X(5).
           88  LK-BATCH-MODE               VALUE "BATCH".
       01  LK-COMPLETION-CODE    PIC S9(5) COMP-3.
       01  LK-FROM-DATE          PIC X(8).
       01  LK-TO-DATE            PIC X(8).
       01  LK-MODE-OVERRIDE      PIC X(4).
       PROCEDURE DIVISION USING LK-CHART-ID, LK-TREND-DAYS,
               LK-POINT-NUMBER, LK-RUN-MODE, LK-COMPLETION-CODE,
               LK-FROM-DATE, LK-TO-DATE, LK-MODE-OVERRIDE.
       MAIN-ROUTINE.
           IF LK-BATCH-MODE
               MOVE "Y" TO WS-BATCH-FLAG
           ELSE
               MOVE LK-CHART-ID TO WS-CHART-ID
           END-IF.
           IF WS-BATCH-FLAG = "N"
               PERFORM CHECK-AUTHORITY
           END-IF.
           IF LK-MODE-OVERRIDE = SPACES
               MOVE "LINE" TO WS-CHART-MODE
           ELSE
               MOVE LK-MODE-OVERRIDE TO WS-CHART-MODE
           END-IF.
           IF LK-FROM-DATE = SPACES
               MOVE "00000000" TO WS-FROM-DATE
           ELSE
               MOVE LK-FROM-DATE TO WS-FROM-DATE
           END-IF.
           IF LK-TO-DATE = SPACES
               MOVE HIGH-VALUES TO WS-TO-DATE
           ELSE
               MOVE LK-TO-DATE TO WS-TO-DATE
           END-IF.
           IF LK-TREND-DAYS < 1 OR LK-TREND-DAYS > 31
               MOVE 31 TO WS-WANT-DAYS
           ELSE
           MOVE RETURN-CODE TO LK-COMPLETION-CODE.
           GOBACK.

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
               DISPLAY "CHARTTRD: " WS-USER-ID " IS NOT AUTHORIZED TO"
                   " VIEW " WS-CHART-ID ", RC=" WS-AUTH-RC
               MOVE 28 TO RETURN-CODE
               MOVE 28 TO LK-COMPLETION-CODE
               GOBACK
           END-IF.

       COLLECT-TREND-DATA.
           MOVE ZERO TO LK-COMPLETION-CODE.
      *    THE QUEUE PROCESSOR CALLS THIS MORE THAN ONCE IN A JOB, SO
      *    THE TABLE IS EMPTIED FOR EVERY TREND.
           MOVE ZERO TO WS-TREND-COUNT.
           MOVE SPACES TO WS-TREND-DATE.
           MOVE "N" TO WS-READ-EOF.
           OPEN INPUT CHART-DATA-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "CHARTTRD: UNABLE TO OPEN CHARTDAT, STATUS="
      *    DATED RECORDS OLDEST FIRST; THE SLIDING TABLE BELOW THEN
      *    HOLDS THE MOST RECENT ONES WHEN THE ID RUNS OUT.
           MOVE WS-CHART-ID TO CD-CHART-ID.
           MOVE WS-FROM-DATE TO CD-CHART-DATE.
           START CHART-DATA-FILE KEY IS NOT LESS THAN CD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-READ-EOF
               CONTINUE
           ELSE
               IF CD-CHART-ID NOT = WS-CHART-ID
                   OR CD-CHART-DATE > WS-TO-DATE
                   MOVE "Y" TO WS-READ-EOF
               ELSE
                   PERFORM PULL-TREND-POINT
