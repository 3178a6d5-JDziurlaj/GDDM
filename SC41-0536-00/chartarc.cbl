      *    RUN CONTROL CAN PROVE NOTHING WAS LOST - THE ARCHIVED AND
      *    PURGED COUNTS MUST MATCH.
      *
      *    BEFORE CHARTEXC IS CUT OVER, CHARTEXS IS CALLED TO PUT
      *    EVERY BREACH ON IT ONTO THE CHEXSTAT FOLLOW-UP FILE, SO A
      *    BREACH NOBODY HAS EXPLAINED YET STAYS ON THE REVIEWERS'
      *    LIST AFTER THE LIVE FILE IS EMPTIED. IF THAT FAILS,
      *    CHARTEXC IS LEFT AS IT IS FOR THE NEXT RUN TO CUT OVER.
      *
      *    THE RESTORE FUNCTION PULLS ONE ARCHIVED CHART BACK: IT
      *    SWEEPS CHARHIST FOR THE CHART ID / CHART DATE NAMED AND
      *    WRITES THE RECORD BACK TO CHARTDAT, FOR THE AUDITOR WHO
      *    ASKS FOR LAST QUARTER. A RECORD ALREADY ON CHARTDAT IS
      *    LEFT AS IT IS AND REPORTED.
      *
      *    A SHOP RUNNING BY FISCAL PERIOD ARCHIVES WHOLE PERIODS: THE
      *    CUTOFF WORKED OUT FROM THE RETENTION IS MOVED BACK TO THE
      *    FIRST DAY OF THE CHFISCAL PERIOD IT FALLS IN (THROUGH
      *    CHARTFSC), SO A PERIOD'S RECORDS LEAVE CHARTDAT TOGETHER,
      *    IN THE FIRST RUN AFTER ALL OF THEM ARE PAST THE RETENTION.
      *
      *    CALLERS PASS SEVEN PARAMETERS (CL: CALL PGM(CHARTARC)
      *    PARM(&FUNC &RUNDATE &RETAIN &CHARTID &CHARTDATE &BASIS
      *    &RC)):
      *      LK-FUNCTION         "ARCHIVE" OR "RESTORE".
      *      LK-RUN-DATE         CCYYMMDD; SPACES IS REPLACED WITH
      *                          TODAY AND PASSED BACK, THE SAME
      *                          TAKEN AS 90.
      *      LK-CHART-ID         CD-CHART-ID TO PULL BACK (RESTORE).
      *      LK-CHART-DATE       CD-CHART-DATE TO PULL BACK (RESTORE).
      *      LK-PERIOD-BASIS     "CALENDAR" OR "FISCAL" (ARCHIVE);
      *                          SPACES IS REPLACED WITH "CALENDAR"
      *                          AND PASSED BACK.
      *      LK-COMPLETION-CODE  0 = OK, 8 = FUNCTION NOT RECOGNIZED,
      *                          RESTORE KEYS MISSING, THE RUN DATE
      *                          IS NOT A VALID CCYYMMDD DATE, THE
      *                          BASIS IS NEITHER CALENDAR NOR
      *                          FISCAL, OR A FISCAL CUTOFF IS NOT IN
      *                          A PERIOD ON CHFISCAL, 16 = A FILE
      *                          (CHFISCAL INCLUDED) COULD NOT BE
      *                          OPENED OR CHEXSTAT COULD NOT BE
      *                          BROUGHT UP TO DATE, 20 = RESTORE
      *                          FOUND NO ARCHIVED RECORD FOR THE
      *                          CHART ID / CHART DATE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WS-XFER-STATUS    PIC X(2).
       77  WS-XFRHST-STATUS  PIC X(2).
       77  WS-CUTOFF-DATE    PIC X(8).
       77  WS-SYNC-RC        PIC S9(5) COMP-3.
       77  WS-RETAIN-DAYS    PIC S9(5) COMP-4.
       77  WS-DAY-COUNT      PIC S9(5) COMP-4.
       77  WS-READ-EOF       PIC X        VALUE "N".
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
       LINKAGE SECTION.
       01  LK-FUNCTION           PIC X(7).
           88  LK-FUNC-ARCHIVE             VALUE "ARCHIVE".
       01  LK-RETAIN-DAYS        PIC S9(5) COMP-3.
       01  LK-CHART-ID           PIC X(8).
       01  LK-CHART-DATE         PIC X(8).
       01  LK-PERIOD-BASIS       PIC X(8).
       01  LK-COMPLETION-CODE    PIC S9(5) COMP-3.
       PROCEDURE DIVISION USING LK-FUNCTION, LK-RUN-DATE,
               LK-RETAIN-DAYS, LK-CHART-ID, LK-CHART-DATE,
               LK-PERIOD-BASIS, LK-COMPLETION-CODE.
       MAIN-ROUTINE.
           MOVE ZERO TO LK-COMPLETION-CODE.
           IF LK-RUN-DATE = SPACES
               ACCEPT LK-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           IF LK-PERIOD-BASIS = SPACES
               MOVE "CALENDAR" TO LK-PERIOD-BASIS
           END-IF.
           MOVE LK-PERIOD-BASIS TO WS-PERIOD-BASIS.
           EVALUATE TRUE
               WHEN LK-FUNC-ARCHIVE
                   PERFORM ARCHIVE-OLD-CHARTS
           ELSE
               MOVE LK-RETAIN-DAYS TO WS-RETAIN-DAYS
           END-IF.
           IF NOT WS-CALENDAR-BASIS AND NOT WS-FISCAL-BASIS
               DISPLAY "CHARTARC: PERIOD BASIS " WS-PERIOD-BASIS
                   " IS NOT CALENDAR OR FISCAL, NOTHING ARCHIVED"
               MOVE 8 TO LK-COMPLETION-CODE
               GOBACK
           END-IF.
           PERFORM COMPUTE-CUTOFF-DATE.
           IF WS-FISCAL-BASIS
               PERFORM ALIGN-CUTOFF-TO-PERIOD
               IF LK-COMPLETION-CODE NOT = ZERO
                   GOBACK
               END-IF
           END-IF.
           DISPLAY "CHARTARC: ARCHIVING CHARTS DATED BEFORE "
               WS-CUTOFF-DATE.
           PERFORM PURGE-CHART-DATA THRU PURGE-CHART-EXIT.
           PERFORM BACK-UP-ONE-DAY WS-RETAIN-DAYS TIMES.
           MOVE WS-DATE-PARTS TO WS-CUTOFF-DATE.

       ALIGN-CUTOFF-TO-PERIOD.
      *    THE CUTOFF MOVES BACK TO THE START OF ITS FISCAL PERIOD,
      *    SO THE PERIOD IT FALLS IN STAYS WHOLE ON CHARTDAT. A
      *    CUTOFF THE CALENDAR DOES NOT COVER IS NOT GUESSED AT -
      *    NOTHING IS ARCHIVED UNTIL CHFISCAL IS EXTENDED.
           MOVE WS-CUTOFF-DATE TO WS-LOOKUP-DATE.
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
               DISPLAY "CHARTARC: NO FISCAL PERIOD FOR CUTOFF "
                   WS-CUTOFF-DATE ", CHARTFSC RC=" WS-FISCAL-RC
                   " - NOTHING ARCHIVED"
               IF WS-FISCAL-RC = 16
                   MOVE 16 TO LK-COMPLETION-CODE
               ELSE
                   MOVE 8 TO LK-COMPLETION-CODE
               END-IF
           ELSE
               DISPLAY "CHARTARC: CUTOFF " WS-CUTOFF-DATE
                   " MOVED TO THE START OF FISCAL PERIOD "
                   WS-FISCAL-PERIOD
               MOVE WS-PERIOD-START TO WS-CUTOFF-DATE
           END-IF.

       BACK-UP-ONE-DAY.
           IF WS-DATE-DD > 1
               SUBTRACT 1 FROM WS-DATE-DD
           END-IF.

       CUTOVER-EXCEPTIONS.
           MOVE ZERO TO WS-SYNC-RC.
           CALL "CHARTEXS" USING WS-SYNC-RC
               ON EXCEPTION
                   MOVE 16 TO WS-SYNC-RC
           END-CALL.
           IF WS-SYNC-RC NOT = ZERO
               DISPLAY "CHARTARC: CHEXSTAT NOT BROUGHT UP TO DATE, RC="
                   WS-SYNC-RC " - CHARTEXC NOT CUT OVER"
               MOVE 16 TO LK-COMPLETION-CODE
               GO TO CUTOVER-EXCP-EXIT
           END-IF.
           OPEN INPUT EXCEPTION-FILE.
           IF WS-EXCP-STATUS = "35"
               GO TO CUTOVER-EXCP-EXIT
