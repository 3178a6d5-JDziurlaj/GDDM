       IDENTIFICATION DIVISION.

       PROGRAM-ID. CHARTFSC.
      *****************************************************************
      *    CHARTFSC LOOKS A DATE OR A PERIOD UP ON THE CHFISCAL FISCAL
      *    CALENDAR (SEE CHFISC) FOR THE PROGRAMS THAT CAN RUN BY
      *    FISCAL PERIOD INSTEAD OF CALENDAR MONTH - CHARTLD, CHARTCMP,
      *    CHARTVAR, CHARTARC, CHARTSUS AND CHARTMSM - SO THE CALENDAR
      *    IS READ, AND ITS PERIODS MEASURED, IN ONE PLACE.
      *
      *    GIVEN A DATE, IT RETURNS THE PERIOD THE DATE FALLS IN, THE
      *    PERIOD'S FIRST AND LAST DATES, ITS LENGTH IN DAYS AND THE
      *    DATE'S DAY NUMBER WITHIN IT (THE FIRST DAY IS DAY 1).
      *    GIVEN A PERIOD INSTEAD (LOOKUP DATE SPACES), IT RETURNS
      *    THE SAME FIGURES FOR THAT PERIOD, AND AS THE LOOKUP DATE
      *    THE DATE OF THE DAY NUMBER ASKED FOR - THE PERIOD'S LAST
      *    DAY WHEN THE PERIOD IS SHORTER THAN THAT, THE WAY
      *    CHARTCMP'S PRIOR-YEAR LOOKUP TAKES FEBRUARY 28 FOR 29.
      *
      *    A PERIOD RECORD WHOSE DATES ARE NOT REAL CCYYMMDD DATES,
      *    RUN BACKWARD, OR SPAN MORE THAN SIX WEEKS IS A CALENDAR
      *    KEYING ERROR AND IS REPORTED RATHER THAN MEASURED.
      *
      *    CALLERS PASS SEVEN PARAMETERS (CL: CALL PGM(CHARTFSC)
      *    PARM(&DATE &PERIOD &START &END &DAYS &DAYNUM &RC)):
      *      LK-LOOKUP-DATE      CCYYMMDD DATE TO LOOK UP, OR SPACES
      *                          TO LOOK UP LK-FISCAL-PERIOD; ON
      *                          RETURN, THE DATE OF DAY LK-DAY-IN-
      *                          PERIOD WHEN A PERIOD WAS LOOKED UP.
      *      LK-FISCAL-PERIOD    CCYYPP; RETURNED FOR A DATE LOOKUP.
      *      LK-PERIOD-START     CCYYMMDD FIRST DAY OF THE PERIOD.
      *      LK-PERIOD-END       CCYYMMDD LAST DAY OF THE PERIOD.
      *      LK-PERIOD-DAYS      S9(5) COMP-3 DAYS IN THE PERIOD.
      *      LK-DAY-IN-PERIOD    S9(5) COMP-3 DAY NUMBER OF THE DATE;
      *                          FOR A PERIOD LOOKUP, THE DAY NUMBER
      *                          WANTED (BELOW 1 IS TAKEN AS 1), PASSED
      *                          BACK AS THE ONE ACTUALLY USED.
      *      LK-COMPLETION-CODE  0 = FOUND, 8 = THE LOOKUP DATE IS NOT
      *                          A VALID CCYYMMDD DATE, OR NEITHER A
      *                          DATE NOR A PERIOD WAS GIVEN, OR THE
      *                          PERIOD FOUND IS BADLY KEYED, 16 =
      *                          CHFISCAL COULD NOT BE OPENED (A SHOP
      *                          RUNNING BY FISCAL PERIOD MUST HAVE
      *                          ONE), 20 = THE DATE OR PERIOD IS NOT
      *                          ON THE CALENDAR.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-S38.
       OBJECT-COMPUTER. IBM-S38.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FISCAL-FILE ASSIGN TO CHFISCAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FISC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FISCAL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CHFISC.
       WORKING-STORAGE SECTION.
       77  WS-FISC-STATUS    PIC X(2).
       77  WS-FISC-EOF       PIC X.
           88  WS-FISC-END                 VALUE "Y".
       77  WS-MATCH-FLAG     PIC X.
           88  WS-MATCHED                  VALUE "Y".
       77  WS-LOOKUP-MODE    PIC X.
           88  WS-BY-DATE                  VALUE "D".
           88  WS-BY-PERIOD                VALUE "P".
       77  WS-DATE-FLAG      PIC X.
           88  WS-DATE-OK                  VALUE "Y".
       77  WS-WALK-DATE      PIC X(8).
       77  WS-WANT-DAY       PIC S9(5) COMP-4.
       77  WS-DAY-COUNT      PIC S9(5) COMP-4.
      *    SIX WEEKS: THE LONGEST PERIOD A 4-4-5 CALENDAR PRODUCES.
       77  WS-MAX-PERIOD-DAYS PIC S9(5) COMP-4 VALUE 42.
       77  WS-EDIT-YEAR      PIC S9(5) COMP-4.
       77  WS-MONTH-LEN      PIC S9(5) COMP-4.
       77  WS-DATE-QUOT      PIC S9(9) COMP-4.
       77  WS-DATE-REM       PIC S9(5) COMP-4.
       01  WS-DATE-PARTS.
           05  WS-DATE-CC    PIC 9(2).
           05  WS-DATE-YY    PIC 9(2).
           05  WS-DATE-MM    PIC 9(2).
           05  WS-DATE-DD    PIC 9(2).
       LINKAGE SECTION.
       01  LK-LOOKUP-DATE        PIC X(8).
       01  LK-FISCAL-PERIOD      PIC X(6).
       01  LK-PERIOD-START       PIC X(8).
       01  LK-PERIOD-END         PIC X(8).
       01  LK-PERIOD-DAYS        PIC S9(5) COMP-3.
       01  LK-DAY-IN-PERIOD      PIC S9(5) COMP-3.
       01  LK-COMPLETION-CODE    PIC S9(5) COMP-3.
       PROCEDURE DIVISION USING LK-LOOKUP-DATE, LK-FISCAL-PERIOD,
               LK-PERIOD-START, LK-PERIOD-END, LK-PERIOD-DAYS,
               LK-DAY-IN-PERIOD, LK-COMPLETION-CODE.
       MAIN-ROUTINE.
           MOVE ZERO TO LK-COMPLETION-CODE.
           MOVE ZERO TO LK-PERIOD-DAYS.
           MOVE SPACES TO LK-PERIOD-START.
           MOVE SPACES TO LK-PERIOD-END.
           IF LK-LOOKUP-DATE NOT = SPACES
               MOVE "D" TO WS-LOOKUP-MODE
               MOVE ZERO TO LK-DAY-IN-PERIOD
               MOVE LK-LOOKUP-DATE TO WS-DATE-PARTS
               PERFORM EDIT-DATE-PARTS
               IF NOT WS-DATE-OK
                   DISPLAY "CHARTFSC: " LK-LOOKUP-DATE
                       " IS NOT A VALID CCYYMMDD DATE"
                   MOVE 8 TO LK-COMPLETION-CODE
                   GOBACK
               END-IF
           ELSE
               IF LK-FISCAL-PERIOD = SPACES
                   DISPLAY "CHARTFSC: NEITHER A DATE NOR A FISCAL"
                       " PERIOD TO LOOK UP"
                   MOVE 8 TO LK-COMPLETION-CODE
                   GOBACK
               END-IF
               MOVE "P" TO WS-LOOKUP-MODE
               MOVE LK-DAY-IN-PERIOD TO WS-WANT-DAY
               IF WS-WANT-DAY < 1
                   MOVE 1 TO WS-WANT-DAY
               END-IF
           END-IF.
           OPEN INPUT FISCAL-FILE.
           IF WS-FISC-STATUS NOT = "00"
               DISPLAY "CHARTFSC: UNABLE TO OPEN CHFISCAL, STATUS="
                   WS-FISC-STATUS
               MOVE 16 TO LK-COMPLETION-CODE
               GOBACK
           END-IF.
           MOVE "N" TO WS-FISC-EOF.
           MOVE "N" TO WS-MATCH-FLAG.
           PERFORM READ-FISCAL-RECORD.
           PERFORM CHECK-FISCAL-RECORD
               UNTIL WS-FISC-END OR WS-MATCHED.
           CLOSE FISCAL-FILE.
           IF NOT WS-MATCHED
               IF WS-BY-DATE
                   DISPLAY "CHARTFSC: " LK-LOOKUP-DATE
                       " IS NOT IN ANY PERIOD ON CHFISCAL"
               ELSE
                   DISPLAY "CHARTFSC: FISCAL PERIOD " LK-FISCAL-PERIOD
                       " IS NOT ON CHFISCAL"
               END-IF
               IF LK-COMPLETION-CODE = ZERO
                   MOVE 20 TO LK-COMPLETION-CODE
               END-IF
               GOBACK
           END-IF.
           PERFORM MEASURE-PERIOD THRU MEASURE-PERIOD-EXIT.
           GOBACK.

       READ-FISCAL-RECORD.
           READ FISCAL-FILE
               AT END
                   MOVE "Y" TO WS-FISC-EOF
           END-READ.
           IF WS-FISC-STATUS NOT = "00" AND WS-FISC-STATUS NOT = "10"
               DISPLAY "CHARTFSC: CHFISCAL READ FAILED, STATUS="
                   WS-FISC-STATUS
               MOVE 16 TO LK-COMPLETION-CODE
               MOVE "Y" TO WS-FISC-EOF
           END-IF.

       CHECK-FISCAL-RECORD.
      *    THE FIELDS ARE COPIED OUT ON A MATCH AND THE FILE IS NOT
      *    READ AGAIN; THE RECORD AREA IS NOT RELIABLE ONCE CLOSED.
           IF WS-BY-DATE
               IF FP-START-DATE NOT > LK-LOOKUP-DATE
                   AND FP-END-DATE NOT < LK-LOOKUP-DATE
                   MOVE "Y" TO WS-MATCH-FLAG
               END-IF
           ELSE
               IF FP-PERIOD = LK-FISCAL-PERIOD
                   MOVE "Y" TO WS-MATCH-FLAG
               END-IF
           END-IF.
           IF WS-MATCHED
               MOVE FP-PERIOD TO LK-FISCAL-PERIOD
               MOVE FP-START-DATE TO LK-PERIOD-START
               MOVE FP-END-DATE TO LK-PERIOD-END
           ELSE
               PERFORM READ-FISCAL-RECORD
           END-IF.

       MEASURE-PERIOD.
      *    THE PERIOD IS WALKED A DAY AT A TIME FROM ITS FIRST DATE,
      *    COUNTING DAYS, UNTIL ITS LAST DATE IS REACHED - THE WAY
      *    CHARTARC STEPS BACK TO ITS CUTOFF - NOTING THE DAY NUMBER
      *    OF THE LOOKUP DATE, OR THE DATE OF THE DAY NUMBER WANTED,
      *    ON THE WAY PAST.
           MOVE LK-PERIOD-START TO WS-DATE-PARTS.
           PERFORM EDIT-DATE-PARTS.
           IF WS-DATE-OK
               MOVE LK-PERIOD-END TO WS-DATE-PARTS
               PERFORM EDIT-DATE-PARTS
           END-IF.
           IF NOT WS-DATE-OK
               OR LK-PERIOD-START > LK-PERIOD-END
               DISPLAY "CHARTFSC: FISCAL PERIOD " LK-FISCAL-PERIOD
                   " DATES " LK-PERIOD-START " TO " LK-PERIOD-END
                   " ARE NOT A VALID RANGE - FIX CHFISCAL"
               MOVE 8 TO LK-COMPLETION-CODE
               GO TO MEASURE-PERIOD-EXIT
           END-IF.
           MOVE LK-PERIOD-START TO WS-WALK-DATE.
           MOVE 1 TO WS-DAY-COUNT.
           PERFORM NOTE-PERIOD-DAY.
           PERFORM STEP-PERIOD-DAY
               UNTIL WS-WALK-DATE = LK-PERIOD-END
               OR WS-DAY-COUNT >= WS-MAX-PERIOD-DAYS.
           IF WS-WALK-DATE NOT = LK-PERIOD-END
               DISPLAY "CHARTFSC: FISCAL PERIOD " LK-FISCAL-PERIOD
                   " RUNS PAST SIX WEEKS - FIX CHFISCAL"
               MOVE 8 TO LK-COMPLETION-CODE
               GO TO MEASURE-PERIOD-EXIT
           END-IF.
           MOVE WS-DAY-COUNT TO LK-PERIOD-DAYS.
           IF WS-BY-PERIOD AND WS-WANT-DAY > WS-DAY-COUNT
               MOVE LK-PERIOD-END TO LK-LOOKUP-DATE
               MOVE WS-DAY-COUNT TO LK-DAY-IN-PERIOD
           END-IF.
       MEASURE-PERIOD-EXIT.
           EXIT.

       STEP-PERIOD-DAY.
           PERFORM ADVANCE-ONE-DAY.
           ADD 1 TO WS-DAY-COUNT.
           PERFORM NOTE-PERIOD-DAY.

       NOTE-PERIOD-DAY.
           IF WS-BY-DATE
               IF WS-WALK-DATE = LK-LOOKUP-DATE
                   MOVE WS-DAY-COUNT TO LK-DAY-IN-PERIOD
               END-IF
           ELSE
               IF WS-DAY-COUNT = WS-WANT-DAY
                   MOVE WS-WALK-DATE TO LK-LOOKUP-DATE
                   MOVE WS-DAY-COUNT TO LK-DAY-IN-PERIOD
               END-IF
           END-IF.

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

       EDIT-DATE-PARTS.
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
