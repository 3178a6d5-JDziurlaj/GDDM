      *    IS WHAT AN OPERATOR RUNS AT A TERMINAL AND WHAT CHARTBAT
      *    CALLS FOR EACH DATASET IN THE NIGHTLY BATCH RUN.
      *
      *    CALLERS PASS FIVE PARAMETERS (CL: CALL PGM(CHARTDRV)
      *    PARM(&CHARTID &RUNMODE &RC &CHARTDATE &MODE)):
      *      LK-CHART-ID         CD-CHART-ID TO LOOK UP IN CHARTDAT;
      *                          SPACES DEFAULTS TO "DAILY".
      *      LK-RUN-MODE         "BATCH" WHEN RUN UNATTENDED (TELLS
      *                          RETURN-CODE (0 = OK, 8/12/24 = THE
      *                          ASREAD/VALIDATION FAILURES CHART CAN
      *                          REPORT, 16/20 = CHARTDRV COULD NOT
      *                          OPEN/FIND THE DATA RECORD, 28 = THE
      *                          USER AT THE TERMINAL MAY NOT VIEW
      *                          THE CHART - SEE BELOW).
      *      LK-CHART-DATE       CD-CHART-DATE TO LOOK UP; SPACES
      *                          DEFAULTS TO TODAY, THE BEHAVIOR OF
      *                          OLD. NAME THE DATE TO RE-CHART A DAY
      *                          THREE KEEP THEIR POSITIONS - BUT AS
      *                          WITH CHART, EVERY CALLER MUST PASS
      *                          THE FULL LIST.
      *      LK-MODE-OVERRIDE    "LINE", "BAR " OR "PIE " TO DRAW THE
      *                          CHART THAT WAY INSTEAD OF BY THE
      *                          RECORD'S OWN CD-CHART-MODE, AS AN
      *                          ON-DEMAND REQUEST MAY ASK (SEE
      *                          CHARTRQP); SPACES KEEPS THE RECORD'S
      *                          MODE. ADDED AT THE END AS ABOVE.
      *
      *    RUN INTERACTIVELY, CHARTDRV ASKS CHARTAUT WHETHER THE USER
      *    HOLDS A VIEW GRANT OVER THE CHART ID IN CHAUTH BEFORE IT
      *    READS ANYTHING; A REFUSAL RETURNS 28 AND IS LOGGED BY
      *    CHARTAUT. IN BATCH MODE THE NIGHT RUN CHARTS EVERY
      *    DEPARTMENT UNDER THE OPERATIONS PROFILE, SO NO CHECK IS
      *    MADE - THE OUTPUT GOES TO HARDCOPY, NOT A SCREEN.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  BREACH-FLAGS.
           03  BREACH-SERIES OCCURS 4 TIMES.
               05  BREACH-POINT OCCURS 31 TIMES PIC X.
      *    CHARTAUT PARAMETERS - SEE CHARTAUT.
       77  WS-PROGRAM-NAME   PIC X(8)     VALUE "CHARTDRV".
       77  WS-USER-ID        PIC X(10)    VALUE SPACES.
       77  WS-AUTH-OBJECT    PIC X(10).
       77  WS-AUTH-ACCESS    PIC X        VALUE "V".
       77  WS-AUTH-ALLOWED   PIC X.
           88  WS-AUTH-OK                  VALUE "Y".
       77  WS-AUTH-RC        PIC S9(5) COMP-3.
       LINKAGE SECTION.
       01  LK-CHART-ID           PIC X(8).
       01  LK-RUN-MODE           PIC X(5).
           88  LK-BATCH-MODE               VALUE "BATCH".
       01  LK-COMPLETION-CODE    PIC S9(5) COMP-3.
       01  LK-CHART-DATE         PIC X(8).
       01  LK-MODE-OVERRIDE      PIC X(4).
       PROCEDURE DIVISION USING LK-CHART-ID, LK-RUN-MODE,
               LK-COMPLETION-CODE, LK-CHART-DATE, LK-MODE-OVERRIDE.
       MAIN-ROUTINE.
           IF LK-BATCH-MODE
               MOVE "Y" TO WS-BATCH-FLAG
      *    AND ON BOTH ERROR PATHS IN LOAD-CHART-DATA BELOW.)
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
               DISPLAY "CHARTDRV: " WS-USER-ID " IS NOT AUTHORIZED TO"
                   " VIEW " WS-CHART-ID ", RC=" WS-AUTH-RC
               MOVE 28 TO RETURN-CODE
               MOVE 28 TO LK-COMPLETION-CODE
               GOBACK
           END-IF.

       LOAD-CHART-DATA.
      *    CD-CHART-DATE/WS-CHART-DATE ARE PIC X(8), SO CHARTDAT MUST
      *    BE KEYED ON AN 8-DIGIT CCYYMMDD DATE; "DATE YYYYMMDD" IS
           ELSE
               MOVE LK-CHART-ID TO WS-CHART-ID
           END-IF.
           IF WS-BATCH-FLAG = "N"
               PERFORM CHECK-AUTHORITY
           END-IF.
           OPEN INPUT CHART-DATA-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "CHARTDRV: UNABLE TO OPEN CHARTDAT, STATUS="
               MOVE "N" TO CD-HARDCOPY-FLAG
           END-IF.
           MOVE CD-CHART-MODE TO WS-CHART-MODE.
           IF LK-MODE-OVERRIDE NOT = SPACES
               MOVE LK-MODE-OVERRIDE TO WS-CHART-MODE
           END-IF.
           MOVE CD-CHART-TITLE TO WS-CHART-TITLE.
           MOVE CD-X-AXIS-TITLE TO WS-X-AXIS-TITLE.
           MOVE CD-Y-AXIS-TITLE TO WS-Y-AXIS-TITLE.
