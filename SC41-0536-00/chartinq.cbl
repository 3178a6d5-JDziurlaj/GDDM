      *    INQUIRY SO EVERY ANSWER REFLECTS THE RUN AS IT STANDS.
      *
      *    A BLANK RUN DATE IS TODAY, AS CHARTDRV DEFAULTS; "E" ENDS.
      *
      *    THE STATUS LIST SHOWS ONLY HOW FAR THE RUN HAS GOT AND IS
      *    OPEN TO THE OPERATOR, BUT DRILLING INTO A DEPARTMENT SHOWS
      *    ITS NUMBERS, SO CHARTAUT MUST FIRST FIND A VIEW GRANT OVER
      *    IT IN CHAUTH.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  ID-TIME            PIC X(8).
           05  FILLER             PIC X(4)   VALUE SPACES.
           05  ID-DATE            PIC X(8).
      *    CHARTAUT PARAMETERS - SEE CHARTAUT.
       77  WS-PROGRAM-NAME   PIC X(8)     VALUE "CHARTINQ".
       77  WS-USER-ID        PIC X(10)    VALUE SPACES.
       77  WS-AUTH-ACCESS    PIC X        VALUE "V".
       77  WS-AUTH-ALLOWED   PIC X.
           88  WS-AUTH-OK                  VALUE "Y".
       77  WS-AUTH-RC        PIC S9(5) COMP-3.
       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM PROCESS-ONE-DATE UNTIL WS-END-REQUESTED.
      *    THE WHOLE LOG IS SWEPT AND THE LAST MATCHING RECORD SHOWN,
      *    SO A RESTARTED DEPARTMENT SHOWS ITS LATEST OUTCOME, THE
      *    SAME RULE CHARTRPT APPLIES.
           MOVE ZERO TO WS-AUTH-RC.
           CALL "CHARTAUT" USING WS-USER-ID, WS-PROGRAM-NAME,
                   WS-DRILL-DEPT, WS-AUTH-ACCESS, WS-AUTH-ALLOWED,
                   WS-AUTH-RC
               ON EXCEPTION
                   MOVE "N" TO WS-AUTH-ALLOWED
                   MOVE 16 TO WS-AUTH-RC
           END-CALL.
           IF NOT WS-AUTH-OK
               DISPLAY "CHARTINQ: " WS-USER-ID " IS NOT AUTHORIZED TO"
                   " VIEW " WS-DRILL-DEPT ", RC=" WS-AUTH-RC
               GO TO SHOW-AUDIT-EXIT
           END-IF.
           MOVE "N" TO WS-LOG-MATCHED.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS = "35"
