       IDENTIFICATION DIVISION.

       PROGRAM-ID. CHARTJRN.
      *****************************************************************
      *    CHARTJRN APPENDS ONE ENTRY TO THE CHJRNL MAINTENANCE
      *    JOURNAL. CHARTMNT, CHARTCTL, CHARTAUM, THE CHARTVFY REPAIR
      *    AND THE CHARTREO DEPARTMENT REORGANIZATION CALL IT AFTER
      *    EVERY ADD, CHANGE, COPY AND DELETE THEY COMPLETE, PASSING
      *    THE RECORD AS IT WAS AND AS IT NOW IS; THE USER PROFILE AND
      *    THE TIMESTAMP ARE STAMPED HERE SO EVERY CALLER RECORDS THEM
      *    THE SAME WAY. THE FILE IS OPENED EXTEND AND CLOSED ON EACH
      *    CALL, LIKE CHARTLOG, SO AN ENTRY IS ON DISK THE MOMENT THE
      *    CHANGE IS, AND IS CREATED ON THE FIRST WRITE.
      *
      *    CALLERS PASS SEVEN PARAMETERS:
      *      LK-PROGRAM          THE CALLING PROGRAM'S NAME.
      *      LK-FILE-NAME        THE FILE CHANGED (CHARTDAT, CHLIMITS,
      *                          CHSCHED, CHHOLIDY, DEPTLIST, CHAUTH).
      *      LK-ACTION           A = ADD, C = CHANGE, P = COPY,
      *                          D = DELETE.
      *      LK-KEY              THE KEY OF THE RECORD CHANGED.
      *      LK-BEFORE-IMAGE     THE RECORD BEFORE (SPACES FOR AN ADD).
      *      LK-AFTER-IMAGE      THE RECORD AFTER (SPACES FOR A
      *                          DELETE).
      *      LK-COMPLETION-CODE  0 = ENTRY WRITTEN, 8 = ACTION NOT
      *                          RECOGNIZED, 16 = CHJRNL ERROR.
      *
      *    THE CHANGE ITSELF IS ALREADY MADE WHEN THIS IS CALLED, SO A
      *    NONZERO CODE CANNOT UNDO IT; THE CALLER TELLS THE OPERATOR
      *    THE JOURNAL ENTRY IS MISSING.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-S38.
       OBJECT-COMPUTER. IBM-S38.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO CHJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CHJRNL.
       WORKING-STORAGE SECTION.
       77  WS-JRNL-STATUS    PIC X(2).
       77  WS-TIMESTAMP      PIC X(14).
       77  WS-USER-ID        PIC X(10).
       LINKAGE SECTION.
       01  LK-PROGRAM            PIC X(8).
       01  LK-FILE-NAME          PIC X(8).
       01  LK-ACTION             PIC X.
           88  LK-ACTION-VALID             VALUE "A" "C" "P" "D".
       01  LK-KEY                PIC X(16).
       01  LK-BEFORE-IMAGE       PIC X(800).
       01  LK-AFTER-IMAGE        PIC X(800).
       01  LK-COMPLETION-CODE    PIC S9(5) COMP-3.
       PROCEDURE DIVISION USING LK-PROGRAM, LK-FILE-NAME, LK-ACTION,
               LK-KEY, LK-BEFORE-IMAGE, LK-AFTER-IMAGE,
               LK-COMPLETION-CODE.
       MAIN-ROUTINE.
           MOVE ZERO TO LK-COMPLETION-CODE.
           IF NOT LK-ACTION-VALID
               DISPLAY "CHARTJRN: ACTION " LK-ACTION
                   " NOT RECOGNIZED"
               MOVE 8 TO LK-COMPLETION-CODE
               GOBACK
           END-IF.
           ACCEPT WS-TIMESTAMP (1:8) FROM DATE YYYYMMDD.
           ACCEPT WS-TIMESTAMP (9:6) FROM TIME.
           MOVE SPACES TO WS-USER-ID.
           CALL "CHARTUSR" USING WS-USER-ID
               ON EXCEPTION
                   MOVE "*UNKNOWN" TO WS-USER-ID
           END-CALL.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JRNL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "CHARTJRN: UNABLE TO OPEN CHJRNL, STATUS="
                   WS-JRNL-STATUS
               MOVE 16 TO LK-COMPLETION-CODE
               GOBACK
           END-IF.
           MOVE WS-TIMESTAMP TO JR-TIMESTAMP.
           MOVE WS-USER-ID TO JR-USER.
           MOVE LK-PROGRAM TO JR-PROGRAM.
           MOVE LK-FILE-NAME TO JR-FILE-NAME.
           MOVE LK-ACTION TO JR-ACTION.
           MOVE LK-KEY TO JR-KEY.
           MOVE LK-BEFORE-IMAGE TO JR-BEFORE-IMAGE.
           MOVE LK-AFTER-IMAGE TO JR-AFTER-IMAGE.
           WRITE JOURNAL-RECORD.
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "CHARTJRN: WRITE FAILED, STATUS="
                   WS-JRNL-STATUS
               MOVE 16 TO LK-COMPLETION-CODE
           END-IF.
           CLOSE JOURNAL-FILE.
           GOBACK.
