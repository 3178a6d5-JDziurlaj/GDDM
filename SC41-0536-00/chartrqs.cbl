       IDENTIFICATION DIVISION.

       PROGRAM-ID. CHARTRQS.
      *****************************************************************
      *    CHARTRQS IS THE QUEUE HALF OF THE CHARTRQP DAYTIME REQUEST
      *    RUN. CL CANNOT READ A KEYED FILE IN KEY ORDER AND REWRITE
      *    IT, SO CHARTRQP CALLS HERE FOR EACH STEP:
      *      NEXT  HANDS BACK THE OLDEST PENDING REQUEST ON CHARTREQ
      *            (SEE CHREQ) AND MARKS IT RUNNING. A REQUEST STILL
      *            MARKED RUNNING WHEN NEXT COMES TO IT WAS LEFT BY A
      *            RUN THAT DIED PART WAY THROUGH IT; IT IS MARKED
      *            FAILED WITH CODE 99, AS CHARTBAT RECORDS A CHARTDRV
      *            THAT BLEW UP, AND THE REQUESTER CAN ENTER IT AGAIN.
      *      DONE  MARKS THE REQUEST JUST RUN COMPLETED (CODE 0 OR 4)
      *            OR FAILED (ANY OTHER), WITH THE CODE.
      *    CHARTREQ IS OPENED AND CLOSED ON EACH CALL SO CHARTRQE CAN
      *    ADD REQUESTS WHILE THE RUN IS WORKING.
      *
      *    CALLERS PASS TWELVE PARAMETERS (CL: CALL PGM(CHARTRQS)
      *    PARM(&FUNC &RQKEY &CHARTID &DATAFILE &TYPE &FROMDATE
      *    &TODATE &MODE &OUTQ &RCPT &REQRC &RC)):
      *      LK-FUNCTION         "NEXT" OR "DONE".
      *      LK-REQUEST-KEY      RETURNED BY NEXT; PASSED BACK
      *                          UNCHANGED TO DONE.
      *      LK-CHART-ID         RETURNED BY NEXT: THE REQUEST'S
      *      LK-DATA-FILE        FIELDS, AS CHREQ DESCRIBES THEM.
      *      LK-TYPE
      *      LK-FROM-DATE
      *      LK-TO-DATE
      *      LK-MODE
      *      LK-OUT-QUEUE
      *      LK-RECIPIENT        RETURNED BY NEXT: "ON REQUEST OF"
      *                          AND THE REQUESTER, FOR CHARTRTE TO
      *                          PRINT ON THE SEPARATOR PAGE.
      *      LK-REQUEST-RC       DONE: THE RETURN CODE OF THE PROGRAM
      *                          THAT RAN THE REQUEST.
      *      LK-COMPLETION-CODE  0 = REQUEST RETURNED / MARKED, 4 =
      *                          NEXT FOUND NOTHING PENDING (OR NO
      *                          CHARTREQ FILE), 8 = FUNCTION NOT
      *                          RECOGNIZED, 16 = CHARTREQ COULD NOT
      *                          BE OPENED OR REWRITTEN, 20 = DONE
      *                          FOUND NO SUCH REQUEST.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-S38.
       OBJECT-COMPUTER. IBM-S38.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO CHARTREQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-KEY
               FILE STATUS IS WS-REQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CHREQ.
       WORKING-STORAGE SECTION.
       77  WS-REQ-STATUS     PIC X(2).
       77  WS-TIMESTAMP      PIC X(14).
       77  WS-READ-EOF       PIC X.
           88  WS-READ-DONE                VALUE "Y".
       77  WS-FOUND-FLAG     PIC X.
           88  WS-REQUEST-FOUND            VALUE "Y".
       LINKAGE SECTION.
       01  LK-FUNCTION           PIC X(4).
           88  LK-FUNC-NEXT                VALUE "NEXT".
           88  LK-FUNC-DONE                VALUE "DONE".
       01  LK-REQUEST-KEY        PIC X(24).
       01  LK-CHART-ID           PIC X(8).
       01  LK-DATA-FILE          PIC X(10).
       01  LK-TYPE               PIC X.
       01  LK-FROM-DATE          PIC X(8).
       01  LK-TO-DATE            PIC X(8).
       01  LK-MODE               PIC X(4).
       01  LK-OUT-QUEUE          PIC X(10).
       01  LK-RECIPIENT          PIC X(30).
       01  LK-REQUEST-RC         PIC S9(5) COMP-3.
       01  LK-COMPLETION-CODE    PIC S9(5) COMP-3.
       PROCEDURE DIVISION USING LK-FUNCTION, LK-REQUEST-KEY,
               LK-CHART-ID, LK-DATA-FILE, LK-TYPE, LK-FROM-DATE,
               LK-TO-DATE, LK-MODE, LK-OUT-QUEUE, LK-RECIPIENT,
               LK-REQUEST-RC, LK-COMPLETION-CODE.
       MAIN-ROUTINE.
           MOVE ZERO TO LK-COMPLETION-CODE.
           IF NOT LK-FUNC-NEXT AND NOT LK-FUNC-DONE
               DISPLAY "CHARTRQS: FUNCTION " LK-FUNCTION
                   " NOT RECOGNIZED"
               MOVE 8 TO LK-COMPLETION-CODE
               GOBACK
           END-IF.
           OPEN I-O REQUEST-FILE.
           IF WS-REQ-STATUS = "35"
               MOVE 4 TO LK-COMPLETION-CODE
               GOBACK
           END-IF.
           IF WS-REQ-STATUS NOT = "00"
               DISPLAY "CHARTRQS: UNABLE TO OPEN CHARTREQ, STATUS="
                   WS-REQ-STATUS
               MOVE 16 TO LK-COMPLETION-CODE
               GOBACK
           END-IF.
           ACCEPT WS-TIMESTAMP (1:8) FROM DATE YYYYMMDD.
           ACCEPT WS-TIMESTAMP (9:6) FROM TIME.
           IF LK-FUNC-NEXT
               PERFORM GET-NEXT-REQUEST
           ELSE
               PERFORM MARK-REQUEST-DONE THRU MARK-REQUEST-EXIT
           END-IF.
           CLOSE REQUEST-FILE.
           GOBACK.

      *****************************************************************
      *    NEXT - THE OLDEST PENDING REQUEST.
      *****************************************************************
       GET-NEXT-REQUEST.
           MOVE "N" TO WS-READ-EOF.
           MOVE "N" TO WS-FOUND-FLAG.
           MOVE LOW-VALUES TO RQ-KEY.
           START REQUEST-FILE KEY IS NOT LESS THAN RQ-KEY
               INVALID KEY
                   MOVE "Y" TO WS-READ-EOF
           END-START.
           PERFORM SCAN-FOR-PENDING UNTIL WS-READ-DONE.
           IF NOT WS-REQUEST-FOUND
               MOVE 4 TO LK-COMPLETION-CODE
           END-IF.

       SCAN-FOR-PENDING.
           READ REQUEST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-READ-EOF
           END-READ.
           IF WS-REQ-STATUS NOT = "00"
               MOVE "Y" TO WS-READ-EOF
           END-IF.
           IF NOT WS-READ-DONE
               IF RQ-RUNNING
                   DISPLAY "CHARTRQS: REQUEST " RQ-KEY " WAS LEFT"
                       " RUNNING, MARKED FAILED"
                   MOVE "F" TO RQ-STATUS
                   MOVE 99 TO RQ-COMPLETION-CODE
                   PERFORM REWRITE-REQUEST
               ELSE
                   IF RQ-PENDING
                       PERFORM TAKE-PENDING-REQUEST
                   END-IF
               END-IF
           END-IF.

       TAKE-PENDING-REQUEST.
           MOVE "R" TO RQ-STATUS.
           MOVE ZERO TO RQ-COMPLETION-CODE.
           PERFORM REWRITE-REQUEST.
           IF WS-REQ-STATUS = "00"
               MOVE RQ-KEY TO LK-REQUEST-KEY
               MOVE RQ-CHART-ID TO LK-CHART-ID
               MOVE RQ-DATA-FILE TO LK-DATA-FILE
               MOVE RQ-TYPE TO LK-TYPE
               MOVE RQ-FROM-DATE TO LK-FROM-DATE
               MOVE RQ-TO-DATE TO LK-TO-DATE
               MOVE RQ-MODE TO LK-MODE
               MOVE RQ-OUT-QUEUE TO LK-OUT-QUEUE
               MOVE SPACES TO LK-RECIPIENT
               STRING "ON REQUEST OF " DELIMITED BY SIZE
                      RQ-REQUESTER DELIMITED BY SIZE
                   INTO LK-RECIPIENT
               END-STRING
               MOVE "Y" TO WS-FOUND-FLAG
           ELSE
               MOVE 16 TO LK-COMPLETION-CODE
           END-IF.
           MOVE "Y" TO WS-READ-EOF.

      *****************************************************************
      *    DONE - RECORD HOW THE REQUEST CAME OUT.
      *****************************************************************
       MARK-REQUEST-DONE.
           MOVE LK-REQUEST-KEY TO RQ-KEY.
           READ REQUEST-FILE KEY IS RQ-KEY
               INVALID KEY
                   DISPLAY "CHARTRQS: REQUEST " LK-REQUEST-KEY
                       " NOT ON CHARTREQ"
                   MOVE 20 TO LK-COMPLETION-CODE
                   GO TO MARK-REQUEST-EXIT
           END-READ.
           IF LK-REQUEST-RC = ZERO OR LK-REQUEST-RC = 4
               MOVE "C" TO RQ-STATUS
           ELSE
               MOVE "F" TO RQ-STATUS
           END-IF.
           MOVE LK-REQUEST-RC TO RQ-COMPLETION-CODE.
           PERFORM REWRITE-REQUEST.
           IF WS-REQ-STATUS NOT = "00"
               MOVE 16 TO LK-COMPLETION-CODE
           END-IF.
       MARK-REQUEST-EXIT.
           EXIT.

       REWRITE-REQUEST.
           MOVE WS-TIMESTAMP TO RQ-STATUS-TIME.
           REWRITE CHART-REQUEST-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-REQ-STATUS NOT = "00"
               DISPLAY "CHARTRQS: REWRITE FAILED FOR REQUEST " RQ-KEY
                   ", STATUS=" WS-REQ-STATUS
           END-IF.
