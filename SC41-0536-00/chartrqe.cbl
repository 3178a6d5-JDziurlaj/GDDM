       IDENTIFICATION DIVISION.

       PROGRAM-ID. CHARTRQE.
      *****************************************************************
      *    CHARTRQE IS THE WORKSTATION PROGRAM A MANAGER USES TO ASK
      *    FOR A ONE-OFF CHART INSTEAD OF PHONING OPERATIONS. THE
      *    REQUEST GOES ON THE CHARTREQ QUEUE (SEE CHREQ) AND THE
      *    CHARTRQP DAYTIME RUN PRODUCES IT, BEHIND A SEPARATOR PAGE
      *    THAT NAMES THE REQUESTER.
      *
      *      A  ADDS A REQUEST: CHART ID, REQUEST TYPE, DATE OR DATE
      *         RANGE, MODE OVERRIDE AND OUTPUT QUEUE.
      *           D  A DAY'S CHART FROM CHARTDAT (CHARTDRV).
      *           T  A TREND OVER A RANGE OF CHART DATES (CHARTTRD -
      *              THE LAST 31 DAYS ON FILE IN THE RANGE).
      *           H  AN ARCHIVED DAY, RESTORED FROM THE CHARHIST
      *              GENERATIONS BY CHARTARC AND THEN CHARTED.
      *      L  LISTS REQUESTS - THE USER'S OWN, OR EVERYONE'S - WITH
      *         THEIR STATUS AND, ONCE RUN, THE RETURN CODE AND WHAT
      *         IT MEANS. THE LINE NUMBERS ARE WHAT C ASKS FOR.
      *      C  CANCELS ONE OF THE USER'S OWN REQUESTS THAT HAS NOT
      *         YET BEEN PICKED UP.
      *
      *    THE CHARTRQP RUN CHARTS IN BATCH MODE, WHERE CHARTDRV AND
      *    CHARTTRD MAKE NO AUTHORITY CHECK, SO THE CHECK IS MADE
      *    HERE: A REQUEST IS ONLY TAKEN FROM A USER CHARTAUT SAYS MAY
      *    VIEW THE CHART ID (SEE CHAUTH). FINISHED REQUESTS STAY ON
      *    CHARTREQ SO THE REQUESTER CAN LOOK UP HOW THEY CAME OUT.
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
           SELECT DEPT-LIST-FILE ASSIGN TO DEPTLIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CHREQ.
       FD  DEPT-LIST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CHDEPT.
       WORKING-STORAGE SECTION.
       77  WS-REQ-STATUS     PIC X(2).
       77  WS-DEPT-STATUS    PIC X(2).
       77  WS-FUNCTION       PIC X.
       77  WS-DONE           PIC X        VALUE "N".
           88  WS-END-REQUESTED            VALUE "Y".
       77  WS-REPLY          PIC X(40).
       77  WS-USER-ID        PIC X(10).
       77  WS-SELECT-USER    PIC X(10).
       77  WS-REQ-EOF        PIC X.
           88  WS-REQ-END                  VALUE "Y".
       77  WS-DEPT-EOF       PIC X.
           88  WS-DEPT-END                 VALUE "Y".
       77  WS-SELECT-FLAG    PIC X.
           88  WS-SELECT-OK                VALUE "Y".
       77  WS-DIGITS         PIC S9(5) COMP-4.
       77  WS-ENTRY-SUB      PIC S9(5) COMP-4.
       77  LIST-COUNT        PIC S9(5) COMP-4 VALUE ZERO.
       77  SHOWN-COUNT       PIC S9(7) COMP-4.
      *    THE DATE PROMPT: WHAT TO ASK, AND WHAT A BLANK REPLY MEANS -
      *    T = TODAY, O = OPEN (LEFT BLANK), R = A DATE IS REQUIRED.
       77  WS-DATE-PROMPT    PIC X(40).
       77  WS-BLANK-RULE     PIC X.
           88  WS-BLANK-TODAY              VALUE "T".
           88  WS-BLANK-OPEN               VALUE "O".
       77  WS-SAVE-DATE      PIC X(8).
       77  WS-DATE-FLAG      PIC X.
           88  WS-DATE-OK                  VALUE "Y".
       77  WS-EDIT-YEAR      PIC S9(5) COMP-4.
       77  WS-MONTH-LEN      PIC S9(5) COMP-4.
       77  WS-DATE-QUOT      PIC S9(5) COMP-4.
       77  WS-DATE-REM       PIC S9(5) COMP-4.
       01  WS-DATE-PARTS.
           05  WS-DATE-CC    PIC 9(2).
           05  WS-DATE-YY    PIC 9(2).
           05  WS-DATE-MM    PIC 9(2).
           05  WS-DATE-DD    PIC 9(2).
       01  WS-NUM-TEXT       PIC X(3).
       01  WS-NUM-VALUE REDEFINES WS-NUM-TEXT
                             PIC 9(3).
       01  WS-COUNT-EDIT     PIC Z(6)9.
       01  WS-RC-EDIT        PIC -(4)9.
       01  WS-LIST-LINE.
           05  LL-NUMBER          PIC ZZ9.
           05  LL-NUMBER-TEXT REDEFINES LL-NUMBER
                                  PIC X(3).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  LL-ENTERED         PIC X(14).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  LL-REQUESTER       PIC X(10).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  LL-CHART-ID        PIC X(8).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  LL-TYPE            PIC X.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  LL-FROM-DATE       PIC X(8).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  LL-TO-DATE         PIC X(8).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  LL-MODE            PIC X(4).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  LL-OUT-QUEUE       PIC X(10).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  LL-STATUS          PIC X(9).
      *    KEYS OF THE LINES ON THE LAST LIST, BY LINE NUMBER.
       01  LIST-TABLE.
           03  LIST-ENTRY OCCURS 200 TIMES.
               05  LT-KEY             PIC X(24).
      *    CHARTAUT PARAMETERS - SEE CHARTAUT.
       77  WS-PROGRAM-NAME   PIC X(8)     VALUE "CHARTRQE".
       77  WS-AUTH-OBJECT    PIC X(10).
       77  WS-AUTH-ACCESS    PIC X        VALUE "V".
       77  WS-AUTH-ALLOWED   PIC X.
           88  WS-AUTH-OK                  VALUE "Y".
       77  WS-AUTH-RC        PIC S9(5) COMP-3.
       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM GET-USER-ID.
           OPEN I-O REQUEST-FILE.
           IF WS-REQ-STATUS = "35"
               OPEN OUTPUT REQUEST-FILE
               CLOSE REQUEST-FILE
               OPEN I-O REQUEST-FILE
           END-IF.
           IF WS-REQ-STATUS NOT = "00"
               DISPLAY "CHARTRQE: UNABLE TO OPEN CHARTREQ, STATUS="
                   WS-REQ-STATUS
               STOP RUN
           END-IF.
           PERFORM PROCESS-ONE-FUNCTION UNTIL WS-END-REQUESTED.
           CLOSE REQUEST-FILE.
           STOP RUN.

       GET-USER-ID.
           MOVE SPACES TO WS-USER-ID.
           CALL "CHARTUSR" USING WS-USER-ID
               ON EXCEPTION
                   MOVE "*UNKNOWN" TO WS-USER-ID
           END-CALL.

       PROCESS-ONE-FUNCTION.
           DISPLAY " ".
           DISPLAY "CHARTRQE - ON-DEMAND CHART REQUESTS".
           DISPLAY "  A=ADD REQUEST  L=LIST / STATUS  C=CANCEL  E=END".
           DISPLAY "FUNCTION:".
           ACCEPT WS-FUNCTION.
           EVALUATE WS-FUNCTION
               WHEN "A"
                   PERFORM ADD-REQUEST THRU ADD-REQUEST-EXIT
               WHEN "L"
                   PERFORM LIST-REQUESTS
               WHEN "C"
                   PERFORM CANCEL-REQUEST THRU CANCEL-REQUEST-EXIT
               WHEN "E"
                   MOVE "Y" TO WS-DONE
               WHEN OTHER
                   DISPLAY "CHARTRQE: FUNCTION " WS-FUNCTION
                       " NOT RECOGNIZED"
           END-EVALUATE.

      *****************************************************************
      *    A - ADD A REQUEST TO THE QUEUE.
      *****************************************************************
       ADD-REQUEST.
           MOVE SPACES TO CHART-REQUEST-RECORD.
           DISPLAY "CHART ID:".
           ACCEPT WS-REPLY.
           IF WS-REPLY = SPACES
               DISPLAY "CHARTRQE: A CHART ID IS REQUIRED"
               GO TO ADD-REQUEST-EXIT
           END-IF.
           MOVE WS-REPLY (1:8) TO RQ-CHART-ID.
           PERFORM CHECK-AUTHORITY.
           IF NOT WS-AUTH-OK
               GO TO ADD-REQUEST-EXIT
           END-IF.
           PERFORM FIND-DATA-FILE.
           DISPLAY "D=DAILY CHART  T=TREND  H=RESTORED HISTORY"
               " (BLANK=D):".
           ACCEPT WS-REPLY.
           MOVE WS-REPLY (1:1) TO RQ-TYPE.
           IF RQ-TYPE = SPACE
               MOVE "D" TO RQ-TYPE
           END-IF.
           EVALUATE TRUE
               WHEN RQ-DAILY
                   MOVE "CHART DATE (CCYYMMDD, BLANK=TODAY):"
                       TO WS-DATE-PROMPT
                   MOVE "T" TO WS-BLANK-RULE
                   PERFORM GET-DATE-REPLY
                   MOVE WS-SAVE-DATE TO RQ-FROM-DATE
               WHEN RQ-HISTORY
                   MOVE "ARCHIVED CHART DATE (CCYYMMDD):"
                       TO WS-DATE-PROMPT
                   MOVE "R" TO WS-BLANK-RULE
                   PERFORM GET-DATE-REPLY
                   MOVE WS-SAVE-DATE TO RQ-FROM-DATE
               WHEN RQ-TREND
                   MOVE "FROM DATE (CCYYMMDD, BLANK=FIRST ON FILE):"
                       TO WS-DATE-PROMPT
                   MOVE "O" TO WS-BLANK-RULE
                   PERFORM GET-DATE-REPLY
                   MOVE WS-SAVE-DATE TO RQ-FROM-DATE
                   MOVE "TO DATE (CCYYMMDD, BLANK=LATEST ON FILE):"
                       TO WS-DATE-PROMPT
                   PERFORM GET-DATE-REPLY
                   MOVE WS-SAVE-DATE TO RQ-TO-DATE
                   IF RQ-FROM-DATE NOT = SPACES
                       AND RQ-TO-DATE NOT = SPACES
                       AND RQ-FROM-DATE > RQ-TO-DATE
                       DISPLAY "CHARTRQE: FROM DATE IS AFTER TO DATE"
                       GO TO ADD-REQUEST-EXIT
                   END-IF
               WHEN OTHER
                   DISPLAY "CHARTRQE: REQUEST TYPE " RQ-TYPE
                       " NOT RECOGNIZED"
                   GO TO ADD-REQUEST-EXIT
           END-EVALUATE.
           DISPLAY "MODE LINE, BAR OR PIE (BLANK=THE CHART'S OWN):".
           ACCEPT WS-REPLY.
           MOVE WS-REPLY (1:4) TO RQ-MODE.
           IF RQ-MODE NOT = SPACES AND RQ-MODE NOT = "LINE"
               AND RQ-MODE NOT = "BAR " AND RQ-MODE NOT = "PIE "
               DISPLAY "CHARTRQE: MODE MUST BE LINE, BAR OR PIE"
               GO TO ADD-REQUEST-EXIT
           END-IF.
           DISPLAY "OUTPUT QUEUE (BLANK=THE CHART'S USUAL PRINTER):".
           ACCEPT WS-REPLY.
           MOVE WS-REPLY (1:10) TO RQ-OUT-QUEUE.
           ACCEPT RQ-ENTERED (1:8) FROM DATE YYYYMMDD.
           ACCEPT RQ-ENTERED (9:6) FROM TIME.
           MOVE WS-USER-ID TO RQ-REQUESTER.
           MOVE "P" TO RQ-STATUS.
           MOVE RQ-ENTERED TO RQ-STATUS-TIME.
           MOVE ZERO TO RQ-COMPLETION-CODE.
      *    THE KEY IS THE SECOND THE REQUEST WAS ENTERED, SO A SECOND
      *    REQUEST KEYED IN THE SAME SECOND IS TURNED AWAY, NOT LOST.
           WRITE CHART-REQUEST-RECORD
               INVALID KEY
                   DISPLAY "CHARTRQE: ANOTHER REQUEST WAS ENTERED THIS"
                       " SECOND - ENTER THIS ONE AGAIN"
                   GO TO ADD-REQUEST-EXIT
           END-WRITE.
           IF WS-REQ-STATUS NOT = "00"
               DISPLAY "CHARTRQE: WRITE FAILED, STATUS=" WS-REQ-STATUS
               GO TO ADD-REQUEST-EXIT
           END-IF.
           DISPLAY "CHARTRQE: REQUEST QUEUED AT " RQ-ENTERED
               " - USE L TO SEE HOW IT CAME OUT".
       ADD-REQUEST-EXIT.
           EXIT.

       CHECK-AUTHORITY.
      *    A CHARTAUT THAT CANNOT BE CALLED REFUSES, THE SAME AS ONE
      *    THAT CANNOT READ CHAUTH.
           MOVE RQ-CHART-ID TO WS-AUTH-OBJECT.
           MOVE ZERO TO WS-AUTH-RC.
           CALL "CHARTAUT" USING WS-USER-ID, WS-PROGRAM-NAME,
                   WS-AUTH-OBJECT, WS-AUTH-ACCESS, WS-AUTH-ALLOWED,
                   WS-AUTH-RC
               ON EXCEPTION
                   MOVE "N" TO WS-AUTH-ALLOWED
                   MOVE 16 TO WS-AUTH-RC
           END-CALL.
           IF NOT WS-AUTH-OK
               DISPLAY "CHARTRQE: " WS-USER-ID " IS NOT AUTHORIZED TO"
                   " VIEW " RQ-CHART-ID ", RC=" WS-AUTH-RC
           END-IF.

       FIND-DATA-FILE.
      *    CHARTBAT CHARTS EACH DEPTLIST ENTRY FROM THE FILE OF THAT
      *    NAME, UNDER ITS FIRST EIGHT CHARACTERS AS THE CHART ID; A
      *    CHART ID WITH NO DEPTLIST ENTRY IS CHARTED FROM CHARTDAT.
           MOVE SPACES TO RQ-DATA-FILE.
           OPEN INPUT DEPT-LIST-FILE.
           IF WS-DEPT-STATUS = "00"
               MOVE "N" TO WS-DEPT-EOF
               PERFORM READ-DEPT-ENTRY UNTIL WS-DEPT-END
               CLOSE DEPT-LIST-FILE
           END-IF.

       READ-DEPT-ENTRY.
           READ DEPT-LIST-FILE
               AT END
                   MOVE "Y" TO WS-DEPT-EOF
           END-READ.
           IF WS-DEPT-STATUS NOT = "00"
               MOVE "Y" TO WS-DEPT-EOF
           END-IF.
           IF NOT WS-DEPT-END
               IF DL-DEPT (1:8) = RQ-CHART-ID
                   MOVE DL-DEPT TO RQ-DATA-FILE
                   MOVE "Y" TO WS-DEPT-EOF
               END-IF
           END-IF.

       GET-DATE-REPLY.
           MOVE "N" TO WS-DATE-FLAG.
           PERFORM GET-ONE-DATE UNTIL WS-DATE-OK.

       GET-ONE-DATE.
      *    A MALFORMED DATE WOULD ONLY FAIL IN THE REQUEST RUN, SO IT
      *    IS EDITED HERE AND RE-PROMPTED, AS CHARTMNT DOES.
           DISPLAY WS-DATE-PROMPT.
           ACCEPT WS-REPLY.
           IF WS-REPLY = SPACES
               EVALUATE TRUE
                   WHEN WS-BLANK-TODAY
                       ACCEPT WS-SAVE-DATE FROM DATE YYYYMMDD
                       MOVE "Y" TO WS-DATE-FLAG
                   WHEN WS-BLANK-OPEN
                       MOVE SPACES TO WS-SAVE-DATE
                       MOVE "Y" TO WS-DATE-FLAG
                   WHEN OTHER
                       DISPLAY "CHARTRQE: A DATE IS REQUIRED"
               END-EVALUATE
           ELSE
               MOVE WS-REPLY (1:8) TO WS-SAVE-DATE
               PERFORM EDIT-REQUEST-DATE
               IF NOT WS-DATE-OK
                   DISPLAY "CHARTRQE: " WS-SAVE-DATE
                       " IS NOT A VALID CCYYMMDD DATE"
               END-IF
           END-IF.

       EDIT-REQUEST-DATE.
           MOVE "N" TO WS-DATE-FLAG.
           MOVE WS-SAVE-DATE TO WS-DATE-PARTS.
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

      *****************************************************************
      *    L - LIST REQUESTS AND HOW THEY CAME OUT.
      *****************************************************************
       LIST-REQUESTS.
           DISPLAY "USER (BLANK=YOUR OWN, *ALL=EVERYONE):".
           ACCEPT WS-REPLY.
           MOVE WS-REPLY (1:10) TO WS-SELECT-USER.
           IF WS-SELECT-USER = SPACES
               MOVE WS-USER-ID TO WS-SELECT-USER
           END-IF.
           MOVE ZERO TO LIST-COUNT.
           MOVE ZERO TO SHOWN-COUNT.
           DISPLAY " NO ENTERED        USER       CHART ID T FROM    "
               " TO       MODE OUTQ       STATUS".
           MOVE "N" TO WS-REQ-EOF.
           MOVE LOW-VALUES TO RQ-KEY.
           START REQUEST-FILE KEY IS NOT LESS THAN RQ-KEY
               INVALID KEY
                   MOVE "Y" TO WS-REQ-EOF
           END-START.
           PERFORM LIST-ONE-REQUEST UNTIL WS-REQ-END.
           MOVE SHOWN-COUNT TO WS-COUNT-EDIT.
           DISPLAY "CHARTRQE: " WS-COUNT-EDIT " REQUESTS LISTED".
           IF SHOWN-COUNT > LIST-COUNT
               DISPLAY "CHARTRQE: ONLY THE FIRST 200 ARE NUMBERED"
           END-IF.

       LIST-ONE-REQUEST.
           READ REQUEST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-REQ-EOF
           END-READ.
           IF WS-REQ-STATUS NOT = "00"
               MOVE "Y" TO WS-REQ-EOF
           END-IF.
           IF NOT WS-REQ-END
               IF WS-SELECT-USER = "*ALL"
                   OR RQ-REQUESTER = WS-SELECT-USER
                   ADD 1 TO SHOWN-COUNT
                   IF LIST-COUNT < 200
                       ADD 1 TO LIST-COUNT
                       MOVE RQ-KEY TO LT-KEY (LIST-COUNT)
                       MOVE LIST-COUNT TO LL-NUMBER
                   ELSE
                       MOVE SPACES TO LL-NUMBER-TEXT
                   END-IF
                   PERFORM SHOW-REQUEST
               END-IF
           END-IF.

       SHOW-REQUEST.
           MOVE RQ-ENTERED TO LL-ENTERED.
           MOVE RQ-REQUESTER TO LL-REQUESTER.
           MOVE RQ-CHART-ID TO LL-CHART-ID.
           MOVE RQ-TYPE TO LL-TYPE.
           MOVE RQ-FROM-DATE TO LL-FROM-DATE.
           MOVE RQ-TO-DATE TO LL-TO-DATE.
           MOVE RQ-MODE TO LL-MODE.
           MOVE RQ-OUT-QUEUE TO LL-OUT-QUEUE.
           EVALUATE TRUE
               WHEN RQ-PENDING
                   MOVE "PENDING" TO LL-STATUS
               WHEN RQ-RUNNING
                   MOVE "RUNNING" TO LL-STATUS
               WHEN RQ-COMPLETED
                   MOVE "COMPLETED" TO LL-STATUS
               WHEN RQ-FAILED
                   MOVE "FAILED" TO LL-STATUS
               WHEN RQ-CANCELLED
                   MOVE "CANCELLED" TO LL-STATUS
               WHEN OTHER
                   MOVE RQ-STATUS TO LL-STATUS
           END-EVALUATE.
           DISPLAY WS-LIST-LINE.
           IF RQ-COMPLETED OR RQ-FAILED
               PERFORM SHOW-OUTCOME
           END-IF.

       SHOW-OUTCOME.
      *    THE RETURN CODE OF THE PROGRAM THAT RAN THE REQUEST, IN
      *    THE WORDS ITS HEADER GIVES IT, SO THE REQUESTER NEED NOT
      *    CALL OPERATIONS TO FIND OUT WHAT WENT WRONG.
           MOVE RQ-COMPLETION-CODE TO WS-RC-EDIT.
           EVALUATE RQ-COMPLETION-CODE
               WHEN 0
                   DISPLAY "      RC" WS-RC-EDIT " ON "
                       RQ-STATUS-TIME " - PRINTED"
               WHEN 4
                   DISPLAY "      RC" WS-RC-EDIT " ON "
                       RQ-STATUS-TIME " - PRINTED, WITH A WARNING"
               WHEN 16
                   DISPLAY "      RC" WS-RC-EDIT " ON "
                       RQ-STATUS-TIME " - CHART DATA COULD NOT BE"
                       " OPENED"
               WHEN 20
                   DISPLAY "      RC" WS-RC-EDIT " ON "
                       RQ-STATUS-TIME " - NO DATA ON FILE FOR THAT"
                       " CHART ID AND DATE"
               WHEN 8
               WHEN 12
               WHEN 24
                   DISPLAY "      RC" WS-RC-EDIT " ON "
                       RQ-STATUS-TIME " - THE DATA WAS REJECTED BY"
                       " CHART - SEE OPERATIONS"
               WHEN 99
                   DISPLAY "      RC" WS-RC-EDIT " ON "
                       RQ-STATUS-TIME " - THE RUN ENDED ABNORMALLY -"
                       " ENTER IT AGAIN"
               WHEN OTHER
                   DISPLAY "      RC" WS-RC-EDIT " ON "
                       RQ-STATUS-TIME " - SEE OPERATIONS"
           END-EVALUATE.

      *****************************************************************
      *    C - CANCEL A REQUEST NOT YET PICKED UP.
      *****************************************************************
       CANCEL-REQUEST.
           IF LIST-COUNT = ZERO
               DISPLAY "CHARTRQE: LIST THE REQUESTS FIRST (L)"
               GO TO CANCEL-REQUEST-EXIT
           END-IF.
           DISPLAY "LINE NUMBER FROM THE LAST LIST:".
           ACCEPT WS-REPLY.
           PERFORM SELECT-LINE.
           IF NOT WS-SELECT-OK
               DISPLAY "CHARTRQE: LINE MUST BE 1 TO " LIST-COUNT
               GO TO CANCEL-REQUEST-EXIT
           END-IF.
      *    THE REQUEST IS READ AGAIN - THE RUN MAY HAVE PICKED IT UP
      *    SINCE THE LIST WAS SHOWN.
           MOVE LT-KEY (WS-ENTRY-SUB) TO RQ-KEY.
           READ REQUEST-FILE KEY IS RQ-KEY
               INVALID KEY
                   DISPLAY "CHARTRQE: THAT REQUEST IS NO LONGER ON"
                       " CHARTREQ"
                   GO TO CANCEL-REQUEST-EXIT
           END-READ.
           IF RQ-REQUESTER NOT = WS-USER-ID
               DISPLAY "CHARTRQE: ONLY " RQ-REQUESTER
                   " CAN CANCEL THAT REQUEST"
               GO TO CANCEL-REQUEST-EXIT
           END-IF.
           IF NOT RQ-PENDING
               PERFORM SHOW-REQUEST
               DISPLAY "CHARTRQE: ONLY A PENDING REQUEST CAN BE"
                   " CANCELLED"
               GO TO CANCEL-REQUEST-EXIT
           END-IF.
           MOVE "X" TO RQ-STATUS.
           ACCEPT RQ-STATUS-TIME (1:8) FROM DATE YYYYMMDD.
           ACCEPT RQ-STATUS-TIME (9:6) FROM TIME.
           REWRITE CHART-REQUEST-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-REQ-STATUS = "00"
               DISPLAY "CHARTRQE: REQUEST CANCELLED"
           ELSE
               DISPLAY "CHARTRQE: REWRITE FAILED, STATUS="
                   WS-REQ-STATUS
           END-IF.
       CANCEL-REQUEST-EXIT.
           EXIT.

       SELECT-LINE.
      *    THE LINE NUMBER IS KEYED AS IT WAS LISTED, WITH OR WITHOUT
      *    LEADING ZEROS, AND RIGHT-JUSTIFIED BEFORE IT IS TESTED.
           MOVE "N" TO WS-SELECT-FLAG.
           MOVE SPACES TO WS-NUM-TEXT.
           MOVE ZERO TO WS-DIGITS.
           INSPECT WS-REPLY TALLYING WS-DIGITS
               FOR CHARACTERS BEFORE INITIAL " ".
           IF WS-DIGITS > 0 AND WS-DIGITS NOT > 3
               MOVE ZEROS TO WS-NUM-TEXT
               MOVE WS-REPLY (1:WS-DIGITS)
                   TO WS-NUM-TEXT (4 - WS-DIGITS:WS-DIGITS)
           END-IF.
           IF WS-NUM-TEXT NUMERIC
               IF WS-NUM-VALUE >= 1 AND WS-NUM-VALUE <= LIST-COUNT
                   MOVE WS-NUM-VALUE TO WS-ENTRY-SUB
                   MOVE "Y" TO WS-SELECT-FLAG
               END-IF
           END-IF.
