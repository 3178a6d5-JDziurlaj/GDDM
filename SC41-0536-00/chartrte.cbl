      *    CHARTBAT CALLS "ROUTE" FIRST, POINTS CHARTSEP AND THE GDDM
      *    HARDCOPY PRINTER FILE AT THE QUEUE RETURNED, THEN CALLS
      *    "BANNER" SO THE SEPARATOR SPOOLS TO THE SAME QUEUE JUST
      *    BEFORE CHARTDRV PRINTS THE CHART. THE CHARTRQP ON-DEMAND
      *    RUN CALLS "LABEL" INSTEAD, SO THE SEPARATOR CARRIES THE
      *    REQUESTER AND THE QUEUE THE REQUEST ASKED FOR.
      *
      *    CALLERS PASS SIX PARAMETERS (CL: CALL PGM(CHARTRTE)
      *    PARM(&FUNC &CHARTID &RUNDATE &OUTQ &RCPT &RC)):
      *      LK-FUNCTION         "ROUTE " - RESOLVE THE ROUTE ONLY.
      *                          "BANNER" - RESOLVE THE ROUTE AND
      *                          WRITE THE SEPARATOR PAGE TO CHARTSEP.
      *                          "LABEL " - WRITE THE SEPARATOR PAGE
      *                          FOR AN ON-DEMAND REQUEST WITH THE
      *                          QUEUE AND RECIPIENT AS PASSED; ONLY A
      *                          BLANK QUEUE IS RESOLVED FROM CHROUTE.
      *      LK-CHART-ID         THE CHART ID BEING DISTRIBUTED.
      *      LK-RUN-DATE         CCYYMMDD; SPACES IS REPLACED WITH
      *                          TODAY AND PASSED BACK, THE SAME
      *                          CONVENTION CHARTCKP USES.
      *      LK-OUT-QUEUE        RETURNED OUTPUT QUEUE/PRINTER (PASSED
      *                          IN FOR "LABEL").
      *      LK-RECIPIENT        RETURNED RECIPIENT FOR THE SEPARATOR
      *                          (PASSED IN FOR "LABEL").
      *      LK-COMPLETION-CODE  0 = ROUTED FROM THE CHART'S OWN
      *                          RECORD, 4 = THE DEFAULT ROUTE WAS
      *                          USED (THE CHART STILL PRINTS), 8 =
           88  WS-NOT-FOUND                VALUE "N".
       77  WS-DEFAULT-FLAG   PIC X        VALUE "N".
           88  WS-DEFAULT-USED             VALUE "Y".
       77  WS-SAVE-RECIPIENT PIC X(30).
       01  SEP-STAR-LINE     PIC X(132)   VALUE ALL "*".
       01  SEP-BLANK-LINE.
           05  FILLER             PIC X(1)   VALUE "*".
       01  SEP-TITLE-LINE.
           05  FILLER             PIC X(1)   VALUE "*".
           05  FILLER             PIC X(5)   VALUE SPACES.
           05  SEP-TITLE          PIC X(34).
           05  FILLER             PIC X(91)  VALUE SPACES.
           05  FILLER             PIC X(1)   VALUE "*".
       01  SEP-DETAIL-LINE.
       01  LK-FUNCTION           PIC X(6).
           88  LK-FUNC-ROUTE               VALUE "ROUTE ".
           88  LK-FUNC-BANNER              VALUE "BANNER".
           88  LK-FUNC-LABEL               VALUE "LABEL ".
       01  LK-CHART-ID           PIC X(8).
       01  LK-RUN-DATE           PIC X(8).
       01  LK-OUT-QUEUE          PIC X(10).
               ACCEPT LK-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           IF NOT LK-FUNC-ROUTE AND NOT LK-FUNC-BANNER
               AND NOT LK-FUNC-LABEL
               DISPLAY "CHARTRTE: FUNCTION " LK-FUNCTION
                   " NOT RECOGNIZED"
               MOVE 8 TO LK-COMPLETION-CODE
               GOBACK
           END-IF.
           IF LK-FUNC-LABEL
               PERFORM RESOLVE-REQUEST-QUEUE
               MOVE "ON-DEMAND CHART REQUEST" TO SEP-TITLE
           ELSE
               PERFORM RESOLVE-ROUTE THRU RESOLVE-ROUTE-EXIT
               MOVE "CHART DISTRIBUTION SEPARATOR PAGE" TO SEP-TITLE
           END-IF.
           IF LK-FUNC-BANNER OR LK-FUNC-LABEL
               PERFORM WRITE-SEPARATOR-PAGE THRU
                   WRITE-SEPARATOR-EXIT
           END-IF.
       RESOLVE-ROUTE-EXIT.
           EXIT.

       RESOLVE-REQUEST-QUEUE.
      *    THE REQUESTER NAMED THE QUEUE, OR LEFT IT TO THE CHART'S
      *    USUAL ROUTE; EITHER WAY THE SEPARATOR NAMES THE REQUESTER,
      *    NOT THE ROUTE'S RECIPIENT.
           MOVE "N" TO WS-DEFAULT-FLAG.
           IF LK-OUT-QUEUE = SPACES
               MOVE LK-RECIPIENT TO WS-SAVE-RECIPIENT
               PERFORM RESOLVE-ROUTE THRU RESOLVE-ROUTE-EXIT
               MOVE WS-SAVE-RECIPIENT TO LK-RECIPIENT
           END-IF.

       READ-ROUTE-RECORD.
           MOVE "Y" TO WS-RECORD-FOUND.
           READ ROUTE-FILE
