       IDENTIFICATION DIVISION.

       PROGRAM-ID. CHARTEXR.
      *****************************************************************
      *    CHARTEXR IS THE WORKSTATION PROGRAM THE REVIEWERS USE TO
      *    WORK THE LIMITS BREACHES CHARTDRV RECORDS IN CHARTEXC. THE
      *    FOLLOW-UP LIVES IN CHEXSTAT (SEE CHEXST); CHARTEXS IS
      *    CALLED FIRST SO LAST NIGHT'S BREACHES ARE ON THE LIST.
      *
      *      L  LISTS THE BREACHES STILL UNEXPLAINED (OPEN OR
      *         ACKNOWLEDGED), OR THOSE EXPLAINED AND WAITING TO BE
      *         CLOSED, FOR ONE CHART ID OR ALL, NUMBERING EACH LINE.
      *         THE NUMBERS ARE WHAT A, X AND C ASK FOR, AND HOLD
      *         UNTIL THE NEXT LIST.
      *      A  ACKNOWLEDGES AN OPEN BREACH - SOMEBODY HAS SEEN IT.
      *      X  RECORDS THE EXPLANATION FOR A BREACH NOT YET CLOSED,
      *         REPLACING ANY EARLIER ONE.
      *      C  CLOSES AN EXPLAINED BREACH, WITH A CONFIRMATION. A
      *         BREACH NOBODY HAS EXPLAINED CANNOT BE CLOSED.
      *
      *    A, X AND C TAKE ONE LINE NUMBER, OR ALL FOR EVERY LINE OF
      *    THE LAST LIST - ONE EXPLANATION FOR A WHOLE BAD NIGHT ON A
      *    CHART ID. EVERY CHANGE IS STAMPED WITH THE DATE AND THE
      *    REVIEWER'S USER PROFILE FROM CHARTUSR.
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
       DATA DIVISION.
       FILE SECTION.
       FD  EXCP-STATUS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CHEXST.
       WORKING-STORAGE SECTION.
       77  WS-EXST-STATUS    PIC X(2).
       77  WS-FUNCTION       PIC X.
       77  WS-DONE           PIC X        VALUE "N".
           88  WS-END-REQUESTED            VALUE "Y".
       77  WS-REPLY          PIC X(40).
       77  WS-EXPLANATION    PIC X(60).
       77  WS-USER-ID        PIC X(10).
       77  WS-TODAY          PIC X(8).
       77  WS-SYNC-RC        PIC S9(5) COMP-3.
       77  WS-SELECT-ID      PIC X(8).
       77  WS-LIST-KIND      PIC X.
           88  WS-LIST-UNEXPLAINED         VALUE "U".
           88  WS-LIST-EXPLAINED           VALUE "E".
       77  WS-ACTION         PIC X.
           88  WS-ACKNOWLEDGE              VALUE "A".
           88  WS-EXPLAIN                  VALUE "X".
           88  WS-CLOSE                    VALUE "C".
       77  WS-EXST-EOF       PIC X.
           88  WS-EXST-END                 VALUE "Y".
       77  WS-SELECT-FLAG    PIC X.
           88  WS-SELECT-OK                VALUE "Y".
       77  WS-DIGITS         PIC S9(5) COMP-4.
       77  WS-ENTRY-SUB      PIC S9(5) COMP-4.
       77  WS-FIRST-SUB      PIC S9(5) COMP-4.
       77  WS-LAST-SUB       PIC S9(5) COMP-4.
       77  LIST-COUNT        PIC S9(5) COMP-4 VALUE ZERO.
       77  SHOWN-COUNT       PIC S9(7) COMP-4.
       77  CHANGED-COUNT     PIC S9(7) COMP-4.
       01  WS-NUM-TEXT       PIC X(3).
       01  WS-NUM-VALUE REDEFINES WS-NUM-TEXT
                             PIC 9(3).
       01  WS-COUNT-EDIT     PIC Z(6)9.
       01  WS-LIST-LINE.
           05  LL-NUMBER          PIC ZZ9.
           05  LL-NUMBER-TEXT REDEFINES LL-NUMBER
                                  PIC X(3).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  LL-CHART-ID        PIC X(8).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  LL-CHART-DATE      PIC X(8).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  LL-SERIES          PIC 9.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  LL-POINT           PIC Z9.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  LL-Y-VALUE         PIC -(5)9.9.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  LL-REASON          PIC X(12).
           05  LL-LIMIT           PIC -(5)9.9.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  LL-STATUS          PIC X.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  LL-STATUS-DATE     PIC X(8).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  LL-REVIEWER        PIC X(10).
      *    KEYS OF THE LINES ON THE LAST LIST, BY LINE NUMBER.
       01  LIST-TABLE.
           03  LIST-ENTRY OCCURS 200 TIMES.
               05  LT-KEY             PIC X(31).
       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM GET-USER-ID.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE ZERO TO WS-SYNC-RC.
           CALL "CHARTEXS" USING WS-SYNC-RC
               ON EXCEPTION
                   MOVE 16 TO WS-SYNC-RC
           END-CALL.
           IF WS-SYNC-RC NOT = ZERO
               DISPLAY "CHARTEXR: CHEXSTAT NOT BROUGHT UP TO DATE FROM"
                   " CHARTEXC, RC=" WS-SYNC-RC
               DISPLAY "CHARTEXR: THE NEWEST BREACHES MAY BE MISSING"
                   " FROM THE LIST"
           END-IF.
           OPEN I-O EXCP-STATUS-FILE.
           IF WS-EXST-STATUS = "35"
               DISPLAY "CHARTEXR: CHEXSTAT DOES NOT EXIST - NO LIMITS"
                   " BREACH HAS BEEN RECORDED"
               STOP RUN
           END-IF.
           IF WS-EXST-STATUS NOT = "00"
               DISPLAY "CHARTEXR: UNABLE TO OPEN CHEXSTAT, STATUS="
                   WS-EXST-STATUS
               STOP RUN
           END-IF.
           PERFORM PROCESS-ONE-FUNCTION UNTIL WS-END-REQUESTED.
           CLOSE EXCP-STATUS-FILE.
           STOP RUN.

       GET-USER-ID.
           MOVE SPACES TO WS-USER-ID.
           CALL "CHARTUSR" USING WS-USER-ID
               ON EXCEPTION
                   MOVE "*UNKNOWN" TO WS-USER-ID
           END-CALL.

       PROCESS-ONE-FUNCTION.
           DISPLAY " ".
           DISPLAY "CHARTEXR - LIMITS EXCEPTION FOLLOW-UP".
           DISPLAY "  L=LIST  A=ACKNOWLEDGE  X=EXPLAIN  C=CLOSE".
           DISPLAY "  E=END".
           DISPLAY "FUNCTION:".
           ACCEPT WS-FUNCTION.
           EVALUATE WS-FUNCTION
               WHEN "L"
                   PERFORM LIST-EXCEPTIONS
               WHEN "A"
               WHEN "X"
               WHEN "C"
                   MOVE WS-FUNCTION TO WS-ACTION
                   PERFORM UPDATE-EXCEPTIONS THRU UPDATE-EXCEPTIONS-EXIT
               WHEN "E"
                   MOVE "Y" TO WS-DONE
               WHEN OTHER
                   DISPLAY "CHARTEXR: FUNCTION " WS-FUNCTION
                       " NOT RECOGNIZED"
           END-EVALUATE.

      *****************************************************************
      *    L - LIST THE UNEXPLAINED OR THE EXPLAINED BREACHES.
      *****************************************************************
       LIST-EXCEPTIONS.
           DISPLAY "CHART ID (BLANK=ALL):".
           ACCEPT WS-REPLY.
           MOVE WS-REPLY (1:8) TO WS-SELECT-ID.
           DISPLAY "U=UNEXPLAINED  E=EXPLAINED, NOT CLOSED (BLANK=U):".
           ACCEPT WS-REPLY.
           MOVE WS-REPLY (1:1) TO WS-LIST-KIND.
           IF NOT WS-LIST-EXPLAINED
               MOVE "U" TO WS-LIST-KIND
           END-IF.
           MOVE ZERO TO LIST-COUNT.
           MOVE ZERO TO SHOWN-COUNT.
           DISPLAY " NO CHART ID CHT DATE  S PT    VALUE REASON      "
               "      LIMIT S ON DATE  REVIEWER".
           PERFORM START-STATUS-SCAN.
           PERFORM LIST-ONE-EXCEPTION UNTIL WS-EXST-END.
           MOVE SHOWN-COUNT TO WS-COUNT-EDIT.
           IF WS-LIST-EXPLAINED
               DISPLAY "CHARTEXR: " WS-COUNT-EDIT " BREACHES EXPLAINED"
                   " AND WAITING TO BE CLOSED"
           ELSE
               DISPLAY "CHARTEXR: " WS-COUNT-EDIT " BREACHES NOT YET"
                   " EXPLAINED"
           END-IF.
           IF SHOWN-COUNT > LIST-COUNT
               DISPLAY "CHARTEXR: ONLY THE FIRST 200 ARE NUMBERED -"
                   " LIST ONE CHART ID TO WORK THE REST"
           END-IF.

       LIST-ONE-EXCEPTION.
           PERFORM READ-NEXT-STATUS.
           IF NOT WS-EXST-END
               IF (WS-LIST-UNEXPLAINED AND ES-UNEXPLAINED)
                   OR (WS-LIST-EXPLAINED AND ES-EXPLAINED)
                   ADD 1 TO SHOWN-COUNT
                   IF LIST-COUNT < 200
                       ADD 1 TO LIST-COUNT
                       MOVE ES-KEY TO LT-KEY (LIST-COUNT)
                       MOVE LIST-COUNT TO LL-NUMBER
                   ELSE
                       MOVE SPACES TO LL-NUMBER-TEXT
                   END-IF
                   PERFORM SHOW-EXCEPTION
               END-IF
           END-IF.

       SHOW-EXCEPTION.
           MOVE ES-CHART-ID TO LL-CHART-ID.
           MOVE ES-CHART-DATE TO LL-CHART-DATE.
           MOVE ES-SERIES TO LL-SERIES.
           MOVE ES-POINT TO LL-POINT.
           MOVE ES-Y-VALUE TO LL-Y-VALUE.
           MOVE ES-REASON TO LL-REASON.
           MOVE ES-LIMIT TO LL-LIMIT.
           MOVE ES-STATUS TO LL-STATUS.
           MOVE ES-STATUS-DATE TO LL-STATUS-DATE.
           MOVE ES-REVIEWER TO LL-REVIEWER.
           DISPLAY WS-LIST-LINE.
           IF ES-EXPLANATION NOT = SPACES
               DISPLAY "      " ES-EXPLANATION
           END-IF.

      *****************************************************************
      *    A, X, C - ACKNOWLEDGE, EXPLAIN OR CLOSE LISTED BREACHES.
      *****************************************************************
       UPDATE-EXCEPTIONS.
           IF LIST-COUNT = ZERO
               DISPLAY "CHARTEXR: LIST THE BREACHES FIRST (L)"
               GO TO UPDATE-EXCEPTIONS-EXIT
           END-IF.
           DISPLAY "LINE NUMBER FROM THE LAST LIST, OR ALL:".
           ACCEPT WS-REPLY.
           PERFORM SELECT-LINES.
           IF NOT WS-SELECT-OK
               DISPLAY "CHARTEXR: LINE MUST BE 1 TO " LIST-COUNT
                   " OR ALL"
               GO TO UPDATE-EXCEPTIONS-EXIT
           END-IF.
           IF WS-EXPLAIN
               DISPLAY "EXPLANATION:"
               ACCEPT WS-EXPLANATION
               IF WS-EXPLANATION = SPACES
                   DISPLAY "CHARTEXR: AN EXPLANATION IS REQUIRED"
                   GO TO UPDATE-EXCEPTIONS-EXIT
               END-IF
           END-IF.
           IF WS-CLOSE
               DISPLAY "CLOSE - THE BREACH LEAVES THE FOLLOW-UP LISTS"
               DISPLAY "CONFIRM (Y):"
               ACCEPT WS-REPLY
               IF WS-REPLY (1:1) NOT = "Y"
                   DISPLAY "CHARTEXR: CLOSE NOT CONFIRMED"
                   GO TO UPDATE-EXCEPTIONS-EXIT
               END-IF
           END-IF.
           MOVE ZERO TO CHANGED-COUNT.
           PERFORM UPDATE-ONE-EXCEPTION THRU UPDATE-ONE-EXIT
               VARYING WS-ENTRY-SUB FROM WS-FIRST-SUB BY 1
               UNTIL WS-ENTRY-SUB > WS-LAST-SUB.
           MOVE CHANGED-COUNT TO WS-COUNT-EDIT.
           DISPLAY "CHARTEXR: " WS-COUNT-EDIT " BREACHES UPDATED".
       UPDATE-EXCEPTIONS-EXIT.
           EXIT.

       SELECT-LINES.
      *    THE LINE NUMBER IS KEYED AS IT WAS LISTED, WITH OR WITHOUT
      *    LEADING ZEROS, AND RIGHT-JUSTIFIED BEFORE IT IS TESTED.
           MOVE "N" TO WS-SELECT-FLAG.
           IF WS-REPLY (1:3) = "ALL" AND WS-REPLY (4:37) = SPACES
               MOVE 1 TO WS-FIRST-SUB
               MOVE LIST-COUNT TO WS-LAST-SUB
               MOVE "Y" TO WS-SELECT-FLAG
           ELSE
               MOVE SPACES TO WS-NUM-TEXT
               MOVE ZERO TO WS-DIGITS
               INSPECT WS-REPLY TALLYING WS-DIGITS
                   FOR CHARACTERS BEFORE INITIAL " "
               IF WS-DIGITS > 0 AND WS-DIGITS NOT > 3
                   MOVE ZEROS TO WS-NUM-TEXT
                   MOVE WS-REPLY (1:WS-DIGITS)
                       TO WS-NUM-TEXT (4 - WS-DIGITS:WS-DIGITS)
               END-IF
               IF WS-NUM-TEXT NUMERIC
                   IF WS-NUM-VALUE >= 1 AND WS-NUM-VALUE <= LIST-COUNT
                       MOVE WS-NUM-VALUE TO WS-FIRST-SUB
                       MOVE WS-NUM-VALUE TO WS-LAST-SUB
                       MOVE "Y" TO WS-SELECT-FLAG
                   END-IF
               END-IF
           END-IF.

       UPDATE-ONE-EXCEPTION.
      *    THE RECORD IS READ AGAIN BEFORE IT IS CHANGED - ANOTHER
      *    REVIEWER MAY HAVE MOVED IT ON SINCE THE LIST WAS SHOWN.
           MOVE LT-KEY (WS-ENTRY-SUB) TO ES-KEY.
           READ EXCP-STATUS-FILE KEY IS ES-KEY
               INVALID KEY
                   DISPLAY "CHARTEXR: LINE " WS-ENTRY-SUB
                       " IS NO LONGER ON CHEXSTAT"
                   GO TO UPDATE-ONE-EXIT
           END-READ.
           EVALUATE TRUE
               WHEN WS-ACKNOWLEDGE AND NOT ES-OPEN
                   PERFORM SHOW-EXCEPTION
                   DISPLAY "    NOT OPEN - STATUS " ES-STATUS " ON "
                       ES-STATUS-DATE " BY " ES-REVIEWER
                   GO TO UPDATE-ONE-EXIT
               WHEN WS-EXPLAIN AND ES-CLOSED
                   PERFORM SHOW-EXCEPTION
                   DISPLAY "    ALREADY CLOSED ON " ES-STATUS-DATE
                       " BY " ES-REVIEWER
                   GO TO UPDATE-ONE-EXIT
               WHEN WS-CLOSE AND NOT ES-EXPLAINED
                   PERFORM SHOW-EXCEPTION
                   DISPLAY "    NOT EXPLAINED - EXPLAIN IT (X) BEFORE"
                       " CLOSING IT"
                   GO TO UPDATE-ONE-EXIT
           END-EVALUATE.
           MOVE WS-ACTION TO ES-STATUS.
           IF WS-EXPLAIN
               MOVE "E" TO ES-STATUS
               MOVE WS-EXPLANATION TO ES-EXPLANATION
           END-IF.
           MOVE WS-TODAY TO ES-STATUS-DATE.
           MOVE WS-USER-ID TO ES-REVIEWER.
           REWRITE EXCEPTION-STATUS-RECORD
               INVALID KEY
                   DISPLAY "CHARTEXR: REWRITE FAILED FOR LINE "
                       WS-ENTRY-SUB ", STATUS=" WS-EXST-STATUS
           END-REWRITE.
           IF WS-EXST-STATUS = "00"
               ADD 1 TO CHANGED-COUNT
           END-IF.
       UPDATE-ONE-EXIT.
           EXIT.

      *****************************************************************
      *    SHARED HELPERS.
      *****************************************************************
       START-STATUS-SCAN.
      *    POSITIONS AT THE FIRST BREACH FOR WS-SELECT-ID, OR AT THE
      *    START OF THE FILE WHEN NO CHART ID WAS NAMED.
           MOVE "N" TO WS-EXST-EOF.
           MOVE LOW-VALUES TO ES-KEY.
           IF WS-SELECT-ID NOT = SPACES
               MOVE WS-SELECT-ID TO ES-CHART-ID
           END-IF.
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
           IF NOT WS-EXST-END AND WS-SELECT-ID NOT = SPACES
               IF ES-CHART-ID NOT = WS-SELECT-ID
                   MOVE "Y" TO WS-EXST-EOF
               END-IF
           END-IF.
