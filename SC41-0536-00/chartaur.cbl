       IDENTIFICATION DIVISION.

       PROGRAM-ID. CHARTAUR.
      *****************************************************************
      *    CHARTAUR IS THE ACCESS REVIEW REPORT. IT PRINTS WHO HAS
      *    ACCESS TO WHAT - EVERY CHAUTH GRANT, USER BY USER, WITH
      *    THE DEPARTMENTS A DIVISION GRANT REACHES THROUGH DEPTHIER
      *    AS IT STANDS TODAY - AND THEN THE REFUSALS CHARTAUT HAS
      *    LOGGED TO CHSECLOG OVER A DATE RANGE, SO THE ANNUAL REVIEW
      *    SEES BOTH WHAT PEOPLE MAY DO AND WHAT THEY TRIED TO DO.
      *
      *    CALLERS PASS FOUR PARAMETERS (CL: CALL PGM(CHARTAUR)
      *    PARM(&FROMDATE &TODATE &USER &RC)):
      *      LK-FROM-DATE        CCYYMMDD FIRST DATE OF REFUSALS TO
      *                          PRINT; SPACES STARTS AT THE BEGINNING
      *                          OF THE LOG.
      *      LK-TO-DATE          CCYYMMDD LAST DATE OF REFUSALS TO
      *                          PRINT; SPACES RUNS TO THE END.
      *      LK-USER             USER PROFILE TO PRINT; SPACES = ALL.
      *      LK-COMPLETION-CODE  0 = REPORT PRINTED, 4 = NO GRANTS
      *                          (OR NO CHAUTH - ACCESS CONTROL NOT
      *                          IN FORCE), 8 = A DATE IS NOT CCYYMMDD
      *                          OR THE RANGE RUNS BACKWARDS, 16 = A
      *                          FILE COULD NOT BE OPENED.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-S38.
       OBJECT-COMPUTER. IBM-S38.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTHORITY-FILE ASSIGN TO CHAUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AU-KEY
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT HIERARCHY-FILE ASSIGN TO DEPTHIER
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIER-STATUS.
           SELECT SECURITY-LOG-FILE ASSIGN TO CHSECLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.
           SELECT REPORT-FILE ASSIGN TO CHAUTPRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUTHORITY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CHAUTH.
       FD  HIERARCHY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CHHIER.
       FD  SECURITY-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CHSECL.
       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE       PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-AUTH-STATUS    PIC X(2).
       77  WS-HIER-STATUS    PIC X(2).
       77  WS-SECLOG-STATUS  PIC X(2).
       77  WS-PRINT-STATUS   PIC X(2).
       77  WS-AUTH-EOF       PIC X.
           88  WS-AUTH-END                 VALUE "Y".
       77  WS-HIER-EOF       PIC X.
           88  WS-HIER-END                 VALUE "Y".
       77  WS-SECLOG-EOF     PIC X.
           88  WS-SECLOG-END               VALUE "Y".
       77  WS-AUTH-PRESENT   PIC X        VALUE "Y".
           88  WS-NO-AUTH-FILE             VALUE "N".
       77  WS-SECLOG-PRESENT PIC X        VALUE "Y".
           88  WS-NO-SECLOG                VALUE "N".
       77  WS-FROM-DATE      PIC X(8).
       77  WS-TO-DATE        PIC X(8).
       77  WS-LAST-USER      PIC X(10).
       77  WS-SUBSCRIPT      PIC S9(5) COMP-4.
       77  WS-LINE-SUB       PIC S9(5) COMP-4.
       77  HIER-COUNT        PIC S9(5) COMP-4 VALUE ZERO.
       77  USER-COUNT        PIC S9(7) COMP-4 VALUE ZERO.
       77  GRANT-COUNT       PIC S9(7) COMP-4 VALUE ZERO.
       77  ALL-GRANT-COUNT   PIC S9(7) COMP-4 VALUE ZERO.
       77  REFUSAL-COUNT     PIC S9(7) COMP-4 VALUE ZERO.
       01  HIER-TABLE.
           03  HIER-ENTRY OCCURS 500 TIMES.
               05  HT-DEPT            PIC X(10).
               05  HT-DIVISION        PIC X(10).
       01  RPT-HEADER-1.
           05  FILLER             PIC X(5)   VALUE SPACES.
           05  FILLER             PIC X(40)
               VALUE "CHART ACCESS REVIEW".
           05  FILLER             PIC X(87)  VALUE SPACES.
       01  RPT-HEADER-2.
           05  FILLER             PIC X(5)   VALUE SPACES.
           05  FILLER             PIC X(9)   VALUE "RUN DATE ".
           05  RH-RUN-DATE        PIC X(8).
           05  FILLER             PIC X(8)   VALUE "   USER ".
           05  RH-USER            PIC X(10).
           05  FILLER             PIC X(92)  VALUE SPACES.
       01  RPT-SECTION-HEAD.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RS-TITLE           PIC X(60).
           05  FILLER             PIC X(71)  VALUE SPACES.
       01  RPT-GRANT-HEADS.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  FILLER             PIC X(12)  VALUE "USER".
           05  FILLER             PIC X(12)  VALUE "SCOPE".
           05  FILLER             PIC X(12)  VALUE "OBJECT".
           05  FILLER             PIC X(10)  VALUE "AUTHORITY".
           05  FILLER             PIC X(12)  VALUE "GRANTED BY".
           05  FILLER             PIC X(10)  VALUE "ON".
           05  FILLER             PIC X(63)  VALUE SPACES.
       01  RPT-GRANT-LINE.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RG-USER            PIC X(10).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RG-SCOPE           PIC X(10).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RG-OBJECT          PIC X(10).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RG-AUTHORITY       PIC X(8).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RG-GRANTED-BY      PIC X(10).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RG-GRANTED-DATE    PIC X(8).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RG-NOTE            PIC X(63).
      *    THE DEPARTMENTS A DIVISION GRANT REACHES, EIGHT TO A LINE.
       01  RPT-MEMBER-LINE.
           05  FILLER             PIC X(13)  VALUE SPACES.
           05  FILLER             PIC X(10)  VALUE "INCLUDES".
           05  RM-DEPT OCCURS 8 TIMES.
               10  RM-DEPT-NAME   PIC X(10).
               10  FILLER         PIC X(2).
           05  FILLER             PIC X(13)  VALUE SPACES.
       01  RPT-REFUSAL-HEADS.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  FILLER             PIC X(10)  VALUE "DATE".
           05  FILLER             PIC X(8)   VALUE "TIME".
           05  FILLER             PIC X(12)  VALUE "USER".
           05  FILLER             PIC X(10)  VALUE "PROGRAM".
           05  FILLER             PIC X(12)  VALUE "OBJECT".
           05  FILLER             PIC X(10)  VALUE "WANTED".
           05  FILLER             PIC X(30)  VALUE "REASON".
           05  FILLER             PIC X(39)  VALUE SPACES.
       01  RPT-REFUSAL-LINE.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RR-DATE            PIC X(8).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RR-TIME            PIC X(6).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RR-USER            PIC X(10).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RR-PROGRAM         PIC X(8).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RR-OBJECT          PIC X(10).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RR-ACCESS          PIC X(8).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RR-REASON          PIC X(30).
           05  FILLER             PIC X(39)  VALUE SPACES.
       01  RPT-TOTAL-LINE.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RT-LABEL           PIC X(30).
           05  RT-COUNT           PIC Z(6)9.
           05  FILLER             PIC X(94)  VALUE SPACES.
       01  WS-DATE-PARTS.
           05  WS-DATE-CC    PIC 9(2).
           05  WS-DATE-YY    PIC 9(2).
           05  WS-DATE-MM    PIC 9(2).
           05  WS-DATE-DD    PIC 9(2).
       LINKAGE SECTION.
       01  LK-FROM-DATE          PIC X(8).
       01  LK-TO-DATE            PIC X(8).
       01  LK-USER               PIC X(10).
       01  LK-COMPLETION-CODE    PIC S9(5) COMP-3.
       PROCEDURE DIVISION USING LK-FROM-DATE, LK-TO-DATE, LK-USER,
               LK-COMPLETION-CODE.
       MAIN-ROUTINE.
           MOVE ZERO TO LK-COMPLETION-CODE.
           PERFORM EDIT-PARAMETERS.
           IF LK-COMPLETION-CODE NOT = ZERO
               GOBACK
           END-IF.
           PERFORM OPEN-FILES THRU OPEN-FILES-EXIT.
           IF LK-COMPLETION-CODE NOT = ZERO
               GOBACK
           END-IF.
           PERFORM LOAD-HIERARCHY THRU LOAD-HIERARCHY-EXIT.
           PERFORM PRINT-HEADINGS.
           PERFORM PRINT-GRANTS.
           PERFORM PRINT-REFUSALS.
           PERFORM PRINT-TOTALS.
           CLOSE REPORT-FILE.
           IF GRANT-COUNT = ZERO AND LK-COMPLETION-CODE = ZERO
               MOVE 4 TO LK-COMPLETION-CODE
           END-IF.
           GOBACK.

       EDIT-PARAMETERS.
      *    THE SAME RANGE RULES AS CHARTJRP: A BLANK DATE OPENS THAT
      *    END OF THE RANGE.
           IF LK-FROM-DATE = SPACES
               MOVE LOW-VALUES TO WS-FROM-DATE
           ELSE
               MOVE LK-FROM-DATE TO WS-DATE-PARTS
               IF WS-DATE-PARTS NOT NUMERIC
                   OR WS-DATE-MM < 1 OR WS-DATE-MM > 12
                   OR WS-DATE-DD < 1 OR WS-DATE-DD > 31
                   DISPLAY "CHARTAUR: FROM DATE " LK-FROM-DATE
                       " IS NOT CCYYMMDD"
                   MOVE 8 TO LK-COMPLETION-CODE
               END-IF
               MOVE LK-FROM-DATE TO WS-FROM-DATE
           END-IF.
           IF LK-TO-DATE = SPACES
               MOVE HIGH-VALUES TO WS-TO-DATE
           ELSE
               MOVE LK-TO-DATE TO WS-DATE-PARTS
               IF WS-DATE-PARTS NOT NUMERIC
                   OR WS-DATE-MM < 1 OR WS-DATE-MM > 12
                   OR WS-DATE-DD < 1 OR WS-DATE-DD > 31
                   DISPLAY "CHARTAUR: TO DATE " LK-TO-DATE
                       " IS NOT CCYYMMDD"
                   MOVE 8 TO LK-COMPLETION-CODE
               END-IF
               MOVE LK-TO-DATE TO WS-TO-DATE
           END-IF.
           IF LK-COMPLETION-CODE = ZERO
               AND WS-FROM-DATE > WS-TO-DATE
               DISPLAY "CHARTAUR: FROM DATE " LK-FROM-DATE
                   " IS AFTER TO DATE " LK-TO-DATE
               MOVE 8 TO LK-COMPLETION-CODE
           END-IF.

       OPEN-FILES.
      *    NO CHAUTH MEANS ACCESS CONTROL IS NOT IN FORCE, AND NO
      *    CHSECLOG THAT NOTHING HAS EVER BEEN REFUSED - THE REPORT
      *    STILL PRINTS, AND SAYS SO.
           OPEN INPUT AUTHORITY-FILE.
           IF WS-AUTH-STATUS = "35"
               MOVE "N" TO WS-AUTH-PRESENT
           ELSE
               IF WS-AUTH-STATUS NOT = "00"
                   DISPLAY "CHARTAUR: UNABLE TO OPEN CHAUTH, STATUS="
                       WS-AUTH-STATUS
                   MOVE 16 TO LK-COMPLETION-CODE
                   GO TO OPEN-FILES-EXIT
               END-IF
           END-IF.
           OPEN INPUT SECURITY-LOG-FILE.
           IF WS-SECLOG-STATUS = "35"
               MOVE "N" TO WS-SECLOG-PRESENT
           ELSE
               IF WS-SECLOG-STATUS NOT = "00"
                   DISPLAY "CHARTAUR: UNABLE TO OPEN CHSECLOG, STATUS="
                       WS-SECLOG-STATUS
                   MOVE 16 TO LK-COMPLETION-CODE
                   IF NOT WS-NO-AUTH-FILE
                       CLOSE AUTHORITY-FILE
                   END-IF
                   GO TO OPEN-FILES-EXIT
               END-IF
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "CHARTAUR: UNABLE TO OPEN CHAUTPRT, STATUS="
                   WS-PRINT-STATUS
               MOVE 16 TO LK-COMPLETION-CODE
               IF NOT WS-NO-AUTH-FILE
                   CLOSE AUTHORITY-FILE
               END-IF
               IF NOT WS-NO-SECLOG
                   CLOSE SECURITY-LOG-FILE
               END-IF
           END-IF.
       OPEN-FILES-EXIT.
           EXIT.

       LOAD-HIERARCHY.
      *    WITHOUT DEPTHIER A DIVISION GRANT REACHES ONLY THE
      *    DIVISION'S OWN CHART, AND THE REPORT SHOWS NO MEMBERS.
           OPEN INPUT HIERARCHY-FILE.
           IF WS-HIER-STATUS NOT = "00"
               IF WS-HIER-STATUS NOT = "35"
                   DISPLAY "CHARTAUR: UNABLE TO OPEN DEPTHIER, STATUS="
                       WS-HIER-STATUS " - DIVISION MEMBERS NOT SHOWN"
               END-IF
               GO TO LOAD-HIERARCHY-EXIT
           END-IF.
           MOVE "N" TO WS-HIER-EOF.
           PERFORM LOAD-HIERARCHY-RECORD UNTIL WS-HIER-END.
           CLOSE HIERARCHY-FILE.
       LOAD-HIERARCHY-EXIT.
           EXIT.

       LOAD-HIERARCHY-RECORD.
           READ HIERARCHY-FILE
               AT END
                   MOVE "Y" TO WS-HIER-EOF
           END-READ.
           IF WS-HIER-STATUS NOT = "00" AND WS-HIER-STATUS NOT = "10"
               DISPLAY "CHARTAUR: DEPTHIER READ FAILED, STATUS="
                   WS-HIER-STATUS
               MOVE "Y" TO WS-HIER-EOF
           END-IF.
           IF NOT WS-HIER-END
               IF HIER-COUNT < 500
                   ADD 1 TO HIER-COUNT
                   MOVE HI-DEPT TO HT-DEPT (HIER-COUNT)
                   MOVE HI-DIVISION TO HT-DIVISION (HIER-COUNT)
               ELSE
                   DISPLAY "CHARTAUR: HIERARCHY TABLE FULL, " HI-DEPT
                       " NOT SHOWN"
               END-IF
           END-IF.

       PRINT-HEADINGS.
           WRITE REPORT-LINE FROM RPT-HEADER-1.
           ACCEPT RH-RUN-DATE FROM DATE YYYYMMDD.
           IF LK-USER = SPACES
               MOVE "*ALL" TO RH-USER
           ELSE
               MOVE LK-USER TO RH-USER
           END-IF.
           WRITE REPORT-LINE FROM RPT-HEADER-2.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

      *****************************************************************
      *    PART 1 - THE GRANTS, IN USER ORDER.
      *****************************************************************
       PRINT-GRANTS.
           MOVE "GRANTS IN FORCE" TO RS-TITLE.
           WRITE REPORT-LINE FROM RPT-SECTION-HEAD.
           IF WS-NO-AUTH-FILE
               MOVE " ** CHAUTH DOES NOT EXIST - ACCESS CONTROL IS NOT"
                   TO REPORT-LINE
               MOVE "IN FORCE, EVERY USER HAS FULL ACCESS"
                   TO REPORT-LINE (51:36)
               WRITE REPORT-LINE
           ELSE
               WRITE REPORT-LINE FROM RPT-GRANT-HEADS
               MOVE SPACES TO WS-LAST-USER
               MOVE "N" TO WS-AUTH-EOF
               MOVE LOW-VALUES TO AU-KEY
               IF LK-USER NOT = SPACES
                   MOVE LK-USER TO AU-USER
               END-IF
               START AUTHORITY-FILE KEY IS NOT LESS THAN AU-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-AUTH-EOF
               END-START
               PERFORM PRINT-ONE-GRANT UNTIL WS-AUTH-END
               CLOSE AUTHORITY-FILE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       PRINT-ONE-GRANT.
           READ AUTHORITY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-AUTH-EOF
           END-READ.
           IF WS-AUTH-STATUS NOT = "00"
               MOVE "Y" TO WS-AUTH-EOF
           END-IF.
           IF NOT WS-AUTH-END AND LK-USER NOT = SPACES
               IF AU-USER NOT = LK-USER
                   MOVE "Y" TO WS-AUTH-EOF
               END-IF
           END-IF.
           IF NOT WS-AUTH-END
               ADD 1 TO GRANT-COUNT
      *        THE USER IS PRINTED ON THE FIRST OF THEIR GRANTS ONLY,
      *        WITH A BLANK LINE BETWEEN USERS.
               IF AU-USER NOT = WS-LAST-USER
                   IF USER-COUNT > ZERO
                       MOVE SPACES TO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
                   ADD 1 TO USER-COUNT
                   MOVE AU-USER TO WS-LAST-USER
                   MOVE AU-USER TO RG-USER
               ELSE
                   MOVE SPACES TO RG-USER
               END-IF
               PERFORM FORMAT-GRANT-LINE
               WRITE REPORT-LINE FROM RPT-GRANT-LINE
               IF AU-DIVISION-SCOPE
                   PERFORM PRINT-DIVISION-MEMBERS
               END-IF
           END-IF.

       FORMAT-GRANT-LINE.
           MOVE SPACES TO RG-NOTE.
           EVALUATE TRUE
               WHEN AU-DEPT-SCOPE
                   MOVE "DEPARTMENT" TO RG-SCOPE
               WHEN AU-DIVISION-SCOPE
                   MOVE "DIVISION" TO RG-SCOPE
               WHEN AU-CHART-SCOPE
                   MOVE "CHART ID" TO RG-SCOPE
               WHEN AU-ALL-SCOPE
                   ADD 1 TO ALL-GRANT-COUNT
                   MOVE "ALL" TO RG-SCOPE
                   MOVE "EVERY CHART AND THE FILE-WIDE MAINTENANCE"
                       TO RG-NOTE
               WHEN OTHER
                   MOVE AU-SCOPE TO RG-SCOPE
                   MOVE "** SCOPE NOT RECOGNIZED - GRANTS NOTHING"
                       TO RG-NOTE
           END-EVALUATE.
           MOVE AU-OBJECT TO RG-OBJECT.
           EVALUATE TRUE
               WHEN AU-MAINTAIN
                   MOVE "MAINTAIN" TO RG-AUTHORITY
               WHEN AU-VIEW
                   MOVE "VIEW" TO RG-AUTHORITY
               WHEN OTHER
                   MOVE AU-AUTHORITY TO RG-AUTHORITY
                   MOVE "** AUTHORITY NOT RECOGNIZED - VIEW ONLY"
                       TO RG-NOTE
           END-EVALUATE.
           MOVE AU-GRANTED-BY TO RG-GRANTED-BY.
           MOVE AU-GRANTED-DATE TO RG-GRANTED-DATE.

       PRINT-DIVISION-MEMBERS.
           MOVE ZERO TO WS-LINE-SUB.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > HIER-COUNT
               IF HT-DIVISION (WS-SUBSCRIPT) = AU-OBJECT
                   IF WS-LINE-SUB = ZERO
                       PERFORM CLEAR-MEMBER-LINE
                   END-IF
                   ADD 1 TO WS-LINE-SUB
                   MOVE HT-DEPT (WS-SUBSCRIPT)
                       TO RM-DEPT-NAME (WS-LINE-SUB)
                   IF WS-LINE-SUB = 8
                       WRITE REPORT-LINE FROM RPT-MEMBER-LINE
                       MOVE ZERO TO WS-LINE-SUB
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-LINE-SUB > ZERO
               WRITE REPORT-LINE FROM RPT-MEMBER-LINE
           END-IF.

       CLEAR-MEMBER-LINE.
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > 8
               MOVE SPACES TO RM-DEPT (WS-LINE-SUB)
           END-PERFORM.
           MOVE ZERO TO WS-LINE-SUB.

      *****************************************************************
      *    PART 2 - THE REFUSALS, OLDEST FIRST.
      *****************************************************************
       PRINT-REFUSALS.
           MOVE "REFUSED ATTEMPTS" TO RS-TITLE.
           WRITE REPORT-LINE FROM RPT-SECTION-HEAD.
           IF WS-NO-SECLOG
               MOVE " ** CHSECLOG DOES NOT EXIST - NOTHING REFUSED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               WRITE REPORT-LINE FROM RPT-REFUSAL-HEADS
               MOVE "N" TO WS-SECLOG-EOF
               PERFORM PRINT-ONE-REFUSAL UNTIL WS-SECLOG-END
               CLOSE SECURITY-LOG-FILE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       PRINT-ONE-REFUSAL.
           READ SECURITY-LOG-FILE
               AT END
                   MOVE "Y" TO WS-SECLOG-EOF
           END-READ.
           IF WS-SECLOG-STATUS NOT = "00"
               AND WS-SECLOG-STATUS NOT = "10"
               DISPLAY "CHARTAUR: CHSECLOG READ FAILED, STATUS="
                   WS-SECLOG-STATUS
               MOVE "Y" TO WS-SECLOG-EOF
           END-IF.
           IF NOT WS-SECLOG-END
               IF SL-TIMESTAMP (1:8) NOT < WS-FROM-DATE
                   AND SL-TIMESTAMP (1:8) NOT > WS-TO-DATE
                   AND (LK-USER = SPACES OR SL-USER = LK-USER)
                   PERFORM FORMAT-REFUSAL-LINE
                   WRITE REPORT-LINE FROM RPT-REFUSAL-LINE
               END-IF
           END-IF.

       FORMAT-REFUSAL-LINE.
           ADD 1 TO REFUSAL-COUNT.
           MOVE SL-TIMESTAMP (1:8) TO RR-DATE.
           MOVE SL-TIMESTAMP (9:6) TO RR-TIME.
           MOVE SL-USER TO RR-USER.
           MOVE SL-PROGRAM TO RR-PROGRAM.
           MOVE SL-OBJECT TO RR-OBJECT.
           IF SL-MAINTAIN-WANTED
               MOVE "MAINTAIN" TO RR-ACCESS
           ELSE
               MOVE "VIEW" TO RR-ACCESS
           END-IF.
           EVALUATE TRUE
               WHEN SL-NO-GRANT
                   MOVE "NO GRANT COVERS IT" TO RR-REASON
               WHEN SL-VIEW-ONLY
                   MOVE "VIEW AUTHORITY ONLY" TO RR-REASON
               WHEN SL-FILE-ERROR
                   MOVE "AUTHORITY FILES UNREADABLE" TO RR-REASON
               WHEN OTHER
                   MOVE SL-REASON TO RR-REASON
           END-EVALUATE.

       PRINT-TOTALS.
           MOVE "USERS WITH GRANTS" TO RT-LABEL.
           MOVE USER-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "GRANTS" TO RT-LABEL.
           MOVE GRANT-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "  OF THEM ALL-CHART GRANTS" TO RT-LABEL.
           MOVE ALL-GRANT-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "REFUSED ATTEMPTS" TO RT-LABEL.
           MOVE REFUSAL-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
