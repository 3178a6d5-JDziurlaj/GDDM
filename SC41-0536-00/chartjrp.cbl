       IDENTIFICATION DIVISION.

       PROGRAM-ID. CHARTJRP.
      *****************************************************************
      *    CHARTJRP IS THE CHANGE-HISTORY REPORT. IT READS THE CHJRNL
      *    JOURNAL CHARTJRN KEEPS FOR CHARTMNT, CHARTCTL AND CHARTREO
      *    AND PRINTS EVERY ADD, CHANGE, COPY AND DELETE THAT MATCHES
      *    THE SELECTION, OLDEST FIRST: WHEN, WHO, FROM WHICH PROGRAM,
      *    WHICH FILE AND KEY, AND THE RECORD BEFORE AND AFTER IN
      *    WORDS - THE CHART HEADINGS FOR CHARTDAT (AND, FOR A
      *    CHANGE, EVERY X AND Y VALUE THAT MOVED, POINT BY POINT,
      *    BEFORE AND AFTER), THE LIMITS FOR CHLIMITS AND THE
      *    SCHEDULE FOR CHSCHED, AND THE GRANT FOR CHAUTH
      *    (KEPT BY CHARTAUM). A CHHOLIDY OR DEPTLIST ENTRY IS ITS
      *    OWN KEY, SO THE DETAIL LINE SAYS IT ALL.
      *
      *    CALLERS PASS FIVE PARAMETERS (CL: CALL PGM(CHARTJRP)
      *    PARM(&FROMDATE &TODATE &USER &CHARTID &RC)):
      *      LK-FROM-DATE        CCYYMMDD FIRST DATE TO PRINT; SPACES
      *                          STARTS AT THE BEGINNING OF THE
      *                          JOURNAL.
      *      LK-TO-DATE          CCYYMMDD LAST DATE TO PRINT; SPACES
      *                          RUNS TO THE END OF THE JOURNAL.
      *      LK-USER             USER PROFILE TO PRINT; SPACES = ALL.
      *      LK-CHART-ID         CHART ID TO PRINT, MATCHED AGAINST
      *                          THE FIRST EIGHT CHARACTERS OF THE
      *                          KEY (SEE CHJRNL); SPACES = ALL.
      *                          HOLIDAY CALENDAR ENTRIES HAVE NO
      *                          CHART ID AND ARE LEFT OUT WHEN ONE
      *                          IS NAMED.
      *      LK-COMPLETION-CODE  0 = ENTRIES PRINTED, 4 = NOTHING
      *                          MATCHED (OR NOTHING JOURNALED YET),
      *                          8 = A DATE IS NOT CCYYMMDD OR THE
      *                          RANGE RUNS BACKWARDS, 16 = A FILE
      *                          COULD NOT BE OPENED.
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
           SELECT REPORT-FILE ASSIGN TO CHJRNPRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CHJRNL.
       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE       PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-JRNL-STATUS    PIC X(2).
       77  WS-PRINT-STATUS   PIC X(2).
       77  WS-JRNL-EOF       PIC X        VALUE "N".
           88  WS-JRNL-END                 VALUE "Y".
       77  WS-JRNL-PRESENT   PIC X        VALUE "Y".
           88  WS-NO-JOURNAL               VALUE "N".
       77  WS-FROM-DATE      PIC X(8).
       77  WS-TO-DATE        PIC X(8).
       77  WS-SELECTED       PIC X.
           88  WS-ENTRY-SELECTED           VALUE "Y".
       77  WS-SUBSCRIPT      PIC S9(5) COMP-4.
       77  WS-SERIES-SUB     PIC S9(5) COMP-4.
       77  READ-COUNT        PIC S9(7) COMP-4 VALUE ZERO.
       77  PRINT-COUNT       PIC S9(7) COMP-4 VALUE ZERO.
       77  ADD-COUNT         PIC S9(7) COMP-4 VALUE ZERO.
       77  CHANGE-COUNT      PIC S9(7) COMP-4 VALUE ZERO.
       77  COPY-COUNT        PIC S9(7) COMP-4 VALUE ZERO.
       77  DELETE-COUNT      PIC S9(7) COMP-4 VALUE ZERO.
       77  X-CHANGED-COUNT   PIC S9(5) COMP-4.
       77  Y-CHANGED-COUNT   PIC S9(5) COMP-4.
       77  WS-EDIT-VALUE     PIC -(5)9.9.
       77  WS-EDIT-TEXT      PIC X(9).
      *    THE IMAGES ARE DECODED THROUGH THE FILES' OWN LAYOUTS.
       COPY CHDATA.
       COPY CHLIMIT.
       COPY CHSCHED.
       COPY CHAUTH.
      *    CHARTDAT'S VALUES AND LABELS FROM EACH IMAGE, HELD AS RAW
      *    BYTES FOR COMPARISON - EACH CD-AX/CD-AY, S9(5)V9 PACKED, IS
      *    FOUR BYTES - SO A BAD PACKED FIELD IN AN OLD IMAGE CANNOT
      *    STOP THE REPORT.
       01  BEFORE-X-VALUES.
           05  BX-POINT OCCURS 31 TIMES  PIC X(4).
       01  AFTER-X-VALUES.
           05  AX-POINT OCCURS 31 TIMES  PIC X(4).
       01  BEFORE-Y-VALUES.
           05  BY-SERIES OCCURS 4 TIMES.
               10  BY-POINT OCCURS 31 TIMES  PIC X(4).
       01  AFTER-Y-VALUES.
           05  AY-SERIES OCCURS 4 TIMES.
               10  AY-POINT OCCURS 31 TIMES  PIC X(4).
      *    ONE OF THOSE FOUR-BYTE VALUES, DECODED FOR PRINTING.
       01  WS-PACKED-VALUE.
           05  WS-PACKED-BYTES    PIC X(4).
           05  WS-PACKED-AMOUNT   REDEFINES WS-PACKED-BYTES
                                  PIC S9(5)V9    COMP-3.
       01  BEFORE-LABELS.
           05  BL-X-AXIS-TITLE    PIC X(20).
           05  BL-Y-AXIS-TITLE    PIC X(20).
           05  BL-SERIES-NAMES    PIC X(48).
       01  AFTER-LABELS.
           05  AL-X-AXIS-TITLE    PIC X(20).
           05  AL-Y-AXIS-TITLE    PIC X(20).
           05  AL-SERIES-NAMES    PIC X(48).
       01  RPT-HEADER-1.
           05  FILLER             PIC X(5)   VALUE SPACES.
           05  FILLER             PIC X(36)
               VALUE "CHART MAINTENANCE CHANGE HISTORY".
           05  FILLER             PIC X(91)  VALUE SPACES.
       01  RPT-HEADER-2.
           05  FILLER             PIC X(5)   VALUE SPACES.
           05  FILLER             PIC X(6)   VALUE "DATES ".
           05  RH-FROM-DATE       PIC X(8).
           05  FILLER             PIC X(4)   VALUE " TO ".
           05  RH-TO-DATE         PIC X(8).
           05  FILLER             PIC X(8)   VALUE "   USER ".
           05  RH-USER            PIC X(10).
           05  FILLER             PIC X(12)  VALUE "   CHART ID ".
           05  RH-CHART-ID        PIC X(8).
           05  FILLER             PIC X(63)  VALUE SPACES.
       01  RPT-COLUMN-HEADS.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  FILLER             PIC X(10)  VALUE "DATE".
           05  FILLER             PIC X(8)   VALUE "TIME".
           05  FILLER             PIC X(12)  VALUE "USER".
           05  FILLER             PIC X(10)  VALUE "PROGRAM".
           05  FILLER             PIC X(10)  VALUE "FILE".
           05  FILLER             PIC X(8)   VALUE "ACTION".
           05  FILLER             PIC X(17)  VALUE "KEY".
           05  FILLER             PIC X(56)  VALUE SPACES.
       01  RPT-DETAIL-LINE.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RD-DATE            PIC X(8).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RD-TIME            PIC X(6).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RD-USER            PIC X(10).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RD-PROGRAM         PIC X(8).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RD-FILE-NAME       PIC X(8).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RD-ACTION          PIC X(6).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RD-KEY             PIC X(17).
           05  FILLER             PIC X(56)  VALUE SPACES.
       01  RPT-DATA-IMAGE.
           05  FILLER             PIC X(6)   VALUE SPACES.
           05  RI-LABEL           PIC X(8).
           05  FILLER             PIC X(5)   VALUE "MODE ".
           05  RI-MODE            PIC X(4).
           05  FILLER             PIC X(9)   VALUE "  POINTS ".
           05  RI-POINTS          PIC -(4)9.
           05  FILLER             PIC X(9)   VALUE "  SERIES ".
           05  RI-SERIES          PIC -(4)9.
           05  FILLER             PIC X(11)  VALUE "  HARDCOPY ".
           05  RI-HARDCOPY        PIC X.
           05  FILLER             PIC X(8)   VALUE "  TITLE ".
           05  RI-TITLE           PIC X(40).
           05  FILLER             PIC X(21)  VALUE SPACES.
       01  RPT-DATA-CHANGES.
           05  FILLER             PIC X(14)  VALUE SPACES.
           05  RC-X-COUNT         PIC Z9.
           05  FILLER             PIC X(19)
               VALUE " X VALUES CHANGED, ".
           05  RC-Y-COUNT         PIC ZZ9.
           05  FILLER             PIC X(19)
               VALUE " Y VALUES CHANGED, ".
           05  RC-LABEL-WORDS     PIC X(40).
           05  FILLER             PIC X(35)  VALUE SPACES.
       01  RPT-VALUE-CHANGE.
           05  FILLER             PIC X(14)  VALUE SPACES.
           05  FILLER             PIC X(7)   VALUE "SERIES ".
           05  RV-SERIES          PIC X.
           05  RV-SERIES-NUMBER   REDEFINES RV-SERIES  PIC 9.
           05  FILLER             PIC X(8)   VALUE "  POINT ".
           05  RV-POINT           PIC Z9.
           05  FILLER             PIC X(9)   VALUE "  BEFORE ".
           05  RV-BEFORE          PIC X(9).
           05  FILLER             PIC X(8)   VALUE "  AFTER ".
           05  RV-AFTER           PIC X(9).
           05  FILLER             PIC X(65)  VALUE SPACES.
       01  RPT-COPY-SOURCE.
           05  FILLER             PIC X(14)  VALUE SPACES.
           05  FILLER             PIC X(12)  VALUE "COPIED FROM ".
           05  RS-SOURCE-ID       PIC X(8).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RS-SOURCE-DATE     PIC X(8).
           05  FILLER             PIC X(89)  VALUE SPACES.
       01  RPT-LIMITS-IMAGE.
           05  FILLER             PIC X(6)   VALUE SPACES.
           05  RL-LABEL           PIC X(8).
           05  FILLER             PIC X(10)  VALUE "MINIMUM Y ".
           05  RL-MIN-Y           PIC -(5)9.9.
           05  FILLER             PIC X(12)  VALUE "  MAXIMUM Y ".
           05  RL-MAX-Y           PIC -(5)9.9.
           05  FILLER             PIC X(16)  VALUE "  PCT TOLERANCE ".
           05  RL-TOLERANCE       PIC -(3)9.9.
           05  FILLER             PIC X(58)  VALUE SPACES.
       01  RPT-SCHED-IMAGE.
           05  FILLER             PIC X(6)   VALUE SPACES.
           05  RS-LABEL           PIC X(8).
           05  FILLER             PIC X(10)  VALUE "FREQUENCY ".
           05  RS-FREQUENCY       PIC X.
           05  FILLER             PIC X(10)  VALUE "  RUN DAY ".
           05  RS-RUN-DAY         PIC X.
           05  FILLER             PIC X(7)   VALUE "  HOLD ".
           05  RS-HOLD-FLAG       PIC X.
           05  FILLER             PIC X(88)  VALUE SPACES.
       01  RPT-AUTH-IMAGE.
           05  FILLER             PIC X(6)   VALUE SPACES.
           05  RA-LABEL           PIC X(8).
           05  FILLER             PIC X(5)   VALUE "USER ".
           05  RA-USER            PIC X(10).
           05  FILLER             PIC X(8)   VALUE "  SCOPE ".
           05  RA-SCOPE           PIC X.
           05  FILLER             PIC X(9)   VALUE "  OBJECT ".
           05  RA-OBJECT          PIC X(10).
           05  FILLER             PIC X(12)  VALUE "  AUTHORITY ".
           05  RA-AUTHORITY       PIC X.
           05  FILLER             PIC X(13)  VALUE "  GRANTED BY ".
           05  RA-GRANTED-BY      PIC X(10).
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
       01  LK-CHART-ID           PIC X(8).
       01  LK-COMPLETION-CODE    PIC S9(5) COMP-3.
       PROCEDURE DIVISION USING LK-FROM-DATE, LK-TO-DATE, LK-USER,
               LK-CHART-ID, LK-COMPLETION-CODE.
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
           PERFORM PRINT-HEADINGS.
           IF NOT WS-NO-JOURNAL
               PERFORM READ-JOURNAL-RECORD
               PERFORM PROCESS-JOURNAL-RECORD UNTIL WS-JRNL-END
               CLOSE JOURNAL-FILE
           END-IF.
           PERFORM PRINT-TOTALS.
           CLOSE REPORT-FILE.
           IF PRINT-COUNT = ZERO
               MOVE 4 TO LK-COMPLETION-CODE
           END-IF.
           GOBACK.

       EDIT-PARAMETERS.
      *    A BLANK DATE OPENS THAT END OF THE RANGE: LOW-VALUES AND
      *    HIGH-VALUES BRACKET EVERY TIMESTAMP THE JOURNAL CAN HOLD.
           IF LK-FROM-DATE = SPACES
               MOVE LOW-VALUES TO WS-FROM-DATE
           ELSE
               MOVE LK-FROM-DATE TO WS-DATE-PARTS
               IF WS-DATE-PARTS NOT NUMERIC
                   OR WS-DATE-MM < 1 OR WS-DATE-MM > 12
                   OR WS-DATE-DD < 1 OR WS-DATE-DD > 31
                   DISPLAY "CHARTJRP: FROM DATE " LK-FROM-DATE
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
                   DISPLAY "CHARTJRP: TO DATE " LK-TO-DATE
                       " IS NOT CCYYMMDD"
                   MOVE 8 TO LK-COMPLETION-CODE
               END-IF
               MOVE LK-TO-DATE TO WS-TO-DATE
           END-IF.
           IF LK-COMPLETION-CODE = ZERO
               AND WS-FROM-DATE > WS-TO-DATE
               DISPLAY "CHARTJRP: FROM DATE " LK-FROM-DATE
                   " IS AFTER TO DATE " LK-TO-DATE
               MOVE 8 TO LK-COMPLETION-CODE
           END-IF.

       OPEN-FILES.
      *    NO CHJRNL AT ALL MEANS NOTHING HAS BEEN MAINTAINED SINCE
      *    JOURNALING BEGAN - THE REPORT STILL PRINTS, AND SAYS SO.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JRNL-STATUS = "35"
               MOVE "N" TO WS-JRNL-PRESENT
           ELSE
               IF WS-JRNL-STATUS NOT = "00"
                   DISPLAY "CHARTJRP: UNABLE TO OPEN CHJRNL, STATUS="
                       WS-JRNL-STATUS
                   MOVE 16 TO LK-COMPLETION-CODE
                   GO TO OPEN-FILES-EXIT
               END-IF
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "CHARTJRP: UNABLE TO OPEN CHJRNPRT, STATUS="
                   WS-PRINT-STATUS
               MOVE 16 TO LK-COMPLETION-CODE
               IF NOT WS-NO-JOURNAL
                   CLOSE JOURNAL-FILE
               END-IF
           END-IF.
       OPEN-FILES-EXIT.
           EXIT.

       PRINT-HEADINGS.
           WRITE REPORT-LINE FROM RPT-HEADER-1.
           IF LK-FROM-DATE = SPACES
               MOVE "*FIRST" TO RH-FROM-DATE
           ELSE
               MOVE LK-FROM-DATE TO RH-FROM-DATE
           END-IF.
           IF LK-TO-DATE = SPACES
               MOVE "*LAST" TO RH-TO-DATE
           ELSE
               MOVE LK-TO-DATE TO RH-TO-DATE
           END-IF.
           IF LK-USER = SPACES
               MOVE "*ALL" TO RH-USER
           ELSE
               MOVE LK-USER TO RH-USER
           END-IF.
           IF LK-CHART-ID = SPACES
               MOVE "*ALL" TO RH-CHART-ID
           ELSE
               MOVE LK-CHART-ID TO RH-CHART-ID
           END-IF.
           WRITE REPORT-LINE FROM RPT-HEADER-2.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM RPT-COLUMN-HEADS.

       READ-JOURNAL-RECORD.
           READ JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-JRNL-EOF
           END-READ.
           IF WS-JRNL-STATUS NOT = "00" AND WS-JRNL-STATUS NOT = "10"
               DISPLAY "CHARTJRP: CHJRNL READ FAILED, STATUS="
                   WS-JRNL-STATUS
               MOVE "Y" TO WS-JRNL-EOF
           END-IF.

       PROCESS-JOURNAL-RECORD.
           ADD 1 TO READ-COUNT.
           MOVE "Y" TO WS-SELECTED.
           IF JR-TIMESTAMP (1:8) < WS-FROM-DATE
               OR JR-TIMESTAMP (1:8) > WS-TO-DATE
               MOVE "N" TO WS-SELECTED
           END-IF.
           IF LK-USER NOT = SPACES AND JR-USER NOT = LK-USER
               MOVE "N" TO WS-SELECTED
           END-IF.
           IF LK-CHART-ID NOT = SPACES
               IF JR-FILE-NAME = "CHHOLIDY"
                   OR JR-KEY (1:8) NOT = LK-CHART-ID
                   MOVE "N" TO WS-SELECTED
               END-IF
           END-IF.
           IF WS-ENTRY-SELECTED
               PERFORM PRINT-JOURNAL-ENTRY
           END-IF.
           PERFORM READ-JOURNAL-RECORD.

       PRINT-JOURNAL-ENTRY.
           ADD 1 TO PRINT-COUNT.
           MOVE JR-TIMESTAMP (1:8) TO RD-DATE.
           MOVE JR-TIMESTAMP (9:6) TO RD-TIME.
           MOVE JR-USER TO RD-USER.
           MOVE JR-PROGRAM TO RD-PROGRAM.
           MOVE JR-FILE-NAME TO RD-FILE-NAME.
           EVALUATE TRUE
               WHEN JR-ADD
                   ADD 1 TO ADD-COUNT
                   MOVE "ADD" TO RD-ACTION
               WHEN JR-CHANGE
                   ADD 1 TO CHANGE-COUNT
                   MOVE "CHANGE" TO RD-ACTION
               WHEN JR-COPY
                   ADD 1 TO COPY-COUNT
                   MOVE "COPY" TO RD-ACTION
               WHEN JR-DELETE
                   ADD 1 TO DELETE-COUNT
                   MOVE "DELETE" TO RD-ACTION
               WHEN OTHER
                   MOVE JR-ACTION TO RD-ACTION
           END-EVALUATE.
      *    A CHARTDAT KEY IS CHART ID AND DATE, AND A CHAUTH KEY THE
      *    OBJECT AND USER, PRINTED APART; EVERY OTHER FILE'S KEY IS
      *    ONE FIELD AND PRINTS WHOLE.
           MOVE SPACES TO RD-KEY.
           IF JR-FILE-NAME = "CHARTDAT" OR JR-FILE-NAME = "CHAUTH"
               MOVE JR-KEY (1:8) TO RD-KEY (1:8)
               MOVE JR-KEY (9:8) TO RD-KEY (10:8)
           ELSE
               MOVE JR-KEY TO RD-KEY
           END-IF.
           WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
           EVALUATE JR-FILE-NAME
               WHEN "CHARTDAT"
                   PERFORM PRINT-DATA-IMAGES
               WHEN "CHLIMITS"
                   PERFORM PRINT-LIMITS-IMAGES
               WHEN "CHSCHED"
                   PERFORM PRINT-SCHED-IMAGES
               WHEN "CHAUTH"
                   PERFORM PRINT-AUTH-IMAGES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************************
      *    BEFORE/AFTER IMAGES IN WORDS, ONE SET OF PARAGRAPHS PER
      *    FILE. AN IMAGE OF SPACES (NO BEFORE FOR AN ADD, NO AFTER
      *    FOR A DELETE) IS NOT PRINTED.
      *****************************************************************
       PRINT-DATA-IMAGES.
           IF JR-BEFORE-IMAGE NOT = SPACES
               MOVE JR-BEFORE-IMAGE TO CHART-DATA-RECORD
               MOVE CD-X-VALUES TO BEFORE-X-VALUES
               MOVE CD-Y-VALUES TO BEFORE-Y-VALUES
               MOVE CD-X-AXIS-TITLE TO BL-X-AXIS-TITLE
               MOVE CD-Y-AXIS-TITLE TO BL-Y-AXIS-TITLE
               MOVE CD-SERIES-NAMES TO BL-SERIES-NAMES
               IF JR-COPY
                   MOVE CD-CHART-ID TO RS-SOURCE-ID
                   MOVE CD-CHART-DATE TO RS-SOURCE-DATE
                   WRITE REPORT-LINE FROM RPT-COPY-SOURCE
               END-IF
               MOVE "BEFORE" TO RI-LABEL
               PERFORM PRINT-DATA-LINE
           END-IF.
           IF JR-AFTER-IMAGE NOT = SPACES
               MOVE JR-AFTER-IMAGE TO CHART-DATA-RECORD
               MOVE CD-X-VALUES TO AFTER-X-VALUES
               MOVE CD-Y-VALUES TO AFTER-Y-VALUES
               MOVE CD-X-AXIS-TITLE TO AL-X-AXIS-TITLE
               MOVE CD-Y-AXIS-TITLE TO AL-Y-AXIS-TITLE
               MOVE CD-SERIES-NAMES TO AL-SERIES-NAMES
               MOVE "AFTER" TO RI-LABEL
               PERFORM PRINT-DATA-LINE
           END-IF.
           IF JR-CHANGE
               PERFORM PRINT-DATA-CHANGES
           END-IF.

       PRINT-DATA-LINE.
           MOVE CD-CHART-MODE TO RI-MODE.
           MOVE CD-POINTS TO RI-POINTS.
           MOVE CD-SERIES-COUNT TO RI-SERIES.
           MOVE CD-HARDCOPY-FLAG TO RI-HARDCOPY.
           MOVE CD-CHART-TITLE TO RI-TITLE.
           WRITE REPORT-LINE FROM RPT-DATA-IMAGE.

       PRINT-DATA-CHANGES.
      *    THE HEADINGS SHOW WHAT CHANGED IN THE RECORD'S SHAPE. THE
      *    VALUES ARE COMPARED ACROSS ALL 31 POINTS AND ALL FOUR
      *    SERIES, WHETHER CHARTED OR NOT, AND EVERY ONE THAT MOVED
      *    IS PRINTED BEFORE AND AFTER - THE X VALUES AS SERIES X -
      *    UNDER A LINE COUNTING THEM.
           MOVE ZERO TO X-CHANGED-COUNT.
           MOVE ZERO TO Y-CHANGED-COUNT.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > 31
               IF BX-POINT (WS-SUBSCRIPT) NOT = AX-POINT (WS-SUBSCRIPT)
                   ADD 1 TO X-CHANGED-COUNT
               END-IF
               PERFORM VARYING WS-SERIES-SUB FROM 1 BY 1
                       UNTIL WS-SERIES-SUB > 4
                   IF BY-POINT (WS-SERIES-SUB, WS-SUBSCRIPT)
                       NOT = AY-POINT (WS-SERIES-SUB, WS-SUBSCRIPT)
                       ADD 1 TO Y-CHANGED-COUNT
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE X-CHANGED-COUNT TO RC-X-COUNT.
           MOVE Y-CHANGED-COUNT TO RC-Y-COUNT.
           IF BEFORE-LABELS = AFTER-LABELS
               MOVE "AXIS TITLES AND SERIES NAMES UNCHANGED"
                   TO RC-LABEL-WORDS
           ELSE
               MOVE "AXIS TITLES OR SERIES NAMES CHANGED"
                   TO RC-LABEL-WORDS
           END-IF.
           WRITE REPORT-LINE FROM RPT-DATA-CHANGES.
           MOVE "X" TO RV-SERIES.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > 31
               IF BX-POINT (WS-SUBSCRIPT) NOT = AX-POINT (WS-SUBSCRIPT)
                   MOVE BX-POINT (WS-SUBSCRIPT) TO WS-PACKED-BYTES
                   PERFORM EDIT-PACKED-VALUE
                   MOVE WS-EDIT-TEXT TO RV-BEFORE
                   MOVE AX-POINT (WS-SUBSCRIPT) TO WS-PACKED-BYTES
                   PERFORM EDIT-PACKED-VALUE
                   MOVE WS-EDIT-TEXT TO RV-AFTER
                   MOVE WS-SUBSCRIPT TO RV-POINT
                   WRITE REPORT-LINE FROM RPT-VALUE-CHANGE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SERIES-SUB FROM 1 BY 1
                   UNTIL WS-SERIES-SUB > 4
               MOVE WS-SERIES-SUB TO RV-SERIES-NUMBER
               PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                       UNTIL WS-SUBSCRIPT > 31
                   IF BY-POINT (WS-SERIES-SUB, WS-SUBSCRIPT)
                       NOT = AY-POINT (WS-SERIES-SUB, WS-SUBSCRIPT)
                       MOVE BY-POINT (WS-SERIES-SUB, WS-SUBSCRIPT)
                           TO WS-PACKED-BYTES
                       PERFORM EDIT-PACKED-VALUE
                       MOVE WS-EDIT-TEXT TO RV-BEFORE
                       MOVE AY-POINT (WS-SERIES-SUB, WS-SUBSCRIPT)
                           TO WS-PACKED-BYTES
                       PERFORM EDIT-PACKED-VALUE
                       MOVE WS-EDIT-TEXT TO RV-AFTER
                       MOVE WS-SUBSCRIPT TO RV-POINT
                       WRITE REPORT-LINE FROM RPT-VALUE-CHANGE
                   END-IF
               END-PERFORM
           END-PERFORM.

       EDIT-PACKED-VALUE.
      *    A VALUE THAT IS NOT VALID PACKED DATA (AN OLD IMAGE, OR ONE
      *    CHARTVFY WAS CALLED IN TO REPAIR) IS NOT EDITED BUT PRINTED
      *    AS BAD DATA.
           IF WS-PACKED-AMOUNT NUMERIC
               MOVE WS-PACKED-AMOUNT TO WS-EDIT-VALUE
               MOVE WS-EDIT-VALUE TO WS-EDIT-TEXT
           ELSE
               MOVE "*BAD DATA" TO WS-EDIT-TEXT
           END-IF.

       PRINT-LIMITS-IMAGES.
           IF JR-BEFORE-IMAGE NOT = SPACES
               MOVE JR-BEFORE-IMAGE TO CHART-LIMITS-RECORD
               MOVE "BEFORE" TO RL-LABEL
               PERFORM PRINT-LIMITS-LINE
           END-IF.
           IF JR-AFTER-IMAGE NOT = SPACES
               MOVE JR-AFTER-IMAGE TO CHART-LIMITS-RECORD
               MOVE "AFTER" TO RL-LABEL
               PERFORM PRINT-LIMITS-LINE
           END-IF.

       PRINT-LIMITS-LINE.
           MOVE CL-MIN-Y TO RL-MIN-Y.
           MOVE CL-MAX-Y TO RL-MAX-Y.
           MOVE CL-PCT-TOLERANCE TO RL-TOLERANCE.
           WRITE REPORT-LINE FROM RPT-LIMITS-IMAGE.

       PRINT-SCHED-IMAGES.
           IF JR-BEFORE-IMAGE NOT = SPACES
               MOVE JR-BEFORE-IMAGE TO SCHEDULE-RECORD
               MOVE "BEFORE" TO RS-LABEL
               PERFORM PRINT-SCHED-LINE
           END-IF.
           IF JR-AFTER-IMAGE NOT = SPACES
               MOVE JR-AFTER-IMAGE TO SCHEDULE-RECORD
               MOVE "AFTER" TO RS-LABEL
               PERFORM PRINT-SCHED-LINE
           END-IF.

       PRINT-SCHED-LINE.
           MOVE SC-FREQUENCY TO RS-FREQUENCY.
           MOVE SC-RUN-DAY TO RS-RUN-DAY.
           MOVE SC-HOLD-FLAG TO RS-HOLD-FLAG.
           WRITE REPORT-LINE FROM RPT-SCHED-IMAGE.

       PRINT-AUTH-IMAGES.
           IF JR-BEFORE-IMAGE NOT = SPACES
               MOVE JR-BEFORE-IMAGE TO AUTHORITY-RECORD
               MOVE "BEFORE" TO RA-LABEL
               PERFORM PRINT-AUTH-LINE
           END-IF.
           IF JR-AFTER-IMAGE NOT = SPACES
               MOVE JR-AFTER-IMAGE TO AUTHORITY-RECORD
               MOVE "AFTER" TO RA-LABEL
               PERFORM PRINT-AUTH-LINE
           END-IF.

       PRINT-AUTH-LINE.
           MOVE AU-USER TO RA-USER.
           MOVE AU-SCOPE TO RA-SCOPE.
           MOVE AU-OBJECT TO RA-OBJECT.
           MOVE AU-AUTHORITY TO RA-AUTHORITY.
           MOVE AU-GRANTED-BY TO RA-GRANTED-BY.
           WRITE REPORT-LINE FROM RPT-AUTH-IMAGE.

       PRINT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-NO-JOURNAL
               MOVE " ** CHJRNL DOES NOT EXIST - NO CHANGES JOURNALED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE "JOURNAL ENTRIES READ" TO RT-LABEL.
           MOVE READ-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "ENTRIES SELECTED" TO RT-LABEL.
           MOVE PRINT-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "  ADDS" TO RT-LABEL.
           MOVE ADD-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "  CHANGES" TO RT-LABEL.
           MOVE CHANGE-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "  COPIES" TO RT-LABEL.
           MOVE COPY-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "  DELETES" TO RT-LABEL.
           MOVE DELETE-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
