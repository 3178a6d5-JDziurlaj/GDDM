       IDENTIFICATION DIVISION.

       PROGRAM-ID. CHARTVFY.
      *****************************************************************
      *    CHARTVFY IS THE CHARTDAT INTEGRITY CHECK. CHARTDAT IS
      *    WRITTEN BY CHARTLD, CHARTMNT, CHARTCMP, CHARTRLL, CHARTSUS
      *    AND CHARTARC'S RESTORE, AND A BAD RECORD USED TO SURFACE
      *    ONLY WHEN CHART'S VALIDATE-CHART-DATA REJECTED IT IN THE
      *    MIDDLE OF THE NIGHT. RUN BEFORE THE NIGHT RUN BY CHARTVFB
      *    (WITH CHARTDAT OVERRIDDEN TO EACH DEPARTMENT'S FILE THE WAY
      *    CHARTBAT DOES IT), IT SWEEPS THE FILE - ALL OF IT, ONE
      *    CHART ID, AND/OR A RANGE OF CHART DATES - AND PRINTS EVERY
      *    DEFECT BY CHART ID AND DATE TO CHVFYPRT:
      *      NOT FIXABLE  CD-POINTS OUTSIDE 1-31, CD-SERIES-COUNT
      *                   ABOVE 4 OR NEGATIVE, BAD PACKED DATA IN AN
      *                   X OR Y VALUE THAT IS CHARTED, X VALUES NOT
      *                   ASCENDING.
      *      REPAIRABLE   A MODE THAT IS NOT LINE/BAR/PIE (SET TO
      *                   LINE), A HARDCOPY FLAG THAT IS NOT Y/N (SET
      *                   TO N), A ZERO SERIES COUNT (SET TO ONE, AS
      *                   CHARTDRV ALREADY TREATS IT), AN UNUSED SERIES
      *                   THAT IS NOT ZERO AND BAD PACKED DATA IN
      *                   POINTS PAST CD-POINTS (ZEROED) - NONE OF
      *                   THESE ARE CHARTED.
      *      WARNING      A CHART ID THAT IS NOT ON DEPTLIST, NOT A
      *                   DIVISION OR COMPANY ON DEPTHIER AND NOT
      *                   "SUMMARY". THE RECORD CHARTS CLEANLY AND MAY
      *                   BE SET UP AHEAD OF ITS DEPTLIST ENTRY (AS
      *                   CHARTCTL ALLOWS), SO IT IS ONLY REPORTED.
      *
      *    VERIFY ONLY REPORTS. REPAIR ALSO REWRITES EVERY RECORD
      *    WHOSE DEFECTS ARE ALL REPAIRABLE, AND MOVES EVERY RECORD
      *    WITH A DEFECT THAT IS NOT TO THE CHARTQUA QUARANTINE FILE
      *    (SEE CHQUAR) AND OFF CHARTDAT. BOTH ARE JOURNALED TO CHJRNL
      *    THROUGH CHARTJRN LIKE ANY OTHER CHARTDAT CHANGE. CHECK
      *    ANSWERS FOR CHARTBAT WHETHER ONE CHART ID / DATE IS IN
      *    QUARANTINE, SO THE NIGHT RUN SKIPS IT CLEANLY.
      *
      *    CALLERS PASS SIX PARAMETERS (CL: CALL PGM(CHARTVFY)
      *    PARM(&FUNC &CHARTID &FROMDATE &TODATE &QUAR &RC)):
      *      LK-FUNCTION         "VERIFY", "REPAIR" OR "CHECK".
      *      LK-CHART-ID         CHART ID TO SWEEP; SPACES = ALL.
      *                          REQUIRED FOR CHECK.
      *      LK-FROM-DATE        CCYYMMDD FIRST CHART DATE TO SWEEP;
      *                          SPACES STARTS AT THE BEGINNING. FOR
      *                          CHECK, THE CHART DATE ASKED ABOUT.
      *      LK-TO-DATE          CCYYMMDD LAST CHART DATE TO SWEEP;
      *                          SPACES RUNS TO THE END. NOT USED BY
      *                          CHECK.
      *      LK-QUARANTINED      CHECK ONLY: "Y" WHEN THE CHART ID /
      *                          DATE IS ON CHARTQUA AND NOT BACK ON
      *                          CHARTDAT, ELSE "N".
      *      LK-COMPLETION-CODE  0 = NO DEFECTS (CHECK: ANSWERED),
      *                          4 = DEFECTS OR WARNINGS FOUND (AND,
      *                          FOR REPAIR, DEALT WITH), 8 = FUNCTION
      *                          NOT RECOGNIZED, A DATE IS NOT
      *                          CCYYMMDD OR THE RANGE RUNS BACKWARDS,
      *                          OR CHECK KEYS MISSING, 16 = A FILE
      *                          COULD NOT BE OPENED OR A REPAIR OR
      *                          QUARANTINE COULD NOT BE WRITTEN.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-S38.
       OBJECT-COMPUTER. IBM-S38.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHART-DATA-FILE ASSIGN TO CHARTDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT QUARANTINE-FILE ASSIGN TO CHARTQUA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QU-KEY
               FILE STATUS IS WS-QUAR-STATUS.
           SELECT DEPT-LIST-FILE ASSIGN TO DEPTLIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT HIERARCHY-FILE ASSIGN TO DEPTHIER
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIER-STATUS.
           SELECT REPORT-FILE ASSIGN TO CHVFYPRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHART-DATA-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CHDATA.
       FD  QUARANTINE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CHQUAR.
       FD  DEPT-LIST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CHDEPT.
       FD  HIERARCHY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CHHIER.
       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE       PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-FILE-STATUS    PIC X(2).
       77  WS-QUAR-STATUS    PIC X(2).
       77  WS-DEPT-STATUS    PIC X(2).
       77  WS-HIER-STATUS    PIC X(2).
       77  WS-PRINT-STATUS   PIC X(2).
       77  WS-READ-EOF       PIC X.
           88  WS-READ-DONE                VALUE "Y".
       77  WS-LIST-EOF       PIC X.
           88  WS-LIST-DONE                VALUE "Y".
       77  WS-FROM-DATE      PIC X(8).
       77  WS-TO-DATE        PIC X(8).
       77  WS-TODAY          PIC X(8).
       77  WS-SUBSCRIPT      PIC S9(5) COMP-4.
       77  WS-SERIES-SUB     PIC S9(5) COMP-4.
       77  WS-USED-POINTS    PIC S9(5) COMP-4.
       77  WS-USED-SERIES    PIC S9(5) COMP-4.
      *    EACH KIND OF DEFECT IS PRINTED ONCE PER X ARRAY OR SERIES,
      *    AT THE FIRST POINT IT IS FOUND, NOT ONCE PER POINT.
       77  WS-USED-BAD       PIC X.
           88  WS-USED-FLAGGED             VALUE "Y".
       77  WS-UNUSED-BAD     PIC X.
           88  WS-UNUSED-FLAGGED           VALUE "Y".
       77  WS-LAST-ID        PIC X(8)     VALUE LOW-VALUES.
       77  WS-ID-FLAG        PIC X.
           88  WS-ID-KNOWN                 VALUE "Y".
      *    THE DEFECT BEING REPORTED.
       77  WS-SEVERITY       PIC X.
           88  WS-NOT-FIXABLE              VALUE "U".
           88  WS-REPAIRABLE               VALUE "R".
           88  WS-WARNING                  VALUE "W".
       77  WS-DEFECT-TEXT    PIC X(40).
       77  WS-DEFECT-SERIES  PIC S9(5) COMP-4.
       77  WS-DEFECT-POINT   PIC S9(5) COMP-4.
       77  WS-DEFECT-FOUND   PIC X(12).
       77  WS-EDIT-NUMBER    PIC -(5)9.
       77  WS-EDIT-VALUE     PIC -(5)9.9.
       77  WS-FIRST-REASON   PIC X(40).
      *    PER-RECORD AND RUN COUNTS.
       77  RECORD-UNFIXABLE  PIC S9(5) COMP-4.
       77  RECORD-REPAIRABLE PIC S9(5) COMP-4.
       77  RECORD-WARNINGS   PIC S9(5) COMP-4.
       77  READ-COUNT        PIC S9(7) COMP-4 VALUE ZERO.
       77  SELECTED-COUNT    PIC S9(7) COMP-4 VALUE ZERO.
       77  CLEAN-COUNT       PIC S9(7) COMP-4 VALUE ZERO.
       77  DEFECTIVE-COUNT   PIC S9(7) COMP-4 VALUE ZERO.
       77  WARNED-COUNT      PIC S9(7) COMP-4 VALUE ZERO.
       77  DEFECT-COUNT      PIC S9(7) COMP-4 VALUE ZERO.
       77  REPAIRED-COUNT    PIC S9(7) COMP-4 VALUE ZERO.
       77  QUARANTINE-COUNT  PIC S9(7) COMP-4 VALUE ZERO.
       77  KNOWN-COUNT       PIC S9(5) COMP-4 VALUE ZERO.
      *    EVERY CHART ID THE NIGHT RUN AND THE ROLLUPS KNOW: THE
      *    DEPARTMENTS ON DEPTLIST AND THE DIVISIONS AND COMPANIES ON
      *    DEPTHIER, EACH BY ITS FIRST EIGHT CHARACTERS.
       01  KNOWN-ID-TABLE.
           03  KNOWN-ENTRY OCCURS 1500 TIMES.
               05  KT-CHART-ID        PIC X(8).
       01  WS-DATE-PARTS.
           05  WS-DATE-CC    PIC 9(2).
           05  WS-DATE-YY    PIC 9(2).
           05  WS-DATE-MM    PIC 9(2).
           05  WS-DATE-DD    PIC 9(2).
      *    CHJRNL ENTRY PARAMETERS - SEE CHARTJRN.
       77  WS-PROGRAM-NAME   PIC X(8)     VALUE "CHARTVFY".
       77  WS-JOURNAL-FILE   PIC X(8)     VALUE "CHARTDAT".
       77  WS-JOURNAL-ACTION PIC X.
       77  WS-JOURNAL-KEY    PIC X(16).
       77  WS-JOURNAL-RC     PIC S9(5) COMP-3.
       01  WS-JOURNAL-BEFORE PIC X(800).
       01  WS-JOURNAL-AFTER  PIC X(800).
       01  RPT-HEADER-1.
           05  FILLER             PIC X(5)   VALUE SPACES.
           05  FILLER             PIC X(40)
               VALUE "CHART DATA INTEGRITY VERIFICATION".
           05  FILLER             PIC X(87)  VALUE SPACES.
       01  RPT-HEADER-2.
           05  FILLER             PIC X(5)   VALUE SPACES.
           05  FILLER             PIC X(9)   VALUE "FUNCTION ".
           05  RH-FUNCTION        PIC X(6).
           05  FILLER             PIC X(9)   VALUE "   DATES ".
           05  RH-FROM-DATE       PIC X(8).
           05  FILLER             PIC X(4)   VALUE " TO ".
           05  RH-TO-DATE         PIC X(8).
           05  FILLER             PIC X(12)  VALUE "   CHART ID ".
           05  RH-CHART-ID        PIC X(8).
           05  FILLER             PIC X(11)  VALUE "   RUN ON ".
           05  RH-RUN-DATE        PIC X(8).
           05  FILLER             PIC X(44)  VALUE SPACES.
       01  RPT-COLUMN-HEADS.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  FILLER             PIC X(10)  VALUE "CHART ID".
           05  FILLER             PIC X(10)  VALUE "DATE".
           05  FILLER             PIC X(13)  VALUE "SEVERITY".
           05  FILLER             PIC X(42)  VALUE "DEFECT".
           05  FILLER             PIC X(20)  VALUE "WHERE".
           05  FILLER             PIC X(36)  VALUE "FOUND".
       01  RPT-DEFECT-LINE.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RV-CHART-ID        PIC X(8).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RV-CHART-DATE      PIC X(8).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RV-SEVERITY        PIC X(11).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RV-DEFECT          PIC X(40).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RV-SERIES-LABEL    PIC X(7).
           05  RV-SERIES          PIC Z9     BLANK WHEN ZERO.
           05  RV-POINT-LABEL     PIC X(7).
           05  RV-POINT           PIC Z9     BLANK WHEN ZERO.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RV-FOUND           PIC X(12).
           05  FILLER             PIC X(24)  VALUE SPACES.
       01  RPT-OUTCOME-LINE.
           05  FILLER             PIC X(34)  VALUE SPACES.
           05  FILLER             PIC X(3)   VALUE "-> ".
           05  RO-OUTCOME         PIC X(60).
           05  FILLER             PIC X(35)  VALUE SPACES.
       01  RPT-TOTAL-LINE.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RT-LABEL           PIC X(30).
           05  RT-COUNT           PIC Z(6)9.
           05  FILLER             PIC X(94)  VALUE SPACES.
       LINKAGE SECTION.
       01  LK-FUNCTION           PIC X(6).
           88  LK-FUNC-VERIFY              VALUE "VERIFY".
           88  LK-FUNC-REPAIR              VALUE "REPAIR".
           88  LK-FUNC-CHECK               VALUE "CHECK ".
       01  LK-CHART-ID           PIC X(8).
       01  LK-FROM-DATE          PIC X(8).
       01  LK-TO-DATE            PIC X(8).
       01  LK-QUARANTINED        PIC X.
       01  LK-COMPLETION-CODE    PIC S9(5) COMP-3.
       PROCEDURE DIVISION USING LK-FUNCTION, LK-CHART-ID,
               LK-FROM-DATE, LK-TO-DATE, LK-QUARANTINED,
               LK-COMPLETION-CODE.
       MAIN-ROUTINE.
           MOVE ZERO TO LK-COMPLETION-CODE.
           MOVE "N" TO LK-QUARANTINED.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           EVALUATE TRUE
               WHEN LK-FUNC-CHECK
                   PERFORM CHECK-QUARANTINE THRU
                       CHECK-QUARANTINE-EXIT
               WHEN LK-FUNC-VERIFY
               WHEN LK-FUNC-REPAIR
                   PERFORM VERIFY-CHART-DATA THRU
                       VERIFY-CHART-EXIT
               WHEN OTHER
                   DISPLAY "CHARTVFY: FUNCTION " LK-FUNCTION
                       " NOT RECOGNIZED"
                   MOVE 8 TO LK-COMPLETION-CODE
           END-EVALUATE.
           GOBACK.

      *****************************************************************
      *    CHECK - IS THIS CHART ID / DATE IN QUARANTINE? ONE THAT HAS
      *    SINCE BEEN KEYED BACK ONTO CHARTDAT (CHARTMNT, OR A
      *    RESTORE) IS NOT, SO IT IS CHARTED AGAIN. A QUARANTINE FILE
      *    THAT WILL NOT OPEN ANSWERS "N" - THE CHART THEN RUNS AND
      *    FAILS IN CHARTDRV THE WAY IT ALWAYS DID.
      *****************************************************************
       CHECK-QUARANTINE.
           IF LK-CHART-ID = SPACES OR LK-FROM-DATE = SPACES
               DISPLAY "CHARTVFY: CHECK NEEDS A CHART ID AND DATE"
               MOVE 8 TO LK-COMPLETION-CODE
               GO TO CHECK-QUARANTINE-EXIT
           END-IF.
           OPEN INPUT QUARANTINE-FILE.
           IF WS-QUAR-STATUS = "35"
               GO TO CHECK-QUARANTINE-EXIT
           END-IF.
           IF WS-QUAR-STATUS NOT = "00"
               DISPLAY "CHARTVFY: UNABLE TO OPEN CHARTQUA, STATUS="
                   WS-QUAR-STATUS
               MOVE 16 TO LK-COMPLETION-CODE
               GO TO CHECK-QUARANTINE-EXIT
           END-IF.
           MOVE LK-CHART-ID TO QU-CHART-ID.
           MOVE LK-FROM-DATE TO QU-CHART-DATE.
           READ QUARANTINE-FILE KEY IS QU-KEY
               INVALID KEY
                   CLOSE QUARANTINE-FILE
                   GO TO CHECK-QUARANTINE-EXIT
           END-READ.
           CLOSE QUARANTINE-FILE.
           MOVE "Y" TO LK-QUARANTINED.
           OPEN INPUT CHART-DATA-FILE.
           IF WS-FILE-STATUS = "00"
               MOVE LK-CHART-ID TO CD-CHART-ID
               MOVE LK-FROM-DATE TO CD-CHART-DATE
               READ CHART-DATA-FILE KEY IS CD-KEY
                   NOT INVALID KEY
                       MOVE "N" TO LK-QUARANTINED
               END-READ
               CLOSE CHART-DATA-FILE
           END-IF.
       CHECK-QUARANTINE-EXIT.
           EXIT.

      *****************************************************************
      *    VERIFY AND REPAIR - THE SWEEP.
      *****************************************************************
       VERIFY-CHART-DATA.
      *    THE PROGRAM STAYS ACTIVE BETWEEN CALLS IN A JOB, SO EVERY
      *    COUNT AND THE ID TABLE ARE CLEARED FOR EACH SWEEP.
           MOVE ZERO TO READ-COUNT SELECTED-COUNT CLEAN-COUNT
               DEFECTIVE-COUNT WARNED-COUNT DEFECT-COUNT
               REPAIRED-COUNT QUARANTINE-COUNT KNOWN-COUNT.
           MOVE LOW-VALUES TO WS-LAST-ID.
           PERFORM EDIT-PARAMETERS.
           IF LK-COMPLETION-CODE NOT = ZERO
               GO TO VERIFY-CHART-EXIT
           END-IF.
           PERFORM OPEN-FILES THRU OPEN-FILES-EXIT.
           IF LK-COMPLETION-CODE NOT = ZERO
               GO TO VERIFY-CHART-EXIT
           END-IF.
           PERFORM LOAD-KNOWN-IDS.
           PERFORM PRINT-HEADINGS.
           MOVE "N" TO WS-READ-EOF.
           MOVE LOW-VALUES TO CD-KEY.
           IF LK-CHART-ID NOT = SPACES
               MOVE LK-CHART-ID TO CD-CHART-ID
               MOVE WS-FROM-DATE TO CD-CHART-DATE
           END-IF.
           START CHART-DATA-FILE KEY IS NOT LESS THAN CD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-READ-EOF
           END-START.
           PERFORM SWEEP-CHART-DATA UNTIL WS-READ-DONE.
           PERFORM PRINT-TOTALS.
           CLOSE CHART-DATA-FILE.
           CLOSE REPORT-FILE.
           IF LK-FUNC-REPAIR
               CLOSE QUARANTINE-FILE
           END-IF.
           IF LK-COMPLETION-CODE = ZERO
               AND (DEFECTIVE-COUNT > ZERO OR WARNED-COUNT > ZERO)
               MOVE 4 TO LK-COMPLETION-CODE
           END-IF.
       VERIFY-CHART-EXIT.
           EXIT.

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
                   DISPLAY "CHARTVFY: FROM DATE " LK-FROM-DATE
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
                   DISPLAY "CHARTVFY: TO DATE " LK-TO-DATE
                       " IS NOT CCYYMMDD"
                   MOVE 8 TO LK-COMPLETION-CODE
               END-IF
               MOVE LK-TO-DATE TO WS-TO-DATE
           END-IF.
           IF LK-COMPLETION-CODE = ZERO
               AND WS-FROM-DATE > WS-TO-DATE
               DISPLAY "CHARTVFY: FROM DATE " LK-FROM-DATE
                   " IS AFTER TO DATE " LK-TO-DATE
               MOVE 8 TO LK-COMPLETION-CODE
           END-IF.

       OPEN-FILES.
      *    VERIFY ONLY READS CHARTDAT; REPAIR UPDATES IT AND CREATES
      *    THE QUARANTINE FILE ON FIRST USE, THE WAY CHARTMNT CREATES
      *    CHARTDAT.
           IF LK-FUNC-REPAIR
               OPEN I-O CHART-DATA-FILE
           ELSE
               OPEN INPUT CHART-DATA-FILE
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "CHARTVFY: UNABLE TO OPEN CHARTDAT, STATUS="
                   WS-FILE-STATUS
               MOVE 16 TO LK-COMPLETION-CODE
               GO TO OPEN-FILES-EXIT
           END-IF.
           IF LK-FUNC-REPAIR
               OPEN I-O QUARANTINE-FILE
               IF WS-QUAR-STATUS = "35"
                   OPEN OUTPUT QUARANTINE-FILE
                   CLOSE QUARANTINE-FILE
                   OPEN I-O QUARANTINE-FILE
               END-IF
               IF WS-QUAR-STATUS NOT = "00"
                   DISPLAY "CHARTVFY: UNABLE TO OPEN CHARTQUA, STATUS="
                       WS-QUAR-STATUS
                   MOVE 16 TO LK-COMPLETION-CODE
                   CLOSE CHART-DATA-FILE
                   GO TO OPEN-FILES-EXIT
               END-IF
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "CHARTVFY: UNABLE TO OPEN CHVFYPRT, STATUS="
                   WS-PRINT-STATUS
               MOVE 16 TO LK-COMPLETION-CODE
               CLOSE CHART-DATA-FILE
               IF LK-FUNC-REPAIR
                   CLOSE QUARANTINE-FILE
               END-IF
           END-IF.
       OPEN-FILES-EXIT.
           EXIT.

       LOAD-KNOWN-IDS.
      *    A MISSING DEPTLIST OR DEPTHIER SIMPLY ADDS NO IDS; WITH
      *    NEITHER, NO CHART ID CAN BE CHECKED AND NONE IS WARNED.
           OPEN INPUT DEPT-LIST-FILE.
           IF WS-DEPT-STATUS = "00"
               MOVE "N" TO WS-LIST-EOF
               PERFORM LOAD-DEPT-RECORD UNTIL WS-LIST-DONE
               CLOSE DEPT-LIST-FILE
           ELSE
               IF WS-DEPT-STATUS NOT = "35"
                   DISPLAY "CHARTVFY: UNABLE TO OPEN DEPTLIST, STATUS="
                       WS-DEPT-STATUS
               END-IF
           END-IF.
           OPEN INPUT HIERARCHY-FILE.
           IF WS-HIER-STATUS = "00"
               MOVE "N" TO WS-LIST-EOF
               PERFORM LOAD-HIER-RECORD UNTIL WS-LIST-DONE
               CLOSE HIERARCHY-FILE
           ELSE
               IF WS-HIER-STATUS NOT = "35"
                   DISPLAY "CHARTVFY: UNABLE TO OPEN DEPTHIER, STATUS="
                       WS-HIER-STATUS
               END-IF
           END-IF.
           IF KNOWN-COUNT = ZERO
               DISPLAY "CHARTVFY: NO DEPTLIST OR DEPTHIER - CHART IDS"
                   " NOT CHECKED"
           END-IF.

       LOAD-DEPT-RECORD.
           READ DEPT-LIST-FILE
               AT END
                   MOVE "Y" TO WS-LIST-EOF
           END-READ.
           IF WS-DEPT-STATUS NOT = "00" AND WS-DEPT-STATUS NOT = "10"
               DISPLAY "CHARTVFY: DEPTLIST READ FAILED, STATUS="
                   WS-DEPT-STATUS
               MOVE "Y" TO WS-LIST-EOF
           END-IF.
           IF NOT WS-LIST-DONE
               MOVE DL-DEPT TO WS-DEFECT-FOUND
               PERFORM ADD-KNOWN-ID
           END-IF.

       LOAD-HIER-RECORD.
           READ HIERARCHY-FILE
               AT END
                   MOVE "Y" TO WS-LIST-EOF
           END-READ.
           IF WS-HIER-STATUS NOT = "00" AND WS-HIER-STATUS NOT = "10"
               DISPLAY "CHARTVFY: DEPTHIER READ FAILED, STATUS="
                   WS-HIER-STATUS
               MOVE "Y" TO WS-LIST-EOF
           END-IF.
           IF NOT WS-LIST-DONE
               MOVE HI-DIVISION TO WS-DEFECT-FOUND
               PERFORM ADD-KNOWN-ID
               MOVE HI-COMPANY TO WS-DEFECT-FOUND
               PERFORM ADD-KNOWN-ID
           END-IF.

       ADD-KNOWN-ID.
      *    THE NAME TO ADD ARRIVES IN WS-DEFECT-FOUND, WHICH IS FREE
      *    UNTIL THE SWEEP STARTS. A DIVISION NAMED ON MANY DEPTHIER
      *    RECORDS IS HELD ONCE.
           IF WS-DEFECT-FOUND (1:8) NOT = SPACES
               MOVE "N" TO WS-ID-FLAG
               PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                       UNTIL WS-SUBSCRIPT > KNOWN-COUNT OR WS-ID-KNOWN
                   IF KT-CHART-ID (WS-SUBSCRIPT) = WS-DEFECT-FOUND (1:8)
                       MOVE "Y" TO WS-ID-FLAG
                   END-IF
               END-PERFORM
               IF NOT WS-ID-KNOWN
                   IF KNOWN-COUNT < 1500
                       ADD 1 TO KNOWN-COUNT
                       MOVE WS-DEFECT-FOUND (1:8)
                           TO KT-CHART-ID (KNOWN-COUNT)
                   ELSE
                       DISPLAY "CHARTVFY: CHART ID TABLE FULL, "
                           WS-DEFECT-FOUND " NOT LOADED"
                   END-IF
               END-IF
           END-IF.

       PRINT-HEADINGS.
           WRITE REPORT-LINE FROM RPT-HEADER-1.
           MOVE LK-FUNCTION TO RH-FUNCTION.
           IF LK-FROM-DATE = SPACES
               MOVE "FIRST" TO RH-FROM-DATE
           ELSE
               MOVE LK-FROM-DATE TO RH-FROM-DATE
           END-IF.
           IF LK-TO-DATE = SPACES
               MOVE "LAST" TO RH-TO-DATE
           ELSE
               MOVE LK-TO-DATE TO RH-TO-DATE
           END-IF.
           IF LK-CHART-ID = SPACES
               MOVE "*ALL" TO RH-CHART-ID
           ELSE
               MOVE LK-CHART-ID TO RH-CHART-ID
           END-IF.
           MOVE WS-TODAY TO RH-RUN-DATE.
           WRITE REPORT-LINE FROM RPT-HEADER-2.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM RPT-COLUMN-HEADS.

       SWEEP-CHART-DATA.
           READ CHART-DATA-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-READ-EOF
           END-READ.
      *    ANY NON-ZERO STATUS ENDS THE SWEEP, NOT JUST END OF FILE,
      *    THE SAME GUARD CHARTARC'S SWEEP CARRIES.
           IF WS-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-READ-EOF
           END-IF.
           IF NOT WS-READ-DONE AND LK-CHART-ID NOT = SPACES
               IF CD-CHART-ID NOT = LK-CHART-ID
                   MOVE "Y" TO WS-READ-EOF
               END-IF
           END-IF.
           IF NOT WS-READ-DONE
               ADD 1 TO READ-COUNT
               IF CD-CHART-DATE NOT < WS-FROM-DATE
                   AND CD-CHART-DATE NOT > WS-TO-DATE
                   ADD 1 TO SELECTED-COUNT
                   PERFORM VERIFY-ONE-RECORD
               END-IF
           END-IF.

      *****************************************************************
      *    ONE RECORD. THE REPAIRABLE DEFECTS ARE PUT RIGHT IN THE
      *    RECORD AREA AS THEY ARE FOUND - THE RECORD AS READ IS HELD
      *    AS THE JOURNAL BEFORE IMAGE - AND ONLY WRITTEN BACK BY A
      *    REPAIR RUN WHEN NOTHING UNFIXABLE WAS FOUND.
      *****************************************************************
       VERIFY-ONE-RECORD.
           MOVE ZERO TO RECORD-UNFIXABLE.
           MOVE ZERO TO RECORD-REPAIRABLE.
           MOVE ZERO TO RECORD-WARNINGS.
           MOVE SPACES TO WS-FIRST-REASON.
           MOVE CHART-DATA-RECORD TO WS-JOURNAL-BEFORE.
           PERFORM CHECK-RECORD-COUNTS.
           PERFORM CHECK-X-VALUES.
           PERFORM CHECK-Y-SERIES
               VARYING WS-SERIES-SUB FROM 1 BY 1
               UNTIL WS-SERIES-SUB > 4.
           PERFORM CHECK-MODE-AND-FLAG.
           PERFORM CHECK-CHART-ID THRU CHECK-CHART-ID-EXIT.
           IF RECORD-UNFIXABLE = ZERO AND RECORD-REPAIRABLE = ZERO
               IF RECORD-WARNINGS = ZERO
                   ADD 1 TO CLEAN-COUNT
               ELSE
                   ADD 1 TO WARNED-COUNT
               END-IF
           ELSE
               ADD 1 TO DEFECTIVE-COUNT
               IF LK-FUNC-REPAIR
                   IF RECORD-UNFIXABLE > ZERO
                       PERFORM QUARANTINE-ONE-RECORD
                   ELSE
                       PERFORM REWRITE-REPAIRED-RECORD
                   END-IF
               ELSE
                   IF RECORD-UNFIXABLE > ZERO
                       MOVE "VERIFY ONLY - REPAIR WOULD QUARANTINE IT"
                           TO RO-OUTCOME
                   ELSE
                       MOVE "VERIFY ONLY - REPAIR WOULD FIX IT"
                           TO RO-OUTCOME
                   END-IF
                   WRITE REPORT-LINE FROM RPT-OUTCOME-LINE
               END-IF
           END-IF.

       CHECK-RECORD-COUNTS.
           IF CD-POINTS < 1 OR CD-POINTS > 31
               MOVE ZERO TO WS-USED-POINTS
               MOVE "U" TO WS-SEVERITY
               MOVE "POINTS OUT OF RANGE 1-31" TO WS-DEFECT-TEXT
               MOVE ZERO TO WS-DEFECT-SERIES
               MOVE ZERO TO WS-DEFECT-POINT
               MOVE CD-POINTS TO WS-EDIT-NUMBER
               MOVE WS-EDIT-NUMBER TO WS-DEFECT-FOUND
               PERFORM WRITE-DEFECT-LINE
           ELSE
               MOVE CD-POINTS TO WS-USED-POINTS
           END-IF.
      *    A COUNT ABOVE FOUR CANNOT SAY WHICH SERIES ARE REAL, SO
      *    ALL FOUR ARE CHECKED AS CHARTED; ZERO IS THE SINGLE SERIES
      *    CHARTDRV HAS ALWAYS TAKEN IT TO BE.
           MOVE ZERO TO WS-DEFECT-SERIES.
           MOVE ZERO TO WS-DEFECT-POINT.
           MOVE CD-SERIES-COUNT TO WS-EDIT-NUMBER.
           MOVE WS-EDIT-NUMBER TO WS-DEFECT-FOUND.
           EVALUATE TRUE
               WHEN CD-SERIES-COUNT > 4 OR CD-SERIES-COUNT < ZERO
                   MOVE 4 TO WS-USED-SERIES
                   MOVE "U" TO WS-SEVERITY
                   MOVE "SERIES COUNT OUT OF RANGE 1-4"
                       TO WS-DEFECT-TEXT
                   PERFORM WRITE-DEFECT-LINE
               WHEN CD-SERIES-COUNT = ZERO
                   MOVE 1 TO WS-USED-SERIES
                   MOVE 1 TO CD-SERIES-COUNT
                   MOVE "R" TO WS-SEVERITY
                   MOVE "SERIES COUNT ZERO - SET TO ONE"
                       TO WS-DEFECT-TEXT
                   PERFORM WRITE-DEFECT-LINE
               WHEN OTHER
                   MOVE CD-SERIES-COUNT TO WS-USED-SERIES
           END-EVALUATE.

       CHECK-X-VALUES.
           MOVE "N" TO WS-USED-BAD.
           MOVE "N" TO WS-UNUSED-BAD.
           MOVE ZERO TO WS-SERIES-SUB.
           PERFORM CHECK-ONE-X-VALUE
               VARYING WS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-SUBSCRIPT > 31.
      *    THE SEQUENCE IS CHECKED THE WAY CHART CHECKS IT, AND ONLY
      *    WHEN EVERY CHARTED X IS GOOD PACKED DATA TO COMPARE.
           IF WS-USED-POINTS > 1 AND NOT WS-USED-FLAGGED
               PERFORM CHECK-X-SEQUENCE
                   VARYING WS-SUBSCRIPT FROM 2 BY 1
                   UNTIL WS-SUBSCRIPT > WS-USED-POINTS
                       OR WS-USED-FLAGGED
           END-IF.

       CHECK-ONE-X-VALUE.
           IF CD-AX (WS-SUBSCRIPT) NOT NUMERIC
               IF WS-SUBSCRIPT NOT > WS-USED-POINTS
                   IF NOT WS-USED-FLAGGED
                       MOVE "Y" TO WS-USED-BAD
                       MOVE "U" TO WS-SEVERITY
                       MOVE "X VALUE NOT VALID PACKED DATA"
                           TO WS-DEFECT-TEXT
                       PERFORM WRITE-POINT-DEFECT
                   END-IF
               ELSE
                   MOVE ZERO TO CD-AX (WS-SUBSCRIPT)
                   IF NOT WS-UNUSED-FLAGGED
                       MOVE "Y" TO WS-UNUSED-BAD
                       MOVE "R" TO WS-SEVERITY
                       MOVE "UNUSED X NOT VALID PACKED DATA - ZEROED"
                           TO WS-DEFECT-TEXT
                       PERFORM WRITE-POINT-DEFECT
                   END-IF
               END-IF
           END-IF.

       CHECK-X-SEQUENCE.
           IF CD-AX (WS-SUBSCRIPT) NOT > CD-AX (WS-SUBSCRIPT - 1)
               MOVE "Y" TO WS-USED-BAD
               MOVE "U" TO WS-SEVERITY
               MOVE "X VALUES NOT ASCENDING" TO WS-DEFECT-TEXT
               MOVE ZERO TO WS-DEFECT-SERIES
               MOVE WS-SUBSCRIPT TO WS-DEFECT-POINT
               MOVE CD-AX (WS-SUBSCRIPT) TO WS-EDIT-VALUE
               MOVE WS-EDIT-VALUE TO WS-DEFECT-FOUND
               PERFORM WRITE-DEFECT-LINE
           END-IF.

       CHECK-Y-SERIES.
           MOVE "N" TO WS-USED-BAD.
           MOVE "N" TO WS-UNUSED-BAD.
           IF WS-SERIES-SUB > WS-USED-SERIES
               PERFORM CHECK-UNUSED-Y-VALUE
                   VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > 31 OR WS-UNUSED-FLAGGED
               IF WS-UNUSED-FLAGGED
                   PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                           UNTIL WS-SUBSCRIPT > 31
                       MOVE ZERO TO CD-AY (WS-SERIES-SUB, WS-SUBSCRIPT)
                   END-PERFORM
                   MOVE "R" TO WS-SEVERITY
                   MOVE "UNUSED SERIES NOT ZERO - ZEROED"
                       TO WS-DEFECT-TEXT
                   MOVE WS-SERIES-SUB TO WS-DEFECT-SERIES
                   MOVE ZERO TO WS-DEFECT-POINT
                   MOVE SPACES TO WS-DEFECT-FOUND
                   PERFORM WRITE-DEFECT-LINE
               END-IF
           ELSE
               PERFORM CHECK-USED-Y-VALUE
                   VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > 31
           END-IF.

       CHECK-UNUSED-Y-VALUE.
      *    THE NUMERIC TEST COMES FIRST: BAD PACKED DATA MUST NOT BE
      *    COMPARED AGAINST ZERO.
           IF CD-AY (WS-SERIES-SUB, WS-SUBSCRIPT) NOT NUMERIC
               MOVE "Y" TO WS-UNUSED-BAD
           ELSE
               IF CD-AY (WS-SERIES-SUB, WS-SUBSCRIPT) NOT = ZERO
                   MOVE "Y" TO WS-UNUSED-BAD
               END-IF
           END-IF.

       CHECK-USED-Y-VALUE.
           IF CD-AY (WS-SERIES-SUB, WS-SUBSCRIPT) NOT NUMERIC
               IF WS-SUBSCRIPT NOT > WS-USED-POINTS
                   IF NOT WS-USED-FLAGGED
                       MOVE "Y" TO WS-USED-BAD
                       MOVE "U" TO WS-SEVERITY
                       MOVE "Y VALUE NOT VALID PACKED DATA"
                           TO WS-DEFECT-TEXT
                       PERFORM WRITE-POINT-DEFECT
                   END-IF
               ELSE
                   MOVE ZERO TO CD-AY (WS-SERIES-SUB, WS-SUBSCRIPT)
                   IF NOT WS-UNUSED-FLAGGED
                       MOVE "Y" TO WS-UNUSED-BAD
                       MOVE "R" TO WS-SEVERITY
                       MOVE "UNUSED Y NOT VALID PACKED DATA - ZEROED"
                           TO WS-DEFECT-TEXT
                       PERFORM WRITE-POINT-DEFECT
                   END-IF
               END-IF
           END-IF.

       CHECK-MODE-AND-FLAG.
           MOVE ZERO TO WS-DEFECT-SERIES.
           MOVE ZERO TO WS-DEFECT-POINT.
           IF NOT CD-MODE-LINE AND NOT CD-MODE-BAR AND NOT CD-MODE-PIE
               MOVE CD-CHART-MODE TO WS-DEFECT-FOUND
               MOVE "LINE" TO CD-CHART-MODE
               MOVE "R" TO WS-SEVERITY
               MOVE "MODE NOT LINE, BAR OR PIE - SET TO LINE"
                   TO WS-DEFECT-TEXT
               PERFORM WRITE-DEFECT-LINE
           END-IF.
           IF NOT CD-HARDCOPY-YES AND NOT CD-HARDCOPY-NO
               MOVE CD-HARDCOPY-FLAG TO WS-DEFECT-FOUND
               MOVE "N" TO CD-HARDCOPY-FLAG
               MOVE "R" TO WS-SEVERITY
               MOVE "HARDCOPY FLAG NOT Y OR N - SET TO N"
                   TO WS-DEFECT-TEXT
               PERFORM WRITE-DEFECT-LINE
           END-IF.

       CHECK-CHART-ID.
      *    THE FILE IS IN CHART ID ORDER, SO EACH ID IS LOOKED UP
      *    ONCE AND THE ANSWER KEPT FOR ITS OTHER DATES.
           IF KNOWN-COUNT = ZERO OR CD-CHART-ID = "SUMMARY"
               GO TO CHECK-CHART-ID-EXIT
           END-IF.
           IF CD-CHART-ID NOT = WS-LAST-ID
               MOVE CD-CHART-ID TO WS-LAST-ID
               MOVE "N" TO WS-ID-FLAG
               PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                       UNTIL WS-SUBSCRIPT > KNOWN-COUNT OR WS-ID-KNOWN
                   IF KT-CHART-ID (WS-SUBSCRIPT) = CD-CHART-ID
                       MOVE "Y" TO WS-ID-FLAG
                   END-IF
               END-PERFORM
           END-IF.
           IF NOT WS-ID-KNOWN
               MOVE "W" TO WS-SEVERITY
               MOVE "CHART ID NOT ON DEPTLIST OR DEPTHIER"
                   TO WS-DEFECT-TEXT
               MOVE ZERO TO WS-DEFECT-SERIES
               MOVE ZERO TO WS-DEFECT-POINT
               MOVE SPACES TO WS-DEFECT-FOUND
               PERFORM WRITE-DEFECT-LINE
           END-IF.
       CHECK-CHART-ID-EXIT.
           EXIT.

       WRITE-POINT-DEFECT.
      *    BAD PACKED DATA CANNOT BE EDITED FOR PRINTING, SO ONLY ITS
      *    SERIES AND POINT ARE SHOWN.
           MOVE WS-SERIES-SUB TO WS-DEFECT-SERIES.
           MOVE WS-SUBSCRIPT TO WS-DEFECT-POINT.
           MOVE SPACES TO WS-DEFECT-FOUND.
           PERFORM WRITE-DEFECT-LINE.

       WRITE-DEFECT-LINE.
           ADD 1 TO DEFECT-COUNT.
           MOVE CD-CHART-ID TO RV-CHART-ID.
           MOVE CD-CHART-DATE TO RV-CHART-DATE.
           EVALUATE TRUE
               WHEN WS-NOT-FIXABLE
                   ADD 1 TO RECORD-UNFIXABLE
                   MOVE "NOT FIXABLE" TO RV-SEVERITY
                   IF WS-FIRST-REASON = SPACES
                       MOVE WS-DEFECT-TEXT TO WS-FIRST-REASON
                   END-IF
               WHEN WS-REPAIRABLE
                   ADD 1 TO RECORD-REPAIRABLE
                   MOVE "REPAIRABLE" TO RV-SEVERITY
               WHEN OTHER
                   ADD 1 TO RECORD-WARNINGS
                   MOVE "WARNING" TO RV-SEVERITY
           END-EVALUATE.
           MOVE WS-DEFECT-TEXT TO RV-DEFECT.
           IF WS-DEFECT-SERIES > ZERO
               MOVE "SERIES " TO RV-SERIES-LABEL
           ELSE
               MOVE SPACES TO RV-SERIES-LABEL
           END-IF.
           MOVE WS-DEFECT-SERIES TO RV-SERIES.
           IF WS-DEFECT-POINT > ZERO
               MOVE " POINT " TO RV-POINT-LABEL
           ELSE
               MOVE SPACES TO RV-POINT-LABEL
           END-IF.
           MOVE WS-DEFECT-POINT TO RV-POINT.
           MOVE WS-DEFECT-FOUND TO RV-FOUND.
           WRITE REPORT-LINE FROM RPT-DEFECT-LINE.

      *****************************************************************
      *    REPAIR RUN ONLY - PUT THE RECORD RIGHT, OR TAKE IT OFF.
      *****************************************************************
       REWRITE-REPAIRED-RECORD.
           REWRITE CHART-DATA-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-FILE-STATUS = "00"
               ADD 1 TO REPAIRED-COUNT
               MOVE "REPAIRED" TO RO-OUTCOME
               MOVE "C" TO WS-JOURNAL-ACTION
               MOVE CHART-DATA-RECORD TO WS-JOURNAL-AFTER
               PERFORM WRITE-JOURNAL-ENTRY
           ELSE
               DISPLAY "CHARTVFY: REWRITE FAILED FOR " CD-CHART-ID
                   " / " CD-CHART-DATE ", STATUS=" WS-FILE-STATUS
               MOVE 16 TO LK-COMPLETION-CODE
               MOVE "REWRITE FAILED - RECORD NOT REPAIRED"
                   TO RO-OUTCOME
           END-IF.
           WRITE REPORT-LINE FROM RPT-OUTCOME-LINE.

       QUARANTINE-ONE-RECORD.
      *    THE RECORD IS ON THE QUARANTINE FILE, AS IT WAS FOUND,
      *    BEFORE IT LEAVES CHARTDAT, SO A FAILURE BETWEEN THE TWO
      *    LEAVES A DUPLICATE, NEVER A LOSS - THE SAME ORDER CHARTARC
      *    KEEPS. A KEY QUARANTINED BEFORE, KEYED BACK AND FOUND BAD
      *    AGAIN REPLACES ITS OLD ENTRY.
           MOVE CD-KEY TO QU-KEY.
           MOVE WS-TODAY TO QU-QUARANTINE-DATE.
           COMPUTE QU-DEFECT-COUNT = RECORD-UNFIXABLE
               + RECORD-REPAIRABLE.
           MOVE WS-FIRST-REASON TO QU-REASON.
           MOVE WS-JOURNAL-BEFORE TO QU-CHART-IMAGE.
           WRITE QUARANTINE-RECORD
               INVALID KEY
                   REWRITE QUARANTINE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE.
           IF WS-QUAR-STATUS NOT = "00"
               DISPLAY "CHARTVFY: CHARTQUA WRITE FAILED FOR "
                   CD-CHART-ID " / " CD-CHART-DATE ", STATUS="
                   WS-QUAR-STATUS ", RECORD KEPT"
               MOVE 16 TO LK-COMPLETION-CODE
               MOVE "QUARANTINE WRITE FAILED - LEFT ON CHARTDAT"
                   TO RO-OUTCOME
               WRITE REPORT-LINE FROM RPT-OUTCOME-LINE
           ELSE
               DELETE CHART-DATA-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF WS-FILE-STATUS = "00"
                   ADD 1 TO QUARANTINE-COUNT
                   MOVE "QUARANTINED TO CHARTQUA" TO RO-OUTCOME
                   MOVE "D" TO WS-JOURNAL-ACTION
                   MOVE SPACES TO WS-JOURNAL-AFTER
                   PERFORM WRITE-JOURNAL-ENTRY
               ELSE
                   DISPLAY "CHARTVFY: DELETE FAILED FOR " CD-CHART-ID
                       " / " CD-CHART-DATE ", STATUS=" WS-FILE-STATUS
                   MOVE 16 TO LK-COMPLETION-CODE
                   MOVE "COPIED TO CHARTQUA BUT DELETE FAILED"
                       TO RO-OUTCOME
               END-IF
               WRITE REPORT-LINE FROM RPT-OUTCOME-LINE
           END-IF.

       WRITE-JOURNAL-ENTRY.
      *    THE RECORD IS ALREADY CHANGED ON DISK, SO A JOURNAL FAILURE
      *    CAN ONLY BE REPORTED.
           MOVE CD-KEY TO WS-JOURNAL-KEY.
           CALL "CHARTJRN" USING WS-PROGRAM-NAME, WS-JOURNAL-FILE,
                   WS-JOURNAL-ACTION, WS-JOURNAL-KEY,
                   WS-JOURNAL-BEFORE, WS-JOURNAL-AFTER,
                   WS-JOURNAL-RC
               ON EXCEPTION
                   MOVE 16 TO WS-JOURNAL-RC
           END-CALL.
           IF WS-JOURNAL-RC NOT = ZERO
               DISPLAY "CHARTVFY: ** CHANGE MADE BUT NOT JOURNALED,"
                   " RC=" WS-JOURNAL-RC " FOR " CD-CHART-ID
                   " / " CD-CHART-DATE
           END-IF.

       PRINT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "RECORDS READ" TO RT-LABEL.
           MOVE READ-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "RECORDS IN DATE RANGE" TO RT-LABEL.
           MOVE SELECTED-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "  CLEAN" TO RT-LABEL.
           MOVE CLEAN-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "  WARNINGS ONLY" TO RT-LABEL.
           MOVE WARNED-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "  WITH DEFECTS" TO RT-LABEL.
           MOVE DEFECTIVE-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "DEFECTS AND WARNINGS LISTED" TO RT-LABEL.
           MOVE DEFECT-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "RECORDS REPAIRED" TO RT-LABEL.
           MOVE REPAIRED-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE "RECORDS QUARANTINED" TO RT-LABEL.
           MOVE QUARANTINE-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           DISPLAY "CHARTVFY: " SELECTED-COUNT " CHECKED, "
               DEFECTIVE-COUNT " WITH DEFECTS, " REPAIRED-COUNT
               " REPAIRED, " QUARANTINE-COUNT " QUARANTINED".
