       IDENTIFICATION DIVISION.

       PROGRAM-ID. CHARTREO.
      *****************************************************************
      *    CHARTREO CARRIES A DEPARTMENT REORGANIZATION THROUGH EVERY
      *    FILE KEYED BY THE DEPARTMENT NAME OR ITS CHART ID (THE
      *    FIRST EIGHT CHARACTERS): CHARTDAT, THE CHARHIST ARCHIVE,
      *    CHBUDGET, CHARTCKP, CHLIMITS, CHROUTE, CHSCHED, THE CHMONSUM
      *    MONTHLY SUMMARIES, THE CHAUTH ACCESS GRANTS, DEPTHIER AND
      *    DEPTLIST. DONE BY HAND, ONE MISSED FILE BROKE CHARTCMP'S
      *    PRIOR-YEAR COMPARISON AND CHARTTRD'S TRENDS AT THE
      *    CHANGEOVER DATE.
      *
      *    THREE ACTIONS ARE SUPPORTED:
      *      RENAME  EVERY RECORD FOR THE OLD DEPARTMENT IS RE-KEYED
      *              TO THE NEW ONE, HISTORY INCLUDED. THE NEW NAME
      *              MUST NOT BE ON DEPTLIST AND ITS CHART ID MUST NOT
      *              BELONG TO ANY OTHER DEPARTMENT OR ROLLUP. WHEN
      *              THE TWO NAMES SHARE A CHART ID ONLY THE FILES
      *              KEYED BY THE FULL NAME CHANGE.
      *      MERGE   THE OLD DEPARTMENT IS FOLDED INTO THE NEW ONE,
      *              WHICH MUST ALREADY BE ON DEPTLIST. CHART AND
      *              BUDGET HISTORY FOR A DATE BOTH HOLD IS SUMMED
      *              INTO THE SURVIVOR, VALUE BY VALUE; HISTORY ONLY
      *              THE OLD DEPARTMENT HAS IS RE-KEYED TO IT. THE OLD
      *              DEPARTMENT'S LIMITS, ROUTING, SCHEDULE, HIERARCHY
      *              AND DEPTLIST ENTRIES ARE DELETED - THE SURVIVOR'S
      *              OWN STAND.
      *      RETIRE  CHART AND BUDGET HISTORY DATED ON OR AFTER THE
      *              EFFECTIVE DATE IS DELETED AND EARLIER HISTORY IS
      *              KEPT, SO LAST YEAR'S CHARTS STILL RESTORE; THE
      *              CONTROL FILE ENTRIES ARE DELETED.
      *    CHECKPOINTS DATED ON OR AFTER THE EFFECTIVE DATE ARE
      *    DELETED ON A MERGE OR RETIRE; A RENAME RE-KEYS THEM ALL.
      *    A BUDGET MONTH IS TAKEN AS DATED ON ITS FIRST DAY.
      *    CHMONSUM SUMMARIES, ONE PER CHART ID AND YEAR, ARE RE-KEYED
      *    ON A RENAME AND DELETED ON A MERGE OR RETIRE; CHARTMSM
      *    REBUILDS THE SURVIVOR'S FROM THE MERGED HISTORY. CHAUTH
      *    GRANTS NAMING THE OLD DEPARTMENT (SCOPE D) OR ITS CHART ID
      *    (SCOPE C) ARE LIKEWISE RE-KEYED TO THE NEW NAME OR CHART ID
      *    ON A RENAME, SO ITS USERS KEEP THEIR ACCESS, AND DELETED ON
      *    A MERGE OR RETIRE - THE SURVIVOR'S OWN GRANTS STAND.
      *    DIVISION GRANTS FOLLOW DEPTHIER AND NEED NOTHING HERE.
      *
      *    A PREVIEW RUN CHANGES NOTHING. IT LISTS EVERY RECORD THE
      *    REORGANIZATION WILL TOUCH AND WHAT WILL BE DONE TO IT,
      *    FLAGS EVERY CONFLICT - A NEW KEY ALREADY ON FILE ON A
      *    RENAME, A SUM TOO BIG FOR ITS FIELD ON A MERGE - AND ENDS
      *    WITH THE COUNTS PLANNED PER FILE. A COMMIT RUN PRINTS THE
      *    SAME PREVIEW, AND ONLY IF IT IS CLEAN APPLIES IT, THEN
      *    PRINTS THE COMPLETION COUNTS; A COMMIT CANNOT BE RUN AHEAD
      *    OF THE EFFECTIVE DATE, SO THE NIGHT RUNS UP TO THEN STILL
      *    CHART THE OLD DEPARTMENT. THE CHARTBAT NIGHT RUN MUST NOT
      *    BE RUNNING AT THE SAME TIME.
      *
      *    THE FILES ARE CHANGED IN THE ORDER LISTED ABOVE, DEPTLIST
      *    LAST, AND EACH STEP ONLY EVER LOOKS FOR WHAT IS STILL
      *    LEFT UNDER THE OLD NAME. A COMMIT THAT STOPS PART WAY
      *    THEREFORE LEAVES DEPTLIST NAMING THE OLD DEPARTMENT, AND
      *    RUNNING THE COMMIT AGAIN FINISHES THE JOB. THE SAME RERUN,
      *    WITH CHARHIST OVERRIDDEN TO AN OLDER MONTH-END GENERATION,
      *    CARRIES THE CHANGE INTO THAT GENERATION TOO - EACH RUN
      *    TREATS ONE. THE ONE STEP A RERUN CANNOT REPAIR IS A MERGED
      *    CHARTDAT RECORD WHOSE OLD COPY COULD NOT BE DELETED: IT IS
      *    FLAGGED ON THE REPORT AND MUST BE DELETED THROUGH CHARTMNT
      *    FIRST, OR IT WOULD BE SUMMED IN A SECOND TIME.
      *
      *    CHARHIST AND CHBUDGET ARE SEQUENTIAL, SO EACH IS COPIED TO
      *    A WORK FILE (CHREOHWK, CHREOBWK) WITH THE CHANGES MADE AND
      *    THEN COPIED BACK; IF THE COPY BACK FAILS THE WORK FILE IS
      *    THE COMPLETE NEW VERSION. DEPTHIER AND DEPTLIST ARE
      *    REWRITTEN WHOLE FROM STORAGE, AS CHARTCTL DOES. CHANGES TO
      *    CHARTDAT, CHLIMITS, CHSCHED, CHAUTH AND DEPTLIST ARE
      *    JOURNALED TO CHJRNL THROUGH CHARTJRN LIKE ANY OTHER
      *    MAINTENANCE, CHAUTH'S THE SAME WAY CHARTAUM JOURNALS IT.
      *
      *    CHARTRLL'S DIVISION AND COMPANY ROLLUPS, CHARTCMP'S
      *    COMPARISON SERIES AND A MERGE SURVIVOR'S CHARTMSM SUMMARY
      *    ALREADY WRITTEN ARE NOT RECALCULATED HERE; RERUN THEM FOR
      *    ANY DATE THAT NEEDS THE NEW FIGURES.
      *
      *    CALLERS PASS SIX PARAMETERS (CL: CALL PGM(CHARTREO)
      *    PARM(&RUNTYPE &ACTION &OLDDEPT &NEWDEPT &EFFDATE &RC)):
      *      LK-RUN-TYPE         "PREVIEW" OR "COMMIT".
      *      LK-ACTION           "RENAME", "MERGE" OR "RETIRE".
      *      LK-OLD-DEPT         THE DEPARTMENT BEING REORGANIZED.
      *      LK-NEW-DEPT         THE NEW NAME (RENAME) OR SURVIVING
      *                          DEPARTMENT (MERGE); SPACES (RETIRE).
      *      LK-EFFECTIVE-DATE   CCYYMMDD; SPACES IS REPLACED WITH
      *                          TODAY AND PASSED BACK, THE SAME
      *                          CONVENTION CHARTCKP USES.
      *      LK-COMPLETION-CODE  0 = OK, 4 = DONE WITH WARNINGS (THE
      *                          OLD DEPARTMENT NOT ON DEPTLIST, OR
      *                          MERGED ACROSS DIVISIONS), 8 = A
      *                          PARAMETER IS WRONG OR THE PREVIEW
      *                          FOUND CONFLICTS - NOTHING CHANGED,
      *                          16 = A FILE COULD NOT BE OPENED OR A
      *                          CHANGE FAILED - RERUN THE COMMIT TO
      *                          FINISH ONCE THE CAUSE IS CLEARED.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-S38.
       OBJECT-COMPUTER. IBM-S38.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPT-LIST-FILE ASSIGN TO DEPTLIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT HIERARCHY-FILE ASSIGN TO DEPTHIER
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIER-STATUS.
           SELECT CHART-DATA-FILE ASSIGN TO CHARTDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO CHARHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT HIST-WORK-FILE ASSIGN TO CHREOHWK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HWK-STATUS.
           SELECT BUDGET-FILE ASSIGN TO CHBUDGET
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUDGET-STATUS.
           SELECT BUDGET-WORK-FILE ASSIGN TO CHREOBWK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BWK-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO CHARTCKP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-KEY
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT LIMITS-FILE ASSIGN TO CHLIMITS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CHART-ID
               FILE STATUS IS WS-LIMITS-STATUS.
           SELECT ROUTE-FILE ASSIGN TO CHROUTE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-CHART-ID
               FILE STATUS IS WS-ROUTE-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO CHSCHED
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-DEPT
               FILE STATUS IS WS-SCHED-STATUS.
           SELECT SUMMARY-FILE ASSIGN TO CHMONSUM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MS-KEY
               FILE STATUS IS WS-SUM-STATUS.
           SELECT AUTHORITY-FILE ASSIGN TO CHAUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AU-KEY
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT REPORT-FILE ASSIGN TO CHREOPRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DEPT-LIST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CHDEPT.
       FD  HIERARCHY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CHHIER.
       FD  CHART-DATA-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CHDATA.
       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-CHART-RECORD  PIC X(781).
       FD  HIST-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  HIST-WORK-RECORD      PIC X(781).
       FD  BUDGET-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CHBUDGT.
       FD  BUDGET-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUDGET-WORK-RECORD    PIC X(24).
       FD  CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CHCKPT.
       FD  LIMITS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CHLIMIT.
       FD  ROUTE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CHROUTE.
       FD  SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CHSCHED.
       FD  SUMMARY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CHMSUM.
       FD  AUTHORITY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CHAUTH.
       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE       PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-DEPT-STATUS    PIC X(2).
       77  WS-HIER-STATUS    PIC X(2).
       77  WS-FILE-STATUS    PIC X(2).
       77  WS-HIST-STATUS    PIC X(2).
       77  WS-HWK-STATUS     PIC X(2).
       77  WS-BUDGET-STATUS  PIC X(2).
       77  WS-BWK-STATUS     PIC X(2).
       77  WS-CKPT-STATUS    PIC X(2).
       77  WS-LIMITS-STATUS  PIC X(2).
       77  WS-ROUTE-STATUS   PIC X(2).
       77  WS-SCHED-STATUS   PIC X(2).
       77  WS-SUM-STATUS     PIC X(2).
       77  WS-AUTH-STATUS    PIC X(2).
       77  WS-PRINT-STATUS   PIC X(2).
       77  WS-READ-EOF       PIC X.
           88  WS-READ-DONE                VALUE "Y".
       77  WS-SWEEP-EOF      PIC X.
           88  WS-SWEEP-DONE               VALUE "Y".
       77  WS-RECORD-FOUND   PIC X.
           88  WS-FOUND                    VALUE "Y".
           88  WS-NOT-FOUND                VALUE "N".
       77  WS-DATE-FLAG      PIC X.
           88  WS-DATE-OK                  VALUE "Y".
       77  WS-EDIT-YEAR      PIC S9(5) COMP-4.
       77  WS-MONTH-LEN      PIC S9(5) COMP-4.
       77  WS-DATE-QUOT      PIC S9(9) COMP-4.
       77  WS-DATE-REM       PIC S9(5) COMP-4.
       01  WS-DATE-PARTS.
           05  WS-DATE-CC    PIC 9(2).
           05  WS-DATE-YY    PIC 9(2).
           05  WS-DATE-MM    PIC 9(2).
           05  WS-DATE-DD    PIC 9(2).
       77  WS-TODAY          PIC X(8).
       77  WS-OLD-ID         PIC X(8).
       77  WS-NEW-ID         PIC X(8).
       77  WS-LOOKUP-ID      PIC X(8).
       77  WS-LOOKUP-DEPT    PIC X(10).
       77  WS-LAST-DATE      PIC X(8).
       77  WS-LAST-YEAR      PIC X(4).
       77  WS-LAST-AUTH-KEY  PIC X(21).
       77  WS-NEW-OBJECT     PIC X(10).
       77  WS-GRANT-FLAG     PIC X.
           88  WS-GRANT-MATCHED            VALUE "Y".
       77  WS-MONTH-START    PIC X(8).
      *    P WHILE THE PREVIEW IS BUILT, C WHILE THE COMMIT APPLIES
      *    IT. EVERY FILE IS WALKED THE SAME WAY BOTH TIMES, SO THE
      *    COMMIT DOES EXACTLY WHAT THE PREVIEW LISTED.
       77  WS-PASS           PIC X.
           88  WS-PREVIEW-PASS             VALUE "P".
           88  WS-COMMIT-PASS              VALUE "C".
       77  WS-COMMIT-FLAG    PIC X        VALUE "N".
           88  WS-COMMIT-RAN               VALUE "Y".
       77  WS-SAME-ID-FLAG   PIC X        VALUE "N".
           88  WS-SAME-ID                  VALUE "Y".
       77  WS-ROLLUP-FLAG    PIC X.
           88  WS-ROLLUP-ID                VALUE "Y".
       77  WS-OVERFLOW-FLAG  PIC X.
           88  WS-SUM-OVERFLOW             VALUE "Y".
       77  WS-HIER-FILE-FLAG PIC X        VALUE "Y".
           88  WS-HIER-ON-FILE             VALUE "Y".
       77  WS-LOAD-FLAG      PIC X.
           88  WS-LOAD-OK                  VALUE "Y".
           88  WS-LOAD-FAILED              VALUE "N".
       77  WS-TABLE-FULL-FLAG PIC X.
           88  WS-TABLE-FULL               VALUE "Y".
       77  WS-FILE-SUB       PIC S9(5) COMP-4.
       77  WS-SUBSCRIPT      PIC S9(5) COMP-4.
       77  WS-SHIFT-SUB      PIC S9(5) COMP-4.
       77  WS-ENTRY-SUB      PIC S9(5) COMP-4.
       77  WS-MATCH-SUB      PIC S9(5) COMP-4.
       77  WS-OLD-SUB        PIC S9(5) COMP-4.
       77  WS-NEW-SUB        PIC S9(5) COMP-4.
       77  WS-HIER-SUB       PIC S9(5) COMP-4.
       77  WS-SERIES-SUB     PIC S9(5) COMP-4.
       77  WS-POINT-SUB      PIC S9(5) COMP-4.
       77  WS-HELD-SERIES    PIC S9(5) COMP-4.
       77  WS-SURVIVOR-SERIES PIC S9(5) COMP-4.
       77  WS-OLD-DIVISION   PIC X(10).
       77  WS-NEW-DIVISION   PIC X(10).
       77  DEPT-COUNT        PIC S9(5) COMP-4 VALUE ZERO.
       77  HIER-COUNT        PIC S9(5) COMP-4 VALUE ZERO.
       77  HIST-OLD-COUNT    PIC S9(5) COMP-4 VALUE ZERO.
       77  HIST-NEW-COUNT    PIC S9(5) COMP-4 VALUE ZERO.
       77  BUDGET-OLD-COUNT  PIC S9(5) COMP-4 VALUE ZERO.
       77  BUDGET-NEW-COUNT  PIC S9(5) COMP-4 VALUE ZERO.
       77  REJECT-COUNT      PIC S9(5) COMP-4 VALUE ZERO.
       77  WARNING-COUNT     PIC S9(5) COMP-4 VALUE ZERO.
       77  CONFLICT-COUNT    PIC S9(7) COMP-4 VALUE ZERO.
       77  FAILURE-COUNT     PIC S9(7) COMP-4 VALUE ZERO.
      *    RECORDS ONE FILE'S WALK FOUND TO CHANGE, IN EITHER PASS.
       77  ACTION-COUNT      PIC S9(7) COMP-4.
      *    A SEQUENTIAL FILE'S COUNTS ARE HELD UNTIL THE COPY BACK
      *    HAS WORKED, SINCE UNTIL THEN NOTHING HAS REALLY CHANGED.
       77  COPY-COUNT        PIC S9(7) COMP-4.
       77  BACK-COUNT        PIC S9(7) COMP-4.
       77  HELD-MOVED        PIC S9(7) COMP-4.
       77  HELD-MERGED       PIC S9(7) COMP-4.
       77  HELD-DELETED      PIC S9(7) COMP-4.
      *    A CHART-DATA-RECORD HELD WHILE ITS FILE'S RECORD AREA IS
      *    USED FOR ANOTHER KEY: THE OLD DEPARTMENT'S RECORD ...
       01  HOLD-CHART-RECORD.
           05  HR-KEY.
               10  HR-CHART-ID          PIC X(8).
               10  HR-CHART-DATE        PIC X(8).
           05  FILLER                    PIC X(4).
           05  HR-POINTS                 PIC S9(5)      COMP-4.
           05  FILLER                    PIC X(209).
           05  HR-SERIES-COUNT           PIC S9(5)      COMP-4.
           05  HR-SERIES-NAME OCCURS 4 TIMES
                                         PIC X(12).
           05  HR-Y-SERIES OCCURS 4 TIMES.
               10  HR-AY OCCURS 31 TIMES PIC S9(5)V9    COMP-3.
      *    ... AND THE SURVIVOR IT IS BEING SUMMED INTO ON A MERGE.
       01  SUM-CHART-RECORD.
           05  SR-KEY.
               10  SR-CHART-ID          PIC X(8).
               10  SR-CHART-DATE        PIC X(8).
           05  FILLER                    PIC X(4).
           05  SR-POINTS                 PIC S9(5)      COMP-4.
           05  FILLER                    PIC X(209).
           05  SR-SERIES-COUNT           PIC S9(5)      COMP-4.
           05  SR-SERIES-NAME OCCURS 4 TIMES
                                         PIC X(12).
           05  SR-Y-SERIES OCCURS 4 TIMES.
               10  SR-AY OCCURS 31 TIMES PIC S9(5)V9    COMP-3.
       01  HOLD-CHECKPOINT-RECORD.
           05  HK-KEY.
               10  HK-DEPT              PIC X(10).
               10  HK-RUN-DATE          PIC X(8).
           05  FILLER                    PIC X(20).
       01  HOLD-CONTROL-RECORD   PIC X(48).
       01  HOLD-SUMMARY-RECORD.
           05  HM-KEY.
               10  HM-CHART-ID          PIC X(8).
               10  HM-YEAR              PIC X(4).
           05  FILLER                    PIC X(352).
       01  HOLD-AUTHORITY-RECORD.
           05  HA-KEY.
               10  HA-USER              PIC X(10).
               10  HA-SCOPE             PIC X.
               10  HA-OBJECT            PIC X(10).
           05  FILLER                    PIC X(19).
       01  DEPT-TABLE.
           03  DEPT-ENTRY OCCURS 500 TIMES.
               05  DT-DEPT            PIC X(10).
       01  HIER-TABLE.
           03  HIER-ENTRY OCCURS 500 TIMES.
               05  HT-DEPT            PIC X(10).
               05  HT-DIVISION        PIC X(10).
               05  HT-COMPANY         PIC X(10).
      *    ONE CHARHIST GENERATION'S RECORDS FOR THE OLD AND NEW CHART
      *    IDS. A MERGE SUMS INTO THE NEW ENTRY DURING THE WALK, AND
      *    THE COPY THEN WRITES THE SUMMED IMAGE IN ITS PLACE.
       01  HIST-OLD-TABLE.
           03  HIST-OLD-ENTRY OCCURS 400 TIMES.
               05  HO-IMAGE           PIC X(781).
       01  HIST-NEW-TABLE.
           03  HIST-NEW-ENTRY OCCURS 400 TIMES.
               05  HN-IMAGE           PIC X(781).
               05  HN-SUMMED          PIC X.
               05  HN-WRITTEN         PIC X.
       01  BUDGET-OLD-TABLE.
           03  BUDGET-OLD-ENTRY OCCURS 240 TIMES.
               05  BO-MONTH           PIC X(6).
               05  BO-AMOUNT          PIC S9(7)V9 COMP-3.
       01  BUDGET-NEW-TABLE.
           03  BUDGET-NEW-ENTRY OCCURS 240 TIMES.
               05  BN-MONTH           PIC X(6).
               05  BN-AMOUNT          PIC S9(7)V9 COMP-3.
               05  BN-SUMMED          PIC X.
               05  BN-WRITTEN         PIC X.
      *    THE FILES IN THE ORDER THEY ARE CHANGED, WITH WHAT WAS
      *    PLANNED AND DONE TO EACH.
       01  FILE-NAME-VALUES.
           05  FILLER             PIC X(8)   VALUE "CHARTDAT".
           05  FILLER             PIC X(8)   VALUE "CHARHIST".
           05  FILLER             PIC X(8)   VALUE "CHBUDGET".
           05  FILLER             PIC X(8)   VALUE "CHARTCKP".
           05  FILLER             PIC X(8)   VALUE "CHLIMITS".
           05  FILLER             PIC X(8)   VALUE "CHROUTE".
           05  FILLER             PIC X(8)   VALUE "CHSCHED".
           05  FILLER             PIC X(8)   VALUE "CHMONSUM".
           05  FILLER             PIC X(8)   VALUE "CHAUTH".
           05  FILLER             PIC X(8)   VALUE "DEPTHIER".
           05  FILLER             PIC X(8)   VALUE "DEPTLIST".
       01  FILE-NAME-TABLE REDEFINES FILE-NAME-VALUES.
           05  FN-NAME OCCURS 11 TIMES
                                  PIC X(8).
       01  FILE-TOTALS.
           03  FILE-TOTAL-ENTRY OCCURS 11 TIMES.
               05  FT-PLANNED         PIC S9(7) COMP-4.
               05  FT-CONFLICTS       PIC S9(7) COMP-4.
               05  FT-MOVED           PIC S9(7) COMP-4.
               05  FT-MERGED          PIC S9(7) COMP-4.
               05  FT-DELETED         PIC S9(7) COMP-4.
               05  FT-FAILED          PIC S9(7) COMP-4.
               05  FT-REACHED         PIC X.
               05  FT-NOTE.
                   10  FT-NOTE-TEXT   PIC X(32).
                   10  FT-NOTE-STATUS PIC X(8).
      *    CHJRNL ENTRY PARAMETERS - SEE CHARTJRN.
       77  WS-PROGRAM-NAME   PIC X(8)     VALUE "CHARTREO".
       77  WS-JOURNAL-FILE   PIC X(8).
       77  WS-JOURNAL-ACTION PIC X.
       77  WS-JOURNAL-KEY    PIC X(16).
       77  WS-JOURNAL-RC     PIC S9(5) COMP-3.
       01  WS-JOURNAL-BEFORE PIC X(800).
       01  WS-JOURNAL-AFTER  PIC X(800).
       01  RPT-HEADER-1.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  FILLER             PIC X(28)
               VALUE "DEPARTMENT REORGANIZATION - ".
           05  RH-RUN-TYPE        PIC X(7).
           05  FILLER             PIC X(9)   VALUE "  ACTION ".
           05  RH-ACTION          PIC X(6).
           05  FILLER             PIC X(6)   VALUE "  OLD ".
           05  RH-OLD-DEPT        PIC X(10).
           05  FILLER             PIC X(6)   VALUE "  NEW ".
           05  RH-NEW-DEPT        PIC X(10).
           05  FILLER             PIC X(12)  VALUE "  EFFECTIVE ".
           05  RH-EFFECTIVE       PIC X(8).
           05  FILLER             PIC X(29)  VALUE SPACES.
       01  RPT-HEADER-2.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  FILLER             PIC X(9)   VALUE "RUN DATE ".
           05  RH-TODAY           PIC X(8).
           05  FILLER             PIC X(15)  VALUE "  OLD CHART ID ".
           05  RH-OLD-ID          PIC X(8).
           05  FILLER             PIC X(15)  VALUE "  NEW CHART ID ".
           05  RH-NEW-ID          PIC X(8).
           05  FILLER             PIC X(68)  VALUE SPACES.
       01  RPT-MESSAGE-LINE.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RM-SEVERITY        PIC X(11).
           05  RM-TEXT            PIC X(60).
           05  RM-VALUE           PIC X(10).
           05  FILLER             PIC X(50)  VALUE SPACES.
       01  RPT-DETAIL-HEADS.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  FILLER             PIC X(10)  VALUE "FILE".
           05  FILLER             PIC X(21)  VALUE "KEY".
           05  FILLER             PIC X(10)  VALUE "ACTION".
           05  FILLER             PIC X(21)  VALUE "NEW KEY".
           05  FILLER             PIC X(50)  VALUE "NOTE".
           05  FILLER             PIC X(19)  VALUE SPACES.
       01  RPT-DETAIL-LINE.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RD-FILE            PIC X(8).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RD-KEY             PIC X(10).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RD-KEY-DATE        PIC X(8).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RD-ACTION          PIC X(10).
           05  RD-TARGET          PIC X(10).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RD-TARGET-DATE     PIC X(8).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RD-NOTE.
               10  RD-NOTE-TEXT   PIC X(40).
               10  RD-NOTE-STATUS PIC X(10).
           05  FILLER             PIC X(19)  VALUE SPACES.
       01  RPT-COUNT-HEADS.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  FILLER             PIC X(8)   VALUE "FILE".
           05  FILLER             PIC X(10)  VALUE "   PLANNED".
           05  FILLER             PIC X(10)  VALUE " CONFLICTS".
           05  FILLER             PIC X(10)  VALUE "     MOVED".
           05  FILLER             PIC X(10)  VALUE "    MERGED".
           05  FILLER             PIC X(10)  VALUE "   DELETED".
           05  FILLER             PIC X(10)  VALUE "    FAILED".
           05  FILLER             PIC X(3)   VALUE SPACES.
           05  FILLER             PIC X(40)  VALUE "NOTE".
           05  FILLER             PIC X(20)  VALUE SPACES.
       01  RPT-COUNT-LINE.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RS-FILE            PIC X(8).
           05  FILLER             PIC X(3)   VALUE SPACES.
           05  RS-PLANNED         PIC Z(6)9.
           05  FILLER             PIC X(3)   VALUE SPACES.
           05  RS-CONFLICTS       PIC Z(6)9.
           05  FILLER             PIC X(3)   VALUE SPACES.
           05  RS-MOVED           PIC Z(6)9.
           05  FILLER             PIC X(3)   VALUE SPACES.
           05  RS-MERGED          PIC Z(6)9.
           05  FILLER             PIC X(3)   VALUE SPACES.
           05  RS-DELETED         PIC Z(6)9.
           05  FILLER             PIC X(3)   VALUE SPACES.
           05  RS-FAILED          PIC Z(6)9.
           05  FILLER             PIC X(3)   VALUE SPACES.
           05  RS-NOTE            PIC X(40).
           05  FILLER             PIC X(20)  VALUE SPACES.
       LINKAGE SECTION.
       01  LK-RUN-TYPE           PIC X(7).
           88  LK-PREVIEW-RUN              VALUE "PREVIEW".
           88  LK-COMMIT-RUN               VALUE "COMMIT ".
       01  LK-ACTION             PIC X(6).
           88  LK-RENAME                   VALUE "RENAME".
           88  LK-MERGE                    VALUE "MERGE ".
           88  LK-RETIRE                   VALUE "RETIRE".
       01  LK-OLD-DEPT           PIC X(10).
       01  LK-NEW-DEPT           PIC X(10).
       01  LK-EFFECTIVE-DATE     PIC X(8).
       01  LK-COMPLETION-CODE    PIC S9(5) COMP-3.
       PROCEDURE DIVISION USING LK-RUN-TYPE, LK-ACTION, LK-OLD-DEPT,
               LK-NEW-DEPT, LK-EFFECTIVE-DATE, LK-COMPLETION-CODE.
       MAIN-ROUTINE.
           MOVE ZERO TO LK-COMPLETION-CODE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF LK-EFFECTIVE-DATE = SPACES
               MOVE WS-TODAY TO LK-EFFECTIVE-DATE
           END-IF.
           PERFORM VALIDATE-PARAMETERS THRU VALIDATE-PARAMETERS-EXIT.
           IF LK-COMPLETION-CODE NOT = ZERO
               GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "CHARTREO: UNABLE TO OPEN CHREOPRT, STATUS="
                   WS-PRINT-STATUS
               MOVE 16 TO LK-COMPLETION-CODE
               GOBACK
           END-IF.
           PERFORM PRINT-HEADINGS.
           PERFORM LOAD-DEPT-TABLE THRU LOAD-DEPT-EXIT.
           IF WS-LOAD-OK
               PERFORM LOAD-HIERARCHY-TABLE THRU LOAD-HIERARCHY-EXIT
           END-IF.
           IF WS-LOAD-FAILED
               CLOSE REPORT-FILE
               MOVE 16 TO LK-COMPLETION-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > 11
               MOVE ZERO TO FT-PLANNED (WS-FILE-SUB)
               MOVE ZERO TO FT-CONFLICTS (WS-FILE-SUB)
               MOVE ZERO TO FT-MOVED (WS-FILE-SUB)
               MOVE ZERO TO FT-MERGED (WS-FILE-SUB)
               MOVE ZERO TO FT-DELETED (WS-FILE-SUB)
               MOVE ZERO TO FT-FAILED (WS-FILE-SUB)
               MOVE "N" TO FT-REACHED (WS-FILE-SUB)
               MOVE SPACES TO FT-NOTE (WS-FILE-SUB)
           END-PERFORM.
           PERFORM CHECK-DEPARTMENTS.
           IF REJECT-COUNT = ZERO
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE " RECORDS TO BE CHANGED" TO REPORT-LINE
               WRITE REPORT-LINE
               WRITE REPORT-LINE FROM RPT-DETAIL-HEADS
               MOVE "P" TO WS-PASS
               PERFORM REORGANIZE-FILES
           END-IF.
           IF LK-COMMIT-RUN AND REJECT-COUNT = ZERO
               AND CONFLICT-COUNT = ZERO AND FAILURE-COUNT = ZERO
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE " COMMIT - ONLY CHANGES THAT FAILED ARE LISTED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               WRITE REPORT-LINE FROM RPT-DETAIL-HEADS
               MOVE "C" TO WS-PASS
               MOVE "Y" TO WS-COMMIT-FLAG
               PERFORM REORGANIZE-FILES
           END-IF.
           PERFORM PRINT-FILE-TOTALS.
           CLOSE REPORT-FILE.
           IF FAILURE-COUNT > ZERO
               MOVE 16 TO LK-COMPLETION-CODE
               IF WS-COMMIT-RAN
                   DISPLAY "CHARTREO: COMMIT INCOMPLETE - SEE CHREOPRT,"
                       " CLEAR THE CAUSE AND RERUN THE COMMIT"
               END-IF
           ELSE
               IF REJECT-COUNT > ZERO OR CONFLICT-COUNT > ZERO
                   MOVE 8 TO LK-COMPLETION-CODE
                   DISPLAY "CHARTREO: " REJECT-COUNT " ERRORS, "
                       CONFLICT-COUNT " CONFLICTS - NOTHING CHANGED"
               ELSE
                   IF WARNING-COUNT > ZERO
                       MOVE 4 TO LK-COMPLETION-CODE
                   END-IF
               END-IF
           END-IF.
           GOBACK.

       VALIDATE-PARAMETERS.
      *    NOTHING IS OPENED UNTIL THE PARAMETERS MAKE SENSE.
           IF NOT LK-PREVIEW-RUN AND NOT LK-COMMIT-RUN
               DISPLAY "CHARTREO: RUN TYPE " LK-RUN-TYPE
                   " NOT RECOGNIZED - PREVIEW OR COMMIT"
               MOVE 8 TO LK-COMPLETION-CODE
           END-IF.
           IF NOT LK-RENAME AND NOT LK-MERGE AND NOT LK-RETIRE
               DISPLAY "CHARTREO: ACTION " LK-ACTION
                   " NOT RECOGNIZED - RENAME, MERGE OR RETIRE"
               MOVE 8 TO LK-COMPLETION-CODE
           END-IF.
           IF LK-OLD-DEPT = SPACES
               DISPLAY "CHARTREO: OLD DEPARTMENT REQUIRED"
               MOVE 8 TO LK-COMPLETION-CODE
           END-IF.
           IF LK-RETIRE
               IF LK-NEW-DEPT NOT = SPACES
                   DISPLAY "CHARTREO: NO NEW DEPARTMENT ON A RETIRE"
                   MOVE 8 TO LK-COMPLETION-CODE
               END-IF
           ELSE
               IF LK-NEW-DEPT = SPACES OR LK-NEW-DEPT = LK-OLD-DEPT
                   DISPLAY "CHARTREO: A NEW DEPARTMENT DIFFERENT FROM"
                       " THE OLD ONE IS REQUIRED"
                   MOVE 8 TO LK-COMPLETION-CODE
               END-IF
           END-IF.
           PERFORM EDIT-EFFECTIVE-DATE.
           IF NOT WS-DATE-OK
               DISPLAY "CHARTREO: EFFECTIVE DATE " LK-EFFECTIVE-DATE
                   " IS NOT A VALID CCYYMMDD DATE"
               MOVE 8 TO LK-COMPLETION-CODE
               GO TO VALIDATE-PARAMETERS-EXIT
           END-IF.
           IF LK-COMMIT-RUN AND LK-EFFECTIVE-DATE > WS-TODAY
               DISPLAY "CHARTREO: EFFECTIVE DATE " LK-EFFECTIVE-DATE
                   " NOT YET REACHED - PREVIEW ONLY UNTIL THEN"
               MOVE 8 TO LK-COMPLETION-CODE
           END-IF.
           MOVE LK-OLD-DEPT (1:8) TO WS-OLD-ID.
           MOVE LK-NEW-DEPT (1:8) TO WS-NEW-ID.
           IF LK-RENAME AND WS-OLD-ID = WS-NEW-ID
               MOVE "Y" TO WS-SAME-ID-FLAG
           END-IF.
       VALIDATE-PARAMETERS-EXIT.
           EXIT.

       PRINT-HEADINGS.
           MOVE LK-RUN-TYPE TO RH-RUN-TYPE.
           MOVE LK-ACTION TO RH-ACTION.
           MOVE LK-OLD-DEPT TO RH-OLD-DEPT.
           MOVE LK-NEW-DEPT TO RH-NEW-DEPT.
           MOVE LK-EFFECTIVE-DATE TO RH-EFFECTIVE.
           MOVE WS-TODAY TO RH-TODAY.
           MOVE WS-OLD-ID TO RH-OLD-ID.
           MOVE WS-NEW-ID TO RH-NEW-ID.
           WRITE REPORT-LINE FROM RPT-HEADER-1.
           WRITE REPORT-LINE FROM RPT-HEADER-2.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

      *****************************************************************
      *    DEPARTMENT CHECKS. AN ERROR STOPS THE RUN BEFORE ANY FILE
      *    IS WALKED; A WARNING IS PRINTED AND THE RUN GOES ON.
      *****************************************************************
       CHECK-DEPARTMENTS.
           MOVE LK-OLD-DEPT TO WS-LOOKUP-DEPT.
           PERFORM FIND-DEPTLIST-ENTRY.
           MOVE WS-ENTRY-SUB TO WS-OLD-SUB.
           MOVE LK-NEW-DEPT TO WS-LOOKUP-DEPT.
           PERFORM FIND-DEPTLIST-ENTRY.
           MOVE WS-ENTRY-SUB TO WS-NEW-SUB.
      *    AN OLD DEPARTMENT ALREADY OFF DEPTLIST IS NORMALLY A RERUN
      *    FINISHING A COMMIT THAT STOPPED, SO THE FILES ARE STILL
      *    SEARCHED FOR ANYTHING LEFT UNDER IT.
           IF WS-OLD-SUB = ZERO
               MOVE "NOT ON DEPTLIST - SEARCHED FOR ANYTHING LEFT"
                   TO RM-TEXT
               MOVE LK-OLD-DEPT TO RM-VALUE
               PERFORM PRINT-WARNING
           END-IF.
           MOVE WS-OLD-ID TO WS-LOOKUP-ID.
           PERFORM CHECK-ROLLUP-ID.
           IF WS-ROLLUP-ID
               MOVE "OLD CHART ID IS A DIVISION, COMPANY OR SUMMARY ID"
                   TO RM-TEXT
               MOVE WS-OLD-ID TO RM-VALUE
               PERFORM PRINT-ERROR
           END-IF.
      *    ANOTHER DEPARTMENT SHARING THE OLD CHART ID WOULD HAVE ITS
      *    CHARTS CARRIED ALONG, UNLESS THE ID ITSELF IS NOT CHANGING.
           IF NOT WS-SAME-ID
               PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                       UNTIL WS-SUBSCRIPT > DEPT-COUNT
                   IF DT-DEPT (WS-SUBSCRIPT) (1:8) = WS-OLD-ID
                       AND DT-DEPT (WS-SUBSCRIPT) NOT = LK-OLD-DEPT
                       AND DT-DEPT (WS-SUBSCRIPT) NOT = LK-NEW-DEPT
                       MOVE "OLD CHART ID ALSO USED BY DEPARTMENT"
                           TO RM-TEXT
                       MOVE DT-DEPT (WS-SUBSCRIPT) TO RM-VALUE
                       PERFORM PRINT-ERROR
                   END-IF
               END-PERFORM
           END-IF.
           EVALUATE TRUE
               WHEN LK-RENAME
                   PERFORM CHECK-RENAME
               WHEN LK-MERGE
                   PERFORM CHECK-MERGE
           END-EVALUATE.

       CHECK-RENAME.
           IF WS-NEW-SUB NOT = ZERO AND WS-OLD-SUB NOT = ZERO
               MOVE "NEW DEPARTMENT IS ALREADY ON DEPTLIST" TO RM-TEXT
               MOVE LK-NEW-DEPT TO RM-VALUE
               PERFORM PRINT-ERROR
           END-IF.
           IF NOT WS-SAME-ID
               MOVE WS-NEW-ID TO WS-LOOKUP-ID
               PERFORM CHECK-ROLLUP-ID
               IF WS-ROLLUP-ID
                   MOVE "NEW CHART ID IS A DIVISION, COMPANY OR"
                       TO RM-TEXT
                   MOVE "SUMMARY ID" TO RM-TEXT (40:10)
                   MOVE WS-NEW-ID TO RM-VALUE
                   PERFORM PRINT-ERROR
               END-IF
               PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                       UNTIL WS-SUBSCRIPT > DEPT-COUNT
                   IF DT-DEPT (WS-SUBSCRIPT) (1:8) = WS-NEW-ID
                       AND DT-DEPT (WS-SUBSCRIPT) NOT = LK-OLD-DEPT
                       AND DT-DEPT (WS-SUBSCRIPT) NOT = LK-NEW-DEPT
                       MOVE "NEW CHART ID ALREADY USED BY DEPARTMENT"
                           TO RM-TEXT
                       MOVE DT-DEPT (WS-SUBSCRIPT) TO RM-VALUE
                       PERFORM PRINT-ERROR
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-MERGE.
           IF WS-NEW-SUB = ZERO
               MOVE "SURVIVING DEPARTMENT IS NOT ON DEPTLIST" TO RM-TEXT
               MOVE LK-NEW-DEPT TO RM-VALUE
               PERFORM PRINT-ERROR
           END-IF.
           IF WS-OLD-ID = WS-NEW-ID
               MOVE "BOTH DEPARTMENTS CHART UNDER ONE CHART ID"
                   TO RM-TEXT
               MOVE WS-OLD-ID TO RM-VALUE
               PERFORM PRINT-ERROR
           END-IF.
      *    THE SURVIVOR'S DIVISION STANDS, SO A MERGE ACROSS DIVISIONS
      *    MOVES THE OLD DEPARTMENT'S FIGURES BETWEEN ROLLUPS.
           MOVE SPACES TO WS-OLD-DIVISION.
           MOVE SPACES TO WS-NEW-DIVISION.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > HIER-COUNT
               IF HT-DEPT (WS-SUBSCRIPT) = LK-OLD-DEPT
                   MOVE HT-DIVISION (WS-SUBSCRIPT) TO WS-OLD-DIVISION
               END-IF
               IF HT-DEPT (WS-SUBSCRIPT) = LK-NEW-DEPT
                   MOVE HT-DIVISION (WS-SUBSCRIPT) TO WS-NEW-DIVISION
               END-IF
           END-PERFORM.
           IF WS-OLD-DIVISION NOT = SPACES
               AND WS-NEW-DIVISION NOT = SPACES
               AND WS-OLD-DIVISION NOT = WS-NEW-DIVISION
               MOVE "MERGED ACROSS DIVISIONS - SURVIVOR'S DIVISION IS"
                   TO RM-TEXT
               MOVE WS-NEW-DIVISION TO RM-VALUE
               PERFORM PRINT-WARNING
           END-IF.

       CHECK-ROLLUP-ID.
      *    THE ROLLUP IDS ARE THE FIRST EIGHT CHARACTERS OF THE
      *    DIVISION AND COMPANY NAMES, PLUS "SUMMARY", AS CHARTRLL
      *    RECOGNIZES THEM.
           MOVE "N" TO WS-ROLLUP-FLAG.
           IF WS-LOOKUP-ID = "SUMMARY "
               MOVE "Y" TO WS-ROLLUP-FLAG
           END-IF.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > HIER-COUNT
                   OR WS-ROLLUP-ID
               IF WS-LOOKUP-ID = HT-DIVISION (WS-SUBSCRIPT) (1:8)
                   OR WS-LOOKUP-ID = HT-COMPANY (WS-SUBSCRIPT) (1:8)
                   MOVE "Y" TO WS-ROLLUP-FLAG
               END-IF
           END-PERFORM.

       FIND-DEPTLIST-ENTRY.
           MOVE ZERO TO WS-ENTRY-SUB.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > DEPT-COUNT
                   OR WS-ENTRY-SUB NOT = ZERO
               IF DT-DEPT (WS-SUBSCRIPT) = WS-LOOKUP-DEPT
                   MOVE WS-SUBSCRIPT TO WS-ENTRY-SUB
               END-IF
           END-PERFORM.

       FIND-HIERARCHY-ENTRY.
           MOVE ZERO TO WS-HIER-SUB.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > HIER-COUNT
                   OR WS-HIER-SUB NOT = ZERO
               IF HT-DEPT (WS-SUBSCRIPT) = WS-LOOKUP-DEPT
                   MOVE WS-SUBSCRIPT TO WS-HIER-SUB
               END-IF
           END-PERFORM.

       PRINT-ERROR.
           ADD 1 TO REJECT-COUNT.
           MOVE "** ERROR" TO RM-SEVERITY.
           WRITE REPORT-LINE FROM RPT-MESSAGE-LINE.
           DISPLAY "CHARTREO: " RM-TEXT " " RM-VALUE.

       PRINT-WARNING.
           ADD 1 TO WARNING-COUNT.
           MOVE "** WARNING" TO RM-SEVERITY.
           WRITE REPORT-LINE FROM RPT-MESSAGE-LINE.
           DISPLAY "CHARTREO: " RM-TEXT " " RM-VALUE.

      *****************************************************************
      *    ONE PASS OVER EVERY FILE, PREVIEW OR COMMIT. ON A COMMIT A
      *    FAILURE STOPS THE RUN BEFORE THE NEXT FILE, SO DEPTLIST IS
      *    NEVER CHANGED AHEAD OF THE DATA IT NAMES.
      *****************************************************************
       REORGANIZE-FILES.
           PERFORM REORG-CHART-DATA THRU REORG-CHART-DATA-EXIT.
           IF FAILURE-COUNT = ZERO
               PERFORM REORG-HISTORY THRU REORG-HISTORY-EXIT
           END-IF.
           IF FAILURE-COUNT = ZERO
               PERFORM REORG-BUDGET THRU REORG-BUDGET-EXIT
           END-IF.
           IF FAILURE-COUNT = ZERO
               PERFORM REORG-CHECKPOINTS THRU REORG-CHECKPOINTS-EXIT
           END-IF.
           IF FAILURE-COUNT = ZERO
               PERFORM REORG-LIMITS THRU REORG-LIMITS-EXIT
           END-IF.
           IF FAILURE-COUNT = ZERO
               PERFORM REORG-ROUTE THRU REORG-ROUTE-EXIT
           END-IF.
           IF FAILURE-COUNT = ZERO
               PERFORM REORG-SCHEDULE THRU REORG-SCHEDULE-EXIT
           END-IF.
           IF FAILURE-COUNT = ZERO
               PERFORM REORG-SUMMARY THRU REORG-SUMMARY-EXIT
           END-IF.
           IF FAILURE-COUNT = ZERO
               PERFORM REORG-AUTHORITY THRU REORG-AUTHORITY-EXIT
           END-IF.
           IF FAILURE-COUNT = ZERO
               PERFORM REORG-HIERARCHY THRU REORG-HIERARCHY-EXIT
           END-IF.
           IF FAILURE-COUNT = ZERO
               PERFORM REORG-DEPTLIST THRU REORG-DEPTLIST-EXIT
           END-IF.

       START-FILE.
           MOVE ZERO TO ACTION-COUNT.
           IF WS-COMMIT-PASS
               MOVE "Y" TO FT-REACHED (WS-FILE-SUB)
           END-IF.

       NOTE-PLANNED.
      *    THE DETAIL LINE IS ALREADY FILLED IN BY THE CALLER.
           ADD 1 TO ACTION-COUNT.
           IF WS-PREVIEW-PASS
               ADD 1 TO FT-PLANNED (WS-FILE-SUB)
               MOVE FN-NAME (WS-FILE-SUB) TO RD-FILE
               WRITE REPORT-LINE FROM RPT-DETAIL-LINE
           END-IF.

       NOTE-CONFLICT.
      *    A CONFLICT THE COMMIT FINDS WAS NOT THERE AT PREVIEW - THE
      *    FILE CHANGED UNDERNEATH - SO IT COUNTS AS A FAILURE THEN.
           MOVE FN-NAME (WS-FILE-SUB) TO RD-FILE.
           IF WS-PREVIEW-PASS
               ADD 1 TO FT-CONFLICTS (WS-FILE-SUB)
               ADD 1 TO CONFLICT-COUNT
           ELSE
               ADD 1 TO FT-FAILED (WS-FILE-SUB)
               ADD 1 TO FAILURE-COUNT
           END-IF.
           WRITE REPORT-LINE FROM RPT-DETAIL-LINE.

       NOTE-FAILURE.
           MOVE FN-NAME (WS-FILE-SUB) TO RD-FILE.
           ADD 1 TO FT-FAILED (WS-FILE-SUB).
           ADD 1 TO FAILURE-COUNT.
           WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
           DISPLAY "CHARTREO: " RD-FILE " " RD-KEY " " RD-KEY-DATE
               " " RD-NOTE.

       NOTE-OPEN-FAILURE.
      *    THE FILE STATUS IS ALREADY IN FT-NOTE-STATUS.
           MOVE "** COULD NOT BE OPENED, STATUS"
               TO FT-NOTE-TEXT (WS-FILE-SUB).
           ADD 1 TO FT-FAILED (WS-FILE-SUB).
           ADD 1 TO FAILURE-COUNT.
           DISPLAY "CHARTREO: UNABLE TO OPEN " FN-NAME (WS-FILE-SUB)
               ", STATUS=" FT-NOTE-STATUS (WS-FILE-SUB).

      *****************************************************************
      *    CHARTDAT. THE OLD CHART ID'S RECORDS ARE SWEPT IN DATE
      *    ORDER; EACH IS RE-KEYED, SUMMED INTO THE SURVIVOR'S RECORD
      *    FOR THE SAME DATE, OR DELETED.
      *****************************************************************
       REORG-CHART-DATA.
           MOVE 1 TO WS-FILE-SUB.
           PERFORM START-FILE.
           IF WS-SAME-ID
               MOVE "SAME CHART ID - NOTHING TO MOVE"
                   TO FT-NOTE (WS-FILE-SUB)
               GO TO REORG-CHART-DATA-EXIT
           END-IF.
           IF WS-PREVIEW-PASS
               OPEN INPUT CHART-DATA-FILE
           ELSE
               OPEN I-O CHART-DATA-FILE
           END-IF.
           IF WS-FILE-STATUS = "35"
               MOVE "NO CHARTDAT FILE" TO FT-NOTE (WS-FILE-SUB)
               GO TO REORG-CHART-DATA-EXIT
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               MOVE WS-FILE-STATUS TO FT-NOTE-STATUS (WS-FILE-SUB)
               PERFORM NOTE-OPEN-FAILURE
               GO TO REORG-CHART-DATA-EXIT
           END-IF.
           MOVE LOW-VALUES TO WS-LAST-DATE.
           PERFORM NEXT-OLD-CHART-RECORD.
           PERFORM REORG-ONE-CHART-RECORD UNTIL WS-SWEEP-DONE.
           CLOSE CHART-DATA-FILE.
       REORG-CHART-DATA-EXIT.
           EXIT.

       NEXT-OLD-CHART-RECORD.
      *    THE SWEEP IS STARTED AGAIN PAST THE LAST DATE HANDLED EACH
      *    TIME, SINCE THE READ OF THE NEW KEY, AND ANY WRITE OR
      *    DELETE, LOSES THE FILE'S PLACE.
           MOVE "N" TO WS-SWEEP-EOF.
           MOVE WS-OLD-ID TO CD-CHART-ID.
           MOVE WS-LAST-DATE TO CD-CHART-DATE.
           START CHART-DATA-FILE KEY IS GREATER THAN CD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SWEEP-EOF
           END-START.
           IF NOT WS-SWEEP-DONE
               READ CHART-DATA-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SWEEP-EOF
               END-READ
               IF WS-FILE-STATUS NOT = "00"
                   OR CD-CHART-ID NOT = WS-OLD-ID
                   MOVE "Y" TO WS-SWEEP-EOF
               END-IF
           END-IF.

       REORG-ONE-CHART-RECORD.
           MOVE CHART-DATA-RECORD TO HOLD-CHART-RECORD.
           MOVE HR-CHART-DATE TO WS-LAST-DATE.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE HR-CHART-ID TO RD-KEY.
           MOVE HR-CHART-DATE TO RD-KEY-DATE.
           IF LK-RETIRE
               IF HR-CHART-DATE NOT < LK-EFFECTIVE-DATE
                   MOVE "DELETE" TO RD-ACTION
                   PERFORM NOTE-PLANNED
                   IF WS-COMMIT-PASS
                       PERFORM DELETE-OLD-CHART-RECORD
                       IF WS-FILE-STATUS = "00"
                           ADD 1 TO FT-DELETED (WS-FILE-SUB)
                       END-IF
                   END-IF
               END-IF
           ELSE
               MOVE WS-NEW-ID TO RD-TARGET
               MOVE HR-CHART-DATE TO RD-TARGET-DATE
               MOVE WS-NEW-ID TO CD-CHART-ID
               MOVE HR-CHART-DATE TO CD-CHART-DATE
               PERFORM READ-CHART-RECORD
      *        A RENAME TARGET THAT MATCHES THE OLD RECORD BYTE FOR
      *        BYTE IS AN EARLIER RUN'S COPY WHOSE DELETE FAILED.
               EVALUATE TRUE
                   WHEN WS-NOT-FOUND
                       PERFORM MOVE-CHART-RECORD
                   WHEN LK-RENAME
                       AND CHART-DATA-RECORD (17:765) =
                           HOLD-CHART-RECORD (17:765)
                       MOVE "DELETE" TO RD-ACTION
                       MOVE "NEW KEY ALREADY COPIED BY AN EARLIER RUN"
                           TO RD-NOTE
                       PERFORM NOTE-PLANNED
                       IF WS-COMMIT-PASS
                           PERFORM DELETE-OLD-CHART-RECORD
                           IF WS-FILE-STATUS = "00"
                               ADD 1 TO FT-DELETED (WS-FILE-SUB)
                           END-IF
                       END-IF
                   WHEN LK-RENAME
                       MOVE "RE-KEY TO" TO RD-ACTION
                       MOVE "** CONFLICT - NEW KEY ALREADY ON FILE"
                           TO RD-NOTE
                       PERFORM NOTE-CONFLICT
                   WHEN OTHER
                       PERFORM MERGE-CHART-RECORD
               END-EVALUATE
           END-IF.
           PERFORM NEXT-OLD-CHART-RECORD.

       MOVE-CHART-RECORD.
           MOVE "RE-KEY TO" TO RD-ACTION.
           PERFORM NOTE-PLANNED.
           IF WS-COMMIT-PASS
               MOVE HOLD-CHART-RECORD TO CHART-DATA-RECORD
               MOVE WS-NEW-ID TO CD-CHART-ID
               WRITE CHART-DATA-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF WS-FILE-STATUS = "00"
                   MOVE "P" TO WS-JOURNAL-ACTION
                   MOVE HOLD-CHART-RECORD TO WS-JOURNAL-BEFORE
                   MOVE CHART-DATA-RECORD TO WS-JOURNAL-AFTER
                   MOVE CD-KEY TO WS-JOURNAL-KEY
                   PERFORM JOURNAL-CHART-ENTRY
                   PERFORM DELETE-OLD-CHART-RECORD
                   IF WS-FILE-STATUS = "00"
                       ADD 1 TO FT-MOVED (WS-FILE-SUB)
                   END-IF
               ELSE
                   MOVE "** NOT WRITTEN UNDER NEW KEY, STATUS"
                       TO RD-NOTE-TEXT
                   MOVE WS-FILE-STATUS TO RD-NOTE-STATUS
                   PERFORM NOTE-FAILURE
               END-IF
           END-IF.

       MERGE-CHART-RECORD.
      *    THE SURVIVOR'S RECORD FOR THE DATE IS IN THE RECORD AREA.
           MOVE "SUM INTO" TO RD-ACTION.
           MOVE CHART-DATA-RECORD TO SUM-CHART-RECORD.
           PERFORM SUM-HELD-INTO-SURVIVOR.
           IF WS-SUM-OVERFLOW
               MOVE "** CONFLICT - A SUMMED VALUE OVERFLOWS"
                   TO RD-NOTE
               PERFORM NOTE-CONFLICT
           ELSE
               PERFORM NOTE-PLANNED
               IF WS-COMMIT-PASS
                   PERFORM REWRITE-SURVIVOR-RECORD
               END-IF
           END-IF.

       REWRITE-SURVIVOR-RECORD.
           MOVE CHART-DATA-RECORD TO WS-JOURNAL-BEFORE.
           MOVE SUM-CHART-RECORD TO CHART-DATA-RECORD.
           REWRITE CHART-DATA-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-FILE-STATUS = "00"
               MOVE "C" TO WS-JOURNAL-ACTION
               MOVE CHART-DATA-RECORD TO WS-JOURNAL-AFTER
               MOVE CD-KEY TO WS-JOURNAL-KEY
               PERFORM JOURNAL-CHART-ENTRY
               PERFORM DELETE-OLD-CHART-RECORD
               IF WS-FILE-STATUS = "00"
                   ADD 1 TO FT-MERGED (WS-FILE-SUB)
               END-IF
           ELSE
               MOVE "** SURVIVOR NOT REWRITTEN, STATUS"
                   TO RD-NOTE-TEXT
               MOVE WS-FILE-STATUS TO RD-NOTE-STATUS
               PERFORM NOTE-FAILURE
           END-IF.

       DELETE-OLD-CHART-RECORD.
           MOVE HR-KEY TO CD-KEY.
           DELETE CHART-DATA-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF WS-FILE-STATUS = "00"
               MOVE "D" TO WS-JOURNAL-ACTION
               MOVE HOLD-CHART-RECORD TO WS-JOURNAL-BEFORE
               MOVE SPACES TO WS-JOURNAL-AFTER
               MOVE HR-KEY TO WS-JOURNAL-KEY
               PERFORM JOURNAL-CHART-ENTRY
           ELSE
               MOVE "** OLD RECORD NOT DELETED, STATUS"
                   TO RD-NOTE-TEXT
               MOVE WS-FILE-STATUS TO RD-NOTE-STATUS
               PERFORM NOTE-FAILURE
           END-IF.

       READ-CHART-RECORD.
           MOVE "Y" TO WS-RECORD-FOUND.
           READ CHART-DATA-FILE KEY IS CD-KEY
               INVALID KEY
                   MOVE "N" TO WS-RECORD-FOUND
           END-READ.

       JOURNAL-CHART-ENTRY.
           MOVE "CHARTDAT" TO WS-JOURNAL-FILE.
           PERFORM WRITE-JOURNAL-ENTRY.

       SUM-HELD-INTO-SURVIVOR.
      *    EVERY Y VALUE OF THE HELD RECORD IS ADDED INTO THE SAME
      *    SLOT OF THE SURVIVOR. THE SURVIVOR KEEPS ITS OWN TITLES AND
      *    X VALUES; IT TAKES THE GREATER POINT AND SERIES COUNT, AND
      *    THE HELD RECORD'S NAMES FOR ANY SERIES IT DID NOT HAVE. A
      *    SUM THAT WILL NOT FIT SETS WS-SUM-OVERFLOW.
           MOVE "N" TO WS-OVERFLOW-FLAG.
           PERFORM VARYING WS-SERIES-SUB FROM 1 BY 1
                   UNTIL WS-SERIES-SUB > 4
               PERFORM VARYING WS-POINT-SUB FROM 1 BY 1
                       UNTIL WS-POINT-SUB > 31
                   ADD HR-AY (WS-SERIES-SUB, WS-POINT-SUB)
                       TO SR-AY (WS-SERIES-SUB, WS-POINT-SUB)
                       ON SIZE ERROR
                           MOVE "Y" TO WS-OVERFLOW-FLAG
                   END-ADD
               END-PERFORM
           END-PERFORM.
           IF HR-POINTS > SR-POINTS
               MOVE HR-POINTS TO SR-POINTS
           END-IF.
           MOVE HR-SERIES-COUNT TO WS-HELD-SERIES.
           MOVE SR-SERIES-COUNT TO WS-SURVIVOR-SERIES.
           IF WS-HELD-SERIES < 1
               MOVE 1 TO WS-HELD-SERIES
           END-IF.
           IF WS-HELD-SERIES > 4
               MOVE 4 TO WS-HELD-SERIES
           END-IF.
           IF WS-SURVIVOR-SERIES < 1
               MOVE 1 TO WS-SURVIVOR-SERIES
           END-IF.
           IF WS-HELD-SERIES > WS-SURVIVOR-SERIES
               ADD 1 TO WS-SURVIVOR-SERIES
               PERFORM VARYING WS-SERIES-SUB FROM WS-SURVIVOR-SERIES
                       BY 1 UNTIL WS-SERIES-SUB > WS-HELD-SERIES
                   MOVE HR-SERIES-NAME (WS-SERIES-SUB)
                       TO SR-SERIES-NAME (WS-SERIES-SUB)
               END-PERFORM
               MOVE WS-HELD-SERIES TO SR-SERIES-COUNT
           END-IF.

      *****************************************************************
      *    CHARHIST. THE GENERATION IS READ ONCE TO PLAN, THEN ON A
      *    COMMIT COPIED TO CHREOHWK WITH THE CHANGES MADE AND COPIED
      *    BACK.
      *****************************************************************
       REORG-HISTORY.
           MOVE 2 TO WS-FILE-SUB.
           PERFORM START-FILE.
           IF WS-SAME-ID
               MOVE "SAME CHART ID - NOTHING TO MOVE"
                   TO FT-NOTE (WS-FILE-SUB)
               GO TO REORG-HISTORY-EXIT
           END-IF.
           PERFORM LOAD-HISTORY-TABLES THRU LOAD-HISTORY-EXIT.
           IF NOT WS-LOAD-OK
               GO TO REORG-HISTORY-EXIT
           END-IF.
           PERFORM VARYING WS-OLD-SUB FROM 1 BY 1
                   UNTIL WS-OLD-SUB > HIST-OLD-COUNT
               PERFORM PLAN-HISTORY-RECORD
           END-PERFORM.
           IF WS-COMMIT-PASS AND ACTION-COUNT > ZERO
               AND FT-FAILED (WS-FILE-SUB) = ZERO
               PERFORM COPY-HISTORY-TO-WORK THRU
                   COPY-HISTORY-TO-WORK-EXIT
               IF FT-FAILED (WS-FILE-SUB) = ZERO
                   PERFORM COPY-WORK-TO-HISTORY THRU
                       COPY-WORK-TO-HISTORY-EXIT
               END-IF
           END-IF.
       REORG-HISTORY-EXIT.
           EXIT.

       LOAD-HISTORY-TABLES.
      *    WS-LOAD-FLAG IS LEFT "N" WHEN THERE IS NOTHING TO PLAN - NO
      *    FILE - AS WELL AS WHEN THE FILE CANNOT BE READ.
           MOVE "N" TO WS-LOAD-FLAG.
           MOVE "N" TO WS-TABLE-FULL-FLAG.
           MOVE ZERO TO HIST-OLD-COUNT.
           MOVE ZERO TO HIST-NEW-COUNT.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-HIST-STATUS = "35"
               MOVE "NO CHARHIST FILE" TO FT-NOTE (WS-FILE-SUB)
               GO TO LOAD-HISTORY-EXIT
           END-IF.
           IF WS-HIST-STATUS NOT = "00"
               MOVE WS-HIST-STATUS TO FT-NOTE-STATUS (WS-FILE-SUB)
               PERFORM NOTE-OPEN-FAILURE
               GO TO LOAD-HISTORY-EXIT
           END-IF.
           MOVE "Y" TO WS-LOAD-FLAG.
           MOVE "N" TO WS-READ-EOF.
           PERFORM LOAD-HISTORY-RECORD UNTIL WS-READ-DONE.
           CLOSE ARCHIVE-FILE.
           IF WS-TABLE-FULL
               MOVE SPACES TO RPT-DETAIL-LINE
               MOVE "** CONFLICT - OVER 400 RECORDS FOR ONE ID"
                   TO RD-NOTE
               PERFORM NOTE-CONFLICT
               MOVE "N" TO WS-LOAD-FLAG
           END-IF.
       LOAD-HISTORY-EXIT.
           EXIT.

       LOAD-HISTORY-RECORD.
           READ ARCHIVE-FILE
               AT END
                   MOVE "Y" TO WS-READ-EOF
           END-READ.
           IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "10"
               MOVE "** READ FAILED, STATUS"
                   TO FT-NOTE-TEXT (WS-FILE-SUB)
               MOVE WS-HIST-STATUS TO FT-NOTE-STATUS (WS-FILE-SUB)
               ADD 1 TO FT-FAILED (WS-FILE-SUB)
               ADD 1 TO FAILURE-COUNT
               MOVE "N" TO WS-LOAD-FLAG
               MOVE "Y" TO WS-READ-EOF
           END-IF.
           IF NOT WS-READ-DONE
               IF ARCHIVE-CHART-RECORD (1:8) = WS-OLD-ID
                   IF HIST-OLD-COUNT < 400
                       ADD 1 TO HIST-OLD-COUNT
                       MOVE ARCHIVE-CHART-RECORD
                           TO HO-IMAGE (HIST-OLD-COUNT)
                   ELSE
                       MOVE "Y" TO WS-TABLE-FULL-FLAG
                   END-IF
               END-IF
               IF ARCHIVE-CHART-RECORD (1:8) = WS-NEW-ID
                   AND NOT LK-RETIRE
                   IF HIST-NEW-COUNT < 400
                       ADD 1 TO HIST-NEW-COUNT
                       MOVE ARCHIVE-CHART-RECORD
                           TO HN-IMAGE (HIST-NEW-COUNT)
                       MOVE "N" TO HN-SUMMED (HIST-NEW-COUNT)
                       MOVE "N" TO HN-WRITTEN (HIST-NEW-COUNT)
                   ELSE
                       MOVE "Y" TO WS-TABLE-FULL-FLAG
                   END-IF
               END-IF
           END-IF.

       PLAN-HISTORY-RECORD.
           MOVE HO-IMAGE (WS-OLD-SUB) TO HOLD-CHART-RECORD.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE HR-CHART-ID TO RD-KEY.
           MOVE HR-CHART-DATE TO RD-KEY-DATE.
           IF LK-RETIRE
               IF HR-CHART-DATE NOT < LK-EFFECTIVE-DATE
                   MOVE "DELETE" TO RD-ACTION
                   PERFORM NOTE-PLANNED
               END-IF
           ELSE
               MOVE WS-NEW-ID TO RD-TARGET
               MOVE HR-CHART-DATE TO RD-TARGET-DATE
               PERFORM FIND-HISTORY-SURVIVOR
               EVALUATE TRUE
                   WHEN WS-MATCH-SUB = ZERO
                       MOVE "RE-KEY TO" TO RD-ACTION
                       PERFORM NOTE-PLANNED
                   WHEN LK-RENAME
                       MOVE "RE-KEY TO" TO RD-ACTION
                       MOVE "** CONFLICT - NEW KEY ALREADY ON FILE"
                           TO RD-NOTE
                       PERFORM NOTE-CONFLICT
                   WHEN OTHER
                       MOVE "SUM INTO" TO RD-ACTION
                       MOVE HN-IMAGE (WS-MATCH-SUB) TO SUM-CHART-RECORD
                       PERFORM SUM-HELD-INTO-SURVIVOR
                       IF WS-SUM-OVERFLOW
                           MOVE "** CONFLICT - A SUMMED VALUE OVERFLOWS"
                               TO RD-NOTE
                           PERFORM NOTE-CONFLICT
                       ELSE
                           MOVE SUM-CHART-RECORD
                               TO HN-IMAGE (WS-MATCH-SUB)
                           MOVE "Y" TO HN-SUMMED (WS-MATCH-SUB)
                           PERFORM NOTE-PLANNED
                       END-IF
               END-EVALUATE
           END-IF.

       FIND-HISTORY-SURVIVOR.
      *    THE FIRST NEW-ID RECORD FOR THE HELD RECORD'S DATE.
           MOVE ZERO TO WS-MATCH-SUB.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > HIST-NEW-COUNT
                   OR WS-MATCH-SUB NOT = ZERO
               IF HN-IMAGE (WS-SUBSCRIPT) (9:8) = HR-CHART-DATE
                   MOVE WS-SUBSCRIPT TO WS-MATCH-SUB
               END-IF
           END-PERFORM.

       COPY-HISTORY-TO-WORK.
           MOVE ZERO TO COPY-COUNT.
           MOVE ZERO TO HELD-MOVED.
           MOVE ZERO TO HELD-MERGED.
           MOVE ZERO TO HELD-DELETED.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-HIST-STATUS NOT = "00"
               MOVE WS-HIST-STATUS TO FT-NOTE-STATUS (WS-FILE-SUB)
               PERFORM NOTE-OPEN-FAILURE
               GO TO COPY-HISTORY-TO-WORK-EXIT
           END-IF.
           OPEN OUTPUT HIST-WORK-FILE.
           IF WS-HWK-STATUS NOT = "00"
               MOVE "** CHREOHWK NOT OPENED, STATUS"
                   TO FT-NOTE-TEXT (WS-FILE-SUB)
               MOVE WS-HWK-STATUS TO FT-NOTE-STATUS (WS-FILE-SUB)
               ADD 1 TO FT-FAILED (WS-FILE-SUB)
               ADD 1 TO FAILURE-COUNT
               DISPLAY "CHARTREO: UNABLE TO OPEN CHREOHWK, STATUS="
                   WS-HWK-STATUS
               CLOSE ARCHIVE-FILE
               GO TO COPY-HISTORY-TO-WORK-EXIT
           END-IF.
           MOVE "N" TO WS-READ-EOF.
           PERFORM COPY-ONE-HISTORY-RECORD UNTIL WS-READ-DONE.
           CLOSE HIST-WORK-FILE.
           CLOSE ARCHIVE-FILE.
       COPY-HISTORY-TO-WORK-EXIT.
           EXIT.

       COPY-ONE-HISTORY-RECORD.
           READ ARCHIVE-FILE
               AT END
                   MOVE "Y" TO WS-READ-EOF
           END-READ.
           IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "10"
               MOVE "** READ FAILED, STATUS"
                   TO FT-NOTE-TEXT (WS-FILE-SUB)
               MOVE WS-HIST-STATUS TO FT-NOTE-STATUS (WS-FILE-SUB)
               ADD 1 TO FT-FAILED (WS-FILE-SUB)
               ADD 1 TO FAILURE-COUNT
               MOVE "Y" TO WS-READ-EOF
           END-IF.
           IF NOT WS-READ-DONE
               MOVE ARCHIVE-CHART-RECORD TO HIST-WORK-RECORD
               EVALUATE TRUE
                   WHEN ARCHIVE-CHART-RECORD (1:8) = WS-OLD-ID
                       PERFORM CHANGE-OLD-HISTORY-RECORD
                   WHEN ARCHIVE-CHART-RECORD (1:8) = WS-NEW-ID
                       AND LK-MERGE
                       PERFORM CHANGE-NEW-HISTORY-RECORD
                   WHEN OTHER
                       PERFORM WRITE-HISTORY-WORK
               END-EVALUATE
           END-IF.

       CHANGE-OLD-HISTORY-RECORD.
      *    A RECORD SUMMED INTO THE SURVIVOR, OR RETIRED, IS DROPPED.
           MOVE ARCHIVE-CHART-RECORD TO HOLD-CHART-RECORD.
           IF LK-RETIRE
               IF HR-CHART-DATE NOT < LK-EFFECTIVE-DATE
                   ADD 1 TO HELD-DELETED
               ELSE
                   PERFORM WRITE-HISTORY-WORK
               END-IF
           ELSE
               PERFORM FIND-HISTORY-SURVIVOR
               IF WS-MATCH-SUB NOT = ZERO
                   ADD 1 TO HELD-MERGED
               ELSE
                   MOVE WS-NEW-ID TO HIST-WORK-RECORD (1:8)
                   PERFORM WRITE-HISTORY-WORK
                   ADD 1 TO HELD-MOVED
               END-IF
           END-IF.

       CHANGE-NEW-HISTORY-RECORD.
      *    THE SURVIVOR'S RECORD IS REPLACED BY ITS SUMMED IMAGE - ONCE,
      *    SHOULD THE GENERATION HOLD THE SAME DATE TWICE.
           MOVE ARCHIVE-CHART-RECORD TO HOLD-CHART-RECORD.
           PERFORM FIND-HISTORY-SURVIVOR.
           IF WS-MATCH-SUB NOT = ZERO
               IF HN-SUMMED (WS-MATCH-SUB) = "Y"
                   AND HN-WRITTEN (WS-MATCH-SUB) = "N"
                   MOVE HN-IMAGE (WS-MATCH-SUB) TO HIST-WORK-RECORD
                   MOVE "Y" TO HN-WRITTEN (WS-MATCH-SUB)
               END-IF
           END-IF.
           PERFORM WRITE-HISTORY-WORK.

       WRITE-HISTORY-WORK.
           WRITE HIST-WORK-RECORD.
           IF WS-HWK-STATUS = "00"
               ADD 1 TO COPY-COUNT
           ELSE
               IF FT-FAILED (WS-FILE-SUB) = ZERO
                   MOVE "** CHREOHWK WRITE FAILED, STATUS"
                       TO FT-NOTE-TEXT (WS-FILE-SUB)
                   MOVE WS-HWK-STATUS TO FT-NOTE-STATUS (WS-FILE-SUB)
                   DISPLAY "CHARTREO: CHREOHWK WRITE FAILED, STATUS="
                       WS-HWK-STATUS " - CHARHIST NOT CHANGED"
               END-IF
               ADD 1 TO FT-FAILED (WS-FILE-SUB)
               ADD 1 TO FAILURE-COUNT
               MOVE "Y" TO WS-READ-EOF
           END-IF.

       COPY-WORK-TO-HISTORY.
      *    FROM HERE ON CHARHIST IS BEING REPLACED. IF THIS FAILS THE
      *    WORK FILE IS THE WHOLE NEW GENERATION AND MUST BE COPIED
      *    OVER CHARHIST BEFORE ANYTHING ELSE READS IT.
           MOVE ZERO TO BACK-COUNT.
           OPEN INPUT HIST-WORK-FILE.
           IF WS-HWK-STATUS NOT = "00"
               MOVE "** CHREOHWK NOT OPENED, STATUS"
                   TO FT-NOTE-TEXT (WS-FILE-SUB)
               MOVE WS-HWK-STATUS TO FT-NOTE-STATUS (WS-FILE-SUB)
               ADD 1 TO FT-FAILED (WS-FILE-SUB)
               ADD 1 TO FAILURE-COUNT
               DISPLAY "CHARTREO: UNABLE TO REOPEN CHREOHWK, STATUS="
                   WS-HWK-STATUS " - CHARHIST NOT CHANGED"
               GO TO COPY-WORK-TO-HISTORY-EXIT
           END-IF.
           OPEN OUTPUT ARCHIVE-FILE.
           IF WS-HIST-STATUS NOT = "00"
               MOVE WS-HIST-STATUS TO FT-NOTE-STATUS (WS-FILE-SUB)
               PERFORM NOTE-OPEN-FAILURE
               CLOSE HIST-WORK-FILE
               GO TO COPY-WORK-TO-HISTORY-EXIT
           END-IF.
           MOVE "N" TO WS-READ-EOF.
           PERFORM COPY-ONE-WORK-RECORD UNTIL WS-READ-DONE.
           CLOSE ARCHIVE-FILE.
           CLOSE HIST-WORK-FILE.
           IF BACK-COUNT NOT = COPY-COUNT
               MOVE "** ONLY PART COPIED BACK FROM CHREOHWK"
                   TO FT-NOTE (WS-FILE-SUB)
               ADD 1 TO FT-FAILED (WS-FILE-SUB)
               ADD 1 TO FAILURE-COUNT
               DISPLAY "CHARTREO: CHARHIST INCOMPLETE, " BACK-COUNT
                   " OF " COPY-COUNT " RECORDS - COPY CHREOHWK OVER"
                   " CHARHIST BEFORE ANYTHING ELSE READS IT"
           ELSE
               ADD HELD-MOVED TO FT-MOVED (WS-FILE-SUB)
               ADD HELD-MERGED TO FT-MERGED (WS-FILE-SUB)
               ADD HELD-DELETED TO FT-DELETED (WS-FILE-SUB)
           END-IF.
       COPY-WORK-TO-HISTORY-EXIT.
           EXIT.

       COPY-ONE-WORK-RECORD.
           READ HIST-WORK-FILE
               AT END
                   MOVE "Y" TO WS-READ-EOF
           END-READ.
           IF WS-HWK-STATUS NOT = "00"
               MOVE "Y" TO WS-READ-EOF
           END-IF.
           IF NOT WS-READ-DONE
               WRITE ARCHIVE-CHART-RECORD FROM HIST-WORK-RECORD
               IF WS-HIST-STATUS = "00"
                   ADD 1 TO BACK-COUNT
               ELSE
                   MOVE "Y" TO WS-READ-EOF
               END-IF
           END-IF.

      *****************************************************************
      *    CHBUDGET. KEYED BY THE FULL DEPARTMENT NAME, SO IT CHANGES
      *    EVEN WHEN A RENAME KEEPS THE CHART ID. SAME PLAN, COPY OUT
      *    AND COPY BACK AS CHARHIST, THROUGH CHREOBWK.
      *****************************************************************
       REORG-BUDGET.
           MOVE 3 TO WS-FILE-SUB.
           PERFORM START-FILE.
           PERFORM LOAD-BUDGET-TABLES THRU LOAD-BUDGET-EXIT.
           IF NOT WS-LOAD-OK
               GO TO REORG-BUDGET-EXIT
           END-IF.
           PERFORM VARYING WS-OLD-SUB FROM 1 BY 1
                   UNTIL WS-OLD-SUB > BUDGET-OLD-COUNT
               PERFORM PLAN-BUDGET-RECORD
           END-PERFORM.
           IF WS-COMMIT-PASS AND ACTION-COUNT > ZERO
               AND FT-FAILED (WS-FILE-SUB) = ZERO
               PERFORM COPY-BUDGET-TO-WORK THRU
                   COPY-BUDGET-TO-WORK-EXIT
               IF FT-FAILED (WS-FILE-SUB) = ZERO
                   PERFORM COPY-WORK-TO-BUDGET THRU
                       COPY-WORK-TO-BUDGET-EXIT
               END-IF
           END-IF.
       REORG-BUDGET-EXIT.
           EXIT.

       LOAD-BUDGET-TABLES.
           MOVE "N" TO WS-LOAD-FLAG.
           MOVE "N" TO WS-TABLE-FULL-FLAG.
           MOVE ZERO TO BUDGET-OLD-COUNT.
           MOVE ZERO TO BUDGET-NEW-COUNT.
           OPEN INPUT BUDGET-FILE.
           IF WS-BUDGET-STATUS = "35"
               MOVE "NO CHBUDGET FILE" TO FT-NOTE (WS-FILE-SUB)
               GO TO LOAD-BUDGET-EXIT
           END-IF.
           IF WS-BUDGET-STATUS NOT = "00"
               MOVE WS-BUDGET-STATUS TO FT-NOTE-STATUS (WS-FILE-SUB)
               PERFORM NOTE-OPEN-FAILURE
               GO TO LOAD-BUDGET-EXIT
           END-IF.
           MOVE "Y" TO WS-LOAD-FLAG.
           MOVE "N" TO WS-READ-EOF.
           PERFORM LOAD-BUDGET-RECORD UNTIL WS-READ-DONE.
           CLOSE BUDGET-FILE.
           IF WS-TABLE-FULL
               MOVE SPACES TO RPT-DETAIL-LINE
               MOVE "** CONFLICT - OVER 240 MONTHS FOR ONE DEPT"
                   TO RD-NOTE
               PERFORM NOTE-CONFLICT
               MOVE "N" TO WS-LOAD-FLAG
           END-IF.
       LOAD-BUDGET-EXIT.
           EXIT.

       LOAD-BUDGET-RECORD.
           READ BUDGET-FILE
               AT END
                   MOVE "Y" TO WS-READ-EOF
           END-READ.
           IF WS-BUDGET-STATUS NOT = "00"
               AND WS-BUDGET-STATUS NOT = "10"
               MOVE "** READ FAILED, STATUS"
                   TO FT-NOTE-TEXT (WS-FILE-SUB)
               MOVE WS-BUDGET-STATUS TO FT-NOTE-STATUS (WS-FILE-SUB)
               ADD 1 TO FT-FAILED (WS-FILE-SUB)
               ADD 1 TO FAILURE-COUNT
               MOVE "N" TO WS-LOAD-FLAG
               MOVE "Y" TO WS-READ-EOF
           END-IF.
           IF NOT WS-READ-DONE
               IF BU-DEPT = LK-OLD-DEPT
                   IF BUDGET-OLD-COUNT < 240
                       ADD 1 TO BUDGET-OLD-COUNT
                       MOVE BU-MONTH TO BO-MONTH (BUDGET-OLD-COUNT)
                       MOVE BU-MONTH-AMOUNT
                           TO BO-AMOUNT (BUDGET-OLD-COUNT)
                   ELSE
                       MOVE "Y" TO WS-TABLE-FULL-FLAG
                   END-IF
               END-IF
               IF BU-DEPT = LK-NEW-DEPT AND NOT LK-RETIRE
                   IF BUDGET-NEW-COUNT < 240
                       ADD 1 TO BUDGET-NEW-COUNT
                       MOVE BU-MONTH TO BN-MONTH (BUDGET-NEW-COUNT)
                       MOVE BU-MONTH-AMOUNT
                           TO BN-AMOUNT (BUDGET-NEW-COUNT)
                       MOVE "N" TO BN-SUMMED (BUDGET-NEW-COUNT)
                       MOVE "N" TO BN-WRITTEN (BUDGET-NEW-COUNT)
                   ELSE
                       MOVE "Y" TO WS-TABLE-FULL-FLAG
                   END-IF
               END-IF
           END-IF.

       PLAN-BUDGET-RECORD.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE LK-OLD-DEPT TO RD-KEY.
           MOVE BO-MONTH (WS-OLD-SUB) TO RD-KEY-DATE.
           IF LK-RETIRE
               MOVE BO-MONTH (WS-OLD-SUB) TO WS-MONTH-START
               MOVE "01" TO WS-MONTH-START (7:2)
               IF WS-MONTH-START NOT < LK-EFFECTIVE-DATE
                   MOVE "DELETE" TO RD-ACTION
                   PERFORM NOTE-PLANNED
               END-IF
           ELSE
               MOVE LK-NEW-DEPT TO RD-TARGET
               MOVE BO-MONTH (WS-OLD-SUB) TO RD-TARGET-DATE
               MOVE BO-MONTH (WS-OLD-SUB) TO WS-MONTH-START
               PERFORM FIND-BUDGET-SURVIVOR
               EVALUATE TRUE
                   WHEN WS-MATCH-SUB = ZERO
                       MOVE "RE-KEY TO" TO RD-ACTION
                       PERFORM NOTE-PLANNED
                   WHEN LK-RENAME
                       MOVE "RE-KEY TO" TO RD-ACTION
                       MOVE "** CONFLICT - NEW KEY ALREADY ON FILE"
                           TO RD-NOTE
                       PERFORM NOTE-CONFLICT
                   WHEN OTHER
                       MOVE "SUM INTO" TO RD-ACTION
                       ADD BO-AMOUNT (WS-OLD-SUB)
                           TO BN-AMOUNT (WS-MATCH-SUB)
                           ON SIZE ERROR
                               MOVE "** CONFLICT - SUMMED AMOUNT"
                                   TO RD-NOTE
                               MOVE "OVERFLOWS" TO RD-NOTE (29:9)
                               PERFORM NOTE-CONFLICT
                           NOT ON SIZE ERROR
                               MOVE "Y" TO BN-SUMMED (WS-MATCH-SUB)
                               PERFORM NOTE-PLANNED
                       END-ADD
               END-EVALUATE
           END-IF.

       FIND-BUDGET-SURVIVOR.
      *    THE FIRST SURVIVING-DEPARTMENT ENTRY FOR THE MONTH IN
      *    WS-MONTH-START (1:6).
           MOVE ZERO TO WS-MATCH-SUB.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > BUDGET-NEW-COUNT
                   OR WS-MATCH-SUB NOT = ZERO
               IF BN-MONTH (WS-SUBSCRIPT) = WS-MONTH-START (1:6)
                   MOVE WS-SUBSCRIPT TO WS-MATCH-SUB
               END-IF
           END-PERFORM.

       COPY-BUDGET-TO-WORK.
           MOVE ZERO TO COPY-COUNT.
           MOVE ZERO TO HELD-MOVED.
           MOVE ZERO TO HELD-MERGED.
           MOVE ZERO TO HELD-DELETED.
           OPEN INPUT BUDGET-FILE.
           IF WS-BUDGET-STATUS NOT = "00"
               MOVE WS-BUDGET-STATUS TO FT-NOTE-STATUS (WS-FILE-SUB)
               PERFORM NOTE-OPEN-FAILURE
               GO TO COPY-BUDGET-TO-WORK-EXIT
           END-IF.
           OPEN OUTPUT BUDGET-WORK-FILE.
           IF WS-BWK-STATUS NOT = "00"
               MOVE "** CHREOBWK NOT OPENED, STATUS"
                   TO FT-NOTE-TEXT (WS-FILE-SUB)
               MOVE WS-BWK-STATUS TO FT-NOTE-STATUS (WS-FILE-SUB)
               ADD 1 TO FT-FAILED (WS-FILE-SUB)
               ADD 1 TO FAILURE-COUNT
               DISPLAY "CHARTREO: UNABLE TO OPEN CHREOBWK, STATUS="
                   WS-BWK-STATUS
               CLOSE BUDGET-FILE
               GO TO COPY-BUDGET-TO-WORK-EXIT
           END-IF.
           MOVE "N" TO WS-READ-EOF.
           PERFORM COPY-ONE-BUDGET-RECORD UNTIL WS-READ-DONE.
           CLOSE BUDGET-WORK-FILE.
           CLOSE BUDGET-FILE.
       COPY-BUDGET-TO-WORK-EXIT.
           EXIT.

       COPY-ONE-BUDGET-RECORD.
           READ BUDGET-FILE
               AT END
                   MOVE "Y" TO WS-READ-EOF
           END-READ.
           IF WS-BUDGET-STATUS NOT = "00"
               AND WS-BUDGET-STATUS NOT = "10"
               MOVE "** READ FAILED, STATUS"
                   TO FT-NOTE-TEXT (WS-FILE-SUB)
               MOVE WS-BUDGET-STATUS TO FT-NOTE-STATUS (WS-FILE-SUB)
               ADD 1 TO FT-FAILED (WS-FILE-SUB)
               ADD 1 TO FAILURE-COUNT
               MOVE "Y" TO WS-READ-EOF
           END-IF.
           IF NOT WS-READ-DONE
               MOVE BU-MONTH TO WS-MONTH-START
               MOVE "01" TO WS-MONTH-START (7:2)
               EVALUATE TRUE
                   WHEN BU-DEPT = LK-OLD-DEPT
                       PERFORM CHANGE-OLD-BUDGET-RECORD
                   WHEN BU-DEPT = LK-NEW-DEPT AND LK-MERGE
                       PERFORM CHANGE-NEW-BUDGET-RECORD
                   WHEN OTHER
                       PERFORM WRITE-BUDGET-WORK
               END-EVALUATE
           END-IF.

       CHANGE-OLD-BUDGET-RECORD.
           IF LK-RETIRE
               IF WS-MONTH-START NOT < LK-EFFECTIVE-DATE
                   ADD 1 TO HELD-DELETED
               ELSE
                   PERFORM WRITE-BUDGET-WORK
               END-IF
           ELSE
               PERFORM FIND-BUDGET-SURVIVOR
               IF WS-MATCH-SUB NOT = ZERO
                   ADD 1 TO HELD-MERGED
               ELSE
                   MOVE LK-NEW-DEPT TO BU-DEPT
                   PERFORM WRITE-BUDGET-WORK
                   ADD 1 TO HELD-MOVED
               END-IF
           END-IF.

       CHANGE-NEW-BUDGET-RECORD.
           PERFORM FIND-BUDGET-SURVIVOR.
           IF WS-MATCH-SUB NOT = ZERO
               IF BN-SUMMED (WS-MATCH-SUB) = "Y"
                   AND BN-WRITTEN (WS-MATCH-SUB) = "N"
                   MOVE BN-AMOUNT (WS-MATCH-SUB) TO BU-MONTH-AMOUNT
                   MOVE "Y" TO BN-WRITTEN (WS-MATCH-SUB)
               END-IF
           END-IF.
           PERFORM WRITE-BUDGET-WORK.

       WRITE-BUDGET-WORK.
           WRITE BUDGET-WORK-RECORD FROM BUDGET-RECORD.
           IF WS-BWK-STATUS = "00"
               ADD 1 TO COPY-COUNT
           ELSE
               IF FT-FAILED (WS-FILE-SUB) = ZERO
                   MOVE "** CHREOBWK WRITE FAILED, STATUS"
                       TO FT-NOTE-TEXT (WS-FILE-SUB)
                   MOVE WS-BWK-STATUS TO FT-NOTE-STATUS (WS-FILE-SUB)
                   DISPLAY "CHARTREO: CHREOBWK WRITE FAILED, STATUS="
                       WS-BWK-STATUS " - CHBUDGET NOT CHANGED"
               END-IF
               ADD 1 TO FT-FAILED (WS-FILE-SUB)
               ADD 1 TO FAILURE-COUNT
               MOVE "Y" TO WS-READ-EOF
           END-IF.

       COPY-WORK-TO-BUDGET.
      *    AS FOR CHARHIST: IF THIS FAILS, CHREOBWK IS THE WHOLE NEW
      *    CHBUDGET.
           MOVE ZERO TO BACK-COUNT.
           OPEN INPUT BUDGET-WORK-FILE.
           IF WS-BWK-STATUS NOT = "00"
               MOVE "** CHREOBWK NOT OPENED, STATUS"
                   TO FT-NOTE-TEXT (WS-FILE-SUB)
               MOVE WS-BWK-STATUS TO FT-NOTE-STATUS (WS-FILE-SUB)
               ADD 1 TO FT-FAILED (WS-FILE-SUB)
               ADD 1 TO FAILURE-COUNT
               DISPLAY "CHARTREO: UNABLE TO REOPEN CHREOBWK, STATUS="
                   WS-BWK-STATUS " - CHBUDGET NOT CHANGED"
               GO TO COPY-WORK-TO-BUDGET-EXIT
           END-IF.
           OPEN OUTPUT BUDGET-FILE.
           IF WS-BUDGET-STATUS NOT = "00"
               MOVE WS-BUDGET-STATUS TO FT-NOTE-STATUS (WS-FILE-SUB)
               PERFORM NOTE-OPEN-FAILURE
               CLOSE BUDGET-WORK-FILE
               GO TO COPY-WORK-TO-BUDGET-EXIT
           END-IF.
           MOVE "N" TO WS-READ-EOF.
           PERFORM COPY-ONE-BUDGET-WORK UNTIL WS-READ-DONE.
           CLOSE BUDGET-FILE.
           CLOSE BUDGET-WORK-FILE.
           IF BACK-COUNT NOT = COPY-COUNT
               MOVE "** ONLY PART COPIED BACK FROM CHREOBWK"
                   TO FT-NOTE (WS-FILE-SUB)
               ADD 1 TO FT-FAILED (WS-FILE-SUB)
               ADD 1 TO FAILURE-COUNT
               DISPLAY "CHARTREO: CHBUDGET INCOMPLETE, " BACK-COUNT
                   " OF " COPY-COUNT " RECORDS - COPY CHREOBWK OVER"
                   " CHBUDGET BEFORE ANYTHING ELSE READS IT"
           ELSE
               ADD HELD-MOVED TO FT-MOVED (WS-FILE-SUB)
               ADD HELD-MERGED TO FT-MERGED (WS-FILE-SUB)
               ADD HELD-DELETED TO FT-DELETED (WS-FILE-SUB)
           END-IF.
       COPY-WORK-TO-BUDGET-EXIT.
           EXIT.

       COPY-ONE-BUDGET-WORK.
           READ BUDGET-WORK-FILE
               AT END
                   MOVE "Y" TO WS-READ-EOF
           END-READ.
           IF WS-BWK-STATUS NOT = "00"
               MOVE "Y" TO WS-READ-EOF
           END-IF.
           IF NOT WS-READ-DONE
               WRITE BUDGET-RECORD FROM BUDGET-WORK-RECORD
               IF WS-BUDGET-STATUS = "00"
                   ADD 1 TO BACK-COUNT
               ELSE
                   MOVE "Y" TO WS-READ-EOF
               END-IF
           END-IF.

      *****************************************************************
      *    CHARTCKP. KEYED BY THE FULL DEPARTMENT NAME AND RUN DATE.
      *    A RENAME RE-KEYS EVERY CHECKPOINT SO A RESTART STILL FINDS
      *    THEM; A MERGE OR RETIRE DELETES THOSE FROM THE EFFECTIVE
      *    DATE ON AND KEEPS THE EARLIER RUN HISTORY.
      *****************************************************************
       REORG-CHECKPOINTS.
           MOVE 4 TO WS-FILE-SUB.
           PERFORM START-FILE.
           IF WS-PREVIEW-PASS
               OPEN INPUT CHECKPOINT-FILE
           ELSE
               OPEN I-O CHECKPOINT-FILE
           END-IF.
           IF WS-CKPT-STATUS = "35"
               MOVE "NO CHARTCKP FILE" TO FT-NOTE (WS-FILE-SUB)
               GO TO REORG-CHECKPOINTS-EXIT
           END-IF.
           IF WS-CKPT-STATUS NOT = "00"
               MOVE WS-CKPT-STATUS TO FT-NOTE-STATUS (WS-FILE-SUB)
               PERFORM NOTE-OPEN-FAILURE
               GO TO REORG-CHECKPOINTS-EXIT
           END-IF.
           MOVE LOW-VALUES TO WS-LAST-DATE.
           PERFORM NEXT-OLD-CHECKPOINT.
           PERFORM REORG-ONE-CHECKPOINT UNTIL WS-SWEEP-DONE.
           CLOSE CHECKPOINT-FILE.
       REORG-CHECKPOINTS-EXIT.
           EXIT.

       NEXT-OLD-CHECKPOINT.
           MOVE "N" TO WS-SWEEP-EOF.
           MOVE LK-OLD-DEPT TO CK-DEPT.
           MOVE WS-LAST-DATE TO CK-RUN-DATE.
           START CHECKPOINT-FILE KEY IS GREATER THAN CK-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SWEEP-EOF
           END-START.
           IF NOT WS-SWEEP-DONE
               READ CHECKPOINT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SWEEP-EOF
               END-READ
               IF WS-CKPT-STATUS NOT = "00"
                   OR CK-DEPT NOT = LK-OLD-DEPT
                   MOVE "Y" TO WS-SWEEP-EOF
               END-IF
           END-IF.

       REORG-ONE-CHECKPOINT.
           MOVE CHECKPOINT-RECORD TO HOLD-CHECKPOINT-RECORD.
           MOVE HK-RUN-DATE TO WS-LAST-DATE.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE HK-DEPT TO RD-KEY.
           MOVE HK-RUN-DATE TO RD-KEY-DATE.
           IF LK-RENAME
               MOVE LK-NEW-DEPT TO RD-TARGET
               MOVE HK-RUN-DATE TO RD-TARGET-DATE
               MOVE LK-NEW-DEPT TO CK-DEPT
               MOVE HK-RUN-DATE TO CK-RUN-DATE
               MOVE "Y" TO WS-RECORD-FOUND
               READ CHECKPOINT-FILE KEY IS CK-KEY
                   INVALID KEY
                       MOVE "N" TO WS-RECORD-FOUND
               END-READ
               EVALUATE TRUE
                   WHEN WS-NOT-FOUND
                       MOVE "RE-KEY TO" TO RD-ACTION
                       PERFORM NOTE-PLANNED
                       IF WS-COMMIT-PASS
                           PERFORM MOVE-CHECKPOINT
                       END-IF
                   WHEN CHECKPOINT-RECORD (19:20) =
                        HOLD-CHECKPOINT-RECORD (19:20)
                       MOVE "DELETE" TO RD-ACTION
                       MOVE "NEW KEY ALREADY COPIED BY AN EARLIER RUN"
                           TO RD-NOTE
                       PERFORM NOTE-PLANNED
                       IF WS-COMMIT-PASS
                           PERFORM DELETE-OLD-CHECKPOINT
                           IF WS-CKPT-STATUS = "00"
                               ADD 1 TO FT-DELETED (WS-FILE-SUB)
                           END-IF
                       END-IF
                   WHEN OTHER
                       MOVE "RE-KEY TO" TO RD-ACTION
                       MOVE "** CONFLICT - NEW KEY ALREADY ON FILE"
                           TO RD-NOTE
                       PERFORM NOTE-CONFLICT
               END-EVALUATE
           ELSE
               IF HK-RUN-DATE NOT < LK-EFFECTIVE-DATE
                   MOVE "DELETE" TO RD-ACTION
                   PERFORM NOTE-PLANNED
                   IF WS-COMMIT-PASS
                       PERFORM DELETE-OLD-CHECKPOINT
                       IF WS-CKPT-STATUS = "00"
                           ADD 1 TO FT-DELETED (WS-FILE-SUB)
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM NEXT-OLD-CHECKPOINT.

       MOVE-CHECKPOINT.
           MOVE HOLD-CHECKPOINT-RECORD TO CHECKPOINT-RECORD.
           MOVE LK-NEW-DEPT TO CK-DEPT.
           WRITE CHECKPOINT-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-CKPT-STATUS = "00"
               PERFORM DELETE-OLD-CHECKPOINT
               IF WS-CKPT-STATUS = "00"
                   ADD 1 TO FT-MOVED (WS-FILE-SUB)
               END-IF
           ELSE
               MOVE "** NOT WRITTEN UNDER NEW KEY, STATUS"
                   TO RD-NOTE-TEXT
               MOVE WS-CKPT-STATUS TO RD-NOTE-STATUS
               PERFORM NOTE-FAILURE
           END-IF.

       DELETE-OLD-CHECKPOINT.
           MOVE HK-KEY TO CK-KEY.
           DELETE CHECKPOINT-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF WS-CKPT-STATUS NOT = "00"
               MOVE "** OLD RECORD NOT DELETED, STATUS"
                   TO RD-NOTE-TEXT
               MOVE WS-CKPT-STATUS TO RD-NOTE-STATUS
               PERFORM NOTE-FAILURE
           END-IF.

      *****************************************************************
      *    CHLIMITS, CHROUTE AND CHSCHED HOLD ONE RECORD PER CHART ID
      *    OR DEPARTMENT. A RENAME COPIES IT TO THE NEW KEY AND DELETES
      *    THE OLD; A MERGE OR RETIRE DELETES IT.
      *****************************************************************
       REORG-LIMITS.
           MOVE 5 TO WS-FILE-SUB.
           PERFORM START-FILE.
           IF WS-SAME-ID
               MOVE "SAME CHART ID - NOTHING TO MOVE"
                   TO FT-NOTE (WS-FILE-SUB)
               GO TO REORG-LIMITS-EXIT
           END-IF.
           IF WS-PREVIEW-PASS
               OPEN INPUT LIMITS-FILE
           ELSE
               OPEN I-O LIMITS-FILE
           END-IF.
           IF WS-LIMITS-STATUS = "35"
               MOVE "NO CHLIMITS FILE" TO FT-NOTE (WS-FILE-SUB)
               GO TO REORG-LIMITS-EXIT
           END-IF.
           IF WS-LIMITS-STATUS NOT = "00"
               MOVE WS-LIMITS-STATUS TO FT-NOTE-STATUS (WS-FILE-SUB)
               PERFORM NOTE-OPEN-FAILURE
               GO TO REORG-LIMITS-EXIT
           END-IF.
           MOVE WS-OLD-ID TO CL-CHART-ID.
           MOVE "Y" TO WS-RECORD-FOUND.
           READ LIMITS-FILE
               INVALID KEY
                   MOVE "N" TO WS-RECORD-FOUND
           END-READ.
           IF WS-FOUND
               MOVE CHART-LIMITS-RECORD TO HOLD-CONTROL-RECORD
               MOVE SPACES TO RPT-DETAIL-LINE
               MOVE WS-OLD-ID TO RD-KEY
               IF LK-RENAME
                   PERFORM RENAME-LIMITS
               ELSE
                   PERFORM DELETE-LIMITS
               END-IF
           END-IF.
           CLOSE LIMITS-FILE.
       REORG-LIMITS-EXIT.
           EXIT.

       RENAME-LIMITS.
           MOVE WS-NEW-ID TO RD-TARGET.
           MOVE WS-NEW-ID TO CL-CHART-ID.
           MOVE "Y" TO WS-RECORD-FOUND.
           READ LIMITS-FILE
               INVALID KEY
                   MOVE "N" TO WS-RECORD-FOUND
           END-READ.
           EVALUATE TRUE
               WHEN WS-NOT-FOUND
                   MOVE "RE-KEY TO" TO RD-ACTION
                   PERFORM NOTE-PLANNED
                   IF WS-COMMIT-PASS
                       MOVE HOLD-CONTROL-RECORD TO CHART-LIMITS-RECORD
                       MOVE WS-NEW-ID TO CL-CHART-ID
                       WRITE CHART-LIMITS-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                       IF WS-LIMITS-STATUS = "00"
                           MOVE "P" TO WS-JOURNAL-ACTION
                           MOVE HOLD-CONTROL-RECORD
                               TO WS-JOURNAL-BEFORE
                           MOVE CHART-LIMITS-RECORD
                               TO WS-JOURNAL-AFTER
                           MOVE WS-NEW-ID TO WS-JOURNAL-KEY
                           PERFORM JOURNAL-LIMITS-ENTRY
                           PERFORM DELETE-OLD-LIMITS
                           IF WS-LIMITS-STATUS = "00"
                               ADD 1 TO FT-MOVED (WS-FILE-SUB)
                           END-IF
                       ELSE
                           MOVE "** NOT WRITTEN UNDER NEW KEY, STATUS"
                               TO RD-NOTE-TEXT
                           MOVE WS-LIMITS-STATUS TO RD-NOTE-STATUS
                           PERFORM NOTE-FAILURE
                       END-IF
                   END-IF
               WHEN CHART-LIMITS-RECORD (9:8) =
                    HOLD-CONTROL-RECORD (9:8)
                   MOVE "DELETE" TO RD-ACTION
                   MOVE "NEW KEY ALREADY COPIED BY AN EARLIER RUN"
                       TO RD-NOTE
                   PERFORM DELETE-LIMITS
               WHEN OTHER
                   MOVE "RE-KEY TO" TO RD-ACTION
                   MOVE "** CONFLICT - NEW KEY ALREADY ON FILE"
                       TO RD-NOTE
                   PERFORM NOTE-CONFLICT
           END-EVALUATE.

       DELETE-LIMITS.
           MOVE "DELETE" TO RD-ACTION.
           IF LK-MERGE
               MOVE "SURVIVOR'S OWN RECORD STANDS" TO RD-NOTE
           END-IF.
           PERFORM NOTE-PLANNED.
           IF WS-COMMIT-PASS
               PERFORM DELETE-OLD-LIMITS
               IF WS-LIMITS-STATUS = "00"
                   ADD 1 TO FT-DELETED (WS-FILE-SUB)
               END-IF
           END-IF.

       DELETE-OLD-LIMITS.
           MOVE WS-OLD-ID TO CL-CHART-ID.
           DELETE LIMITS-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF WS-LIMITS-STATUS = "00"
               MOVE "D" TO WS-JOURNAL-ACTION
               MOVE HOLD-CONTROL-RECORD TO WS-JOURNAL-BEFORE
               MOVE SPACES TO WS-JOURNAL-AFTER
               MOVE WS-OLD-ID TO WS-JOURNAL-KEY
               PERFORM JOURNAL-LIMITS-ENTRY
           ELSE
               MOVE "** OLD RECORD NOT DELETED, STATUS"
                   TO RD-NOTE-TEXT
               MOVE WS-LIMITS-STATUS TO RD-NOTE-STATUS
               PERFORM NOTE-FAILURE
           END-IF.

       JOURNAL-LIMITS-ENTRY.
           MOVE "CHLIMITS" TO WS-JOURNAL-FILE.
           PERFORM WRITE-JOURNAL-ENTRY.

       REORG-ROUTE.
           MOVE 6 TO WS-FILE-SUB.
           PERFORM START-FILE.
           IF WS-SAME-ID
               MOVE "SAME CHART ID - NOTHING TO MOVE"
                   TO FT-NOTE (WS-FILE-SUB)
               GO TO REORG-ROUTE-EXIT
           END-IF.
           IF WS-PREVIEW-PASS
               OPEN INPUT ROUTE-FILE
           ELSE
               OPEN I-O ROUTE-FILE
           END-IF.
           IF WS-ROUTE-STATUS = "35"
               MOVE "NO CHROUTE FILE" TO FT-NOTE (WS-FILE-SUB)
               GO TO REORG-ROUTE-EXIT
           END-IF.
           IF WS-ROUTE-STATUS NOT = "00"
               MOVE WS-ROUTE-STATUS TO FT-NOTE-STATUS (WS-FILE-SUB)
               PERFORM NOTE-OPEN-FAILURE
               GO TO REORG-ROUTE-EXIT
           END-IF.
           MOVE WS-OLD-ID TO RT-CHART-ID.
           MOVE "Y" TO WS-RECORD-FOUND.
           READ ROUTE-FILE
               INVALID KEY
                   MOVE "N" TO WS-RECORD-FOUND
           END-READ.
           IF WS-FOUND
               MOVE ROUTE-RECORD TO HOLD-CONTROL-RECORD
               MOVE SPACES TO RPT-DETAIL-LINE
               MOVE WS-OLD-ID TO RD-KEY
               IF LK-RENAME
                   PERFORM RENAME-ROUTE
               ELSE
                   PERFORM DELETE-ROUTE
               END-IF
           END-IF.
           CLOSE ROUTE-FILE.
       REORG-ROUTE-EXIT.
           EXIT.

       RENAME-ROUTE.
           MOVE WS-NEW-ID TO RD-TARGET.
           MOVE WS-NEW-ID TO RT-CHART-ID.
           MOVE "Y" TO WS-RECORD-FOUND.
           READ ROUTE-FILE
               INVALID KEY
                   MOVE "N" TO WS-RECORD-FOUND
           END-READ.
           EVALUATE TRUE
               WHEN WS-NOT-FOUND
                   MOVE "RE-KEY TO" TO RD-ACTION
                   PERFORM NOTE-PLANNED
                   IF WS-COMMIT-PASS
                       MOVE HOLD-CONTROL-RECORD TO ROUTE-RECORD
                       MOVE WS-NEW-ID TO RT-CHART-ID
                       WRITE ROUTE-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                       IF WS-ROUTE-STATUS = "00"
                           PERFORM DELETE-OLD-ROUTE
                           IF WS-ROUTE-STATUS = "00"
                               ADD 1 TO FT-MOVED (WS-FILE-SUB)
                           END-IF
                       ELSE
                           MOVE "** NOT WRITTEN UNDER NEW KEY, STATUS"
                               TO RD-NOTE-TEXT
                           MOVE WS-ROUTE-STATUS TO RD-NOTE-STATUS
                           PERFORM NOTE-FAILURE
                       END-IF
                   END-IF
               WHEN ROUTE-RECORD (9:40) = HOLD-CONTROL-RECORD (9:40)
                   MOVE "DELETE" TO RD-ACTION
                   MOVE "NEW KEY ALREADY COPIED BY AN EARLIER RUN"
                       TO RD-NOTE
                   PERFORM DELETE-ROUTE
               WHEN OTHER
                   MOVE "RE-KEY TO" TO RD-ACTION
                   MOVE "** CONFLICT - NEW KEY ALREADY ON FILE"
                       TO RD-NOTE
                   PERFORM NOTE-CONFLICT
           END-EVALUATE.

       DELETE-ROUTE.
           MOVE "DELETE" TO RD-ACTION.
           IF LK-MERGE
               MOVE "SURVIVOR'S OWN RECORD STANDS" TO RD-NOTE
           END-IF.
           PERFORM NOTE-PLANNED.
           IF WS-COMMIT-PASS
               PERFORM DELETE-OLD-ROUTE
               IF WS-ROUTE-STATUS = "00"
                   ADD 1 TO FT-DELETED (WS-FILE-SUB)
               END-IF
           END-IF.

       DELETE-OLD-ROUTE.
           MOVE WS-OLD-ID TO RT-CHART-ID.
           DELETE ROUTE-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF WS-ROUTE-STATUS NOT = "00"
               MOVE "** OLD RECORD NOT DELETED, STATUS"
                   TO RD-NOTE-TEXT
               MOVE WS-ROUTE-STATUS TO RD-NOTE-STATUS
               PERFORM NOTE-FAILURE
           END-IF.

       REORG-SCHEDULE.
      *    KEYED BY THE FULL DEPARTMENT NAME, SO A RENAME THAT KEEPS
      *    THE CHART ID STILL CHANGES IT.
           MOVE 7 TO WS-FILE-SUB.
           PERFORM START-FILE.
           IF WS-PREVIEW-PASS
               OPEN INPUT SCHEDULE-FILE
           ELSE
               OPEN I-O SCHEDULE-FILE
           END-IF.
           IF WS-SCHED-STATUS = "35"
               MOVE "NO CHSCHED FILE" TO FT-NOTE (WS-FILE-SUB)
               GO TO REORG-SCHEDULE-EXIT
           END-IF.
           IF WS-SCHED-STATUS NOT = "00"
               MOVE WS-SCHED-STATUS TO FT-NOTE-STATUS (WS-FILE-SUB)
               PERFORM NOTE-OPEN-FAILURE
               GO TO REORG-SCHEDULE-EXIT
           END-IF.
           MOVE LK-OLD-DEPT TO SC-DEPT.
           MOVE "Y" TO WS-RECORD-FOUND.
           READ SCHEDULE-FILE
               INVALID KEY
                   MOVE "N" TO WS-RECORD-FOUND
           END-READ.
           IF WS-FOUND
               MOVE SCHEDULE-RECORD TO HOLD-CONTROL-RECORD
               MOVE SPACES TO RPT-DETAIL-LINE
               MOVE LK-OLD-DEPT TO RD-KEY
               IF LK-RENAME
                   PERFORM RENAME-SCHEDULE
               ELSE
                   PERFORM DELETE-SCHEDULE
               END-IF
           END-IF.
           CLOSE SCHEDULE-FILE.
       REORG-SCHEDULE-EXIT.
           EXIT.

       RENAME-SCHEDULE.
           MOVE LK-NEW-DEPT TO RD-TARGET.
           MOVE LK-NEW-DEPT TO SC-DEPT.
           MOVE "Y" TO WS-RECORD-FOUND.
           READ SCHEDULE-FILE
               INVALID KEY
                   MOVE "N" TO WS-RECORD-FOUND
           END-READ.
           EVALUATE TRUE
               WHEN WS-NOT-FOUND
                   MOVE "RE-KEY TO" TO RD-ACTION
                   PERFORM NOTE-PLANNED
                   IF WS-COMMIT-PASS
                       MOVE HOLD-CONTROL-RECORD TO SCHEDULE-RECORD
                       MOVE LK-NEW-DEPT TO SC-DEPT
                       WRITE SCHEDULE-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                       IF WS-SCHED-STATUS = "00"
                           MOVE "P" TO WS-JOURNAL-ACTION
                           MOVE HOLD-CONTROL-RECORD
                               TO WS-JOURNAL-BEFORE
                           MOVE SCHEDULE-RECORD TO WS-JOURNAL-AFTER
                           MOVE LK-NEW-DEPT TO WS-JOURNAL-KEY
                           PERFORM JOURNAL-SCHEDULE-ENTRY
                           PERFORM DELETE-OLD-SCHEDULE
                           IF WS-SCHED-STATUS = "00"
                               ADD 1 TO FT-MOVED (WS-FILE-SUB)
                           END-IF
                       ELSE
                           MOVE "** NOT WRITTEN UNDER NEW KEY, STATUS"
                               TO RD-NOTE-TEXT
                           MOVE WS-SCHED-STATUS TO RD-NOTE-STATUS
                           PERFORM NOTE-FAILURE
                       END-IF
                   END-IF
               WHEN SCHEDULE-RECORD (11:3) = HOLD-CONTROL-RECORD (11:3)
                   MOVE "DELETE" TO RD-ACTION
                   MOVE "NEW KEY ALREADY COPIED BY AN EARLIER RUN"
                       TO RD-NOTE
                   PERFORM DELETE-SCHEDULE
               WHEN OTHER
                   MOVE "RE-KEY TO" TO RD-ACTION
                   MOVE "** CONFLICT - NEW KEY ALREADY ON FILE"
                       TO RD-NOTE
                   PERFORM NOTE-CONFLICT
           END-EVALUATE.

       DELETE-SCHEDULE.
           MOVE "DELETE" TO RD-ACTION.
           IF LK-MERGE
               MOVE "SURVIVOR'S OWN RECORD STANDS" TO RD-NOTE
           END-IF.
           PERFORM NOTE-PLANNED.
           IF WS-COMMIT-PASS
               PERFORM DELETE-OLD-SCHEDULE
               IF WS-SCHED-STATUS = "00"
                   ADD 1 TO FT-DELETED (WS-FILE-SUB)
               END-IF
           END-IF.

       DELETE-OLD-SCHEDULE.
           MOVE LK-OLD-DEPT TO SC-DEPT.
           DELETE SCHEDULE-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF WS-SCHED-STATUS = "00"
               MOVE "D" TO WS-JOURNAL-ACTION
               MOVE HOLD-CONTROL-RECORD TO WS-JOURNAL-BEFORE
               MOVE SPACES TO WS-JOURNAL-AFTER
               MOVE LK-OLD-DEPT TO WS-JOURNAL-KEY
               PERFORM JOURNAL-SCHEDULE-ENTRY
           ELSE
               MOVE "** OLD RECORD NOT DELETED, STATUS"
                   TO RD-NOTE-TEXT
               MOVE WS-SCHED-STATUS TO RD-NOTE-STATUS
               PERFORM NOTE-FAILURE
           END-IF.

       JOURNAL-SCHEDULE-ENTRY.
           MOVE "CHSCHED" TO WS-JOURNAL-FILE.
           PERFORM WRITE-JOURNAL-ENTRY.

      *****************************************************************
      *    CHMONSUM, ONE SUMMARY PER CHART ID AND YEAR. THE OLD CHART
      *    ID'S YEARS ARE SWEPT IN ORDER; A RENAME RE-KEYS EACH, A
      *    MERGE OR RETIRE DELETES IT.
      *****************************************************************
       REORG-SUMMARY.
           MOVE 8 TO WS-FILE-SUB.
           PERFORM START-FILE.
           IF WS-SAME-ID
               MOVE "SAME CHART ID - NOTHING TO MOVE"
                   TO FT-NOTE (WS-FILE-SUB)
               GO TO REORG-SUMMARY-EXIT
           END-IF.
           IF WS-PREVIEW-PASS
               OPEN INPUT SUMMARY-FILE
           ELSE
               OPEN I-O SUMMARY-FILE
           END-IF.
           IF WS-SUM-STATUS = "35"
               MOVE "NO CHMONSUM FILE" TO FT-NOTE (WS-FILE-SUB)
               GO TO REORG-SUMMARY-EXIT
           END-IF.
           IF WS-SUM-STATUS NOT = "00"
               MOVE WS-SUM-STATUS TO FT-NOTE-STATUS (WS-FILE-SUB)
               PERFORM NOTE-OPEN-FAILURE
               GO TO REORG-SUMMARY-EXIT
           END-IF.
           MOVE LOW-VALUES TO WS-LAST-YEAR.
           PERFORM NEXT-OLD-SUMMARY.
           PERFORM REORG-ONE-SUMMARY UNTIL WS-SWEEP-DONE.
           CLOSE SUMMARY-FILE.
       REORG-SUMMARY-EXIT.
           EXIT.

       NEXT-OLD-SUMMARY.
           MOVE "N" TO WS-SWEEP-EOF.
           MOVE WS-OLD-ID TO MS-CHART-ID.
           MOVE WS-LAST-YEAR TO MS-YEAR.
           START SUMMARY-FILE KEY IS GREATER THAN MS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SWEEP-EOF
           END-START.
           IF NOT WS-SWEEP-DONE
               READ SUMMARY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SWEEP-EOF
               END-READ
               IF WS-SUM-STATUS NOT = "00"
                   OR MS-CHART-ID NOT = WS-OLD-ID
                   MOVE "Y" TO WS-SWEEP-EOF
               END-IF
           END-IF.

       REORG-ONE-SUMMARY.
           MOVE MONTHLY-SUMMARY-RECORD TO HOLD-SUMMARY-RECORD.
           MOVE HM-YEAR TO WS-LAST-YEAR.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE HM-CHART-ID TO RD-KEY.
           MOVE HM-YEAR TO RD-KEY-DATE.
           IF LK-RENAME
               MOVE WS-NEW-ID TO RD-TARGET
               MOVE HM-YEAR TO RD-TARGET-DATE
               MOVE WS-NEW-ID TO MS-CHART-ID
               MOVE HM-YEAR TO MS-YEAR
               MOVE "Y" TO WS-RECORD-FOUND
               READ SUMMARY-FILE KEY IS MS-KEY
                   INVALID KEY
                       MOVE "N" TO WS-RECORD-FOUND
               END-READ
               EVALUATE TRUE
                   WHEN WS-NOT-FOUND
                       MOVE "RE-KEY TO" TO RD-ACTION
                       PERFORM NOTE-PLANNED
                       IF WS-COMMIT-PASS
                           PERFORM MOVE-SUMMARY
                       END-IF
                   WHEN MONTHLY-SUMMARY-RECORD (13:352) =
                        HOLD-SUMMARY-RECORD (13:352)
                       MOVE "DELETE" TO RD-ACTION
                       MOVE "NEW KEY ALREADY COPIED BY AN EARLIER RUN"
                           TO RD-NOTE
                       PERFORM NOTE-PLANNED
                       IF WS-COMMIT-PASS
                           PERFORM DELETE-OLD-SUMMARY
                           IF WS-SUM-STATUS = "00"
                               ADD 1 TO FT-DELETED (WS-FILE-SUB)
                           END-IF
                       END-IF
                   WHEN OTHER
                       MOVE "RE-KEY TO" TO RD-ACTION
                       MOVE "** CONFLICT - NEW KEY ALREADY ON FILE"
                           TO RD-NOTE
                       PERFORM NOTE-CONFLICT
               END-EVALUATE
           ELSE
               MOVE "DELETE" TO RD-ACTION
               IF LK-MERGE
                   MOVE "CHARTMSM REBUILDS THE SURVIVOR'S" TO RD-NOTE
               END-IF
               PERFORM NOTE-PLANNED
               IF WS-COMMIT-PASS
                   PERFORM DELETE-OLD-SUMMARY
                   IF WS-SUM-STATUS = "00"
                       ADD 1 TO FT-DELETED (WS-FILE-SUB)
                   END-IF
               END-IF
           END-IF.
           PERFORM NEXT-OLD-SUMMARY.

       MOVE-SUMMARY.
           MOVE HOLD-SUMMARY-RECORD TO MONTHLY-SUMMARY-RECORD.
           MOVE WS-NEW-ID TO MS-CHART-ID.
           WRITE MONTHLY-SUMMARY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-SUM-STATUS = "00"
               PERFORM DELETE-OLD-SUMMARY
               IF WS-SUM-STATUS = "00"
                   ADD 1 TO FT-MOVED (WS-FILE-SUB)
               END-IF
           ELSE
               MOVE "** NOT WRITTEN UNDER NEW KEY, STATUS"
                   TO RD-NOTE-TEXT
               MOVE WS-SUM-STATUS TO RD-NOTE-STATUS
               PERFORM NOTE-FAILURE
           END-IF.

       DELETE-OLD-SUMMARY.
           MOVE HM-KEY TO MS-KEY.
           DELETE SUMMARY-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF WS-SUM-STATUS NOT = "00"
               MOVE "** OLD RECORD NOT DELETED, STATUS"
                   TO RD-NOTE-TEXT
               MOVE WS-SUM-STATUS TO RD-NOTE-STATUS
               PERFORM NOTE-FAILURE
           END-IF.

      *****************************************************************
      *    CHAUTH. THE KEY IS USER, SCOPE AND OBJECT, SO ONE
      *    DEPARTMENT'S GRANTS ARE SPREAD THROUGH THE WHOLE FILE AND
      *    THE WHOLE FILE IS SWEPT. A GRANT NAMING THE OLD DEPARTMENT
      *    (SCOPE D) OR ITS CHART ID (SCOPE C) IS RE-KEYED TO THE NEW
      *    ONE ON A RENAME AND DELETED ON A MERGE OR RETIRE. EVERY
      *    CHANGE IS JOURNALED AS CHARTAUM JOURNALS ITS OWN.
      *****************************************************************
       REORG-AUTHORITY.
           MOVE 9 TO WS-FILE-SUB.
           PERFORM START-FILE.
           IF WS-PREVIEW-PASS
               OPEN INPUT AUTHORITY-FILE
           ELSE
               OPEN I-O AUTHORITY-FILE
           END-IF.
           IF WS-AUTH-STATUS = "35"
               MOVE "NO CHAUTH FILE - CONTROL NOT IN FORCE"
                   TO FT-NOTE (WS-FILE-SUB)
               GO TO REORG-AUTHORITY-EXIT
           END-IF.
           IF WS-AUTH-STATUS NOT = "00"
               MOVE WS-AUTH-STATUS TO FT-NOTE-STATUS (WS-FILE-SUB)
               PERFORM NOTE-OPEN-FAILURE
               GO TO REORG-AUTHORITY-EXIT
           END-IF.
           MOVE LOW-VALUES TO WS-LAST-AUTH-KEY.
           PERFORM NEXT-OLD-GRANT.
           PERFORM REORG-ONE-GRANT UNTIL WS-SWEEP-DONE.
           CLOSE AUTHORITY-FILE.
       REORG-AUTHORITY-EXIT.
           EXIT.

       NEXT-OLD-GRANT.
      *    STARTED AGAIN PAST THE LAST GRANT READ EACH TIME, AS THE
      *    CHARTDAT SWEEP IS. A GRANT RE-KEYED TO THE NEW NAME MAY
      *    SORT FURTHER ON, BUT NO LONGER MATCHES WHEN IT IS REACHED.
           MOVE "N" TO WS-SWEEP-EOF.
           MOVE "N" TO WS-GRANT-FLAG.
           MOVE WS-LAST-AUTH-KEY TO AU-KEY.
           START AUTHORITY-FILE KEY IS GREATER THAN AU-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SWEEP-EOF
           END-START.
           PERFORM READ-NEXT-GRANT
               UNTIL WS-SWEEP-DONE OR WS-GRANT-MATCHED.

       READ-NEXT-GRANT.
           READ AUTHORITY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SWEEP-EOF
           END-READ.
           IF WS-AUTH-STATUS NOT = "00"
               MOVE "Y" TO WS-SWEEP-EOF
           ELSE
               MOVE AU-KEY TO WS-LAST-AUTH-KEY
               IF AU-DEPT-SCOPE AND AU-OBJECT = LK-OLD-DEPT
                   MOVE "Y" TO WS-GRANT-FLAG
               END-IF
               IF AU-CHART-SCOPE AND AU-OBJECT = WS-OLD-ID
                   AND NOT WS-SAME-ID
                   MOVE "Y" TO WS-GRANT-FLAG
               END-IF
           END-IF.

       REORG-ONE-GRANT.
      *    THE DETAIL LINE SHOWS THE GRANT AS THE JOURNAL KEYS IT -
      *    THE OBJECT, THEN THE FIRST EIGHT CHARACTERS OF THE USER.
           MOVE AUTHORITY-RECORD TO HOLD-AUTHORITY-RECORD.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE HA-OBJECT TO RD-KEY.
           MOVE HA-USER (1:8) TO RD-KEY-DATE.
           IF LK-RENAME
               IF HA-SCOPE = "D"
                   MOVE LK-NEW-DEPT TO WS-NEW-OBJECT
               ELSE
                   MOVE WS-NEW-ID TO WS-NEW-OBJECT
               END-IF
               MOVE WS-NEW-OBJECT TO RD-TARGET
               MOVE HA-USER (1:8) TO RD-TARGET-DATE
               MOVE WS-NEW-OBJECT TO AU-OBJECT
               MOVE "Y" TO WS-RECORD-FOUND
               READ AUTHORITY-FILE KEY IS AU-KEY
                   INVALID KEY
                       MOVE "N" TO WS-RECORD-FOUND
               END-READ
               EVALUATE TRUE
                   WHEN WS-NOT-FOUND
                       MOVE "RE-KEY TO" TO RD-ACTION
                       PERFORM NOTE-PLANNED
                       IF WS-COMMIT-PASS
                           PERFORM MOVE-GRANT
                       END-IF
                   WHEN AUTHORITY-RECORD (22:19) =
                        HOLD-AUTHORITY-RECORD (22:19)
                       MOVE "DELETE" TO RD-ACTION
                       MOVE "NEW KEY ALREADY COPIED BY AN EARLIER RUN"
                           TO RD-NOTE
                       PERFORM NOTE-PLANNED
                       IF WS-COMMIT-PASS
                           PERFORM DELETE-OLD-GRANT
                           IF WS-AUTH-STATUS = "00"
                               ADD 1 TO FT-DELETED (WS-FILE-SUB)
                           END-IF
                       END-IF
                   WHEN OTHER
                       MOVE "RE-KEY TO" TO RD-ACTION
                       MOVE "** CONFLICT - NEW KEY ALREADY ON FILE"
                           TO RD-NOTE
                       PERFORM NOTE-CONFLICT
               END-EVALUATE
           ELSE
               MOVE "DELETE" TO RD-ACTION
               IF LK-MERGE
                   MOVE "SURVIVOR'S OWN GRANTS STAND" TO RD-NOTE
               END-IF
               PERFORM NOTE-PLANNED
               IF WS-COMMIT-PASS
                   PERFORM DELETE-OLD-GRANT
                   IF WS-AUTH-STATUS = "00"
                       ADD 1 TO FT-DELETED (WS-FILE-SUB)
                   END-IF
               END-IF
           END-IF.
           PERFORM NEXT-OLD-GRANT.

       MOVE-GRANT.
           MOVE HOLD-AUTHORITY-RECORD TO AUTHORITY-RECORD.
           MOVE WS-NEW-OBJECT TO AU-OBJECT.
           WRITE AUTHORITY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-AUTH-STATUS = "00"
               MOVE "P" TO WS-JOURNAL-ACTION
               MOVE HOLD-AUTHORITY-RECORD TO WS-JOURNAL-BEFORE
               MOVE AUTHORITY-RECORD TO WS-JOURNAL-AFTER
               MOVE SPACES TO WS-JOURNAL-KEY
               MOVE WS-NEW-OBJECT (1:8) TO WS-JOURNAL-KEY (1:8)
               MOVE HA-USER (1:8) TO WS-JOURNAL-KEY (9:8)
               PERFORM JOURNAL-AUTHORITY-ENTRY
               PERFORM DELETE-OLD-GRANT
               IF WS-AUTH-STATUS = "00"
                   ADD 1 TO FT-MOVED (WS-FILE-SUB)
               END-IF
           ELSE
               MOVE "** NOT WRITTEN UNDER NEW KEY, STATUS"
                   TO RD-NOTE-TEXT
               MOVE WS-AUTH-STATUS TO RD-NOTE-STATUS
               PERFORM NOTE-FAILURE
           END-IF.

       DELETE-OLD-GRANT.
           MOVE HA-KEY TO AU-KEY.
           DELETE AUTHORITY-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF WS-AUTH-STATUS = "00"
               MOVE "D" TO WS-JOURNAL-ACTION
               MOVE HOLD-AUTHORITY-RECORD TO WS-JOURNAL-BEFORE
               MOVE SPACES TO WS-JOURNAL-AFTER
               MOVE SPACES TO WS-JOURNAL-KEY
               MOVE HA-OBJECT (1:8) TO WS-JOURNAL-KEY (1:8)
               MOVE HA-USER (1:8) TO WS-JOURNAL-KEY (9:8)
               PERFORM JOURNAL-AUTHORITY-ENTRY
           ELSE
               MOVE "** OLD RECORD NOT DELETED, STATUS"
                   TO RD-NOTE-TEXT
               MOVE WS-AUTH-STATUS TO RD-NOTE-STATUS
               PERFORM NOTE-FAILURE
           END-IF.

       JOURNAL-AUTHORITY-ENTRY.
           MOVE "CHAUTH" TO WS-JOURNAL-FILE.
           PERFORM WRITE-JOURNAL-ENTRY.

      *****************************************************************
      *    DEPTHIER AND DEPTLIST, HELD IN STORAGE SINCE THE CHECKS AT
      *    THE START AND REWRITTEN WHOLE.
      *****************************************************************
       REORG-HIERARCHY.
           MOVE 10 TO WS-FILE-SUB.
           PERFORM START-FILE.
           IF NOT WS-HIER-ON-FILE
               MOVE "NO DEPTHIER FILE" TO FT-NOTE (WS-FILE-SUB)
               GO TO REORG-HIERARCHY-EXIT
           END-IF.
           MOVE LK-OLD-DEPT TO WS-LOOKUP-DEPT.
           PERFORM FIND-HIERARCHY-ENTRY.
           IF WS-HIER-SUB = ZERO
               GO TO REORG-HIERARCHY-EXIT
           END-IF.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE LK-OLD-DEPT TO RD-KEY.
           IF LK-RENAME
               MOVE WS-HIER-SUB TO WS-OLD-SUB
               MOVE LK-NEW-DEPT TO WS-LOOKUP-DEPT
               PERFORM FIND-HIERARCHY-ENTRY
               MOVE "CHANGE TO" TO RD-ACTION
               MOVE LK-NEW-DEPT TO RD-TARGET
               IF WS-HIER-SUB NOT = ZERO
                   MOVE "** CONFLICT - NEW KEY ALREADY ON FILE"
                       TO RD-NOTE
                   PERFORM NOTE-CONFLICT
                   GO TO REORG-HIERARCHY-EXIT
               END-IF
               PERFORM NOTE-PLANNED
               IF WS-COMMIT-PASS
                   MOVE LK-NEW-DEPT TO HT-DEPT (WS-OLD-SUB)
               END-IF
           ELSE
               MOVE "REMOVE" TO RD-ACTION
               PERFORM NOTE-PLANNED
               IF WS-COMMIT-PASS
                   PERFORM VARYING WS-SHIFT-SUB FROM WS-HIER-SUB BY 1
                           UNTIL WS-SHIFT-SUB NOT < HIER-COUNT
                       MOVE HIER-ENTRY (WS-SHIFT-SUB + 1)
                           TO HIER-ENTRY (WS-SHIFT-SUB)
                   END-PERFORM
                   SUBTRACT 1 FROM HIER-COUNT
               END-IF
           END-IF.
           IF WS-COMMIT-PASS
               PERFORM REWRITE-HIERARCHY-FILE THRU
                   REWRITE-HIERARCHY-EXIT
           END-IF.
       REORG-HIERARCHY-EXIT.
           EXIT.

       REWRITE-HIERARCHY-FILE.
           OPEN OUTPUT HIERARCHY-FILE.
           IF WS-HIER-STATUS NOT = "00"
               MOVE WS-HIER-STATUS TO FT-NOTE-STATUS (WS-FILE-SUB)
               PERFORM NOTE-OPEN-FAILURE
               GO TO REWRITE-HIERARCHY-EXIT
           END-IF.
           MOVE ZERO TO BACK-COUNT.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > HIER-COUNT
               MOVE HT-DEPT (WS-SUBSCRIPT) TO HI-DEPT
               MOVE HT-DIVISION (WS-SUBSCRIPT) TO HI-DIVISION
               MOVE HT-COMPANY (WS-SUBSCRIPT) TO HI-COMPANY
               WRITE HIERARCHY-RECORD
               IF WS-HIER-STATUS = "00"
                   ADD 1 TO BACK-COUNT
               END-IF
           END-PERFORM.
           CLOSE HIERARCHY-FILE.
           IF BACK-COUNT NOT = HIER-COUNT
               MOVE "** REWRITE INCOMPLETE" TO FT-NOTE (WS-FILE-SUB)
               ADD 1 TO FT-FAILED (WS-FILE-SUB)
               ADD 1 TO FAILURE-COUNT
               DISPLAY "CHARTREO: DEPTHIER REWRITE INCOMPLETE, "
                   BACK-COUNT " OF " HIER-COUNT " RECORDS"
           ELSE
               IF LK-RENAME
                   ADD 1 TO FT-MOVED (WS-FILE-SUB)
               ELSE
                   ADD 1 TO FT-DELETED (WS-FILE-SUB)
               END-IF
           END-IF.
       REWRITE-HIERARCHY-EXIT.
           EXIT.

       REORG-DEPTLIST.
           MOVE 11 TO WS-FILE-SUB.
           PERFORM START-FILE.
           MOVE LK-OLD-DEPT TO WS-LOOKUP-DEPT.
           PERFORM FIND-DEPTLIST-ENTRY.
           IF WS-ENTRY-SUB = ZERO
               GO TO REORG-DEPTLIST-EXIT
           END-IF.
           MOVE SPACES TO RPT-DETAIL-LINE.
           MOVE LK-OLD-DEPT TO RD-KEY.
           IF LK-RENAME
               MOVE "CHANGE TO" TO RD-ACTION
               MOVE LK-NEW-DEPT TO RD-TARGET
               PERFORM NOTE-PLANNED
               IF WS-COMMIT-PASS
                   MOVE LK-NEW-DEPT TO DT-DEPT (WS-ENTRY-SUB)
               END-IF
           ELSE
               MOVE "REMOVE" TO RD-ACTION
               PERFORM NOTE-PLANNED
               IF WS-COMMIT-PASS
                   PERFORM VARYING WS-SHIFT-SUB FROM WS-ENTRY-SUB BY 1
                           UNTIL WS-SHIFT-SUB NOT < DEPT-COUNT
                       MOVE DT-DEPT (WS-SHIFT-SUB + 1)
                           TO DT-DEPT (WS-SHIFT-SUB)
                   END-PERFORM
                   SUBTRACT 1 FROM DEPT-COUNT
               END-IF
           END-IF.
           IF WS-COMMIT-PASS
               PERFORM REWRITE-DEPT-FILE THRU REWRITE-DEPT-EXIT
           END-IF.
       REORG-DEPTLIST-EXIT.
           EXIT.

       REWRITE-DEPT-FILE.
      *    THE DEPTLIST ENTRY IS JOURNALED ONLY ONCE THE REWRITE HAS
      *    WORKED, AS CHARTCTL DOES.
           OPEN OUTPUT DEPT-LIST-FILE.
           IF WS-DEPT-STATUS NOT = "00"
               MOVE WS-DEPT-STATUS TO FT-NOTE-STATUS (WS-FILE-SUB)
               PERFORM NOTE-OPEN-FAILURE
               GO TO REWRITE-DEPT-EXIT
           END-IF.
           MOVE ZERO TO BACK-COUNT.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > DEPT-COUNT
               MOVE DT-DEPT (WS-SUBSCRIPT) TO DL-DEPT
               WRITE DEPT-LIST-RECORD
               IF WS-DEPT-STATUS = "00"
                   ADD 1 TO BACK-COUNT
               END-IF
           END-PERFORM.
           CLOSE DEPT-LIST-FILE.
           IF BACK-COUNT NOT = DEPT-COUNT
               MOVE "** REWRITE INCOMPLETE" TO FT-NOTE (WS-FILE-SUB)
               ADD 1 TO FT-FAILED (WS-FILE-SUB)
               ADD 1 TO FAILURE-COUNT
               DISPLAY "CHARTREO: DEPTLIST REWRITE INCOMPLETE, "
                   BACK-COUNT " OF " DEPT-COUNT " RECORDS"
               GO TO REWRITE-DEPT-EXIT
           END-IF.
           MOVE "DEPTLIST" TO WS-JOURNAL-FILE.
           MOVE "D" TO WS-JOURNAL-ACTION.
           MOVE LK-OLD-DEPT TO WS-JOURNAL-KEY.
           MOVE LK-OLD-DEPT TO WS-JOURNAL-BEFORE.
           MOVE SPACES TO WS-JOURNAL-AFTER.
           PERFORM WRITE-JOURNAL-ENTRY.
           IF LK-RENAME
               MOVE "A" TO WS-JOURNAL-ACTION
               MOVE LK-NEW-DEPT TO WS-JOURNAL-KEY
               MOVE SPACES TO WS-JOURNAL-BEFORE
               MOVE LK-NEW-DEPT TO WS-JOURNAL-AFTER
               PERFORM WRITE-JOURNAL-ENTRY
               ADD 1 TO FT-MOVED (WS-FILE-SUB)
           ELSE
               ADD 1 TO FT-DELETED (WS-FILE-SUB)
           END-IF.
       REWRITE-DEPT-EXIT.
           EXIT.

       WRITE-JOURNAL-ENTRY.
      *    THE CHANGE IS ALREADY MADE, SO A JOURNAL FAILURE CAN ONLY
      *    BE REPORTED - LOUDLY, SINCE THE CHANGE HAS NO AUDIT TRAIL.
           CALL "CHARTJRN" USING WS-PROGRAM-NAME, WS-JOURNAL-FILE,
                   WS-JOURNAL-ACTION, WS-JOURNAL-KEY,
                   WS-JOURNAL-BEFORE, WS-JOURNAL-AFTER,
                   WS-JOURNAL-RC
               ON EXCEPTION
                   MOVE 16 TO WS-JOURNAL-RC
           END-CALL.
           IF WS-JOURNAL-RC NOT = ZERO
               DISPLAY "CHARTREO: ** " WS-JOURNAL-FILE " CHANGE TO "
                   WS-JOURNAL-KEY " MADE BUT NOT JOURNALED, RC="
                   WS-JOURNAL-RC
           END-IF.

      *****************************************************************
      *    THE COUNTS. A FILE A STOPPED COMMIT NEVER REACHED IS MARKED
      *    SO THE OPERATOR KNOWS THE RERUN STILL HAS IT TO DO.
      *****************************************************************
       PRINT-FILE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-COMMIT-RAN
               MOVE " COMPLETION REPORT" TO REPORT-LINE
           ELSE
               MOVE " PREVIEW TOTALS - NO FILE HAS BEEN CHANGED"
                   TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM RPT-COUNT-HEADS.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > 11
               MOVE FN-NAME (WS-FILE-SUB) TO RS-FILE
               MOVE FT-PLANNED (WS-FILE-SUB) TO RS-PLANNED
               MOVE FT-CONFLICTS (WS-FILE-SUB) TO RS-CONFLICTS
               MOVE FT-MOVED (WS-FILE-SUB) TO RS-MOVED
               MOVE FT-MERGED (WS-FILE-SUB) TO RS-MERGED
               MOVE FT-DELETED (WS-FILE-SUB) TO RS-DELETED
               MOVE FT-FAILED (WS-FILE-SUB) TO RS-FAILED
               MOVE FT-NOTE (WS-FILE-SUB) TO RS-NOTE
               IF WS-COMMIT-RAN AND FT-REACHED (WS-FILE-SUB) = "N"
                   MOVE "NOT REACHED - RERUN THE COMMIT" TO RS-NOTE
               END-IF
               WRITE REPORT-LINE FROM RPT-COUNT-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           EVALUATE TRUE
               WHEN REJECT-COUNT > ZERO OR CONFLICT-COUNT > ZERO
                   MOVE " NOTHING CHANGED - CORRECT THE ERRORS AND"
                       TO REPORT-LINE
                   MOVE "CONFLICTS LISTED ABOVE AND RUN AGAIN"
                       TO REPORT-LINE (42:36)
               WHEN FAILURE-COUNT > ZERO AND WS-COMMIT-RAN
                   MOVE " COMMIT INCOMPLETE - CLEAR THE FAILURE AND"
                       TO REPORT-LINE
                   MOVE "RERUN THE COMMIT TO FINISH"
                       TO REPORT-LINE (43:26)
               WHEN FAILURE-COUNT > ZERO
                   MOVE " PREVIEW INCOMPLETE - A FILE COULD NOT BE READ"
                       TO REPORT-LINE
               WHEN WS-COMMIT-RAN
                   MOVE " REORGANIZATION COMPLETE - RERUN CHARTRLL,"
                       TO REPORT-LINE
                   MOVE "CHARTCMP AND CHARTMSM FOR ANY DATE THAT NEEDS"
                       TO REPORT-LINE (43:45)
                   MOVE "NEW FIGURES" TO REPORT-LINE (89:11)
               WHEN OTHER
                   MOVE " PREVIEW ONLY - RUN AGAIN AS COMMIT TO APPLY"
                       TO REPORT-LINE
           END-EVALUATE.
           WRITE REPORT-LINE.

      *****************************************************************
      *    SHARED HELPERS.
      *****************************************************************
       LOAD-DEPT-TABLE.
      *    DEPTLIST IS REWRITTEN WHOLE FROM THIS TABLE, SO IT MUST BE A
      *    FAITHFUL COPY: AN OPEN OR READ FAILURE, OR MORE ENTRIES
      *    THAN THE TABLE HOLDS, STOPS THE RUN. NO FILE AT ALL LOADS
      *    AS AN EMPTY TABLE.
           MOVE "Y" TO WS-LOAD-FLAG.
           MOVE ZERO TO DEPT-COUNT.
           MOVE "N" TO WS-READ-EOF.
           OPEN INPUT DEPT-LIST-FILE.
           IF WS-DEPT-STATUS = "35"
               DISPLAY "CHARTREO: DEPTLIST DOES NOT EXIST"
               GO TO LOAD-DEPT-EXIT
           END-IF.
           IF WS-DEPT-STATUS NOT = "00"
               DISPLAY "CHARTREO: UNABLE TO OPEN DEPTLIST, STATUS="
                   WS-DEPT-STATUS
               MOVE "N" TO WS-LOAD-FLAG
               GO TO LOAD-DEPT-EXIT
           END-IF.
           PERFORM LOAD-DEPT-RECORD UNTIL WS-READ-DONE.
           CLOSE DEPT-LIST-FILE.
       LOAD-DEPT-EXIT.
           EXIT.

       LOAD-DEPT-RECORD.
           READ DEPT-LIST-FILE
               AT END
                   MOVE "Y" TO WS-READ-EOF
           END-READ.
           IF WS-DEPT-STATUS NOT = "00" AND WS-DEPT-STATUS NOT = "10"
               DISPLAY "CHARTREO: DEPTLIST READ FAILED, STATUS="
                   WS-DEPT-STATUS
               MOVE "N" TO WS-LOAD-FLAG
               MOVE "Y" TO WS-READ-EOF
           END-IF.
           IF NOT WS-READ-DONE
               IF DEPT-COUNT < 500
                   ADD 1 TO DEPT-COUNT
                   MOVE DL-DEPT TO DT-DEPT (DEPT-COUNT)
               ELSE
                   DISPLAY "CHARTREO: DEPARTMENT TABLE FULL AT "
                       DL-DEPT " - DEPTLIST CANNOT BE REWRITTEN"
                   MOVE "N" TO WS-LOAD-FLAG
                   MOVE "Y" TO WS-READ-EOF
               END-IF
           END-IF.

       LOAD-HIERARCHY-TABLE.
      *    REWRITTEN WHOLE LIKE DEPTLIST, SO LOADED UNDER THE SAME
      *    RULES. NO FILE MEANS NO HIERARCHY TO CHANGE.
           MOVE ZERO TO HIER-COUNT.
           MOVE "N" TO WS-READ-EOF.
           OPEN INPUT HIERARCHY-FILE.
           IF WS-HIER-STATUS = "35"
               MOVE "N" TO WS-HIER-FILE-FLAG
               GO TO LOAD-HIERARCHY-EXIT
           END-IF.
           IF WS-HIER-STATUS NOT = "00"
               DISPLAY "CHARTREO: UNABLE TO OPEN DEPTHIER, STATUS="
                   WS-HIER-STATUS
               MOVE "N" TO WS-LOAD-FLAG
               GO TO LOAD-HIERARCHY-EXIT
           END-IF.
           PERFORM LOAD-HIERARCHY-RECORD UNTIL WS-READ-DONE.
           CLOSE HIERARCHY-FILE.
       LOAD-HIERARCHY-EXIT.
           EXIT.

       LOAD-HIERARCHY-RECORD.
           READ HIERARCHY-FILE
               AT END
                   MOVE "Y" TO WS-READ-EOF
           END-READ.
           IF WS-HIER-STATUS NOT = "00" AND WS-HIER-STATUS NOT = "10"
               DISPLAY "CHARTREO: DEPTHIER READ FAILED, STATUS="
                   WS-HIER-STATUS
               MOVE "N" TO WS-LOAD-FLAG
               MOVE "Y" TO WS-READ-EOF
           END-IF.
           IF NOT WS-READ-DONE
               IF HIER-COUNT < 500
                   ADD 1 TO HIER-COUNT
                   MOVE HI-DEPT TO HT-DEPT (HIER-COUNT)
                   MOVE HI-DIVISION TO HT-DIVISION (HIER-COUNT)
                   MOVE HI-COMPANY TO HT-COMPANY (HIER-COUNT)
               ELSE
                   DISPLAY "CHARTREO: HIERARCHY TABLE FULL AT "
                       HI-DEPT " - DEPTHIER CANNOT BE REWRITTEN"
                   MOVE "N" TO WS-LOAD-FLAG
                   MOVE "Y" TO WS-READ-EOF
               END-IF
           END-IF.

       EDIT-EFFECTIVE-DATE.
           MOVE "N" TO WS-DATE-FLAG.
           MOVE LK-EFFECTIVE-DATE TO WS-DATE-PARTS.
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
