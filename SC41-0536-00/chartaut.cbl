       IDENTIFICATION DIVISION.

       PROGRAM-ID. CHARTAUT.
      *****************************************************************
      *    CHARTAUT DECIDES WHETHER A USER MAY VIEW OR MAINTAIN A
      *    CHART. CHARTMNT, CHARTCTL, CHARTINQ AND AN INTERACTIVE
      *    CHARTDRV, CHARTTRD OR CHARTMSM CALL IT BEFORE THEY SHOW OR
      *    CHANGE A DEPARTMENT'S DATA; CHARTAUM CALLS IT BEFORE ANY
      *    CHANGE TO THE GRANTS THEMSELVES. THE GRANTS ARE IN CHAUTH
      *    (SEE THE CHAUTH LAYOUT FOR THE SCOPES). EVERY REFUSAL IS
      *    APPENDED TO THE CHSECLOG SECURITY LOG, WHICH IS OPENED
      *    EXTEND AND CLOSED ON EACH REFUSAL LIKE CHJRNL AND CREATED
      *    ON THE FIRST ONE.
      *
      *    CALLERS PASS SIX PARAMETERS (CL: CALL PGM(CHARTAUT)
      *    PARM(&USER &PGM &OBJECT &ACCESS &ALLOWED &RC)):
      *      LK-USER             THE USER PROFILE ASKING; SPACES IS
      *                          REPLACED WITH THE USER THE JOB RUNS
      *                          UNDER (FROM CHARTUSR) AND PASSED
      *                          BACK.
      *      LK-PROGRAM          THE CALLING PROGRAM'S NAME, FOR THE
      *                          SECURITY LOG.
      *      LK-OBJECT           THE CHART ID OR DEPARTMENT WANTED,
      *                          OR "*ALL" FOR A FILE-WIDE FUNCTION
      *                          THAT ONLY A "*" GRANT COVERS.
      *      LK-ACCESS           "V" = VIEW, "M" = MAINTAIN.
      *      LK-ALLOWED          "Y" ALLOWED, "N" REFUSED.
      *      LK-COMPLETION-CODE  0 = DECIDED (SEE LK-ALLOWED), 8 =
      *                          ACCESS NOT V OR M, 16 = CHAUTH (OR
      *                          DEPTHIER, FOR A DIVISION GRANT)
      *                          COULD NOT BE READ. ANYTHING BUT 0
      *                          COMES BACK REFUSED.
      *
      *    A MISSING CHAUTH FILE MEANS ACCESS CONTROL IS NOT IN FORCE
      *    AND EVERYTHING IS ALLOWED, AS BEFORE THE FILE EXISTED. A
      *    CHAUTH THAT EXISTS BUT CANNOT BE READ REFUSES EVERYTHING -
      *    A BROKEN AUTHORITY FILE MUST NOT OPEN EVERY DIVISION'S
      *    NUMBERS TO EVERYONE.
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
       WORKING-STORAGE SECTION.
       77  WS-AUTH-STATUS    PIC X(2).
       77  WS-HIER-STATUS    PIC X(2).
       77  WS-SECLOG-STATUS  PIC X(2).
       77  WS-TIMESTAMP      PIC X(14).
       77  WS-AUTH-EOF       PIC X.
           88  WS-AUTH-END                 VALUE "Y".
       77  WS-HIER-EOF       PIC X.
           88  WS-HIER-END                 VALUE "Y".
       77  WS-COVERS-FLAG    PIC X.
           88  WS-GRANT-COVERS             VALUE "Y".
      *    THE DIVISION THE OBJECT ROLLS UP INTO, LOOKED UP ONCE PER
      *    CALL AND ONLY WHEN A DIVISION GRANT HAS TO BE TESTED.
       77  WS-HIER-LOADED    PIC X.
           88  WS-HIER-DONE                VALUE "Y".
       77  WS-HIER-FAILED    PIC X.
           88  WS-HIER-UNREADABLE          VALUE "Y".
       77  WS-OBJECT-DIVISION PIC X(10).
       77  WS-REFUSAL-REASON PIC X.
       LINKAGE SECTION.
       01  LK-USER               PIC X(10).
       01  LK-PROGRAM            PIC X(8).
       01  LK-OBJECT             PIC X(10).
       01  LK-ACCESS             PIC X.
           88  LK-ACCESS-VALID             VALUE "V" "M".
           88  LK-VIEW-WANTED              VALUE "V".
       01  LK-ALLOWED            PIC X.
           88  LK-ACCESS-ALLOWED           VALUE "Y".
       01  LK-COMPLETION-CODE    PIC S9(5) COMP-3.
       PROCEDURE DIVISION USING LK-USER, LK-PROGRAM, LK-OBJECT,
               LK-ACCESS, LK-ALLOWED, LK-COMPLETION-CODE.
       MAIN-ROUTINE.
           MOVE ZERO TO LK-COMPLETION-CODE.
           MOVE "N" TO LK-ALLOWED.
           IF LK-USER = SPACES
               CALL "CHARTUSR" USING LK-USER
                   ON EXCEPTION
                       MOVE "*UNKNOWN" TO LK-USER
               END-CALL
           END-IF.
           IF NOT LK-ACCESS-VALID
               DISPLAY "CHARTAUT: ACCESS " LK-ACCESS " FROM "
                   LK-PROGRAM " NOT V OR M"
               MOVE 8 TO LK-COMPLETION-CODE
               GOBACK
           END-IF.
           MOVE "N" TO WS-HIER-LOADED.
           MOVE "N" TO WS-HIER-FAILED.
           PERFORM SEARCH-GRANTS THRU SEARCH-GRANTS-EXIT.
           IF NOT LK-ACCESS-ALLOWED
               PERFORM WRITE-SECURITY-LOG
           END-IF.
           GOBACK.

      *****************************************************************
      *    THE USER'S GRANTS ARE TOGETHER IN KEY ORDER, SO THE SEARCH
      *    STARTS AT THE USER AND STOPS AT THE FIRST GRANT THAT ALLOWS
      *    THE ACCESS OR THE FIRST RECORD FOR ANOTHER USER.
      *****************************************************************
       SEARCH-GRANTS.
           MOVE "N" TO WS-REFUSAL-REASON.
           OPEN INPUT AUTHORITY-FILE.
           IF WS-AUTH-STATUS = "35"
               MOVE "Y" TO LK-ALLOWED
               GO TO SEARCH-GRANTS-EXIT
           END-IF.
           IF WS-AUTH-STATUS NOT = "00"
               DISPLAY "CHARTAUT: UNABLE TO OPEN CHAUTH, STATUS="
                   WS-AUTH-STATUS " - ACCESS REFUSED"
               MOVE "F" TO WS-REFUSAL-REASON
               MOVE 16 TO LK-COMPLETION-CODE
               GO TO SEARCH-GRANTS-EXIT
           END-IF.
           MOVE "N" TO WS-AUTH-EOF.
           MOVE LK-USER TO AU-USER.
           MOVE LOW-VALUES TO AU-SCOPE.
           MOVE LOW-VALUES TO AU-OBJECT.
           START AUTHORITY-FILE KEY IS NOT LESS THAN AU-KEY
               INVALID KEY
                   MOVE "Y" TO WS-AUTH-EOF
           END-START.
           PERFORM CHECK-NEXT-GRANT
               UNTIL WS-AUTH-END OR LK-ACCESS-ALLOWED.
           CLOSE AUTHORITY-FILE.
      *    A DIVISION GRANT THAT COULD NOT BE TESTED MAY BE THE ONE
      *    THAT WOULD HAVE ALLOWED THIS, SO THE REFUSAL IS A FILE
      *    FAILURE, NOT A MISSING GRANT.
           IF NOT LK-ACCESS-ALLOWED AND WS-HIER-UNREADABLE
               MOVE "F" TO WS-REFUSAL-REASON
               MOVE 16 TO LK-COMPLETION-CODE
           END-IF.
       SEARCH-GRANTS-EXIT.
           EXIT.

       CHECK-NEXT-GRANT.
           READ AUTHORITY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-AUTH-EOF
           END-READ.
           IF WS-AUTH-STATUS NOT = "00" AND WS-AUTH-STATUS NOT = "10"
               DISPLAY "CHARTAUT: CHAUTH READ FAILED, STATUS="
                   WS-AUTH-STATUS " - ACCESS REFUSED"
               MOVE "F" TO WS-REFUSAL-REASON
               MOVE 16 TO LK-COMPLETION-CODE
               MOVE "Y" TO WS-AUTH-EOF
           END-IF.
           IF NOT WS-AUTH-END
               IF AU-USER NOT = LK-USER
                   MOVE "Y" TO WS-AUTH-EOF
               ELSE
                   PERFORM MATCH-GRANT-OBJECT
                   IF WS-GRANT-COVERS
                       IF LK-VIEW-WANTED OR AU-MAINTAIN
                           MOVE "Y" TO LK-ALLOWED
                       ELSE
                           MOVE "V" TO WS-REFUSAL-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       MATCH-GRANT-OBJECT.
      *    CHART IDS ARE THE FIRST EIGHT CHARACTERS OF A DEPARTMENT OR
      *    DIVISION NAME, SO A DEPARTMENT GRANT COVERS BOTH THE CHART
      *    ID AND THE FULL TEN-CHARACTER NAME CHSCHED IS KEYED ON.
           MOVE "N" TO WS-COVERS-FLAG.
           EVALUATE TRUE
               WHEN AU-ALL-SCOPE
                   MOVE "Y" TO WS-COVERS-FLAG
               WHEN LK-OBJECT = "*ALL"
                   CONTINUE
               WHEN AU-DEPT-SCOPE
               WHEN AU-CHART-SCOPE
                   IF AU-OBJECT (1:8) = LK-OBJECT (1:8)
                       MOVE "Y" TO WS-COVERS-FLAG
                   END-IF
               WHEN AU-DIVISION-SCOPE
                   IF AU-OBJECT (1:8) = LK-OBJECT (1:8)
                       MOVE "Y" TO WS-COVERS-FLAG
                   ELSE
                       IF NOT WS-HIER-DONE
                           PERFORM FIND-OBJECT-DIVISION THRU
                               FIND-OBJECT-DIVISION-EXIT
                       END-IF
                       IF WS-OBJECT-DIVISION NOT = SPACES
                           AND AU-OBJECT = WS-OBJECT-DIVISION
                           MOVE "Y" TO WS-COVERS-FLAG
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FIND-OBJECT-DIVISION.
      *    NO DEPTHIER MEANS NO DEPARTMENT BELONGS TO A DIVISION, SO
      *    A DIVISION GRANT COVERS ONLY THE DIVISION'S OWN CHART.
           MOVE "Y" TO WS-HIER-LOADED.
           MOVE SPACES TO WS-OBJECT-DIVISION.
           OPEN INPUT HIERARCHY-FILE.
           IF WS-HIER-STATUS = "35"
               GO TO FIND-OBJECT-DIVISION-EXIT
           END-IF.
           IF WS-HIER-STATUS NOT = "00"
               DISPLAY "CHARTAUT: UNABLE TO OPEN DEPTHIER, STATUS="
                   WS-HIER-STATUS
               MOVE "Y" TO WS-HIER-FAILED
               GO TO FIND-OBJECT-DIVISION-EXIT
           END-IF.
           MOVE "N" TO WS-HIER-EOF.
           PERFORM SCAN-HIERARCHY-RECORD
               UNTIL WS-HIER-END OR WS-OBJECT-DIVISION NOT = SPACES.
           CLOSE HIERARCHY-FILE.
       FIND-OBJECT-DIVISION-EXIT.
           EXIT.

       SCAN-HIERARCHY-RECORD.
           READ HIERARCHY-FILE
               AT END
                   MOVE "Y" TO WS-HIER-EOF
           END-READ.
           IF WS-HIER-STATUS NOT = "00" AND WS-HIER-STATUS NOT = "10"
               DISPLAY "CHARTAUT: DEPTHIER READ FAILED, STATUS="
                   WS-HIER-STATUS
               MOVE "Y" TO WS-HIER-FAILED
               MOVE "Y" TO WS-HIER-EOF
           END-IF.
           IF NOT WS-HIER-END
               IF HI-DEPT (1:8) = LK-OBJECT (1:8)
                   MOVE HI-DIVISION TO WS-OBJECT-DIVISION
               END-IF
           END-IF.

       WRITE-SECURITY-LOG.
      *    THE REFUSAL STANDS WHETHER OR NOT IT IS LOGGED; A LOG THAT
      *    CANNOT BE WRITTEN IS ONLY REPORTED.
           OPEN EXTEND SECURITY-LOG-FILE.
           IF WS-SECLOG-STATUS = "35"
               OPEN OUTPUT SECURITY-LOG-FILE
           END-IF.
           IF WS-SECLOG-STATUS NOT = "00"
               DISPLAY "CHARTAUT: UNABLE TO OPEN CHSECLOG, STATUS="
                   WS-SECLOG-STATUS " - REFUSAL NOT LOGGED"
           ELSE
               ACCEPT WS-TIMESTAMP (1:8) FROM DATE YYYYMMDD
               ACCEPT WS-TIMESTAMP (9:6) FROM TIME
               MOVE WS-TIMESTAMP TO SL-TIMESTAMP
               MOVE LK-USER TO SL-USER
               MOVE LK-PROGRAM TO SL-PROGRAM
               MOVE LK-OBJECT TO SL-OBJECT
               MOVE LK-ACCESS TO SL-ACCESS
               MOVE WS-REFUSAL-REASON TO SL-REASON
               WRITE SECURITY-LOG-RECORD
               CLOSE SECURITY-LOG-FILE
           END-IF.
