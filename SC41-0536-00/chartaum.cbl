       IDENTIFICATION DIVISION.

       PROGRAM-ID. CHARTAUM.
      *****************************************************************
      *    CHARTAUM IS THE WORKSTATION PROGRAM THAT MAINTAINS CHAUTH,
      *    THE GRANTS CHARTAUT DECIDES CHART ACCESS FROM (SEE CHAUTH
      *    FOR THE SCOPES). ONLY A USER HOLDING A "*" MAINTAIN GRANT
      *    MAY USE IT ONCE THE FILE EXISTS.
      *
      *      A  GRANTS A USER VIEW OR MAINTAIN AUTHORITY OVER A
      *         DEPARTMENT, DIVISION, CHART ID OR EVERYTHING.
      *      C  CHANGES A GRANT BETWEEN VIEW AND MAINTAIN.
      *      D  REVOKES A GRANT, WITH A CONFIRMATION.
      *      L  LISTS THE GRANTS OF ONE USER OR OF EVERY USER.
      *
      *    A DEPARTMENT NOT ON DEPTLIST OR A DIVISION NOT ON DEPTHIER
      *    DRAWS A WARNING, NOT A REJECTION, THE WAY CHARTCTL TREATS
      *    A SCHEDULE FOR A DEPARTMENT SET UP AHEAD OF ITS DEPTLIST
      *    ENTRY. EVERY GRANT IS STAMPED WITH WHO KEYED IT AND WHEN.
      *
      *    THE FIRST RUN FINDS NO CHAUTH, CREATES IT, AND GRANTS THE
      *    USER RUNNING IT "*" MAINTAIN - FROM THAT MOMENT ACCESS
      *    CONTROL IS IN FORCE, AND A FILE WITH NOBODY ABLE TO
      *    MAINTAIN IT WOULD LOCK EVERYONE OUT OF EVERYTHING. THE SAME
      *    GOES FOR REVOKING THE LAST "*" MAINTAIN GRANT, WHICH IS
      *    REFUSED.
      *
      *    EVERY ADD, CHANGE AND DELETE IS JOURNALED TO CHJRNL THROUGH
      *    CHARTJRN WITH THE GRANT BEFORE AND AFTER.
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
           SELECT DEPT-LIST-FILE ASSIGN TO DEPTLIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT HIERARCHY-FILE ASSIGN TO DEPTHIER
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUTHORITY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CHAUTH.
       FD  DEPT-LIST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CHDEPT.
       FD  HIERARCHY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CHHIER.
       WORKING-STORAGE SECTION.
       77  WS-AUTH-STATUS    PIC X(2).
       77  WS-DEPT-STATUS    PIC X(2).
       77  WS-HIER-STATUS    PIC X(2).
       77  WS-FUNCTION       PIC X.
       77  WS-DONE           PIC X        VALUE "N".
           88  WS-END-REQUESTED            VALUE "Y".
       77  WS-REPLY          PIC X(40).
       77  WS-USER-ID        PIC X(10).
       77  WS-TODAY          PIC X(8).
       77  WS-RECORD-FOUND   PIC X.
           88  WS-FOUND                    VALUE "Y".
           88  WS-NOT-FOUND                VALUE "N".
       77  WS-KEY-FLAG       PIC X.
           88  WS-KEY-OK                   VALUE "Y".
       77  WS-READ-EOF       PIC X.
           88  WS-READ-DONE                VALUE "Y".
       77  WS-MATCH-FLAG     PIC X.
           88  WS-MATCHED                  VALUE "Y".
       77  WS-SELECT-USER    PIC X(10).
       77  WS-AUTHORITY      PIC X.
       77  SHOWN-COUNT       PIC S9(7) COMP-4.
       77  ALL-MAINT-COUNT   PIC S9(7) COMP-4.
       01  WS-COUNT-EDIT     PIC Z(6)9.
       01  WS-SAVE-KEY.
           05  WS-SAVE-USER      PIC X(10).
           05  WS-SAVE-SCOPE     PIC X.
               88  WS-SCOPE-VALID          VALUE "D" "V" "C" "*".
               88  WS-SCOPE-ALL            VALUE "*".
           05  WS-SAVE-OBJECT    PIC X(10).
       01  WS-LIST-LINE.
           05  LL-USER            PIC X(10).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  LL-SCOPE           PIC X(10).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  LL-OBJECT          PIC X(10).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  LL-AUTHORITY       PIC X(8).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  LL-GRANTED-BY      PIC X(10).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  LL-GRANTED-DATE    PIC X(8).
      *    CHARTAUT PARAMETERS.
       77  WS-AUTH-OBJECT    PIC X(10)    VALUE "*ALL".
       77  WS-AUTH-ACCESS    PIC X        VALUE "M".
       77  WS-AUTH-ALLOWED   PIC X.
           88  WS-AUTH-OK                  VALUE "Y".
       77  WS-AUTH-RC        PIC S9(5) COMP-3.
      *    CHJRNL ENTRY PARAMETERS - SEE CHARTJRN.
       77  WS-PROGRAM-NAME   PIC X(8)     VALUE "CHARTAUM".
       77  WS-JOURNAL-FILE   PIC X(8)     VALUE "CHAUTH".
       77  WS-JOURNAL-ACTION PIC X.
       77  WS-JOURNAL-KEY    PIC X(16).
       77  WS-JOURNAL-RC     PIC S9(5) COMP-3.
       01  WS-JOURNAL-BEFORE PIC X(800).
       01  WS-JOURNAL-AFTER  PIC X(800).
       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-USER-ID.
           MOVE ZERO TO WS-AUTH-RC.
           CALL "CHARTAUT" USING WS-USER-ID, WS-PROGRAM-NAME,
                   WS-AUTH-OBJECT, WS-AUTH-ACCESS, WS-AUTH-ALLOWED,
                   WS-AUTH-RC
               ON EXCEPTION
                   MOVE "N" TO WS-AUTH-ALLOWED
                   MOVE 16 TO WS-AUTH-RC
           END-CALL.
           IF NOT WS-AUTH-OK
               DISPLAY "CHARTAUM: " WS-USER-ID " IS NOT AUTHORIZED TO"
                   " MAINTAIN CHAUTH, RC=" WS-AUTH-RC
               STOP RUN
           END-IF.
           PERFORM OPEN-AUTHORITY-FILE.
           IF WS-AUTH-STATUS = "00"
               PERFORM PROCESS-ONE-FUNCTION UNTIL WS-END-REQUESTED
               CLOSE AUTHORITY-FILE
           END-IF.
           STOP RUN.

       OPEN-AUTHORITY-FILE.
           OPEN I-O AUTHORITY-FILE.
           IF WS-AUTH-STATUS = "35"
               OPEN OUTPUT AUTHORITY-FILE
               CLOSE AUTHORITY-FILE
               OPEN I-O AUTHORITY-FILE
               IF WS-AUTH-STATUS = "00"
                   PERFORM SEED-FIRST-GRANT
               END-IF
           END-IF.
           IF WS-AUTH-STATUS NOT = "00"
               DISPLAY "CHARTAUM: UNABLE TO OPEN CHAUTH, STATUS="
                   WS-AUTH-STATUS
           END-IF.

       SEED-FIRST-GRANT.
           MOVE WS-USER-ID TO AU-USER.
           MOVE "*" TO AU-SCOPE.
           MOVE "*ALL" TO AU-OBJECT.
           MOVE "M" TO AU-AUTHORITY.
           MOVE WS-USER-ID TO AU-GRANTED-BY.
           MOVE WS-TODAY TO AU-GRANTED-DATE.
           MOVE AU-KEY TO WS-SAVE-KEY.
           WRITE AUTHORITY-RECORD
               INVALID KEY
                   DISPLAY "CHARTAUM: FIRST GRANT NOT WRITTEN, STATUS="
                       WS-AUTH-STATUS
           END-WRITE.
           IF WS-AUTH-STATUS = "00"
               DISPLAY "CHARTAUM: CHAUTH CREATED - ACCESS CONTROL IS"
                   " NOW IN FORCE"
               DISPLAY "CHARTAUM: " WS-USER-ID " HOLDS * MAINTAIN;"
                   " GRANT EVERY OTHER USER WHAT THEY NEED"
               MOVE "A" TO WS-JOURNAL-ACTION
               MOVE SPACES TO WS-JOURNAL-BEFORE
               MOVE AUTHORITY-RECORD TO WS-JOURNAL-AFTER
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF.

       PROCESS-ONE-FUNCTION.
           DISPLAY " ".
           DISPLAY "CHARTAUM - CHART ACCESS AUTHORITY MAINTENANCE".
           DISPLAY "  A=GRANT  C=CHANGE  D=REVOKE  L=LIST  E=END".
           DISPLAY "FUNCTION:".
           ACCEPT WS-FUNCTION.
           EVALUATE WS-FUNCTION
               WHEN "A"
                   PERFORM GRANT-ADD THRU GRANT-ADD-EXIT
               WHEN "C"
                   PERFORM GRANT-CHANGE THRU GRANT-CHANGE-EXIT
               WHEN "D"
                   PERFORM GRANT-DELETE THRU GRANT-DELETE-EXIT
               WHEN "L"
                   PERFORM GRANT-LIST
               WHEN "E"
                   MOVE "Y" TO WS-DONE
               WHEN OTHER
                   DISPLAY "CHARTAUM: FUNCTION " WS-FUNCTION
                       " NOT RECOGNIZED"
           END-EVALUATE.

      *****************************************************************
      *    A - GRANT.
      *****************************************************************
       GRANT-ADD.
           PERFORM GET-GRANT-KEY THRU GET-GRANT-KEY-EXIT.
           IF NOT WS-KEY-OK
               GO TO GRANT-ADD-EXIT
           END-IF.
           PERFORM READ-GRANT-RECORD.
           IF WS-FOUND
               DISPLAY "CHARTAUM: " WS-SAVE-USER " ALREADY HOLDS THAT"
                   " GRANT - USE C TO CHANGE IT"
               GO TO GRANT-ADD-EXIT
           END-IF.
           PERFORM GET-AUTHORITY.
           IF WS-AUTHORITY NOT = "V" AND WS-AUTHORITY NOT = "M"
               DISPLAY "CHARTAUM: AUTHORITY MUST BE V OR M"
               GO TO GRANT-ADD-EXIT
           END-IF.
           PERFORM WARN-IF-UNKNOWN-OBJECT.
           MOVE WS-SAVE-KEY TO AU-KEY.
           MOVE WS-AUTHORITY TO AU-AUTHORITY.
           MOVE WS-USER-ID TO AU-GRANTED-BY.
           MOVE WS-TODAY TO AU-GRANTED-DATE.
           WRITE AUTHORITY-RECORD
               INVALID KEY
                   DISPLAY "CHARTAUM: WRITE FAILED, STATUS="
                       WS-AUTH-STATUS
           END-WRITE.
           IF WS-AUTH-STATUS = "00"
               DISPLAY "CHARTAUM: GRANT ADDED"
               MOVE "A" TO WS-JOURNAL-ACTION
               MOVE SPACES TO WS-JOURNAL-BEFORE
               MOVE AUTHORITY-RECORD TO WS-JOURNAL-AFTER
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF.
       GRANT-ADD-EXIT.
           EXIT.

      *****************************************************************
      *    C - CHANGE BETWEEN VIEW AND MAINTAIN.
      *****************************************************************
       GRANT-CHANGE.
           PERFORM GET-GRANT-KEY THRU GET-GRANT-KEY-EXIT.
           IF NOT WS-KEY-OK
               GO TO GRANT-CHANGE-EXIT
           END-IF.
           PERFORM READ-GRANT-RECORD.
           IF WS-NOT-FOUND
               DISPLAY "CHARTAUM: NO SUCH GRANT FOR " WS-SAVE-USER
               GO TO GRANT-CHANGE-EXIT
           END-IF.
           MOVE AUTHORITY-RECORD TO WS-JOURNAL-BEFORE.
           DISPLAY "AUTHORITY NOW " AU-AUTHORITY.
           PERFORM GET-AUTHORITY.
           IF WS-AUTHORITY NOT = "V" AND WS-AUTHORITY NOT = "M"
               DISPLAY "CHARTAUM: AUTHORITY MUST BE V OR M"
               GO TO GRANT-CHANGE-EXIT
           END-IF.
           IF WS-AUTHORITY = AU-AUTHORITY
               DISPLAY "CHARTAUM: AUTHORITY UNCHANGED"
               GO TO GRANT-CHANGE-EXIT
           END-IF.
           IF AU-ALL-SCOPE AND AU-MAINTAIN
               PERFORM COUNT-ALL-MAINTAIN
               PERFORM READ-GRANT-RECORD
               IF ALL-MAINT-COUNT < 2
                   DISPLAY "CHARTAUM: THIS IS THE LAST * MAINTAIN"
                       " GRANT - NOBODY COULD MAINTAIN CHAUTH"
                   GO TO GRANT-CHANGE-EXIT
               END-IF
           END-IF.
           MOVE WS-AUTHORITY TO AU-AUTHORITY.
           MOVE WS-USER-ID TO AU-GRANTED-BY.
           MOVE WS-TODAY TO AU-GRANTED-DATE.
           REWRITE AUTHORITY-RECORD
               INVALID KEY
                   DISPLAY "CHARTAUM: REWRITE FAILED, STATUS="
                       WS-AUTH-STATUS
           END-REWRITE.
           IF WS-AUTH-STATUS = "00"
               DISPLAY "CHARTAUM: GRANT CHANGED"
               MOVE "C" TO WS-JOURNAL-ACTION
               MOVE AUTHORITY-RECORD TO WS-JOURNAL-AFTER
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF.
       GRANT-CHANGE-EXIT.
           EXIT.

      *****************************************************************
      *    D - REVOKE.
      *****************************************************************
       GRANT-DELETE.
           PERFORM GET-GRANT-KEY THRU GET-GRANT-KEY-EXIT.
           IF NOT WS-KEY-OK
               GO TO GRANT-DELETE-EXIT
           END-IF.
           PERFORM READ-GRANT-RECORD.
           IF WS-NOT-FOUND
               DISPLAY "CHARTAUM: NO SUCH GRANT FOR " WS-SAVE-USER
               GO TO GRANT-DELETE-EXIT
           END-IF.
           IF AU-ALL-SCOPE AND AU-MAINTAIN
               PERFORM COUNT-ALL-MAINTAIN
               PERFORM READ-GRANT-RECORD
               IF ALL-MAINT-COUNT < 2
                   DISPLAY "CHARTAUM: THIS IS THE LAST * MAINTAIN"
                       " GRANT - NOBODY COULD MAINTAIN CHAUTH"
                   GO TO GRANT-DELETE-EXIT
               END-IF
           END-IF.
           MOVE AUTHORITY-RECORD TO WS-JOURNAL-BEFORE.
           PERFORM SHOW-GRANT.
           DISPLAY "REVOKE THIS GRANT - CONFIRM (Y):".
           ACCEPT WS-REPLY.
           IF WS-REPLY (1:1) NOT = "Y"
               DISPLAY "CHARTAUM: REVOKE NOT CONFIRMED"
               GO TO GRANT-DELETE-EXIT
           END-IF.
           DELETE AUTHORITY-FILE
               INVALID KEY
                   DISPLAY "CHARTAUM: DELETE FAILED, STATUS="
                       WS-AUTH-STATUS
           END-DELETE.
           IF WS-AUTH-STATUS = "00"
               DISPLAY "CHARTAUM: GRANT REVOKED"
               MOVE "D" TO WS-JOURNAL-ACTION
               MOVE SPACES TO WS-JOURNAL-AFTER
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF.
       GRANT-DELETE-EXIT.
           EXIT.

      *****************************************************************
      *    L - LIST ONE USER'S GRANTS, OR EVERYONE'S.
      *****************************************************************
       GRANT-LIST.
           DISPLAY "USER PROFILE (BLANK=ALL):".
           ACCEPT WS-REPLY.
           MOVE WS-REPLY (1:10) TO WS-SELECT-USER.
           MOVE ZERO TO SHOWN-COUNT.
           DISPLAY "USER        SCOPE      OBJECT      AUTHORITY"
               " GRANTED BY / ON".
           MOVE "N" TO WS-READ-EOF.
           MOVE LOW-VALUES TO AU-KEY.
           IF WS-SELECT-USER NOT = SPACES
               MOVE WS-SELECT-USER TO AU-USER
           END-IF.
           START AUTHORITY-FILE KEY IS NOT LESS THAN AU-KEY
               INVALID KEY
                   MOVE "Y" TO WS-READ-EOF
           END-START.
           PERFORM LIST-ONE-GRANT UNTIL WS-READ-DONE.
           MOVE SHOWN-COUNT TO WS-COUNT-EDIT.
           DISPLAY "CHARTAUM: " WS-COUNT-EDIT " GRANTS".

       LIST-ONE-GRANT.
           READ AUTHORITY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-READ-EOF
           END-READ.
           IF WS-AUTH-STATUS NOT = "00"
               MOVE "Y" TO WS-READ-EOF
           END-IF.
           IF NOT WS-READ-DONE AND WS-SELECT-USER NOT = SPACES
               IF AU-USER NOT = WS-SELECT-USER
                   MOVE "Y" TO WS-READ-EOF
               END-IF
           END-IF.
           IF NOT WS-READ-DONE
               ADD 1 TO SHOWN-COUNT
               PERFORM SHOW-GRANT
           END-IF.

       SHOW-GRANT.
           MOVE AU-USER TO LL-USER.
           EVALUATE TRUE
               WHEN AU-DEPT-SCOPE
                   MOVE "DEPARTMENT" TO LL-SCOPE
               WHEN AU-DIVISION-SCOPE
                   MOVE "DIVISION" TO LL-SCOPE
               WHEN AU-CHART-SCOPE
                   MOVE "CHART ID" TO LL-SCOPE
               WHEN AU-ALL-SCOPE
                   MOVE "ALL" TO LL-SCOPE
               WHEN OTHER
                   MOVE AU-SCOPE TO LL-SCOPE
           END-EVALUATE.
           MOVE AU-OBJECT TO LL-OBJECT.
           IF AU-MAINTAIN
               MOVE "MAINTAIN" TO LL-AUTHORITY
           ELSE
               MOVE "VIEW" TO LL-AUTHORITY
           END-IF.
           MOVE AU-GRANTED-BY TO LL-GRANTED-BY.
           MOVE AU-GRANTED-DATE TO LL-GRANTED-DATE.
           DISPLAY WS-LIST-LINE.

      *****************************************************************
      *    SHARED HELPERS.
      *****************************************************************
       GET-GRANT-KEY.
      *    A "*" GRANT COVERS EVERYTHING AND ITS OBJECT IS ALWAYS
      *    "*ALL"; NO OTHER GRANT MAY NAME AN OBJECT BEGINNING "*",
      *    WHICH CHARTAUT RESERVES FOR THE FILE-WIDE FUNCTIONS.
           MOVE "N" TO WS-KEY-FLAG.
           DISPLAY "USER PROFILE:".
           ACCEPT WS-REPLY.
           MOVE WS-REPLY (1:10) TO WS-SAVE-USER.
           IF WS-SAVE-USER = SPACES
               DISPLAY "CHARTAUM: USER PROFILE REQUIRED"
               GO TO GET-GRANT-KEY-EXIT
           END-IF.
           DISPLAY "SCOPE (D=DEPARTMENT V=DIVISION C=CHART ID"
               " *=ALL):".
           ACCEPT WS-REPLY.
           MOVE WS-REPLY (1:1) TO WS-SAVE-SCOPE.
           IF NOT WS-SCOPE-VALID
               DISPLAY "CHARTAUM: SCOPE " WS-SAVE-SCOPE
                   " NOT D, V, C OR *"
               GO TO GET-GRANT-KEY-EXIT
           END-IF.
           IF WS-SCOPE-ALL
               MOVE "*ALL" TO WS-SAVE-OBJECT
           ELSE
               DISPLAY "DEPARTMENT, DIVISION OR CHART ID:"
               ACCEPT WS-REPLY
               MOVE WS-REPLY (1:10) TO WS-SAVE-OBJECT
               IF WS-SAVE-OBJECT = SPACES
                   DISPLAY "CHARTAUM: OBJECT REQUIRED"
                   GO TO GET-GRANT-KEY-EXIT
               END-IF
               IF WS-SAVE-OBJECT (1:1) = "*"
                   DISPLAY "CHARTAUM: ONLY A * GRANT MAY NAME "
                       WS-SAVE-OBJECT
                   GO TO GET-GRANT-KEY-EXIT
               END-IF
           END-IF.
           MOVE "Y" TO WS-KEY-FLAG.
       GET-GRANT-KEY-EXIT.
           EXIT.

       GET-AUTHORITY.
           DISPLAY "AUTHORITY (V=VIEW  M=MAINTAIN, WHICH INCLUDES"
               " VIEW):".
           ACCEPT WS-REPLY.
           MOVE WS-REPLY (1:1) TO WS-AUTHORITY.

       READ-GRANT-RECORD.
           MOVE WS-SAVE-KEY TO AU-KEY.
           MOVE "Y" TO WS-RECORD-FOUND.
           READ AUTHORITY-FILE KEY IS AU-KEY
               INVALID KEY
                   MOVE "N" TO WS-RECORD-FOUND
           END-READ.

       COUNT-ALL-MAINTAIN.
      *    THE SWEEP MOVES THE FILE POSITION AND THE RECORD AREA, SO
      *    THE CALLER READS ITS GRANT AGAIN AFTERWARD.
           MOVE ZERO TO ALL-MAINT-COUNT.
           MOVE "N" TO WS-READ-EOF.
           MOVE LOW-VALUES TO AU-KEY.
           START AUTHORITY-FILE KEY IS NOT LESS THAN AU-KEY
               INVALID KEY
                   MOVE "Y" TO WS-READ-EOF
           END-START.
           PERFORM COUNT-ONE-GRANT UNTIL WS-READ-DONE.

       COUNT-ONE-GRANT.
           READ AUTHORITY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-READ-EOF
           END-READ.
           IF WS-AUTH-STATUS NOT = "00"
               MOVE "Y" TO WS-READ-EOF
           END-IF.
           IF NOT WS-READ-DONE
               IF AU-ALL-SCOPE AND AU-MAINTAIN
                   ADD 1 TO ALL-MAINT-COUNT
               END-IF
           END-IF.

       WARN-IF-UNKNOWN-OBJECT.
      *    A DEPARTMENT IS LOOKED FOR ON DEPTLIST AND A DIVISION ON
      *    DEPTHIER; A CHART ID CAN BE ANYTHING CHARTDAT HOLDS AND IS
      *    NOT CHECKED. A FILE THAT CANNOT BE READ GIVES NO WARNING.
           MOVE "N" TO WS-MATCH-FLAG.
           MOVE "N" TO WS-READ-EOF.
           IF WS-SAVE-SCOPE = "D"
               OPEN INPUT DEPT-LIST-FILE
               IF WS-DEPT-STATUS = "00"
                   PERFORM SCAN-DEPT-RECORD
                       UNTIL WS-READ-DONE OR WS-MATCHED
                   CLOSE DEPT-LIST-FILE
               ELSE
                   MOVE "Y" TO WS-MATCH-FLAG
               END-IF
               IF NOT WS-MATCHED
                   DISPLAY "CHARTAUM: WARNING - " WS-SAVE-OBJECT
                       " IS NOT ON DEPTLIST"
               END-IF
           END-IF.
           IF WS-SAVE-SCOPE = "V"
               OPEN INPUT HIERARCHY-FILE
               IF WS-HIER-STATUS = "00"
                   PERFORM SCAN-HIER-RECORD
                       UNTIL WS-READ-DONE OR WS-MATCHED
                   CLOSE HIERARCHY-FILE
               ELSE
                   MOVE "Y" TO WS-MATCH-FLAG
               END-IF
               IF NOT WS-MATCHED
                   DISPLAY "CHARTAUM: WARNING - " WS-SAVE-OBJECT
                       " IS NOT A DIVISION ON DEPTHIER - THE GRANT"
                       " COVERS ONLY A CHART OF THAT NAME"
               END-IF
           END-IF.

       SCAN-DEPT-RECORD.
           READ DEPT-LIST-FILE
               AT END
                   MOVE "Y" TO WS-READ-EOF
           END-READ.
           IF WS-DEPT-STATUS NOT = "00"
               MOVE "Y" TO WS-READ-EOF
           END-IF.
           IF NOT WS-READ-DONE
               IF DL-DEPT = WS-SAVE-OBJECT
                   MOVE "Y" TO WS-MATCH-FLAG
               END-IF
           END-IF.

       SCAN-HIER-RECORD.
           READ HIERARCHY-FILE
               AT END
                   MOVE "Y" TO WS-READ-EOF
           END-READ.
           IF WS-HIER-STATUS NOT = "00"
               MOVE "Y" TO WS-READ-EOF
           END-IF.
           IF NOT WS-READ-DONE
               IF HI-DIVISION = WS-SAVE-OBJECT
                   MOVE "Y" TO WS-MATCH-FLAG
               END-IF
           END-IF.

       WRITE-JOURNAL-ENTRY.
      *    THE KEY IS JOURNALED AS THE OBJECT'S CHART ID AND THE USER
      *    (SEE CHJRNL), SO THE CHANGE-HISTORY REPORT'S CHART ID
      *    SELECTION SHOWS WHO WAS GIVEN OR DENIED A CHART; THE FULL
      *    KEY IS IN THE IMAGES. THE GRANT IS ALREADY CHANGED, SO A
      *    JOURNAL FAILURE CAN ONLY BE REPORTED.
           MOVE SPACES TO WS-JOURNAL-KEY.
           MOVE WS-SAVE-OBJECT (1:8) TO WS-JOURNAL-KEY (1:8).
           MOVE WS-SAVE-USER (1:8) TO WS-JOURNAL-KEY (9:8).
           CALL "CHARTJRN" USING WS-PROGRAM-NAME, WS-JOURNAL-FILE,
                   WS-JOURNAL-ACTION, WS-JOURNAL-KEY,
                   WS-JOURNAL-BEFORE, WS-JOURNAL-AFTER,
                   WS-JOURNAL-RC
               ON EXCEPTION
                   MOVE 16 TO WS-JOURNAL-RC
           END-CALL.
           IF WS-JOURNAL-RC NOT = ZERO
               DISPLAY "CHARTAUM: ** CHANGE MADE BUT NOT JOURNALED,"
                   " RC=" WS-JOURNAL-RC
           END-IF.
