      *    IS LOADED INTO STORAGE, MAINTAINED THERE, AND REWRITTEN
      *    WHOLE WHEN ITS FUNCTION ENDS - THE FILE ON DISK IS NEVER
      *    HALF-CHANGED.
      *
      *    EVERY ADD, CHANGE AND DELETE IS JOURNALED TO CHJRNL THROUGH
      *    CHARTJRN WITH THE RECORD BEFORE AND AFTER. CHLIMITS AND
      *    CHSCHED ENTRIES GO IN AS EACH RECORD IS WRITTEN; CHHOLIDY
      *    AND DEPTLIST ENTRIES ARE HELD UNTIL THE FILE IS REWRITTEN
      *    ON END, SO A REWRITE THAT FAILS - AND LOSES THE CHANGES -
      *    DOES NOT LEAVE THE JOURNAL SHOWING THEM AS MADE.
      *
      *    CHARTAUT DECIDES WHO MAY CHANGE WHAT (SEE CHAUTH): A
      *    LIMITS OR SCHEDULE RECORD NEEDS MAINTAIN AUTHORITY OVER ITS
      *    CHART ID OR DEPARTMENT, CHECKED AS SOON AS THE KEY IS
      *    KEYED. CHHOLIDY AND DEPTLIST BELONG TO NO ONE DEPARTMENT,
      *    SO THEIR FUNCTIONS NEED AN ALL-CHART ("*") MAINTAIN GRANT
      *    AND ARE REFUSED ON ENTRY WITHOUT ONE. THE CROSS-CHECK ONLY
      *    REPORTS WHICH DEPARTMENTS HAVE COVERAGE AND CHANGES NOTHING,
      *    SO IT IS LEFT OPEN TO ANYONE WHO CAN RUN CHARTCTL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  HOL-TABLE.
           03  HOL-ENTRY OCCURS 200 TIMES.
               05  HT-DATE            PIC X(8).
      *    CHJRNL ENTRY PARAMETERS - SEE CHARTJRN.
       77  WS-PROGRAM-NAME   PIC X(8)     VALUE "CHARTCTL".
       77  WS-JOURNAL-FILE   PIC X(8).
       77  WS-JOURNAL-ACTION PIC X.
       77  WS-JOURNAL-KEY    PIC X(16).
       77  WS-JOURNAL-RC     PIC S9(5) COMP-3.
       01  WS-JOURNAL-BEFORE PIC X(800).
       01  WS-JOURNAL-AFTER  PIC X(800).
      *    CHHOLIDY AND DEPTLIST CHANGES AWAITING THE WHOLE-FILE
      *    REWRITE BEFORE THEY ARE JOURNALED.
       77  PENDING-COUNT     PIC S9(5) COMP-4 VALUE ZERO.
       01  PENDING-TABLE.
           03  PENDING-ENTRY OCCURS 500 TIMES.
               05  PJ-ACTION          PIC X.
               05  PJ-KEY             PIC X(10).
      *    CHARTAUT PARAMETERS - SEE CHARTAUT.
       77  WS-USER-ID        PIC X(10)    VALUE SPACES.
       77  WS-AUTH-OBJECT    PIC X(10).
       77  WS-AUTH-ACCESS    PIC X        VALUE "M".
       77  WS-AUTH-ALLOWED   PIC X.
           88  WS-AUTH-OK                  VALUE "Y".
       77  WS-AUTH-RC        PIC S9(5) COMP-3.
       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM PROCESS-ONE-FUNCTION UNTIL WS-END-REQUESTED.
               WHEN "A"
                   PERFORM LIMITS-ADD THRU LIMITS-ADD-EXIT
               WHEN "C"
                   PERFORM LIMITS-CHANGE THRU LIMITS-CHANGE-EXIT
               WHEN "D"
                   PERFORM LIMITS-DELETE THRU LIMITS-DELETE-EXIT
               WHEN "E"
                   MOVE "Y" TO WS-SUB-DONE
               WHEN OTHER
               DISPLAY "CHARTCTL: CHART ID REQUIRED"
               GO TO LIMITS-ADD-EXIT
           END-IF.
           MOVE WS-SAVE-KEY TO WS-AUTH-OBJECT.
           PERFORM CHECK-AUTHORITY.
           IF NOT WS-AUTH-OK
               GO TO LIMITS-ADD-EXIT
           END-IF.
           PERFORM READ-LIMITS-RECORD.
           IF WS-FOUND
               DISPLAY "CHARTCTL: LIMITS RECORD ALREADY EXISTS FOR "
               END-WRITE
               IF WS-LIMITS-STATUS = "00"
                   DISPLAY "CHARTCTL: LIMITS RECORD ADDED"
                   MOVE "A" TO WS-JOURNAL-ACTION
                   MOVE SPACES TO WS-JOURNAL-BEFORE
                   MOVE CHART-LIMITS-RECORD TO WS-JOURNAL-AFTER
                   PERFORM JOURNAL-LIMITS-ENTRY
               END-IF
           ELSE
               DISPLAY "CHARTCTL: RECORD NOT WRITTEN"
           DISPLAY "CHART ID:".
           ACCEPT WS-REPLY.
           MOVE WS-REPLY (1:8) TO WS-SAVE-KEY.
           MOVE WS-SAVE-KEY TO WS-AUTH-OBJECT.
           PERFORM CHECK-AUTHORITY.
           IF NOT WS-AUTH-OK
               GO TO LIMITS-CHANGE-EXIT
           END-IF.
           PERFORM READ-LIMITS-RECORD.
           IF WS-NOT-FOUND
               DISPLAY "CHARTCTL: NO LIMITS RECORD FOR "
                   WS-SAVE-KEY (1:8)
           ELSE
               MOVE CHART-LIMITS-RECORD TO WS-JOURNAL-BEFORE
               PERFORM EDIT-LIMITS-FIELDS
               PERFORM VALIDATE-LIMITS
               IF WS-DATA-OK
                   END-REWRITE
                   IF WS-LIMITS-STATUS = "00"
                       DISPLAY "CHARTCTL: LIMITS RECORD CHANGED"
                       MOVE "C" TO WS-JOURNAL-ACTION
                       MOVE CHART-LIMITS-RECORD TO WS-JOURNAL-AFTER
                       PERFORM JOURNAL-LIMITS-ENTRY
                   END-IF
               ELSE
                   DISPLAY "CHARTCTL: RECORD NOT REWRITTEN"
               END-IF
           END-IF.
       LIMITS-CHANGE-EXIT.
           EXIT.

       LIMITS-DELETE.
           DISPLAY "CHART ID:".
           ACCEPT WS-REPLY.
           MOVE WS-REPLY (1:8) TO WS-SAVE-KEY.
           MOVE WS-SAVE-KEY TO WS-AUTH-OBJECT.
           PERFORM CHECK-AUTHORITY.
           IF NOT WS-AUTH-OK
               GO TO LIMITS-DELETE-EXIT
           END-IF.
           PERFORM READ-LIMITS-RECORD.
           IF WS-NOT-FOUND
               DISPLAY "CHARTCTL: NO LIMITS RECORD FOR "
                   WS-SAVE-KEY (1:8)
           ELSE
               MOVE CHART-LIMITS-RECORD TO WS-JOURNAL-BEFORE
               DISPLAY "DELETE LIMITS FOR " CL-CHART-ID
                   " - CHART WILL NOT BE VALUE-CHECKED"
               DISPLAY "CONFIRM (Y):"
                   END-DELETE
                   IF WS-LIMITS-STATUS = "00"
                       DISPLAY "CHARTCTL: LIMITS RECORD DELETED"
                       MOVE "D" TO WS-JOURNAL-ACTION
                       MOVE SPACES TO WS-JOURNAL-AFTER
                       PERFORM JOURNAL-LIMITS-ENTRY
                   END-IF
               ELSE
                   DISPLAY "CHARTCTL: DELETE NOT CONFIRMED"
               END-IF
           END-IF.
       LIMITS-DELETE-EXIT.
           EXIT.

       JOURNAL-LIMITS-ENTRY.
           MOVE "CHLIMITS" TO WS-JOURNAL-FILE.
           MOVE WS-SAVE-KEY (1:8) TO WS-JOURNAL-KEY.
           PERFORM WRITE-JOURNAL-ENTRY.

       READ-LIMITS-RECORD.
           MOVE WS-SAVE-KEY (1:8) TO CL-CHART-ID.
               WHEN "A"
                   PERFORM SCHEDULE-ADD THRU SCHEDULE-ADD-EXIT
               WHEN "C"
                   PERFORM SCHEDULE-CHANGE THRU SCHEDULE-CHANGE-EXIT
               WHEN "D"
                   PERFORM SCHEDULE-DELETE THRU SCHEDULE-DELETE-EXIT
               WHEN "E"
                   MOVE "Y" TO WS-SUB-DONE
               WHEN OTHER
               DISPLAY "CHARTCTL: DEPARTMENT REQUIRED"
               GO TO SCHEDULE-ADD-EXIT
           END-IF.
           MOVE WS-SAVE-KEY TO WS-AUTH-OBJECT.
           PERFORM CHECK-AUTHORITY.
           IF NOT WS-AUTH-OK
               GO TO SCHEDULE-ADD-EXIT
           END-IF.
           PERFORM READ-SCHEDULE-RECORD.
           IF WS-FOUND
               DISPLAY "CHARTCTL: SCHEDULE RECORD ALREADY EXISTS"
               END-WRITE
               IF WS-SCHED-STATUS = "00"
                   DISPLAY "CHARTCTL: SCHEDULE RECORD ADDED"
                   MOVE "A" TO WS-JOURNAL-ACTION
                   MOVE SPACES TO WS-JOURNAL-BEFORE
                   MOVE SCHEDULE-RECORD TO WS-JOURNAL-AFTER
                   PERFORM JOURNAL-SCHEDULE-ENTRY
               END-IF
           ELSE
               DISPLAY "CHARTCTL: RECORD NOT WRITTEN"
           DISPLAY "DEPARTMENT:".
           ACCEPT WS-REPLY.
           MOVE WS-REPLY (1:10) TO WS-SAVE-KEY.
           MOVE WS-SAVE-KEY TO WS-AUTH-OBJECT.
           PERFORM CHECK-AUTHORITY.
           IF NOT WS-AUTH-OK
               GO TO SCHEDULE-CHANGE-EXIT
           END-IF.
           PERFORM READ-SCHEDULE-RECORD.
           IF WS-NOT-FOUND
               DISPLAY "CHARTCTL: NO SCHEDULE RECORD FOR " WS-SAVE-KEY
           ELSE
               MOVE SCHEDULE-RECORD TO WS-JOURNAL-BEFORE
               PERFORM EDIT-SCHEDULE-FIELDS
               PERFORM VALIDATE-SCHEDULE
               IF WS-DATA-OK
                   END-REWRITE
                   IF WS-SCHED-STATUS = "00"
                       DISPLAY "CHARTCTL: SCHEDULE RECORD CHANGED"
                       MOVE "C" TO WS-JOURNAL-ACTION
                       MOVE SCHEDULE-RECORD TO WS-JOURNAL-AFTER
                       PERFORM JOURNAL-SCHEDULE-ENTRY
                   END-IF
               ELSE
                   DISPLAY "CHARTCTL: RECORD NOT REWRITTEN"
               END-IF
           END-IF.
       SCHEDULE-CHANGE-EXIT.
           EXIT.

       SCHEDULE-DELETE.
           DISPLAY "DEPARTMENT:".
           ACCEPT WS-REPLY.
           MOVE WS-REPLY (1:10) TO WS-SAVE-KEY.
           MOVE WS-SAVE-KEY TO WS-AUTH-OBJECT.
           PERFORM CHECK-AUTHORITY.
           IF NOT WS-AUTH-OK
               GO TO SCHEDULE-DELETE-EXIT
           END-IF.
           PERFORM READ-SCHEDULE-RECORD.
           IF WS-NOT-FOUND
               DISPLAY "CHARTCTL: NO SCHEDULE RECORD FOR " WS-SAVE-KEY
           ELSE
               MOVE SCHEDULE-RECORD TO WS-JOURNAL-BEFORE
               DISPLAY "DELETE SCHEDULE FOR " SC-DEPT
                   " - DEPARTMENT WILL RUN EVERY NIGHT"
               DISPLAY "CONFIRM (Y):"
                   END-DELETE
                   IF WS-SCHED-STATUS = "00"
                       DISPLAY "CHARTCTL: SCHEDULE RECORD DELETED"
                       MOVE "D" TO WS-JOURNAL-ACTION
                       MOVE SPACES TO WS-JOURNAL-AFTER
                       PERFORM JOURNAL-SCHEDULE-ENTRY
                   END-IF
               ELSE
                   DISPLAY "CHARTCTL: DELETE NOT CONFIRMED"
               END-IF
           END-IF.
       SCHEDULE-DELETE-EXIT.
           EXIT.

       JOURNAL-SCHEDULE-ENTRY.
           MOVE "CHSCHED" TO WS-JOURNAL-FILE.
           MOVE WS-SAVE-KEY TO WS-JOURNAL-KEY.
           PERFORM WRITE-JOURNAL-ENTRY.

       READ-SCHEDULE-RECORD.
           MOVE WS-SAVE-KEY TO SC-DEPT.
      *    CHHOLIDY MAINTENANCE - IN STORAGE, REWRITTEN WHOLE ON END.
      *****************************************************************
       MAINTAIN-HOLIDAYS.
           MOVE "*ALL" TO WS-AUTH-OBJECT.
           PERFORM CHECK-AUTHORITY.
           IF NOT WS-AUTH-OK
               GO TO MAINTAIN-HOLIDAYS-EXIT
           END-IF.
           MOVE ZERO TO HOL-COUNT.
           MOVE ZERO TO PENDING-COUNT.
           MOVE "N" TO WS-TABLE-CHANGED.
           MOVE "Y" TO WS-LOAD-FLAG.
           MOVE "N" TO WS-READ-EOF.
           ADD 1 TO HOL-COUNT.
           MOVE WS-REPLY (1:8) TO HT-DATE (HOL-COUNT).
           MOVE "Y" TO WS-TABLE-CHANGED.
           MOVE "A" TO WS-JOURNAL-ACTION.
           MOVE WS-REPLY (1:8) TO WS-JOURNAL-KEY.
           PERFORM HOLD-JOURNAL-ENTRY.
           DISPLAY "CHARTCTL: HOLIDAY ADDED".
       HOLIDAY-ADD-EXIT.
           EXIT.
               END-PERFORM
               SUBTRACT 1 FROM HOL-COUNT
               MOVE "Y" TO WS-TABLE-CHANGED
               MOVE "D" TO WS-JOURNAL-ACTION
               MOVE WS-REPLY (1:8) TO WS-JOURNAL-KEY
               PERFORM HOLD-JOURNAL-ENTRY
               DISPLAY "CHARTCTL: HOLIDAY DELETED"
           END-IF.

           CLOSE HOLIDAY-FILE.
           DISPLAY "CHARTCTL: CHHOLIDY REWRITTEN, " HOL-COUNT
               " DATES".
           MOVE "CHHOLIDY" TO WS-JOURNAL-FILE.
           PERFORM JOURNAL-HELD-ENTRIES.
       REWRITE-HOLIDAY-EXIT.
           EXIT.

      *    DEPTLIST MAINTENANCE - IN STORAGE, REWRITTEN WHOLE ON END.
      *****************************************************************
       MAINTAIN-DEPTLIST.
           MOVE "*ALL" TO WS-AUTH-OBJECT.
           PERFORM CHECK-AUTHORITY.
           IF NOT WS-AUTH-OK
               GO TO MAINTAIN-DEPTLIST-EXIT
           END-IF.
           PERFORM LOAD-DEPT-TABLE THRU LOAD-DEPT-EXIT.
      *    THE FILE IS REWRITTEN WHOLE FROM THE TABLE ON END, SO A
      *    TABLE THAT IS NOT A FAITHFUL COPY - THE FILE EXISTS BUT
               GO TO MAINTAIN-DEPTLIST-EXIT
           END-IF.
           MOVE "N" TO WS-TABLE-CHANGED.
           MOVE ZERO TO PENDING-COUNT.
           MOVE "N" TO WS-SUB-DONE.
           PERFORM DEPTLIST-ONE-ACTION UNTIL WS-SUB-ENDED.
           IF WS-CHANGED
           ADD 1 TO DEPT-COUNT.
           MOVE WS-REPLY (1:10) TO DT-DEPT (DEPT-COUNT).
           MOVE "Y" TO WS-TABLE-CHANGED.
           MOVE "A" TO WS-JOURNAL-ACTION.
           MOVE WS-REPLY (1:10) TO WS-JOURNAL-KEY.
           PERFORM HOLD-JOURNAL-ENTRY.
           DISPLAY "CHARTCTL: DEPARTMENT ADDED - REMEMBER ITS"
               " CHSCHED AND CHLIMITS RECORDS".
       DEPTLIST-ADD-EXIT.
       DEPTLIST-DELETE.
           DISPLAY "DEPARTMENT NAME:".
           ACCEPT WS-REPLY.
           MOVE WS-REPLY (1:10) TO WS-JOURNAL-KEY.
           MOVE ZERO TO WS-ENTRY-SUB.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > DEPT-COUNT
                   END-PERFORM
                   SUBTRACT 1 FROM DEPT-COUNT
                   MOVE "Y" TO WS-TABLE-CHANGED
                   MOVE "D" TO WS-JOURNAL-ACTION
                   PERFORM HOLD-JOURNAL-ENTRY
                   DISPLAY "CHARTCTL: DEPARTMENT DELETED"
               ELSE
                   DISPLAY "CHARTCTL: DELETE NOT CONFIRMED"
           CLOSE DEPT-LIST-FILE.
           DISPLAY "CHARTCTL: DEPTLIST REWRITTEN, " DEPT-COUNT
               " DEPARTMENTS".
           MOVE "DEPTLIST" TO WS-JOURNAL-FILE.
           PERFORM JOURNAL-HELD-ENTRIES.
       REWRITE-DEPT-EXIT.
           EXIT.

                   " IS NOT ON DEPTLIST"
           END-IF.

       HOLD-JOURNAL-ENTRY.
      *    A CHHOLIDY OR DEPTLIST CHANGE, HELD FOR JOURNALING UNTIL
      *    THE FILE IS REWRITTEN.
           IF PENDING-COUNT < 500
               ADD 1 TO PENDING-COUNT
               MOVE WS-JOURNAL-ACTION TO PJ-ACTION (PENDING-COUNT)
               MOVE WS-JOURNAL-KEY TO PJ-KEY (PENDING-COUNT)
           ELSE
               DISPLAY "CHARTCTL: JOURNAL TABLE FULL - THIS CHANGE"
                   " WILL NOT BE JOURNALED"
           END-IF.

       JOURNAL-HELD-ENTRIES.
      *    THE RECORD IS ITS OWN KEY FOR BOTH FILES, SO AN ADD'S AFTER
      *    IMAGE AND A DELETE'S BEFORE IMAGE ARE THE KEY ITSELF.
           PERFORM VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > PENDING-COUNT
               MOVE PJ-ACTION (WS-SUBSCRIPT) TO WS-JOURNAL-ACTION
               MOVE PJ-KEY (WS-SUBSCRIPT) TO WS-JOURNAL-KEY
               IF PJ-ACTION (WS-SUBSCRIPT) = "A"
                   MOVE SPACES TO WS-JOURNAL-BEFORE
                   MOVE PJ-KEY (WS-SUBSCRIPT) TO WS-JOURNAL-AFTER
               ELSE
                   MOVE PJ-KEY (WS-SUBSCRIPT) TO WS-JOURNAL-BEFORE
                   MOVE SPACES TO WS-JOURNAL-AFTER
               END-IF
               PERFORM WRITE-JOURNAL-ENTRY
           END-PERFORM.
           MOVE ZERO TO PENDING-COUNT.

       CHECK-AUTHORITY.
      *    MAINTAIN AUTHORITY OVER WS-AUTH-OBJECT. THE USER IS FOUND
      *    ON THE FIRST CALL AND PASSED BACK; A CHARTAUT THAT CANNOT
      *    BE CALLED REFUSES, THE SAME AS ONE THAT CANNOT READ CHAUTH.
           MOVE ZERO TO WS-AUTH-RC.
           CALL "CHARTAUT" USING WS-USER-ID, WS-PROGRAM-NAME,
                   WS-AUTH-OBJECT, WS-AUTH-ACCESS, WS-AUTH-ALLOWED,
                   WS-AUTH-RC
               ON EXCEPTION
                   MOVE "N" TO WS-AUTH-ALLOWED
                   MOVE 16 TO WS-AUTH-RC
           END-CALL.
           IF NOT WS-AUTH-OK
               DISPLAY "CHARTCTL: " WS-USER-ID " IS NOT AUTHORIZED TO"
                   " MAINTAIN " WS-AUTH-OBJECT ", RC=" WS-AUTH-RC
           END-IF.

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
               DISPLAY "CHARTCTL: ** " WS-JOURNAL-FILE " CHANGE TO "
                   WS-JOURNAL-KEY " MADE BUT NOT JOURNALED, RC="
                   WS-JOURNAL-RC
           END-IF.

       EDIT-CONTROL-DATE.
           MOVE "N" TO WS-DATE-FLAG.
           IF WS-DATE-PARTS NUMERIC
