      *    ON A CHANGE, A BLANK REPLY TO ANY PROMPT KEEPS THE FIELD AS
      *    IT IS; "*BLANK" CLEARS A TITLE OR SERIES NAME. A BLANK
      *    CHART DATE DEFAULTS TO TODAY, AS CHARTDRV DOES.
      *
      *    EVERY ADD, CHANGE, COPY AND DELETE THAT REACHES THE FILE IS
      *    JOURNALED TO CHJRNL THROUGH CHARTJRN WITH THE RECORD AS IT
      *    WAS AND AS IT NOW IS, SO A NUMBER THAT MOVED OVERNIGHT CAN
      *    BE TRACED TO WHO KEYED IT (CHARTJRP PRINTS THE JOURNAL).
      *
      *    ONCE A CHART ID IS KEYED, CHARTAUT IS ASKED WHETHER THE
      *    OPERATOR HOLDS MAINTAIN AUTHORITY OVER IT (SEE CHAUTH); A
      *    COPY NEEDS VIEW OVER THE CHART COPIED FROM AS WELL. A
      *    REFUSED FUNCTION GOES NO FURTHER AND IS LOGGED BY CHARTAUT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WS-DATE-YY    PIC 9(2).
           05  WS-DATE-MM    PIC 9(2).
           05  WS-DATE-DD    PIC 9(2).
      *    CHJRNL ENTRY PARAMETERS - SEE CHARTJRN.
       77  WS-PROGRAM-NAME   PIC X(8)     VALUE "CHARTMNT".
       77  WS-JOURNAL-FILE   PIC X(8)     VALUE "CHARTDAT".
       77  WS-JOURNAL-ACTION PIC X.
       77  WS-JOURNAL-KEY    PIC X(16).
       77  WS-JOURNAL-RC     PIC S9(5) COMP-3.
       01  WS-JOURNAL-BEFORE PIC X(800).
       01  WS-JOURNAL-AFTER  PIC X(800).
      *    CHARTAUT PARAMETERS - SEE CHARTAUT.
       77  WS-USER-ID        PIC X(10)    VALUE SPACES.
       77  WS-AUTH-OBJECT    PIC X(10).
       77  WS-AUTH-ACCESS    PIC X.
       77  WS-AUTH-ALLOWED   PIC X.
           88  WS-AUTH-OK                  VALUE "Y".
       77  WS-AUTH-RC        PIC S9(5) COMP-3.
       PROCEDURE DIVISION.
       MAIN-ROUTINE.
           PERFORM OPEN-CHART-FILE.
           ACCEPT WS-FUNCTION.
           EVALUATE WS-FUNCTION
               WHEN "A"
                   PERFORM ADD-RECORD THRU ADD-RECORD-EXIT
               WHEN "C"
                   PERFORM CHANGE-RECORD THRU CHANGE-RECORD-EXIT
               WHEN "P"
                   PERFORM COPY-RECORD THRU COPY-RECORD-EXIT
               WHEN "D"
                   PERFORM DELETE-RECORD THRU DELETE-RECORD-EXIT
               WHEN "E"
                   MOVE "Y" TO WS-DONE
               WHEN OTHER

       ADD-RECORD.
           PERFORM GET-RECORD-KEY.
           MOVE "M" TO WS-AUTH-ACCESS.
           PERFORM CHECK-AUTHORITY.
           IF NOT WS-AUTH-OK
               GO TO ADD-RECORD-EXIT
           END-IF.
           PERFORM READ-CHART-RECORD.
           IF WS-FOUND
               DISPLAY "CHARTMNT: RECORD ALREADY EXISTS FOR "
                   END-WRITE
                   IF WS-FILE-STATUS = "00"
                       DISPLAY "CHARTMNT: RECORD ADDED"
                       MOVE "A" TO WS-JOURNAL-ACTION
                       MOVE SPACES TO WS-JOURNAL-BEFORE
                       MOVE CHART-DATA-RECORD TO WS-JOURNAL-AFTER
                       PERFORM WRITE-JOURNAL-ENTRY
                   END-IF
               ELSE
                   DISPLAY "CHARTMNT: RECORD NOT WRITTEN"
               END-IF
           END-IF.
       ADD-RECORD-EXIT.
           EXIT.

       CHANGE-RECORD.
           PERFORM GET-RECORD-KEY.
           MOVE "M" TO WS-AUTH-ACCESS.
           PERFORM CHECK-AUTHORITY.
           IF NOT WS-AUTH-OK
               GO TO CHANGE-RECORD-EXIT
           END-IF.
           PERFORM READ-CHART-RECORD.
           IF WS-NOT-FOUND
               DISPLAY "CHARTMNT: NO RECORD FOR " WS-SAVE-ID
                   " / " WS-SAVE-DATE
           ELSE
               MOVE CHART-DATA-RECORD TO WS-JOURNAL-BEFORE
               PERFORM EDIT-RECORD-FIELDS
               PERFORM VALIDATE-RECORD
               IF WS-DATA-OK
                   END-REWRITE
                   IF WS-FILE-STATUS = "00"
                       DISPLAY "CHARTMNT: RECORD CHANGED"
                       MOVE "C" TO WS-JOURNAL-ACTION
                       MOVE CHART-DATA-RECORD TO WS-JOURNAL-AFTER
                       PERFORM WRITE-JOURNAL-ENTRY
                   END-IF
               ELSE
                   DISPLAY "CHARTMNT: RECORD NOT REWRITTEN"
               END-IF
           END-IF.
       CHANGE-RECORD-EXIT.
           EXIT.

       COPY-RECORD.
           DISPLAY "COPY FROM -".
           PERFORM GET-RECORD-KEY.
           MOVE "V" TO WS-AUTH-ACCESS.
           PERFORM CHECK-AUTHORITY.
           IF NOT WS-AUTH-OK
               GO TO COPY-RECORD-EXIT
           END-IF.
           PERFORM READ-CHART-RECORD.
           IF WS-NOT-FOUND
               DISPLAY "CHARTMNT: NO RECORD FOR " WS-SAVE-ID
                   " / " WS-SAVE-DATE
           ELSE
               MOVE CHART-DATA-RECORD TO WS-JOURNAL-BEFORE
               DISPLAY "COPY TO -"
               PERFORM GET-RECORD-KEY
               MOVE "M" TO WS-AUTH-ACCESS
               PERFORM CHECK-AUTHORITY
               IF NOT WS-AUTH-OK
                   GO TO COPY-RECORD-EXIT
               END-IF
               MOVE WS-SAVE-ID TO CD-CHART-ID
               MOVE WS-SAVE-DATE TO CD-CHART-DATE
               WRITE CHART-DATA-RECORD
               END-WRITE
               IF WS-FILE-STATUS = "00"
                   DISPLAY "CHARTMNT: RECORD COPIED"
                   MOVE "P" TO WS-JOURNAL-ACTION
                   MOVE CHART-DATA-RECORD TO WS-JOURNAL-AFTER
                   PERFORM WRITE-JOURNAL-ENTRY
               END-IF
           END-IF.
       COPY-RECORD-EXIT.
           EXIT.

       DELETE-RECORD.
           PERFORM GET-RECORD-KEY.
           MOVE "M" TO WS-AUTH-ACCESS.
           PERFORM CHECK-AUTHORITY.
           IF NOT WS-AUTH-OK
               GO TO DELETE-RECORD-EXIT
           END-IF.
           PERFORM READ-CHART-RECORD.
           IF WS-NOT-FOUND
               DISPLAY "CHARTMNT: NO RECORD FOR " WS-SAVE-ID
                   " / " WS-SAVE-DATE
           ELSE
               MOVE CHART-DATA-RECORD TO WS-JOURNAL-BEFORE
               DISPLAY "DELETE " CD-CHART-ID " / " CD-CHART-DATE
                   " - " CD-CHART-TITLE
               DISPLAY "CONFIRM (Y):"
                   END-DELETE
                   IF WS-FILE-STATUS = "00"
                       DISPLAY "CHARTMNT: RECORD DELETED"
                       MOVE "D" TO WS-JOURNAL-ACTION
                       MOVE SPACES TO WS-JOURNAL-AFTER
                       PERFORM WRITE-JOURNAL-ENTRY
                   END-IF
               ELSE
                   DISPLAY "CHARTMNT: DELETE NOT CONFIRMED"
               END-IF
           END-IF.
       DELETE-RECORD-EXIT.
           EXIT.

       WRITE-JOURNAL-ENTRY.
      *    THE RECORD IS ALREADY CHANGED ON DISK, SO A JOURNAL FAILURE
      *    CAN ONLY BE REPORTED - LOUDLY, SINCE THE CHANGE NOW HAS NO
      *    AUDIT TRAIL.
           MOVE WS-SAVE-KEY TO WS-JOURNAL-KEY.
           CALL "CHARTJRN" USING WS-PROGRAM-NAME, WS-JOURNAL-FILE,
                   WS-JOURNAL-ACTION, WS-JOURNAL-KEY,
                   WS-JOURNAL-BEFORE, WS-JOURNAL-AFTER,
                   WS-JOURNAL-RC
               ON EXCEPTION
                   MOVE 16 TO WS-JOURNAL-RC
           END-CALL.
           IF WS-JOURNAL-RC NOT = ZERO
               DISPLAY "CHARTMNT: ** CHANGE MADE BUT NOT JOURNALED,"
                   " RC=" WS-JOURNAL-RC
           END-IF.

       CHECK-AUTHORITY.
      *    THE USER IS FOUND ON THE FIRST CALL AND PASSED BACK, SO
      *    LATER CALLS SKIP CHARTUSR. A CHARTAUT THAT CANNOT BE CALLED
      *    REFUSES, THE SAME AS ONE THAT CANNOT READ CHAUTH.
           MOVE WS-SAVE-ID TO WS-AUTH-OBJECT.
           MOVE ZERO TO WS-AUTH-RC.
           CALL "CHARTAUT" USING WS-USER-ID, WS-PROGRAM-NAME,
                   WS-AUTH-OBJECT, WS-AUTH-ACCESS, WS-AUTH-ALLOWED,
                   WS-AUTH-RC
               ON EXCEPTION
                   MOVE "N" TO WS-AUTH-ALLOWED
                   MOVE 16 TO WS-AUTH-RC
           END-CALL.
           IF NOT WS-AUTH-OK
               IF WS-AUTH-ACCESS = "V"
                   DISPLAY "CHARTMNT: " WS-USER-ID " IS NOT AUTHORIZED"
                       " TO VIEW " WS-SAVE-ID ", RC=" WS-AUTH-RC
               ELSE
                   DISPLAY "CHARTMNT: " WS-USER-ID " IS NOT AUTHORIZED"
                       " TO MAINTAIN " WS-SAVE-ID ", RC=" WS-AUTH-RC
               END-IF
           END-IF.

       GET-RECORD-KEY.
           DISPLAY "CHART ID:".
