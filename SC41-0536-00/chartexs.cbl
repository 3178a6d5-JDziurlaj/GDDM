       IDENTIFICATION DIVISION.

       PROGRAM-ID. CHARTEXS.
      *****************************************************************
      *    CHARTEXS BRINGS THE CHEXSTAT EXCEPTION FOLLOW-UP FILE UP TO
      *    DATE WITH CHARTEXC. EVERY BREACH CHARTDRV HAS APPENDED TO
      *    CHARTEXC THAT IS NOT YET ON CHEXSTAT IS ADDED AS OPEN; ONE
      *    ALREADY THERE IS LEFT EXACTLY AS ITS REVIEWER LEFT IT.
      *    CHARTDRV ITSELF IS NOT TOUCHED - THE NIGHT RUN WRITES
      *    CHARTEXC AS IT ALWAYS HAS - AND THIS IS CALLED INSTEAD BY
      *    EVERYTHING THAT NEEDS THE FOLLOW-UP FILE CURRENT: THE
      *    CHARTEXR REVIEW SCREEN AND THE CHARTEXA AGED REPORT WHEN
      *    THEY START, AND CHARTARC JUST BEFORE IT CUTS CHARTEXC OVER
      *    TO CHEXCHST, SO NO BREACH LEAVES CHARTEXC WITHOUT FIRST
      *    BEING ON CHEXSTAT.
      *
      *    CHEXSTAT IS CREATED ON THE FIRST CALL. NO CHARTEXC AT ALL
      *    MEANS NO LIMITS CHECKING HAS EVER TRIPPED, AND IS NOT AN
      *    ERROR.
      *
      *    CALLERS PASS ONE PARAMETER (CL: CALL PGM(CHARTEXS)
      *    PARM(&RC)):
      *      LK-COMPLETION-CODE  0 = CHEXSTAT IS CURRENT, 16 = CHARTEXC
      *                          OR CHEXSTAT COULD NOT BE OPENED, OR A
      *                          NEW BREACH COULD NOT BE ADDED.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-S38.
       OBJECT-COMPUTER. IBM-S38.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-FILE ASSIGN TO CHARTEXC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.
           SELECT EXCP-STATUS-FILE ASSIGN TO CHEXSTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-KEY
               FILE STATUS IS WS-EXST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CHEXCP.
       FD  EXCP-STATUS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CHEXST.
       WORKING-STORAGE SECTION.
       77  WS-EXCP-STATUS    PIC X(2).
       77  WS-EXST-STATUS    PIC X(2).
       77  WS-EXCP-EOF       PIC X        VALUE "N".
           88  WS-EXCP-END                 VALUE "Y".
       77  WS-TODAY          PIC X(8).
       77  READ-COUNT        PIC S9(7) COMP-4 VALUE ZERO.
       77  ADDED-COUNT       PIC S9(7) COMP-4 VALUE ZERO.
       77  KNOWN-COUNT       PIC S9(7) COMP-4 VALUE ZERO.
       LINKAGE SECTION.
       01  LK-COMPLETION-CODE    PIC S9(5) COMP-3.
       PROCEDURE DIVISION USING LK-COMPLETION-CODE.
       MAIN-ROUTINE.
           MOVE ZERO TO LK-COMPLETION-CODE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT EXCEPTION-FILE.
           IF WS-EXCP-STATUS = "35"
               GOBACK
           END-IF.
           IF WS-EXCP-STATUS NOT = "00"
               DISPLAY "CHARTEXS: UNABLE TO OPEN CHARTEXC, STATUS="
                   WS-EXCP-STATUS
               MOVE 16 TO LK-COMPLETION-CODE
               GOBACK
           END-IF.
           OPEN I-O EXCP-STATUS-FILE.
           IF WS-EXST-STATUS = "35"
               OPEN OUTPUT EXCP-STATUS-FILE
               IF WS-EXST-STATUS = "00"
                   CLOSE EXCP-STATUS-FILE
                   OPEN I-O EXCP-STATUS-FILE
               END-IF
           END-IF.
           IF WS-EXST-STATUS NOT = "00"
               DISPLAY "CHARTEXS: UNABLE TO OPEN CHEXSTAT, STATUS="
                   WS-EXST-STATUS
               MOVE 16 TO LK-COMPLETION-CODE
               CLOSE EXCEPTION-FILE
               GOBACK
           END-IF.
           PERFORM READ-EXCEPTION-RECORD.
           PERFORM ADD-EXCEPTION-STATUS UNTIL WS-EXCP-END.
           CLOSE EXCP-STATUS-FILE.
           CLOSE EXCEPTION-FILE.
           DISPLAY "CHARTEXS: " READ-COUNT " CHARTEXC BREACHES READ, "
               ADDED-COUNT " NEW ON CHEXSTAT".
           GOBACK.

       READ-EXCEPTION-RECORD.
           READ EXCEPTION-FILE
               AT END
                   MOVE "Y" TO WS-EXCP-EOF
           END-READ.
           IF WS-EXCP-STATUS NOT = "00" AND WS-EXCP-STATUS NOT = "10"
               DISPLAY "CHARTEXS: CHARTEXC READ FAILED, STATUS="
                   WS-EXCP-STATUS
               MOVE 16 TO LK-COMPLETION-CODE
               MOVE "Y" TO WS-EXCP-EOF
           END-IF.

       ADD-EXCEPTION-STATUS.
      *    A DUPLICATE KEY IS THE BREACH ALREADY BEING FOLLOWED UP,
      *    NOT AN ERROR; ANY OTHER WRITE FAILURE LEAVES A BREACH OFF
      *    THE FILE AND IS RETURNED, SO CHARTARC KEEPS CHARTEXC.
           ADD 1 TO READ-COUNT.
           MOVE EX-CHART-ID TO ES-CHART-ID.
           MOVE EX-CHART-DATE TO ES-CHART-DATE.
           MOVE EX-SERIES TO ES-SERIES.
           MOVE EX-POINT TO ES-POINT.
           MOVE EX-REASON TO ES-REASON.
           MOVE EX-TIMESTAMP TO ES-TIMESTAMP.
           MOVE EX-Y-VALUE TO ES-Y-VALUE.
           MOVE EX-LIMIT TO ES-LIMIT.
           MOVE "O" TO ES-STATUS.
           MOVE WS-TODAY TO ES-STATUS-DATE.
           MOVE SPACES TO ES-REVIEWER.
           MOVE SPACES TO ES-EXPLANATION.
           WRITE EXCEPTION-STATUS-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           EVALUATE WS-EXST-STATUS
               WHEN "00"
                   ADD 1 TO ADDED-COUNT
               WHEN "22"
                   ADD 1 TO KNOWN-COUNT
               WHEN OTHER
                   DISPLAY "CHARTEXS: CHEXSTAT WRITE FAILED FOR "
                       EX-CHART-ID " / " EX-CHART-DATE ", STATUS="
                       WS-EXST-STATUS
                   MOVE 16 TO LK-COMPLETION-CODE
           END-EVALUATE.
           PERFORM READ-EXCEPTION-RECORD.
