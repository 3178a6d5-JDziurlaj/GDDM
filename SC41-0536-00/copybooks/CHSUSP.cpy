      *****************************************************************
      *    CHSUSP    -    DAILY ACTIVITY SUSPENSE RECORD LAYOUT.
      *    ONE RECORD IN CHSUSP FOR EVERY DAILYTXN DETAIL CHARTLD SETS
      *    ASIDE INSTEAD OF CHARTING - DEPARTMENT NOT ON DEPTLIST, BAD
      *    AMOUNT, BAD DATE, OR ACTIVITY POSTED OUTSIDE THE LOAD
      *    PERIOD - SO THE MONEY IS HELD SOMEWHERE IT CAN BE WORKED
      *    INSTEAD OF LIVING ONLY ON THE JOB LOG. KEYED BY THE LOAD
      *    DATE THAT SUSPENDED IT AND A SEQUENCE WITHIN THAT LOAD.
      *    CHARTSUS LISTS THE OPEN ENTRIES, RE-APPLIES THEM TO CHARTDAT
      *    ONCE THE CAUSE IS FIXED, AND WRITES OFF THE ONES THAT NEVER
      *    WILL BE, SO THE FILE BALANCES TO ZERO OPEN AT MONTH-END.
      *
      *    THE TRANSACTION FIELDS ARE CARRIED EXACTLY AS RECEIVED: A
      *    BAD AMOUNT STAYS BAD, AND SU-TX-AMOUNT-TEXT IS THE VIEW TO
      *    DISPLAY IT THROUGH WITHOUT A DATA EXCEPTION.
      *****************************************************************
       01  SUSPENSE-RECORD.
           05  SU-KEY.
               10  SU-LOAD-DATE         PIC X(8).
               10  SU-SEQUENCE          PIC 9(5).
           05  SU-TX-DEPT                 PIC X(10).
           05  SU-TX-DATE                 PIC X(8).
           05  SU-TX-AMOUNT               PIC S9(5)V9.
           05  SU-TX-AMOUNT-TEXT REDEFINES SU-TX-AMOUNT
                                          PIC X(6).
           05  SU-REASON                  PIC X(8).
               88  SU-NOT-ON-DEPTLIST                   VALUE "NODEPT".
               88  SU-BAD-AMOUNT                        VALUE "BADAMT".
               88  SU-BAD-DATE                          VALUE "BADDATE".
               88  SU-OFF-PERIOD                        VALUE "OFFPERD".
           05  SU-STATUS                  PIC X.
               88  SU-OPEN                              VALUE "O".
               88  SU-APPLIED                           VALUE "A".
               88  SU-WRITTEN-OFF                       VALUE "W".
      *    DATE OF THE LAST STATUS CHANGE (THE LOAD DATE WHILE OPEN),
      *    THE CHARTDAT KEY AN APPLIED ENTRY WENT TO, AND WHO APPLIED
      *    OR WROTE IT OFF, WITH THE OPERATOR'S NOTE FOR A WRITE-OFF.
           05  SU-STATUS-DATE             PIC X(8).
           05  SU-APPLIED-KEY.
               10  SU-APPLIED-ID          PIC X(8).
               10  SU-APPLIED-DATE        PIC X(8).
           05  SU-RESOLVED-BY             PIC X(10).
           05  SU-NOTE                    PIC X(30).
      *    THE BASIS THE SUSPENDING LOAD RAN ON, SO A RE-APPLY PUTS
      *    THE AMOUNT ON THE SAME GRID THE LOAD WOULD HAVE.
           05  SU-LOAD-BASIS              PIC X.
               88  SU-CALENDAR-LOAD                     VALUE SPACE.
               88  SU-FISCAL-LOAD                       VALUE "F".
