      *****************************************************************
      *    CHREQ     -    ON-DEMAND CHART REQUEST RECORD LAYOUT.
      *    ONE RECORD IN CHARTREQ FOR EVERY ONE-OFF CHART A USER HAS
      *    ASKED FOR THROUGH CHARTRQE - A DAY'S CHART, A TREND OVER A
      *    DATE RANGE, OR AN ARCHIVED DAY RESTORED FROM CHARHIST -
      *    INSTEAD OF PHONING OPERATIONS TO RUN CHARTDRV, CHARTTRD OR
      *    CHARTARC BY HAND. THE CHARTRQP DAYTIME RUN WORKS THE
      *    PENDING ONES IN THE ORDER THEY WERE ENTERED (THROUGH
      *    CHARTRQS) AND LEAVES EACH COMPLETED OR FAILED WITH THE
      *    RETURN CODE, SO THE REQUESTER CAN LOOK IT UP IN CHARTRQE.
      *
      *    THE KEY IS WHEN THE REQUEST WAS ENTERED AND BY WHOM, SO THE
      *    FILE READS IN ARRIVAL ORDER AND NEEDS NO NUMBER CONTROL.
      *****************************************************************
       01  CHART-REQUEST-RECORD.
           05  RQ-KEY.
               10  RQ-ENTERED           PIC X(14).
               10  RQ-REQUESTER         PIC X(10).
           05  RQ-CHART-ID                PIC X(8).
      *    THE DEPTLIST NAME CHARTDAT IS OVERRIDDEN TO FOR THIS CHART
      *    ID, AS CHARTBAT DOES; SPACES CHARTS FROM CHARTDAT ITSELF.
           05  RQ-DATA-FILE               PIC X(10).
           05  RQ-TYPE                    PIC X.
               88  RQ-DAILY                             VALUE "D".
               88  RQ-TREND                             VALUE "T".
               88  RQ-HISTORY                           VALUE "H".
      *    DAILY AND HISTORY CHART RQ-FROM-DATE ALONE; A TREND RUNS
      *    FROM RQ-FROM-DATE TO RQ-TO-DATE (SPACES = OPEN AT THAT END).
           05  RQ-FROM-DATE               PIC X(8).
           05  RQ-TO-DATE                 PIC X(8).
      *    "LINE", "BAR " OR "PIE " OVERRIDES THE CHART'S OWN MODE.
           05  RQ-MODE                    PIC X(4).
      *    SPACES PRINTS ON THE CHART ID'S USUAL CHROUTE QUEUE.
           05  RQ-OUT-QUEUE               PIC X(10).
           05  RQ-STATUS                  PIC X.
               88  RQ-PENDING                           VALUE "P".
               88  RQ-RUNNING                           VALUE "R".
               88  RQ-COMPLETED                         VALUE "C".
               88  RQ-FAILED                            VALUE "F".
               88  RQ-CANCELLED                         VALUE "X".
      *    WHEN THE STATUS LAST CHANGED, AND THE RETURN CODE OF THE
      *    PROGRAM THAT PRODUCED (OR FAILED TO PRODUCE) THE CHART.
           05  RQ-STATUS-TIME             PIC X(14).
           05  RQ-COMPLETION-CODE         PIC S9(5)      COMP-3.
