      *****************************************************************
      *    CHEXST    -    EXCEPTION FOLLOW-UP STATUS RECORD LAYOUT.
      *    ONE RECORD IN CHEXSTAT FOR EVERY BREACH CHARTDRV HAS EVER
      *    APPENDED TO CHARTEXC, CARRYING WHERE THE FOLLOW-UP STANDS:
      *    OPEN UNTIL SOMEONE LOOKS AT IT, ACKNOWLEDGED, EXPLAINED
      *    (WITH THE REVIEWER'S EXPLANATION) AND FINALLY CLOSED.
      *    CHARTEXS ADDS NEW BREACHES FROM CHARTEXC AS OPEN, CHARTEXR
      *    IS THE REVIEW SCREEN THAT WORKS THEM, AND CHARTEXA PRINTS
      *    THE DAILY AGED-EXCEPTION REPORT.
      *
      *    THE KEY IS THE BREACH ITSELF AS EXCEPTION-RECORD DESCRIBES
      *    IT - CHART ID, CHART DATE, SERIES, POINT AND REASON. THE
      *    TIMESTAMP IS CARRIED BUT NOT KEYED, SO A NIGHT RE-CHARTED
      *    AFTER A RESTART, WHICH APPENDS THE SAME BREACH TO CHARTEXC
      *    A SECOND TIME, IS STILL ONE EXCEPTION TO FOLLOW UP.
      *
      *    THE VALUE AND LIMIT ARE COPIED OFF THE CHARTEXC RECORD, SO
      *    A BREACH STAYS FULLY DESCRIBED HERE AFTER CHARTARC HAS CUT
      *    CHARTEXC OVER TO CHEXCHST AT MONTH-END.
      *****************************************************************
       01  EXCEPTION-STATUS-RECORD.
           05  ES-KEY.
               10  ES-CHART-ID          PIC X(8).
               10  ES-CHART-DATE        PIC X(8).
               10  ES-SERIES            PIC 9.
               10  ES-POINT             PIC 9(2).
               10  ES-REASON            PIC X(12).
           05  ES-TIMESTAMP               PIC X(14).
           05  ES-Y-VALUE                 PIC S9(5)V9.
           05  ES-LIMIT                   PIC S9(5)V9.
           05  ES-STATUS                  PIC X.
               88  ES-OPEN                              VALUE "O".
               88  ES-ACKNOWLEDGED                      VALUE "A".
               88  ES-EXPLAINED                         VALUE "E".
               88  ES-CLOSED                            VALUE "C".
               88  ES-UNEXPLAINED                       VALUE "O" "A".
      *    DATE OF THE LAST STATUS CHANGE (THE DATE THE BREACH WAS
      *    PICKED UP WHILE IT IS OPEN), WHO MADE IT, AND THE
      *    REVIEWER'S EXPLANATION ONCE THERE IS ONE.
           05  ES-STATUS-DATE             PIC X(8).
           05  ES-REVIEWER                PIC X(10).
           05  ES-EXPLANATION             PIC X(60).
