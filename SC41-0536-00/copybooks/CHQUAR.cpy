      *****************************************************************
      *    CHQUAR    -    CHART DATA QUARANTINE RECORD LAYOUT.
      *    ONE RECORD IN CHARTQUA FOR EVERY CHART-DATA-RECORD CHARTVFY
      *    TOOK OFF CHARTDAT BECAUSE IT COULD NOT BE SAFELY REPAIRED -
      *    POINTS OR SERIES COUNT OUT OF RANGE, BAD PACKED DATA IN THE
      *    VALUES CHARTED, X VALUES OUT OF SEQUENCE. THE RECORD IS
      *    KEPT BYTE FOR BYTE AS IT WAS FOUND, UNDER ITS OWN KEY, SO
      *    IT CAN BE CORRECTED AND KEYED BACK THROUGH CHARTMNT.
      *
      *    CHARTBAT ASKS CHARTVFY (CHECK) BEFORE IT CHARTS A
      *    DEPARTMENT AND SKIPS A CHART ID / DATE THAT IS HERE AND NOT
      *    BACK ON CHARTDAT, INSTEAD OF LETTING CHARTDRV FAIL ON IT.
      *    A RECORD PUT BACK ON CHARTDAT IS CHARTED AGAIN; ITS ENTRY
      *    HERE STAYS AS THE RECORD OF WHAT WAS TAKEN OFF AND WHY.
      *****************************************************************
       01  QUARANTINE-RECORD.
           05  QU-KEY.
               10  QU-CHART-ID          PIC X(8).
               10  QU-CHART-DATE        PIC X(8).
           05  QU-QUARANTINE-DATE         PIC X(8).
           05  QU-DEFECT-COUNT            PIC S9(5)      COMP-4.
      *    THE FIRST DEFECT THAT COULD NOT BE REPAIRED, IN WORDS.
           05  QU-REASON                  PIC X(40).
           05  QU-CHART-IMAGE             PIC X(781).
