      *****************************************************************
      *    CHJRNL    -    MAINTENANCE CHANGE JOURNAL RECORD LAYOUT.
      *    ONE RECORD APPENDED TO CHJRNL BY CHARTJRN FOR EVERY ADD,
      *    CHANGE, COPY AND DELETE MADE THROUGH CHARTMNT (CHARTDAT)
      *    AND CHARTCTL (CHLIMITS, CHSCHED, CHHOLIDY, DEPTLIST), BY
      *    CHARTAUM (CHAUTH), BY CHARTVFY WHEN IT REPAIRS OR
      *    QUARANTINES A CHARTDAT RECORD, AND BY CHARTREO WHEN A
      *    DEPARTMENT IS RENAMED, MERGED OR RETIRED, SO "WHO CHANGED
      *    THIS CHART, AND FROM WHAT" HAS AN ANSWER.
      *    CHARTJRP PRINTS IT BY DATE RANGE, USER OR CHART ID.
      *
      *    THE IMAGES ARE THE WHOLE RECORD AS READ BEFORE THE CHANGE
      *    AND AS WRITTEN AFTER IT, BYTE FOR BYTE, SO THEY ARE SIZED
      *    FOR THE LARGEST RECORD JOURNALED - CHARTDAT'S, 781 BYTES -
      *    AND PADDED WITH SPACES FOR THE SMALLER ONES. AN ADD HAS NO
      *    BEFORE IMAGE AND A DELETE NO AFTER IMAGE (BOTH SPACES). A
      *    COPY CARRIES THE SOURCE RECORD AS ITS BEFORE IMAGE AND THE
      *    NEW RECORD, UNDER ITS NEW KEY, AS ITS AFTER IMAGE.
      *
      *    JR-KEY IS THE KEY OF THE RECORD CHANGED, LEFT-JUSTIFIED:
      *    CHART ID AND DATE FOR CHARTDAT, CHART ID FOR CHLIMITS,
      *    DEPARTMENT FOR CHSCHED AND DEPTLIST, DATE FOR CHHOLIDY,
      *    AND FOR CHAUTH THE FIRST EIGHT CHARACTERS OF THE GRANT'S
      *    OBJECT FOLLOWED BY THE FIRST EIGHT OF ITS USER (THE FULL
      *    KEY IS IN THE IMAGES). THE FIRST EIGHT CHARACTERS ARE
      *    THEREFORE THE CHART ID FOR EVERY FILE BUT THE HOLIDAY
      *    CALENDAR, WHICH IS WHAT THE REPORT'S CHART ID SELECTION
      *    MATCHES ON.
      *****************************************************************
       01  JOURNAL-RECORD.
           05  JR-TIMESTAMP               PIC X(14).
           05  JR-USER                    PIC X(10).
           05  JR-PROGRAM                 PIC X(8).
           05  JR-FILE-NAME               PIC X(8).
           05  JR-ACTION                  PIC X.
               88  JR-ADD                               VALUE "A".
               88  JR-CHANGE                            VALUE "C".
               88  JR-COPY                              VALUE "P".
               88  JR-DELETE                            VALUE "D".
           05  JR-KEY                     PIC X(16).
           05  JR-BEFORE-IMAGE            PIC X(800).
           05  JR-AFTER-IMAGE             PIC X(800).
