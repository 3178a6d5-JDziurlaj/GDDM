      *****************************************************************
      *    CHSECL    -    SECURITY LOG RECORD LAYOUT.
      *    ONE RECORD APPENDED TO CHSECLOG BY CHARTAUT EVERY TIME IT
      *    REFUSES A USER ACCESS TO A CHART: WHEN, WHO, FROM WHICH
      *    PROGRAM, TO WHAT CHART ID (OR DEPARTMENT, OR "*ALL" FOR A
      *    FILE-WIDE FUNCTION), WHETHER VIEW OR MAINTAIN WAS WANTED,
      *    AND WHY IT WAS REFUSED. GRANTED ACCESS IS NOT LOGGED.
      *    CHARTAUR PRINTS THE REFUSALS FOR A DATE RANGE ALONGSIDE
      *    THE GRANTS.
      *****************************************************************
       01  SECURITY-LOG-RECORD.
           05  SL-TIMESTAMP               PIC X(14).
           05  SL-USER                    PIC X(10).
           05  SL-PROGRAM                 PIC X(8).
           05  SL-OBJECT                  PIC X(10).
           05  SL-ACCESS                  PIC X.
               88  SL-VIEW-WANTED                       VALUE "V".
               88  SL-MAINTAIN-WANTED                   VALUE "M".
           05  SL-REASON                  PIC X.
               88  SL-NO-GRANT                          VALUE "N".
               88  SL-VIEW-ONLY                         VALUE "V".
               88  SL-FILE-ERROR                        VALUE "F".
