      *****************************************************************
      *    CHAUTH    -    CHART ACCESS AUTHORITY RECORD LAYOUT.
      *    ONE RECORD IN CHAUTH FOR EVERY GRANT OF ACCESS TO CHART
      *    DATA, GIVING A USER PROFILE VIEW OR MAINTAIN AUTHORITY
      *    OVER ONE OF:
      *      D  A DEPARTMENT, NAMED AS ON DEPTLIST - ITS CHART ID IS
      *         THE FIRST EIGHT CHARACTERS, AS EVERYWHERE ELSE.
      *      V  A DIVISION, NAMED AS ON DEPTHIER - THE DIVISION'S OWN
      *         CHART AND THE CHART OF EVERY DEPARTMENT DEPTHIER ROLLS
      *         UP INTO IT, SO A DEPARTMENT MOVED BETWEEN DIVISIONS
      *         CHANGES HANDS WITH NO CHANGE HERE.
      *      C  ONE CHART ID THAT IS NOT A DEPARTMENT OR DIVISION -
      *         "SUMMARY", "DAILY", A COMPANY TOTAL.
      *      *  EVERYTHING, INCLUDING THE FILE-WIDE MAINTENANCE THAT
      *         BELONGS TO NO ONE DEPARTMENT (CHHOLIDY, DEPTLIST AND
      *         CHAUTH ITSELF). AU-OBJECT IS THEN "*ALL".
      *    MAINTAIN IMPLIES VIEW. CHARTAUT IS THE ONLY PROGRAM THAT
      *    DECIDES ACCESS FROM THIS FILE; CHARTAUM MAINTAINS IT AND
      *    CHARTAUR PRINTS IT FOR THE ANNUAL ACCESS REVIEW. CHARTREO
      *    CARRIES D AND C GRANTS THROUGH A DEPARTMENT RENAME, AND
      *    DELETES THEM ON A MERGE OR RETIRE.
      *
      *    NO CHAUTH FILE AT ALL MEANS ACCESS CONTROL IS NOT IN FORCE
      *    AND EVERY USER MAY DO WHAT THEY COULD BEFORE IT EXISTED -
      *    THE SAME RULE CHSCHED FOLLOWS. ONCE THE FILE EXISTS, A
      *    USER WITH NO GRANT COVERING A CHART IS REFUSED IT.
      *****************************************************************
       01  AUTHORITY-RECORD.
           05  AU-KEY.
               10  AU-USER              PIC X(10).
               10  AU-SCOPE             PIC X.
                   88  AU-DEPT-SCOPE                    VALUE "D".
                   88  AU-DIVISION-SCOPE                VALUE "V".
                   88  AU-CHART-SCOPE                   VALUE "C".
                   88  AU-ALL-SCOPE                     VALUE "*".
               10  AU-OBJECT            PIC X(10).
           05  AU-AUTHORITY               PIC X.
               88  AU-VIEW                              VALUE "V".
               88  AU-MAINTAIN                          VALUE "M".
      *    WHO KEYED THE GRANT AND WHEN, FOR THE ACCESS REVIEW.
           05  AU-GRANTED-BY              PIC X(10).
           05  AU-GRANTED-DATE            PIC X(8).
