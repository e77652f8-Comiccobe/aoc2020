AOC20 * DEPARTMENT MASTER RECORD - KEYED ON THE DEPARTMENT CODE
AOC20 * ONE RECORD PER DEPARTMENT THE LEDGER MAY CHARGE. MAINTAINED
AOC20 * BY DAY01DMNT FROM ADD/CHANGE/DEACT CARDS; READ BY THE
AOC20 * MATCHERS' EDIT (AN UNKNOWN OR INACTIVE CODE IS AN
AOC20 * EXCEPTION) AND BY DAY01DEPT/DAY01GLPI FOR NAME AND COST
AOC20 * CENTER. DM-STATUS: A ACTIVE, I INACTIVE. A CODE IS ONLY
AOC20 * GOOD FOR POSTING DATES DM-EFF-FROM THRU DM-EFF-TO
AOC20 * INCLUSIVE; 99999999 IN DM-EFF-TO MEANS NO END DATE.
AOC20 * DM-APPR-LIMIT IS THE MATCH TOTAL ABOVE WHICH A MATCH WITH
AOC20 * A LEG IN THIS DEPARTMENT WAITS FOR A SECOND SIGN-OFF BEFORE
AOC20 * DAY01GLPI POSTS IT; ZEROS MEAN THE RUNPARMS APPRLIM APPLIES.
       01 DEPT-MASTER-RECORD.
          04 DM-DEPT-CODE PIC X(4).
          04 DM-NAME PIC X(30).
          04 DM-COST-CENTER PIC X(8).
          04 DM-MANAGER PIC X(8).
          04 DM-STATUS PIC X.
          04 DM-EFF-FROM PIC 9(8).
          04 DM-EFF-TO PIC 9(8).
          04 DM-LAST-MAINT PIC 9(8).
          04 DM-APPR-LIMIT PIC 9(6).
