AOC20 * ENTRY HOLD MASTER RECORD - KEYED ON THE LEDGER ENTRY ID
AOC20 * ONE RECORD PER ENTRY A DEPARTMENT HAS EVER DISPUTED.
AOC20 * MAINTAINED BY DAY01HMNT FROM HOLD/RELEASE CARDS; READ BY
AOC20 * THE MATCHERS (A HELD ENTRY IS LEFT OUT OF THE MATCH AND SO
AOC20 * NEVER REACHES GLPOST), BY DAY01OPEN (A HELD POOL ITEM DOES
AOC20 * NOT AGE) AND BY DAY01MORN FOR THE HOLD AND OVERDUE LISTS.
AOC20 * HM-STATUS: H HELD, R RELEASED. A RELEASED RECORD STAYS ON
AOC20 * FILE WITH THE LAST HOLD DETAILS UNTIL THE ENTRY IS HELD
AOC20 * AGAIN. HM-REASON CODES: DISP DISPUTED BY THE DEPARTMENT,
AOC20 * DOCS AWAITING RECEIPTS, DUPL SUSPECTED DUPLICATE, AMNT
AOC20 * AMOUNT QUERIED, OTHR ANY OTHER REASON.
       01 HOLD-MASTER-RECORD.
          04 HM-ENTRY-ID PIC X(8).
          04 HM-STATUS PIC X.
          04 HM-REASON PIC X(4).
          04 HM-REQUESTER PIC X(8).
          04 HM-REVIEW-DATE PIC 9(8).
          04 HM-HELD-DATE PIC 9(8).
          04 HM-RELEASED-DATE PIC 9(8).
          04 HM-RELEASED-BY PIC X(8).
          04 HM-LAST-MAINT PIC 9(8).
