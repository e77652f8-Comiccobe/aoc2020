AOC20 * EXCEPTION LEDGER RECORD - KEYED ON THE LEDGER ENTRY ID
AOC20 * ONE RECORD PER ENTRY THAT HAS EVER FAILED THE MATCHERS'
AOC20 * EDIT, KEPT UNTIL IT IS RESOLVED AND BEYOND, SO AN ENTRY CAN
AOC20 * BE FOLLOWED PAST THE 14 GENERATIONS EXCEPT AND RECYCREJ
AOC20 * KEEP. UPDATED NIGHTLY BY DAY01XLDG FROM THE NIGHT'S EXCEPT,
AOC20 * RECYCIN, RECYCREJ AND MATCH GENERATIONS; WRITE-OFF AND
AOC20 * REOPEN CARDS ARE APPLIED BY DAY01XWOF.
AOC20 * XL-STATE: OPEN FAILED THE EDIT AND NOT YET FIXED, RCYC
AOC20 * REPAIRED BY DAY01RCYC (RESOLVED ONCE IT PASSES THE NEXT
AOC20 * NIGHT'S EDIT), MTCH RE-KEYED AND MATCHED, WOFF WRITTEN OFF
AOC20 * BY A CLERK. XL-RESOLVED-DATE IS ZERO UNTIL AN RCYC OR MTCH
AOC20 * ENTRY IS RESOLVED; XL-STATE-DATE IS THE DATE THE ENTRY LAST
AOC20 * CHANGED STATE. XL-DEPT, XL-COMPANY, XL-POST-DATE AND
AOC20 * XL-VALUE ARE AS ON THE ENTRY'S LATEST EXCEPT LINE.
AOC20 * XL-HISTORY HOLDS THE LAST 5 NIGHTS THE ENTRY WAS REJECTED,
AOC20 * NEWEST FIRST: THE EXC-REASON IT FAILED WITH AND WHAT THE
AOC20 * RECYCLE STEP DID WITH IT - RECYCLED, RECYCREJ (SENT FOR
AOC20 * RE-KEYING), DROPPED (BLANK VALUE) OR BLANK IF RECYCLE DID
AOC20 * NOT SEE IT. OLDER NIGHTS SURVIVE ONLY IN XL-REJECT-COUNT.
AOC20 * XL-WOFF-REASON CODES: IMMA IMMATERIAL AMOUNT, DUPL DUPLICATE
AOC20 * OF ANOTHER ENTRY, VOID VOIDED AT SOURCE, OTHR ANY OTHER.
       01 EXCEPTION-LEDGER-RECORD.
          04 XL-ENTRY-ID PIC X(8).
          04 XL-STATE PIC X(4).
          04 XL-DEPT PIC X(4).
          04 XL-COMPANY PIC X(4).
          04 XL-POST-DATE PIC X(8).
          04 XL-VALUE PIC X(4).
          04 XL-FIRST-DATE PIC 9(8).
          04 XL-LAST-DATE PIC 9(8).
          04 XL-STATE-DATE PIC 9(8).
          04 XL-RESOLVED-DATE PIC 9(8).
          04 XL-REJECT-COUNT PIC 9(4).
          04 XL-RECYCLE-COUNT PIC 9(4).
          04 XL-WOFF-DATE PIC 9(8).
          04 XL-WOFF-BY PIC X(8).
          04 XL-WOFF-REASON PIC X(4).
          04 XL-HISTORY OCCURS 5 TIMES.
             07 XL-HIST-DATE PIC 9(8).
             07 XL-HIST-REASON PIC X(8).
             07 XL-HIST-OUTCOME PIC X(8).
