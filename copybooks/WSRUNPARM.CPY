AOC20 * STAGED BEHIND TODAY'S INSTEAD OF SWAPPED IN AT 17:55.
AOC20 * KEYWORDS: EFFDATE (9(8) YYYYMMDD), TARGET (9(6), UP TO
AOC20 * FIVE PER GROUP), EXCLIM (9(4)), TOLER (9(4)), DUPLIM
AOC20 * (9(6)), CKPTINT (9(4)), POOLAGE (9(4) NIGHTS AN OPEN ITEM
AOC20 * IS CARRIED BEFORE IT AGES OUT), APPRLIM (9(6) MATCH TOTAL
AOC20 * ABOVE WHICH A MATCH NEEDS APPROVAL BEFORE IT POSTS, ZEROS
AOC20 * FOR NONE, UNLESS THE DEPARTMENT MASTER SETS ITS OWN), APPRAGE
AOC20 * (9(4) DAYS A MATCH MAY WAIT FOR APPROVAL BEFORE IT SHOWS ON
AOC20 * THE AGING LIST), COMPANY (X(4) COMPANY CODE). VALUES ARE
AOC20 * ZERO-PADDED AND START IN COLUMN 10. A BLANK CARD OR * IN
AOC20 * COLUMN 1 IS A COMMENT.
AOC20 * TARGET, EXCLIM, TOLER, DUPLIM AND APPRLIM ARE PER COMPANY:
AOC20 * A COMPANY CARD OPENS THAT COMPANY'S SECTION OF THE GROUP
AOC20 * (UP TO NINE) AND ITS CARDS FOLLOW IT; CKPTINT, POOLAGE AND
AOC20 * APPRAGE APPLY TO THE WHOLE GROUP. A GROUP WITH NO COMPANY
AOC20 * CARD IS A SINGLE-COMPANY GROUP AND APPLIES TO EVERY ENTRY
AOC20 * WHATEVER ITS COMPANY CODE. IN A GROUP WITH COMPANY
AOC20 * SECTIONS, AN ENTRY WHOSE COMPANY HAS NO SECTION IS AN
AOC20 * EXCEPTION.
       01 RUN-PARM-RECORD.
          04 RP-KEYWORD PIC X(8).
          04 RP-SEP PIC X.
