AOC20 * ONE RECORD PER COMPLETED RUN, APPENDED TO THE CUMULATIVE
AOC20 * RUNHIST DATASET SO CONTROL TOTALS SURVIVE THE SPOOL PURGE
AOC20 * AND SIX MONTHS OF RUN EVIDENCE CAN BE PRODUCED ON DEMAND.
AOC20 * RH-COMPANY IS BLANK ON THE RUN-TOTAL ROW. WHEN RUNPARMS
AOC20 * CARRIES COMPANY SECTIONS THE MATCHERS FOLLOW THEIR TOTAL ROW
AOC20 * WITH ONE ROW PER COMPANY, RH-COMPANY SET, SO EACH BUSINESS
AOC20 * UNIT'S CONTROL TOTALS CAN BE BALANCED ON THEIR OWN.
       01 RUN-HISTORY-RECORD.
          04 RH-PROGRAM PIC X(8).
          04 RH-SEP-1 PIC X.
          04 RH-SUM PIC 9(9).
          04 RH-SEP-11 PIC X.
          04 RH-STATUS PIC X(4).
          04 RH-SEP-12 PIC X.
          04 RH-COMPANY PIC X(4).
