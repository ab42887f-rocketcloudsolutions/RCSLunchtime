      ******************************************************************
      *    PERDREC.CPY
      *    Record layout for the period-control file (PERIODS).
      *    One record per group per month that has ever been closed.
      *    While PERIOD-IS-CLOSED the month is frozen: lunchExpVal and
      *    rateLoad reject rows dated in it as PERIOD CLOSED, and
      *    costAlloc and budgetRpt report it from the month-end
      *    snapshot (PERDSNAP) instead of the live files. The totals
      *    here are the figures finance booked at close; a reopen
      *    flips the flag back and counts itself, and the next close
      *    takes a fresh snapshot over the old one.
      ******************************************************************
           01 PERIOD-RECORD.
           05 PERIOD-KEY.
            10 PERIOD-GROUP-CODE    PIC X(4).
            10 PERIOD-MONTH         PIC 9(6).
           05 PERIOD-STATUS-FLAG    PIC X.
              88 PERIOD-IS-CLOSED      VALUE "C".
              88 PERIOD-IS-OPEN        VALUE "O".
           05 PERIOD-CLOSED-DATE    PIC 9(8).
           05 PERIOD-CLOSED-TIME    PIC 9(6).
           05 PERIOD-CLOSED-BY      PIC X(8).
           05 PERIOD-REOPEN-COUNT   PIC 9(3).
           05 PERIOD-SPEND-TOTAL    PIC 9(7)V99.
           05 PERIOD-EXPENSE-COUNT  PIC 9(5).
           05 PERIOD-ALLOC-TOTAL    PIC 9(7)V99.
           05 PERIOD-UNALLOC-TOTAL  PIC 9(7)V99.
           05 PERIOD-PICK-COUNT     PIC 9(5).
           05 PERIOD-ATTEND-DAYS    PIC 9(5).
           05 PERIOD-PERSON-COUNT   PIC 9(5).
