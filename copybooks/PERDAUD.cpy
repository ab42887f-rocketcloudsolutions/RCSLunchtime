      ******************************************************************
      *    PERDAUD.CPY
      *    Record layout for the period-control journal (PERDLOG).
      *    One record per close or reopen monthClose performs: who
      *    did it, when, which group and month, the reason given
      *    (required on a reopen - reopening booked figures is never
      *    an accident), and the totals the period held afterwards,
      *    so the journal alone shows what finance had booked.
      ******************************************************************
           01 PERDAUD-RECORD.
           05 PERDAUD-OPERATOR-ID   PIC X(8).
           05 PERDAUD-DATE          PIC 9(8).
           05 PERDAUD-TIME          PIC 9(6).
           05 PERDAUD-ACTION        PIC X(10).
           05 PERDAUD-GROUP-CODE    PIC X(4).
           05 PERDAUD-MONTH         PIC 9(6).
           05 PERDAUD-REASON        PIC X(40).
           05 PERDAUD-SPEND-TOTAL   PIC 9(7)V99.
           05 PERDAUD-ALLOC-TOTAL   PIC 9(7)V99.
           05 PERDAUD-PICK-COUNT    PIC 9(5).
