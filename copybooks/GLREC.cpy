      ******************************************************************
      *    GLREC.CPY
      *    Record layout for the general-ledger journal (GLOUT)
      *    glJournal writes for finance's monthly GL load. Fixed 80
      *    bytes: one D (debit) line per group cost center, one C
      *    (credit) line per vendor place, and a single T trailer
      *    whose counts and totals the load checks before posting.
      *    Debits and credits always balance; spend that could not
      *    be mapped is held out of both and carried on the trailer
      *    as suspense so the journal still ties back to the feed.
      ******************************************************************
           01 GL-RECORD.
           05 GL-RECORD-TYPE        PIC X.
              88 GL-IS-DEBIT           VALUE "D".
              88 GL-IS-CREDIT          VALUE "C".
              88 GL-IS-TRAILER         VALUE "T".
           05 GL-PERIOD             PIC 9(6).
           05 GL-POSTING-DATE       PIC 9(8).
           05 GL-DETAIL.
            10 GL-ACCOUNT           PIC X(10).
            10 GL-COST-CENTER       PIC X(10).
            10 GL-VENDOR-REF        PIC X(10).
            10 GL-DESCRIPTION       PIC X(20).
            10 GL-AMOUNT            PIC 9(9)V99.
            10 FILLER               PIC X(4).
           05 GL-TRAILER REDEFINES GL-DETAIL.
            10 GL-TRL-DEBIT-COUNT   PIC 9(5).
            10 GL-TRL-CREDIT-COUNT  PIC 9(5).
            10 GL-TRL-DEBIT-TOTAL   PIC 9(9)V99.
            10 GL-TRL-CREDIT-TOTAL  PIC 9(9)V99.
            10 GL-TRL-SUSPENSE-COUNT PIC 9(5).
            10 GL-TRL-SUSPENSE-TOTAL PIC 9(9)V99.
            10 FILLER               PIC X(17).
