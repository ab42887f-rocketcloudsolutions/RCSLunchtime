      ******************************************************************
      *    PURGAUD.CPY
      *    Record layout for the leaver-purge journal (PURGELOG).
      *    One record per update run of leaverPurge: who ran it,
      *    when, for which group, the anonymous token that took the
      *    leaver's place, and per file the policy applied and how
      *    many records were deleted or anonymized. The name itself
      *    is never written here - the journal proves the purge
      *    happened without becoming the one place it survives.
      *    Files appear in the fixed order ATTHIST, ORDERS, RATINGS,
      *    RATEERR, NOMS, ROSTER, ROSTLOG, PERDSNAP, PREFS, PREFERR.
      ******************************************************************
           01 PURGAUD-RECORD.
           05 PURGAUD-OPERATOR-ID   PIC X(8).
           05 PURGAUD-DATE          PIC 9(8).
           05 PURGAUD-TIME          PIC 9(6).
           05 PURGAUD-ACTION        PIC X(10).
           05 PURGAUD-GROUP-CODE    PIC X(4).
           05 PURGAUD-TOKEN         PIC X(20).
           05 PURGAUD-FILE-ENTRY    OCCURS 10 TIMES.
            10 PURGAUD-FILE-NAME    PIC X(8).
            10 PURGAUD-POLICY       PIC X.
               88 PURGAUD-DELETES      VALUE "D".
               88 PURGAUD-ANONYMIZES   VALUE "A".
            10 PURGAUD-DELETED      PIC 9(6).
            10 PURGAUD-ANONYMIZED   PIC 9(6).
