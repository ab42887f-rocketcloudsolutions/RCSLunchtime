      ******************************************************************
      *    GRPREC.CPY
      *    Record layout for the keyed group master (GROUPS).
      *    One record per office/group: the office name, the HHMM
      *    cutoff its morning cycle must finish by, the channel its
      *    announcement goes out on, the party size the draw assumes
      *    when no attendance feed is on file, and whether the group
      *    is active or suspended. dailyCycle runs every active group
      *    off this file and cycleMon sweeps RUNCTL against the same
      *    records, so the two can never disagree about which groups
      *    were meant to run. The cost center is where glJournal
      *    debits the group's lunch spend; a group without one has
      *    its spend held in suspense until finance supplies it. The
      *    veto percentage is the share of the day's attendees who
      *    must mark a place "never" on PREFS before the draw drops
      *    it; blank or zero means the shop default of 25. The
      *    trailing filler is room for later fields without
      *    reloading the master.
      ******************************************************************
           01 GROUP-RECORD.
           05 GROUP-KEY.
            10 GROUP-CODE           PIC X(4).
           05 GROUP-OFFICE-NAME     PIC X(30).
           05 GROUP-CUTOFF-TIME     PIC 9(4).
           05 GROUP-CHANNEL         PIC X.
              88 GROUP-NOTIFY-SLACK    VALUE "S".
              88 GROUP-NOTIFY-EMAIL    VALUE "E".
           05 GROUP-DEFAULT-PARTY   PIC 9(3).
           05 GROUP-STATUS-FLAG     PIC X.
              88 GROUP-IS-ACTIVE       VALUE "A".
              88 GROUP-IS-SUSPENDED    VALUE "S".
           05 GROUP-COST-CENTER     PIC X(10).
           05 GROUP-VETO-PCT        PIC 9(3).
           05 FILLER                PIC X(7).
