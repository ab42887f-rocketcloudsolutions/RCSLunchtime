      ******************************************************************
      *    PREFREC.CPY
      *    Record layout for the keyed person/place preference file
      *    (PREFS). One record per group, roster member and place:
      *    F marks a favorite, V a place the person will never go
      *    to (a veto), N neutral - setting N is how a person takes
      *    back an earlier favorite or veto without anyone deleting
      *    rows. The draw only counts the preferences of people who
      *    are in today's attendance feed and on today's roster, so
      *    a leaver's rows simply stop mattering the day their
      *    roster row ends. The source says whether the row was
      *    last set at the terminal (prefMaint) or by the batch
      *    intake (prefLoad); the date is when it was last set.
      ******************************************************************
           01 PREF-RECORD.
           05 PREF-KEY.
            10 PREF-GROUP-CODE      PIC X(4).
            10 PREF-PERSON-NAME     PIC X(20).
            10 PREF-PLACE-CODE      PIC X(6).
           05 PREF-CHOICE           PIC X.
              88 PREF-IS-FAVORITE      VALUE "F".
              88 PREF-IS-NEUTRAL       VALUE "N".
              88 PREF-IS-NEVER         VALUE "V".
           05 PREF-SET-DATE         PIC 9(8).
           05 PREF-SOURCE           PIC X.
              88 PREF-SET-AT-TERMINAL  VALUE "T".
              88 PREF-SET-BY-BATCH     VALUE "B".
