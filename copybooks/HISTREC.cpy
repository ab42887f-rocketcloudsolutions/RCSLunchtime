      *    (Req 004) log a second pick for the same date. HIST-KEY
      *    leads with the group/office code (Req 007) so each group's
      *    no-repeat window and reports only ever see their own picks.
      *    The pick type says where the pick came from: a random
      *    draw, an operator override, the day off the weekly plan,
      *    or rsvpEsc's walk-in fallback. Picks logged before plan
      *    and fallback were told apart carry R and O only.
      ******************************************************************
           01 HIST-RECORD.
           05 HIST-KEY.
           05 HIST-PICK-TYPE        PIC X.
              88 HIST-IS-RANDOM        VALUE "R".
              88 HIST-IS-OVERRIDE      VALUE "O".
              88 HIST-IS-PLAN          VALUE "P".
              88 HIST-IS-FALLBACK      VALUE "F".
