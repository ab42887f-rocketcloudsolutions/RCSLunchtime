      ******************************************************************
      *    ROSTREC.CPY
      *    Record layout for the keyed roster master (ROSTER).
      *    One record per person per stretch of time in a group -
      *    a join, a dietary change or a move between groups closes
      *    the current record (its end date becomes the day before
      *    the change) and opens a new one from the change date, so
      *    the master can always answer "who was in the group, and
      *    what did they need, on that date". A person is on the
      *    roster for date D when ROSTER-START-DATE <= D and
      *    ROSTER-END-DATE >= D. Rows seeded from the old flat
      *    roster start at 00000000 (on the roster before the
      *    master existed); an open-ended row ends 99999999.
      *    ROSTER-PERSON-NO is the person's stable number within
      *    the group - handed out once by rosterMaint and carried
      *    across every later row for that group, it is what
      *    rateLoad offsets into the poll rater number.
      *    Dietary needs are up to four codes, left-justified:
      *    V vegetarian, N vegan, H halal, F gluten-free.
      ******************************************************************
           01 ROSTER-RECORD.
           05 ROSTER-KEY.
            10 ROSTER-GROUP-CODE    PIC X(4).
            10 ROSTER-PERSON-NAME   PIC X(20).
            10 ROSTER-START-DATE    PIC 9(8).
           05 ROSTER-END-DATE       PIC 9(8).
              88 ROSTER-IS-OPEN-ENDED  VALUE 99999999.
           05 ROSTER-DIETARY-NEEDS  PIC X(4).
           05 ROSTER-PERSON-NO      PIC 9(4).
