      ******************************************************************
      *    PSNAPREC.CPY
      *    Record layout for the month-end snapshot (PERDSNAP).
      *    Written by monthClose when a group's month is closed, and
      *    read in place of the live files for that month from then
      *    on. Three kinds of row under one key:
      *      E - one validated expense row off EXPOUT
      *      P - the standing pick for a date off HIST, with the
      *          place name and price band as they stood at close
      *      A - one person's allocation for the month off ATTHIST:
      *          days attended, off-roster days and the share
      *    Fields a row type does not use are spaces/zero.
      ******************************************************************
           01 SNAP-RECORD.
           05 SNAP-KEY.
            10 SNAP-GROUP-CODE      PIC X(4).
            10 SNAP-MONTH           PIC 9(6).
            10 SNAP-TYPE            PIC X.
               88 SNAP-IS-EXPENSE      VALUE "E".
               88 SNAP-IS-PICK         VALUE "P".
               88 SNAP-IS-ALLOCATION   VALUE "A".
            10 SNAP-SEQ-NO          PIC 9(5).
           05 SNAP-DATE             PIC 9(8).
           05 SNAP-PLACE-CODE       PIC X(6).
           05 SNAP-PLACE-NAME       PIC X(17).
           05 SNAP-PICK-TYPE        PIC X.
           05 SNAP-PRICE-BAND       PIC 9.
           05 SNAP-PERSON-NAME      PIC X(20).
           05 SNAP-DAYS             PIC 9(3).
           05 SNAP-OFF-DAYS         PIC 9(3).
           05 SNAP-AMOUNT           PIC 9(7)V99.
