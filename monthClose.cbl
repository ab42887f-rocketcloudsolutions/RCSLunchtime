       IDENTIFICATION DIVISION.
       PROGRAM-ID. monthClose.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT period-file ASSIGN TO "PERIODS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERIOD-KEY
               FILE STATUS IS ws-period-status.

           SELECT snap-file ASSIGN TO "PERDSNAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNAP-KEY
               FILE STATUS IS ws-snap-status.

           SELECT perdlog-file ASSIGN TO "PERDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-perdlog-status.

           SELECT group-file ASSIGN TO "GROUPS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GROUP-KEY
               FILE STATUS IS ws-group-status.

           SELECT atthist-file ASSIGN TO "ATTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ATTH-KEY
               FILE STATUS IS ws-atthist-status.

           SELECT hist-file ASSIGN TO "HIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-KEY
               FILE STATUS IS ws-hist-status.

           SELECT expval-file ASSIGN TO "EXPOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-expval-status.

           SELECT roster-file ASSIGN TO "ROSTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ROSTER-KEY
               FILE STATUS IS ws-roster-status.

           SELECT place-file ASSIGN TO "PLACES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PLACE-KEY
               FILE STATUS IS ws-place-status.

       DATA DIVISION.
       FILE SECTION.
       FD  period-file.
           COPY PERDREC.

       FD  snap-file.
           COPY PSNAPREC.

       FD  perdlog-file.
           COPY PERDAUD.

       FD  group-file.
           COPY GRPREC.

       FD  atthist-file.
           COPY ATTHREC.

       FD  hist-file.
           COPY HISTREC.

       FD  expval-file.
           01 expval-record.
            02 val-group pic x(4).
            02 val-date pic 9(8).
            02 val-place-code pic x(6).
            02 val-amount pic 9(5)v99.

       FD  roster-file.
           COPY ROSTREC.

       FD  place-file.
           COPY PLACEREC.

       WORKING-STORAGE SECTION.
           01 ws-period-status pic xx.
           01 ws-snap-status pic xx.
           01 ws-perdlog-status pic xx.
           01 ws-group-status pic xx.
           01 ws-atthist-status pic xx.
           01 ws-hist-status pic xx.
           01 ws-expval-status pic xx.
           01 ws-roster-status pic xx.
           01 ws-place-status pic xx.

           01 ws-current-date pic x(21).
           01 ws-today pic 9(8).
           01 ws-this-month pic 9(6).
           01 ws-operator-id pic x(8) value spaces.
           01 ws-choice pic x.
           01 ws-confirm pic x.
           01 ws-audit-stamp pic x(21).
           01 ws-audit-action pic x(10).
           01 ws-reopen-reason pic x(40) value spaces.

           01 ws-close-group pic x(4).
           01 ws-close-month pic 9(6).
           01 filler redefines ws-close-month.
            02 ws-close-yyyy pic 9(4).
            02 ws-close-mm pic 9(2).
           01 ws-month-first pic 9(8).
           01 ws-month-last pic 9(8).

           01 ws-places-open-flag pic x value "N".
              88 ws-places-is-open value "Y".

      *    The groups one close run covers - the one named, or
      *    every group on the master when the card is blank.
           01 ws-close-groups.
            02 ws-close-group-code occurs 50 times pic x(4).
           01 ws-close-group-count pic 9(4) value 0.
           01 ws-cgidx pic 9(4).

      *    The allocation below is costAlloc's, group by group: the
      *    head count per attended day, the standing pick's place,
      *    the day's cost off the validated feed, and each person's
      *    equal share. Whatever costAlloc would print for the month
      *    is what the snapshot freezes.
           01 ws-day-table.
            02 ws-day-entry occurs 500 times indexed by ws-idx.
             03 ws-day-date pic 9(8).
             03 ws-day-heads pic 9(3).
             03 ws-day-place pic x(6).
             03 ws-day-cost pic 9(7)v99.
           01 ws-day-count pic 9(4) value 0.
           01 ws-day-ovfl-flag pic x value "N".
              88 ws-day-table-overflowed value "Y".
           01 ws-found-idx pic 9(4) value 0.

           01 ws-person-table.
            02 ws-person-entry occurs 400 times indexed by ws-pidx.
             03 ws-per-name pic x(20).
             03 ws-per-days pic 9(3).
             03 ws-per-share pic 9(7)v99.
             03 ws-per-off-days pic 9(3).
           01 ws-person-count pic 9(4) value 0.
           01 ws-per-ovfl-flag pic x value "N".
              88 ws-person-table-overflowed value "Y".

      *    One standing pick per date - the highest HIST-SEQ-NO.
           01 ws-pick-table.
            02 ws-pick-entry occurs 31 times indexed by ws-kidx.
             03 ws-pick-date pic 9(8).
             03 ws-pick-seq pic 9(4).
             03 ws-pick-code pic x(6).
             03 ws-pick-name pic x(17).
             03 ws-pick-type pic x.
           01 ws-pick-count pic 9(4) value 0.

      *    Only roster rows in force at some point in the month -
      *    and for the named group, when one is named - are kept.
      *    The rest can never match an attended day being frozen.
           01 ws-roster-table.
            02 ws-roster-entry occurs 1000 times
                   indexed by ws-ros-idx.
             03 ws-ros-group pic x(4).
             03 ws-ros-name pic x(20).
             03 ws-ros-start pic 9(8).
             03 ws-ros-end pic 9(8).
           01 ws-roster-count pic 9(4) value 0.
           01 ws-roster-ovfl-flag pic x value "N".
              88 ws-roster-table-overflowed value "Y".
           01 ws-on-roster-flag pic x.
              88 ws-was-on-roster value "Y".

           01 ws-spend-total pic 9(7)v99.
           01 ws-alloc-total pic 9(7)v99.
           01 ws-unalloc-total pic 9(7)v99.
           01 ws-expense-count pic 9(5).
           01 ws-attend-days pic 9(5).
           01 ws-snap-seq pic 9(5).
           01 ws-share-work pic 9(5)v99.

           01 ws-closed-count pic 9(4) value 0.
           01 ws-skipped-count pic 9(4) value 0.
           01 ws-failed-count pic 9(4) value 0.
           01 ws-snap-write-flag pic x value "N".
              88 ws-snap-write-failed value "Y".

           01 ws-amt-display pic zz,zzz,zz9.99.
           01 ws-amt-display-2 pic zz,zzz,zz9.99.
           01 ws-count-display pic zz,zz9.

       PROCEDURE DIVISION.
       main-control.
           PERFORM get-todays-date.
           DISPLAY "OPERATOR ID (UP TO 8 CHARS): ".
           ACCEPT ws-operator-id.
           IF ws-operator-id = SPACES
               DISPLAY "OPERATOR ID IS REQUIRED - NOTHING DONE"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "MONTH-END CLOSE - (C)lose (R)eopen (L)ist (X)it".
           ACCEPT ws-choice.
           EVALUATE ws-choice
               WHEN "C" WHEN "c"
                   PERFORM close-periods
               WHEN "R" WHEN "r"
                   PERFORM reopen-period
               WHEN "L" WHEN "l"
                   PERFORM list-periods
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           goback.

       get-todays-date.
           MOVE FUNCTION CURRENT-DATE TO ws-current-date.
           MOVE ws-current-date(1:8) TO ws-today.
           MOVE ws-today(1:6) TO ws-this-month.

      *    Month-end scheduling passes a blank month card, which
      *    means the month just ended. Only a finished month can be
      *    closed - the current one is still taking lunches.
       get-close-month.
           DISPLAY "MONTH YYYYMM (BLANK FOR LAST MONTH): ".
           ACCEPT ws-close-month.
           IF ws-close-month = 0
               MOVE ws-this-month TO ws-close-month
               IF ws-close-mm = 1
                   SUBTRACT 1 FROM ws-close-yyyy
                   MOVE 12 TO ws-close-mm
               ELSE
                   SUBTRACT 1 FROM ws-close-mm
               END-IF
           END-IF.

       open-period-files.
           OPEN I-O period-file.
           IF ws-period-status = "35"
               CLOSE period-file
               OPEN OUTPUT period-file
               CLOSE period-file
               OPEN I-O period-file
           END-IF.
           OPEN I-O snap-file.
           IF ws-snap-status = "35"
               CLOSE snap-file
               OPEN OUTPUT snap-file
               CLOSE snap-file
               OPEN I-O snap-file
           END-IF.

      *    A blank group card closes every group on the master -
      *    suspended ones too, since a suspended office can still
      *    have spend in the month before it was suspended.
       close-periods.
           DISPLAY "GROUP/OFFICE CODE (BLANK FOR EVERY GROUP): ".
           ACCEPT ws-close-group.
           PERFORM get-close-month.
           IF ws-close-mm < 1 OR ws-close-mm > 12
               DISPLAY "MONTH " ws-close-month " IS NOT A VALID "
                   "YYYYMM - NOTHING CLOSED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF ws-close-month NOT < ws-this-month
               DISPLAY "MONTH " ws-close-month " HAS NOT ENDED - "
                   "NOTHING CLOSED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF ws-close-group = SPACES
               PERFORM load-close-groups
           ELSE
               MOVE 1 TO ws-close-group-count
               MOVE ws-close-group TO ws-close-group-code(1)
           END-IF.
           IF ws-close-group-count = 0
               DISPLAY "NO GROUPS ON FILE - NOTHING CLOSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM load-roster.
      *    A snapshot is booked figures and only a reopen can put
      *    one right, so a roster that does not fit stops the close
      *    rather than freeze attendees as off-roster.
           IF ws-roster-table-overflowed
               DISPLAY "MORE THAN 1000 ROSTER ROWS IN FORCE FOR "
                   ws-close-month " - NOTHING CLOSED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM open-period-files.
           OPEN INPUT place-file.
           IF ws-place-status = "00"
               MOVE "Y" TO ws-places-open-flag
           END-IF.
           PERFORM VARYING ws-cgidx FROM 1 BY 1
                   UNTIL ws-cgidx > ws-close-group-count
               MOVE ws-close-group-code(ws-cgidx) TO ws-close-group
               PERFORM close-one-group
           END-PERFORM.
           IF ws-places-is-open
               CLOSE place-file
           END-IF.
           CLOSE period-file.
           CLOSE snap-file.
           MOVE ws-closed-count TO ws-count-display.
           DISPLAY "MONTH-END CLOSE " ws-close-month
               " - GROUPS CLOSED: " ws-count-display.
           IF ws-skipped-count > 0
               MOVE ws-skipped-count TO ws-count-display
               DISPLAY "GROUPS ALREADY CLOSED AND LEFT AS THEY "
                   "WERE: " ws-count-display
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF ws-failed-count > 0
               MOVE ws-failed-count TO ws-count-display
               DISPLAY "GROUPS WHOSE CLOSE WAS STOPPED: "
                   ws-count-display
               MOVE 16 TO RETURN-CODE
           END-IF.

       load-close-groups.
           OPEN INPUT group-file.
           IF ws-group-status NOT = "00"
               DISPLAY "ERROR OPENING GROUPS - STATUS "
                   ws-group-status
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL ws-group-status = "10"
               READ group-file NEXT RECORD
                   AT END
                       MOVE "10" TO ws-group-status
                   NOT AT END
                       IF ws-close-group-count < 50
                           ADD 1 TO ws-close-group-count
                           MOVE GROUP-CODE TO
                               ws-close-group-code(ws-close-group-count)
                       ELSE
                           DISPLAY "NOTE: MORE THAN 50 GROUPS - "
                               GROUP-CODE " NOT CLOSED"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE group-file.

      *    A month already closed is left exactly as finance booked
      *    it - closing again would quietly re-freeze new numbers.
      *    Changing a closed month means a reopen first, on the
      *    record.
       close-one-group.
           MOVE ws-close-group TO PERIOD-GROUP-CODE.
           MOVE ws-close-month TO PERIOD-MONTH.
           READ period-file
               INVALID KEY
                   MOVE "N" TO ws-confirm
               NOT INVALID KEY
                   MOVE "Y" TO ws-confirm
           END-READ.
           IF ws-confirm = "Y" AND PERIOD-IS-CLOSED
               ADD 1 TO ws-skipped-count
               DISPLAY ws-close-group " " ws-close-month
                   " IS ALREADY CLOSED - LEFT AS BOOKED"
           ELSE
               MOVE "N" TO ws-snap-write-flag
               PERFORM gather-month-figures
               PERFORM remove-old-snapshot
               PERFORM write-expense-snapshot
               PERFORM write-pick-snapshot
               PERFORM write-allocation-snapshot
               IF ws-snap-write-failed
      *            A snapshot that lost a row no longer backs the
      *            totals the period record would book, so the group
      *            stays open - the rows already written are cleared
      *            by the next close.
                   ADD 1 TO ws-failed-count
                   DISPLAY ws-close-group " " ws-close-month
                       " NOT CLOSED - SNAPSHOT INCOMPLETE"
               ELSE
                   PERFORM book-group-close
               END-IF
           END-IF.

       book-group-close.
           PERFORM write-period-record.
           MOVE "CLOSE" TO ws-audit-action.
           MOVE SPACES TO ws-reopen-reason.
           PERFORM write-period-journal.
           ADD 1 TO ws-closed-count.
           MOVE ws-spend-total TO ws-amt-display.
           MOVE ws-alloc-total TO ws-amt-display-2.
           DISPLAY ws-close-group " " ws-close-month
               " CLOSED - SPEND $" ws-amt-display
               "  ALLOCATED $" ws-amt-display-2
               "  PICKS " ws-pick-count.

       gather-month-figures.
           MOVE 0 TO ws-day-count.
           MOVE 0 TO ws-person-count.
           MOVE 0 TO ws-pick-count.
           MOVE 0 TO ws-spend-total.
           MOVE 0 TO ws-alloc-total.
           MOVE 0 TO ws-unalloc-total.
           MOVE 0 TO ws-expense-count.
           MOVE 0 TO ws-attend-days.
           MOVE "N" TO ws-day-ovfl-flag.
           MOVE "N" TO ws-per-ovfl-flag.
           PERFORM load-attended-days.
           IF ws-day-table-overflowed
               DISPLAY "NOTE: MORE THAN 500 ATTENDED DAYS FOR "
                   ws-close-group " - FREEZING THE FIRST 500"
           END-IF.
           PERFORM load-standing-picks.
           PERFORM attach-standing-picks.
           PERFORM tally-validated-expenses.
           PERFORM allocate-to-attendees.
           IF ws-person-table-overflowed
               DISPLAY "NOTE: MORE THAN 400 PEOPLE FOR "
                   ws-close-group " - FREEZING THE FIRST 400"
           END-IF.

       load-attended-days.
           OPEN INPUT atthist-file.
           IF ws-atthist-status NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL ws-atthist-status = "10"
                   READ atthist-file NEXT RECORD
                       AT END
                           MOVE "10" TO ws-atthist-status
                       NOT AT END
                           IF ATTH-GROUP-CODE = ws-close-group
                                   AND ATTH-DATE(1:6) = ws-close-month
                               PERFORM count-one-head
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE atthist-file
           END-IF.

       count-one-head.
           PERFORM find-day-entry.
           IF ws-found-idx = 0
               IF ws-day-count >= 500
                   SET ws-day-table-overflowed TO TRUE
               ELSE
                   ADD 1 TO ws-day-count
                   MOVE ws-day-count TO ws-found-idx
                   MOVE ATTH-DATE TO ws-day-date(ws-found-idx)
                   MOVE 0 TO ws-day-heads(ws-found-idx)
                   MOVE SPACES TO ws-day-place(ws-found-idx)
                   MOVE 0 TO ws-day-cost(ws-found-idx)
               END-IF
           END-IF.
           IF ws-found-idx > 0
               ADD 1 TO ws-day-heads(ws-found-idx)
               ADD 1 TO ws-attend-days
           END-IF.

       find-day-entry.
           MOVE 0 TO ws-found-idx.
           PERFORM VARYING ws-idx FROM 1 BY 1
                   UNTIL ws-idx > ws-day-count
               IF ws-day-date(ws-idx) = ATTH-DATE
                   MOVE ws-idx TO ws-found-idx
               END-IF
           END-PERFORM.

      *    HIST arrives in key order, lowest sequence first for a
      *    date, so the last record seen for a date is the pick
      *    that stood - the same rule every report applies.
       load-standing-picks.
           OPEN INPUT hist-file.
           IF ws-hist-status NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL ws-hist-status = "10"
                   READ hist-file NEXT RECORD
                       AT END
                           MOVE "10" TO ws-hist-status
                       NOT AT END
                           IF HIST-GROUP-CODE = ws-close-group
                                   AND HIST-DATE(1:6) = ws-close-month
                               PERFORM store-standing-pick
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE hist-file
           END-IF.

       store-standing-pick.
           MOVE 0 TO ws-found-idx.
           PERFORM VARYING ws-kidx FROM 1 BY 1
                   UNTIL ws-kidx > ws-pick-count
               IF ws-pick-date(ws-kidx) = HIST-DATE
                   SET ws-found-idx TO ws-kidx
               END-IF
           END-PERFORM.
           IF ws-found-idx = 0 AND ws-pick-count < 31
               ADD 1 TO ws-pick-count
               MOVE ws-pick-count TO ws-found-idx
           END-IF.
           IF ws-found-idx > 0
               MOVE HIST-DATE TO ws-pick-date(ws-found-idx)
               MOVE HIST-SEQ-NO TO ws-pick-seq(ws-found-idx)
               MOVE HIST-PLACE-CODE TO ws-pick-code(ws-found-idx)
               MOVE HIST-PLACE-NAME TO ws-pick-name(ws-found-idx)
               MOVE HIST-PICK-TYPE TO ws-pick-type(ws-found-idx)
           END-IF.

       attach-standing-picks.
           PERFORM VARYING ws-kidx FROM 1 BY 1
                   UNTIL ws-kidx > ws-pick-count
               PERFORM VARYING ws-idx FROM 1 BY 1
                       UNTIL ws-idx > ws-day-count
                   IF ws-day-date(ws-idx) = ws-pick-date(ws-kidx)
                       MOVE ws-pick-code(ws-kidx)
                           TO ws-day-place(ws-idx)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    Every validated row for the group and month counts in the
      *    spend; only a row matching an attended day's standing
      *    pick allocates, the rest is the unallocated line.
       tally-validated-expenses.
           OPEN INPUT expval-file.
           IF ws-expval-status NOT = "00"
               DISPLAY "NOTE: NO VALIDATED EXPENSE FEED - "
                   ws-close-group " SPEND FREEZES AS ZERO"
           ELSE
               PERFORM UNTIL ws-expval-status = "10"
                   READ expval-file
                       AT END
                           MOVE "10" TO ws-expval-status
                       NOT AT END
                           IF val-group = ws-close-group
                                   AND val-date(1:6) = ws-close-month
                               PERFORM tally-one-expense-row
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE expval-file
           END-IF.

       tally-one-expense-row.
           ADD 1 TO ws-expense-count.
           ADD val-amount TO ws-spend-total.
           MOVE 0 TO ws-found-idx.
           PERFORM VARYING ws-idx FROM 1 BY 1
                   UNTIL ws-idx > ws-day-count
               IF ws-day-date(ws-idx) = val-date
                       AND ws-day-place(ws-idx) = val-place-code
                   MOVE ws-idx TO ws-found-idx
               END-IF
           END-PERFORM.
           IF ws-found-idx > 0
               ADD val-amount TO ws-day-cost(ws-found-idx)
               ADD val-amount TO ws-alloc-total
           ELSE
               ADD val-amount TO ws-unalloc-total
           END-IF.

       load-roster.
           COMPUTE ws-month-first = ws-close-month * 100 + 1.
           COMPUTE ws-month-last = ws-close-month * 100 + 31.
           OPEN INPUT roster-file.
           IF ws-roster-status NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL ws-roster-status = "10"
                   READ roster-file NEXT RECORD
                       AT END
                           MOVE "10" TO ws-roster-status
                       NOT AT END
                           PERFORM store-roster-row
                   END-READ
               END-PERFORM
               CLOSE roster-file
           END-IF.

       store-roster-row.
           IF ROSTER-END-DATE >= ws-month-first
                   AND ROSTER-START-DATE <= ws-month-last
                   AND (ws-close-group = SPACES
                       OR ROSTER-GROUP-CODE = ws-close-group)
               IF ws-roster-count < 1000
                   ADD 1 TO ws-roster-count
                   MOVE ROSTER-GROUP-CODE
                       TO ws-ros-group(ws-roster-count)
                   MOVE ROSTER-PERSON-NAME
                       TO ws-ros-name(ws-roster-count)
                   MOVE ROSTER-START-DATE
                       TO ws-ros-start(ws-roster-count)
                   MOVE ROSTER-END-DATE TO ws-ros-end(ws-roster-count)
               ELSE
                   SET ws-roster-table-overflowed TO TRUE
               END-IF
           END-IF.

       allocate-to-attendees.
           OPEN INPUT atthist-file.
           IF ws-atthist-status NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL ws-atthist-status = "10"
                   READ atthist-file NEXT RECORD
                       AT END
                           MOVE "10" TO ws-atthist-status
                       NOT AT END
                           IF ATTH-GROUP-CODE = ws-close-group
                                   AND ATTH-DATE(1:6) = ws-close-month
                               PERFORM allocate-one-attendee
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE atthist-file
           END-IF.

       allocate-one-attendee.
           PERFORM find-day-entry.
           IF ws-found-idx = 0
               CONTINUE
           ELSE
               PERFORM find-person-entry
               IF ws-pidx > 0
                   ADD 1 TO ws-per-days(ws-pidx)
                   PERFORM check-on-roster-that-day
                   IF NOT ws-was-on-roster
                       ADD 1 TO ws-per-off-days(ws-pidx)
                   END-IF
                   IF ws-day-heads(ws-found-idx) > 0
                       COMPUTE ws-share-work ROUNDED =
                           ws-day-cost(ws-found-idx)
                               / ws-day-heads(ws-found-idx)
                       ADD ws-share-work TO ws-per-share(ws-pidx)
                   END-IF
               END-IF
           END-IF.

       check-on-roster-that-day.
           MOVE "N" TO ws-on-roster-flag.
           PERFORM VARYING ws-ros-idx FROM 1 BY 1
                   UNTIL ws-ros-idx > ws-roster-count
               IF ws-ros-group(ws-ros-idx) = ATTH-GROUP-CODE
                       AND ws-ros-name(ws-ros-idx) = ATTH-PERSON-NAME
                       AND ws-ros-start(ws-ros-idx) <= ATTH-DATE
                       AND ws-ros-end(ws-ros-idx) >= ATTH-DATE
                   MOVE "Y" TO ws-on-roster-flag
               END-IF
           END-PERFORM.

       find-person-entry.
           MOVE 0 TO ws-pidx.
           PERFORM VARYING ws-idx FROM 1 BY 1
                   UNTIL ws-idx > ws-person-count
               IF ws-per-name(ws-idx) = ATTH-PERSON-NAME
                   SET ws-pidx TO ws-idx
               END-IF
           END-PERFORM.
           IF ws-pidx = 0
               IF ws-person-count < 400
                   ADD 1 TO ws-person-count
                   SET ws-pidx TO ws-person-count
                   MOVE ATTH-PERSON-NAME TO ws-per-name(ws-pidx)
                   MOVE 0 TO ws-per-days(ws-pidx)
                   MOVE 0 TO ws-per-share(ws-pidx)
                   MOVE 0 TO ws-per-off-days(ws-pidx)
               ELSE
                   SET ws-person-table-overflowed TO TRUE
               END-IF
           END-IF.

      *    A month closed before, reopened and now closed again gets
      *    a clean snapshot - the old rows for the group and month
      *    go before the new ones are written.
       remove-old-snapshot.
           MOVE ws-close-group TO SNAP-GROUP-CODE.
           MOVE ws-close-month TO SNAP-MONTH.
           MOVE LOW-VALUES TO SNAP-TYPE.
           MOVE 0 TO SNAP-SEQ-NO.
           START snap-file KEY IS NOT LESS THAN SNAP-KEY
               INVALID KEY
                   MOVE "10" TO ws-snap-status
           END-START.
           PERFORM UNTIL ws-snap-status = "10"
               READ snap-file NEXT RECORD
                   AT END
                       MOVE "10" TO ws-snap-status
                   NOT AT END
                       IF SNAP-GROUP-CODE = ws-close-group
                               AND SNAP-MONTH = ws-close-month
                           DELETE snap-file
                       ELSE
                           MOVE "10" TO ws-snap-status
                       END-IF
               END-READ
           END-PERFORM.

       write-expense-snapshot.
           MOVE 0 TO ws-snap-seq.
           OPEN INPUT expval-file.
           IF ws-expval-status = "00"
               PERFORM UNTIL ws-expval-status = "10"
                   READ expval-file
                       AT END
                           MOVE "10" TO ws-expval-status
                       NOT AT END
                           IF val-group = ws-close-group
                                   AND val-date(1:6) = ws-close-month
                               PERFORM write-one-expense-row
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE expval-file
           END-IF.

       write-one-expense-row.
           ADD 1 TO ws-snap-seq.
           PERFORM clear-snapshot-record.
           SET SNAP-IS-EXPENSE TO TRUE.
           MOVE ws-snap-seq TO SNAP-SEQ-NO.
           MOVE val-date TO SNAP-DATE.
           MOVE val-place-code TO SNAP-PLACE-CODE.
           MOVE val-amount TO SNAP-AMOUNT.
           PERFORM write-snapshot-row.

      *    The band is frozen as it stood at close, so a place
      *    re-banded later cannot redraw a closed month's mix.
       write-pick-snapshot.
           PERFORM VARYING ws-kidx FROM 1 BY 1
                   UNTIL ws-kidx > ws-pick-count
               PERFORM clear-snapshot-record
               SET SNAP-IS-PICK TO TRUE
               SET SNAP-SEQ-NO TO ws-kidx
               MOVE ws-pick-date(ws-kidx) TO SNAP-DATE
               MOVE ws-pick-code(ws-kidx) TO SNAP-PLACE-CODE
               MOVE ws-pick-name(ws-kidx) TO SNAP-PLACE-NAME
               MOVE ws-pick-type(ws-kidx) TO SNAP-PICK-TYPE
               PERFORM find-pick-price-band
               PERFORM write-snapshot-row
           END-PERFORM.

       find-pick-price-band.
           MOVE 0 TO SNAP-PRICE-BAND.
           IF ws-places-is-open
               MOVE ws-close-group TO PLACE-GROUP-CODE
               MOVE ws-pick-code(ws-kidx) TO PLACE-CODE
               READ place-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PLACE-PRICE-BAND TO SNAP-PRICE-BAND
               END-READ
           END-IF.

       write-allocation-snapshot.
           PERFORM VARYING ws-pidx FROM 1 BY 1
                   UNTIL ws-pidx > ws-person-count
               PERFORM clear-snapshot-record
               SET SNAP-IS-ALLOCATION TO TRUE
               SET SNAP-SEQ-NO TO ws-pidx
               MOVE ws-per-name(ws-pidx) TO SNAP-PERSON-NAME
               MOVE ws-per-days(ws-pidx) TO SNAP-DAYS
               MOVE ws-per-off-days(ws-pidx) TO SNAP-OFF-DAYS
               MOVE ws-per-share(ws-pidx) TO SNAP-AMOUNT
               PERFORM write-snapshot-row
           END-PERFORM.

       write-snapshot-row.
           WRITE SNAP-RECORD
               INVALID KEY
                   DISPLAY "PERDSNAP WRITE FAILED - STATUS "
                       ws-snap-status " KEY " SNAP-KEY
                   SET ws-snap-write-failed TO TRUE
           END-WRITE.

       clear-snapshot-record.
           MOVE SPACES TO SNAP-RECORD.
           MOVE ws-close-group TO SNAP-GROUP-CODE.
           MOVE ws-close-month TO SNAP-MONTH.
           MOVE 0 TO SNAP-DATE.
           MOVE 0 TO SNAP-PRICE-BAND.
           MOVE 0 TO SNAP-DAYS.
           MOVE 0 TO SNAP-OFF-DAYS.
           MOVE 0 TO SNAP-AMOUNT.

      *    The period record is read again here because the reads
      *    above have used the record area since close-one-group
      *    looked it up; a reopened month keeps its reopen count.
       write-period-record.
           MOVE ws-close-group TO PERIOD-GROUP-CODE.
           MOVE ws-close-month TO PERIOD-MONTH.
           READ period-file
               INVALID KEY
                   MOVE 0 TO PERIOD-REOPEN-COUNT
                   PERFORM fill-period-record
                   WRITE PERIOD-RECORD
               NOT INVALID KEY
                   PERFORM fill-period-record
                   REWRITE PERIOD-RECORD
           END-READ.

       fill-period-record.
           MOVE ws-close-group TO PERIOD-GROUP-CODE.
           MOVE ws-close-month TO PERIOD-MONTH.
           SET PERIOD-IS-CLOSED TO TRUE.
           MOVE FUNCTION CURRENT-DATE TO ws-audit-stamp.
           MOVE ws-audit-stamp(1:8) TO PERIOD-CLOSED-DATE.
           MOVE ws-audit-stamp(9:6) TO PERIOD-CLOSED-TIME.
           MOVE ws-operator-id TO PERIOD-CLOSED-BY.
           MOVE ws-spend-total TO PERIOD-SPEND-TOTAL.
           MOVE ws-expense-count TO PERIOD-EXPENSE-COUNT.
           MOVE ws-alloc-total TO PERIOD-ALLOC-TOTAL.
           MOVE ws-unalloc-total TO PERIOD-UNALLOC-TOTAL.
           MOVE ws-pick-count TO PERIOD-PICK-COUNT.
           MOVE ws-attend-days TO PERIOD-ATTEND-DAYS.
           MOVE ws-person-count TO PERIOD-PERSON-COUNT.

      *    Reopening puts booked figures back in play, so it takes
      *    a named group and month, a reason for the journal and a
      *    Y - never a blank card that means "everything". The
      *    snapshot stays on file until the next close replaces it.
       reopen-period.
           DISPLAY "GROUP/OFFICE CODE TO REOPEN: ".
           ACCEPT ws-close-group.
           DISPLAY "MONTH YYYYMM TO REOPEN: ".
           ACCEPT ws-close-month.
           DISPLAY "REASON FOR REOPENING (REQUIRED): ".
           ACCEPT ws-reopen-reason.
           IF ws-close-group = SPACES OR ws-close-month = 0
                   OR ws-reopen-reason = SPACES
               DISPLAY "GROUP, MONTH AND REASON ARE ALL REQUIRED - "
                   "NOTHING REOPENED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "REOPEN " ws-close-group " " ws-close-month
               " - BOOKED FIGURES WILL CHANGE ON RERUN. PROCEED? "
               "(Y/N): ".
           ACCEPT ws-confirm.
           IF ws-confirm NOT = "Y" AND ws-confirm NOT = "y"
               DISPLAY "REOPEN CANCELLED"
               GOBACK
           END-IF.
           OPEN I-O period-file.
           IF ws-period-status NOT = "00"
               DISPLAY "NO PERIODS ON FILE - NOTHING TO REOPEN"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE ws-close-group TO PERIOD-GROUP-CODE.
           MOVE ws-close-month TO PERIOD-MONTH.
           READ period-file
               INVALID KEY
                   DISPLAY "PERIOD IS NOT CLOSED - NOTHING REOPENED"
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   PERFORM apply-reopen
           END-READ.
           CLOSE period-file.

       apply-reopen.
           IF NOT PERIOD-IS-CLOSED
               DISPLAY "PERIOD IS NOT CLOSED - NOTHING REOPENED"
               MOVE 8 TO RETURN-CODE
           ELSE
               SET PERIOD-IS-OPEN TO TRUE
               ADD 1 TO PERIOD-REOPEN-COUNT
               REWRITE PERIOD-RECORD
               MOVE PERIOD-SPEND-TOTAL TO ws-spend-total
               MOVE PERIOD-ALLOC-TOTAL TO ws-alloc-total
               MOVE PERIOD-PICK-COUNT TO ws-pick-count
               MOVE "REOPEN" TO ws-audit-action
               PERFORM write-period-journal
               DISPLAY "REOPENED"
           END-IF.

       list-periods.
           OPEN INPUT period-file.
           IF ws-period-status NOT = "00"
               DISPLAY "NO PERIODS ON FILE"
           ELSE
               PERFORM UNTIL ws-period-status = "10"
                   READ period-file NEXT RECORD
                       AT END
                           MOVE "10" TO ws-period-status
                       NOT AT END
                           MOVE PERIOD-SPEND-TOTAL TO ws-amt-display
                           DISPLAY PERIOD-GROUP-CODE " "
                               PERIOD-MONTH " " PERIOD-STATUS-FLAG
                               " " PERIOD-CLOSED-DATE " "
                               PERIOD-CLOSED-BY " SPEND $"
                               ws-amt-display " REOPENED "
                               PERIOD-REOPEN-COUNT
                   END-READ
               END-PERFORM
               CLOSE period-file
           END-IF.

      *    One journal line per close or reopen, appended to the
      *    period journal - created on first use and never
      *    rewritten.
       write-period-journal.
           OPEN EXTEND perdlog-file.
           IF ws-perdlog-status = "35"
               OPEN OUTPUT perdlog-file
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO ws-audit-stamp.
           MOVE ws-operator-id TO PERDAUD-OPERATOR-ID.
           MOVE ws-audit-stamp(1:8) TO PERDAUD-DATE.
           MOVE ws-audit-stamp(9:6) TO PERDAUD-TIME.
           MOVE ws-audit-action TO PERDAUD-ACTION.
           MOVE ws-close-group TO PERDAUD-GROUP-CODE.
           MOVE ws-close-month TO PERDAUD-MONTH.
           MOVE ws-reopen-reason TO PERDAUD-REASON.
           MOVE ws-spend-total TO PERDAUD-SPEND-TOTAL.
           MOVE ws-alloc-total TO PERDAUD-ALLOC-TOTAL.
           MOVE ws-pick-count TO PERDAUD-PICK-COUNT.
           WRITE PERDAUD-RECORD.
           CLOSE perdlog-file.
