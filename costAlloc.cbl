               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-expval-status.

           SELECT roster-file ASSIGN TO "ROSTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ROSTER-KEY
               FILE STATUS IS ws-roster-status.

           SELECT period-file ASSIGN TO "PERIODS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PERIOD-KEY
               FILE STATUS IS ws-period-status.

           SELECT snap-file ASSIGN TO "PERDSNAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNAP-KEY
               FILE STATUS IS ws-snap-status.

           SELECT rpt-file ASSIGN TO "ALLOCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rpt-status.
            02 val-place-code pic x(6).
            02 val-amount pic 9(5)v99.

       FD  roster-file.
           COPY ROSTREC.

       FD  period-file.
           COPY PERDREC.

       FD  snap-file.
           COPY PSNAPREC.

       FD  rpt-file.
           01 rpt-line pic x(80).

           01 ws-hist-status pic xx.
           01 ws-expval-status pic xx.
           01 ws-rpt-status pic xx.
           01 ws-roster-status pic xx.
           01 ws-period-status pic xx.
           01 ws-snap-status pic xx.

           01 ws-current-date pic x(21).
           01 ws-today pic 9(8).
           01 ws-report-month pic 9(6).
           01 ws-month-first pic 9(8).
           01 ws-month-last pic 9(8).

      *    One entry per group/date with anyone in attendance -
      *    the head count the day's cost divides across, the
             03 ws-per-name pic x(20).
             03 ws-per-days pic 9(3).
             03 ws-per-share pic 9(7)v99.
             03 ws-per-off-days pic 9(3).
           01 ws-person-count pic 9(4) value 0.
           01 ws-per-ovfl-flag pic x value "N".
              88 ws-person-table-overflowed value "Y".
             03 ws-grp-code pic x(4).
             03 ws-grp-cost pic 9(7)v99.
             03 ws-grp-unalloc pic 9(7)v99.
             03 ws-grp-closed-flag pic x.
                88 ws-grp-is-closed value "Y".
             03 ws-grp-closed-date pic 9(8).
             03 ws-grp-closed-by pic x(8).
           01 ws-group-count pic 9(4) value 0.
           01 ws-grp-ovfl-flag pic x value "N".
              88 ws-group-table-overflowed value "Y".

      *    Every roster row in force at some point in the month,
      *    with its dates, so each attended day is judged against
      *    the roster as it stood that day - a rerun of an old
      *    month sees who was on the group then, not who is on it
      *    this morning. Rows that ended before the month or start
      *    after it can never match and are not kept.
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
           01 ws-off-roster-seen-flag pic x value "N".
              88 ws-off-roster-seen value "Y".

      *    A group whose month finance has closed is reported from
      *    the month-end snapshot, not the live files - its rows on
      *    ATTHIST and EXPOUT are passed over so a late change to
      *    either cannot move a booked figure.
           01 ws-look-group pic x(4).
           01 ws-look-closed-flag pic x.
              88 ws-look-is-closed value "Y".
           01 ws-closed-group-count pic 9(4) value 0.

           01 ws-share-work pic 9(5)v99.

           01 ws-print-line pic x(80).
           01 ws-hold-line pic x(80).
           01 ws-amt-display pic zz,zz9.99.
           01 ws-days-display pic zz9.

       main-control.
           PERFORM get-todays-date.
           PERFORM get-report-month.
           PERFORM load-closed-groups.
           PERFORM load-attended-days.
           IF ws-day-count = 0 AND ws-closed-group-count = 0
               DISPLAY "NO RETAINED ATTENDANCE FOR THE MONTH - "
                   "NOTHING TO ALLOCATE"
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM attach-standing-picks.
           PERFORM apply-validated-expenses.
           PERFORM load-roster.
           IF ws-roster-table-overflowed
               DISPLAY "NOTE: MORE THAN 1000 ROSTER ROWS IN FORCE "
                   "THIS MONTH - SOME ATTENDEES MAY SHOW AS "
                   "OFF-ROSTER"
           END-IF.
           PERFORM allocate-to-attendees.
           IF ws-person-table-overflowed
               DISPLAY "NOTE: MORE THAN 400 GROUP/PERSON PAIRS - "
               MOVE ws-today(1:6) TO ws-report-month
           END-IF.

      *    Closed groups go on the group table first, carrying the
      *    booked totals off the period record; their people come
      *    from the snapshot's allocation rows exactly as frozen.
       load-closed-groups.
           OPEN INPUT period-file.
           IF ws-period-status NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL ws-period-status = "10"
                   READ period-file NEXT RECORD
                       AT END
                           MOVE "10" TO ws-period-status
                       NOT AT END
                           IF PERIOD-MONTH = ws-report-month
                                   AND PERIOD-IS-CLOSED
                               PERFORM store-closed-group
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE period-file
           END-IF.
           IF ws-closed-group-count > 0
               PERFORM load-snapshot-people
           END-IF.

       store-closed-group.
           MOVE PERIOD-GROUP-CODE TO ws-look-group.
           PERFORM find-group-entry.
           IF ws-gidx > 0
               ADD 1 TO ws-closed-group-count
               MOVE PERIOD-ALLOC-TOTAL TO ws-grp-cost(ws-gidx)
               MOVE PERIOD-UNALLOC-TOTAL TO ws-grp-unalloc(ws-gidx)
               MOVE "Y" TO ws-grp-closed-flag(ws-gidx)
               MOVE PERIOD-CLOSED-DATE TO ws-grp-closed-date(ws-gidx)
               MOVE PERIOD-CLOSED-BY TO ws-grp-closed-by(ws-gidx)
           END-IF.

       load-snapshot-people.
           OPEN INPUT snap-file.
           IF ws-snap-status NOT = "00"
               DISPLAY "NOTE: NO MONTH-END SNAPSHOT FILE - CLOSED "
                   "GROUPS SHOW TOTALS ONLY"
           ELSE
               PERFORM VARYING ws-gidx FROM 1 BY 1
                       UNTIL ws-gidx > ws-group-count
                   IF ws-grp-is-closed(ws-gidx)
                       PERFORM load-one-group-snapshot
                   END-IF
               END-PERFORM
               CLOSE snap-file
           END-IF.

       load-one-group-snapshot.
           MOVE ws-grp-code(ws-gidx) TO SNAP-GROUP-CODE.
           MOVE ws-report-month TO SNAP-MONTH.
           SET SNAP-IS-ALLOCATION TO TRUE.
           MOVE 0 TO SNAP-SEQ-NO.
           START snap-file KEY IS NOT LESS THAN SNAP-KEY
               INVALID KEY
                   MOVE "10" TO ws-snap-status
               NOT INVALID KEY
                   MOVE "00" TO ws-snap-status
           END-START.
           PERFORM UNTIL ws-snap-status = "10"
               READ snap-file NEXT RECORD
                   AT END
                       MOVE "10" TO ws-snap-status
                   NOT AT END
                       IF SNAP-GROUP-CODE = ws-grp-code(ws-gidx)
                               AND SNAP-MONTH = ws-report-month
                               AND SNAP-IS-ALLOCATION
                           PERFORM store-snapshot-person
                       ELSE
                           MOVE "10" TO ws-snap-status
                       END-IF
               END-READ
           END-PERFORM.

       store-snapshot-person.
           IF ws-person-count < 400
               ADD 1 TO ws-person-count
               MOVE ws-person-count TO ws-pidx
               MOVE SNAP-GROUP-CODE TO ws-per-group(ws-pidx)
               MOVE SNAP-PERSON-NAME TO ws-per-name(ws-pidx)
               MOVE SNAP-DAYS TO ws-per-days(ws-pidx)
               MOVE SNAP-AMOUNT TO ws-per-share(ws-pidx)
               MOVE SNAP-OFF-DAYS TO ws-per-off-days(ws-pidx)
               IF SNAP-OFF-DAYS > 0
                   SET ws-off-roster-seen TO TRUE
               END-IF
           ELSE
               SET ws-person-table-overflowed TO TRUE
           END-IF.

       check-group-closed.
           MOVE "N" TO ws-look-closed-flag.
           PERFORM VARYING ws-idx FROM 1 BY 1
                   UNTIL ws-idx > ws-group-count
               IF ws-grp-code(ws-idx) = ws-look-group
                       AND ws-grp-is-closed(ws-idx)
                   MOVE "Y" TO ws-look-closed-flag
               END-IF
           END-PERFORM.

      *    First pass over the retained attendance: the head count
      *    per group/date the cost will divide across.
       load-attended-days.
                           MOVE "10" TO ws-atthist-status
                       NOT AT END
                           IF ATTH-DATE(1:6) = ws-report-month
                               MOVE ATTH-GROUP-CODE TO ws-look-group
                               PERFORM check-group-closed
                               IF NOT ws-look-is-closed
                                   PERFORM count-one-head
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                           MOVE "10" TO ws-expval-status
                       NOT AT END
                           IF val-date(1:6) = ws-report-month
                               MOVE val-group TO ws-look-group
                               PERFORM check-group-closed
                               IF NOT ws-look-is-closed
                                   PERFORM apply-one-expense-row
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       apply-one-expense-row.
           MOVE val-group TO ws-look-group.
           PERFORM find-group-entry.
           MOVE 0 TO ws-found-idx.
           PERFORM VARYING ws-idx FROM 1 BY 1
           MOVE 0 TO ws-gidx.
           PERFORM VARYING ws-idx FROM 1 BY 1
                   UNTIL ws-idx > ws-group-count
               IF ws-grp-code(ws-idx) = ws-look-group
                   MOVE ws-idx TO ws-gidx
               END-IF
           END-PERFORM.
               IF ws-group-count < 20
                   ADD 1 TO ws-group-count
                   MOVE ws-group-count TO ws-gidx
                   MOVE ws-look-group TO ws-grp-code(ws-gidx)
                   MOVE "N" TO ws-grp-closed-flag(ws-gidx)
               ELSE
                   SET ws-group-table-overflowed TO TRUE
               END-IF
           END-IF.

       load-roster.
           COMPUTE ws-month-first = ws-report-month * 100 + 1.
           COMPUTE ws-month-last = ws-report-month * 100 + 31.
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

      *    Second pass over the retained attendance: every person
      *    who was in on a costed day picks up an equal share of
      *    that day's cost.
               PERFORM find-person-entry
               IF ws-pidx > 0
                   ADD 1 TO ws-per-days(ws-pidx)
                   PERFORM check-on-roster-that-day
                   IF NOT ws-was-on-roster
                       ADD 1 TO ws-per-off-days(ws-pidx)
                       SET ws-off-roster-seen TO TRUE
                   END-IF
                   IF ws-day-heads(ws-found-idx) > 0
                       COMPUTE ws-share-work ROUNDED =
                           ws-day-cost(ws-found-idx)
               END-IF
           END-IF.

      *    The person still carries their share either way - the
      *    cost was incurred - but a day they were not on the
      *    group's roster is counted so the statement can flag it.
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
                   TO rpt-line
               WRITE rpt-line
           END-IF.
           IF ws-off-roster-seen
               MOVE SPACES TO rpt-line
               WRITE rpt-line
               MOVE "* ATTENDED ON DAYS NOT ON THE GROUP ROSTER AS IT "
                   TO rpt-line
               WRITE rpt-line
               MOVE "  STOOD ON THOSE DATES (OFF-ROSTER DAYS SHOWN)"
                   TO rpt-line
               WRITE rpt-line
           END-IF.
           CLOSE rpt-file.

       write-group-statement.
               ws-grp-code(ws-gidx) DELIMITED BY SIZE
               INTO ws-print-line.
           WRITE rpt-line FROM ws-print-line.
           IF ws-grp-is-closed(ws-gidx)
               MOVE SPACES TO ws-print-line
               STRING "  MONTH CLOSED " DELIMITED BY SIZE
                   ws-grp-closed-date(ws-gidx) DELIMITED BY SIZE
                   " BY " DELIMITED BY SIZE
                   ws-grp-closed-by(ws-gidx) DELIMITED BY SIZE
                   " - FROM MONTH-END SNAPSHOT" DELIMITED BY SIZE
                   INTO ws-print-line
               WRITE rpt-line FROM ws-print-line
           END-IF.
           MOVE "  PERSON               DAYS   SHARE" TO rpt-line.
           WRITE rpt-line.
           PERFORM VARYING ws-pidx FROM 1 BY 1
               "  $" DELIMITED BY SIZE
               ws-amt-display DELIMITED BY SIZE
               INTO ws-print-line.
           IF ws-per-off-days(ws-pidx) > 0
               MOVE ws-per-off-days(ws-pidx) TO ws-days-display
               MOVE ws-print-line TO ws-hold-line
               MOVE SPACES TO ws-print-line
               STRING ws-hold-line(1:40) DELIMITED BY SIZE
                   "  * " DELIMITED BY SIZE
                   ws-days-display DELIMITED BY SIZE
                   " OFF-ROSTER" DELIMITED BY SIZE
                   INTO ws-print-line
           END-IF.
           WRITE rpt-line FROM ws-print-line.
