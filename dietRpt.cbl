       IDENTIFICATION DIVISION.
       PROGRAM-ID. dietRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT place-file ASSIGN TO "PLACES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PLACE-KEY
               FILE STATUS IS ws-place-status.

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

           SELECT rpt-file ASSIGN TO "DIETRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rpt-status.

       DATA DIVISION.
       FILE SECTION.
       FD  atthist-file.
           COPY ATTHREC.

       FD  hist-file.
           COPY HISTREC.

       FD  place-file.
           COPY PLACEREC.

       FD  roster-file.
           COPY ROSTREC.

       FD  period-file.
           COPY PERDREC.

       FD  snap-file.
           COPY PSNAPREC.

       FD  rpt-file.
           01 rpt-line pic x(80).

       WORKING-STORAGE SECTION.
           01 ws-atthist-status pic xx.
           01 ws-hist-status pic xx.
           01 ws-place-status pic xx.
           01 ws-roster-status pic xx.
           01 ws-period-status pic xx.
           01 ws-snap-status pic xx.
           01 ws-rpt-status pic xx.

           01 ws-current-date pic x(21).
           01 ws-today pic 9(8).
           01 ws-report-month pic 9(6).
           01 ws-month-first pic 9(8).
           01 ws-month-last pic 9(8).
           01 ws-group-filter pic x(4) value spaces.
           01 ws-idx pic 9(4).

      *    Every place's dietary flags, as they stand on the master
      *    today - the master keeps no history of the flags, so a
      *    rerun of an old month judges it by today's answers.
           01 ws-place-table.
            02 ws-plc-entry occurs 2000 times.
             03 ws-plc-group pic x(4).
             03 ws-plc-code pic x(6).
             03 ws-plc-flags.
              04 ws-plc-vegetarian pic x.
              04 ws-plc-vegan pic x.
              04 ws-plc-halal pic x.
              04 ws-plc-gluten-free pic x.
           01 ws-plc-count pic 9(4) value 0.
           01 ws-plc-ovfl-flag pic x value "N".
              88 ws-plc-table-overflowed value "Y".
           01 ws-plc-found-idx pic 9(4).

      *    Every roster row in force at some point in the month,
      *    for the group asked for, with its dates and needs, so
      *    each attended day is judged against what the person
      *    needed on that day, not what they need this morning.
           01 ws-roster-table.
            02 ws-roster-entry occurs 1000 times
                   indexed by ws-ros-idx.
             03 ws-ros-group pic x(4).
             03 ws-ros-name pic x(20).
             03 ws-ros-start pic 9(8).
             03 ws-ros-end pic 9(8).
             03 ws-ros-needs pic x(4).
           01 ws-roster-count pic 9(4) value 0.
           01 ws-roster-ovfl-flag pic x value "N".
              88 ws-roster-table-overflowed value "Y".
           01 ws-on-roster-flag pic x.
              88 ws-was-on-roster value "Y".
           01 ws-day-needs pic x(4).
           01 ws-nidx pic 9.
           01 ws-need-code pic x.

      *    Group/months finance has closed. HIST can be archived
      *    away after close, so a closed month's standing picks
      *    come off the snapshot's P rows, as they stood at close.
           01 ws-closed-groups.
            02 ws-closed-group occurs 200 times pic x(4).
           01 ws-closed-count pic 9(4) value 0.
           01 ws-closed-ovfl-flag pic x value "N".
              88 ws-closed-table-overflowed value "Y".
           01 ws-cidx pic 9(4).
           01 ws-look-group pic x(4).
           01 ws-look-closed-flag pic x.
              88 ws-look-is-closed value "Y".

      *    The standing pick per group/date - the highest
      *    HIST-SEQ-NO, the same rule every report applies - and
      *    where it came from.
           01 ws-pick-table.
            02 ws-pick-entry occurs 1000 times.
             03 ws-pick-group pic x(4).
             03 ws-pick-date pic 9(8).
             03 ws-pick-code pic x(6).
             03 ws-pick-name pic x(17).
             03 ws-pick-type pic x.
           01 ws-pick-count pic 9(4) value 0.
           01 ws-pick-ovfl-flag pic x value "N".
              88 ws-pick-table-overflowed value "Y".
           01 ws-pick-found-idx pic 9(4).

      *    One entry per group/person. The needs shown are the
      *    latest in force during the month; each day was judged
      *    against the needs of that day.
           01 ws-person-table.
            02 ws-person-entry occurs 400 times indexed by ws-pidx.
             03 ws-per-group pic x(4).
             03 ws-per-name pic x(20).
             03 ws-per-needs pic x(4).
             03 ws-per-days pic 9(3).
             03 ws-per-met pic 9(3).
             03 ws-per-off-days pic 9(3).
           01 ws-person-count pic 9(4) value 0.
           01 ws-per-ovfl-flag pic x value "N".
              88 ws-person-table-overflowed value "Y".

      *    The days a person's needs were not met, with the pick
      *    that stood and why it failed them.
           01 ws-miss-table.
            02 ws-miss-entry occurs 2000 times.
             03 ws-miss-person pic 9(4).
             03 ws-miss-date pic 9(8).
             03 ws-miss-type pic x.
             03 ws-miss-name pic x(17).
             03 ws-miss-reason pic x(20).
           01 ws-miss-count pic 9(4) value 0.
           01 ws-miss-ovfl-flag pic x value "N".
              88 ws-miss-table-overflowed value "Y".
           01 ws-midx pic 9(4).
           01 ws-day-reason pic x(20).
              88 ws-day-needs-met value spaces.

      *    Person-days per group: all attendees, and just those
      *    who had a dietary need that day - the second figure is
      *    the one the report exists for.
           01 ws-group-table.
            02 ws-group-entry occurs 50 times indexed by ws-gidx.
             03 ws-grp-code pic x(4).
             03 ws-grp-days pic 9(5).
             03 ws-grp-met pic 9(5).
             03 ws-grp-need-days pic 9(5).
             03 ws-grp-need-met pic 9(5).
           01 ws-group-count pic 9(4) value 0.
           01 ws-grp-ovfl-flag pic x value "N".
              88 ws-group-table-overflowed value "Y".

           01 ws-off-roster-seen-flag pic x value "N".
              88 ws-off-roster-seen value "Y".

           01 ws-print-line pic x(80).
           01 ws-days-display pic zz9.
           01 ws-met-display pic zz9.
           01 ws-pct-display pic zz9.
           01 ws-big-display pic zz,zz9.
           01 ws-big2-display pic zz,zz9.
           01 ws-pct-work pic 9(3).
           01 ws-type-word pic x(8).

       PROCEDURE DIVISION.
       main-control.
           PERFORM get-todays-date.
           PERFORM get-report-criteria.
           PERFORM load-places.
           PERFORM load-roster.
           PERFORM load-closed-groups.
           PERFORM load-standing-picks.
      *    A table that drops rows here would report a met need as
      *    missed (or the reverse) - a wrong answer to HR, so the
      *    run stops instead.
           IF ws-plc-table-overflowed OR ws-roster-table-overflowed
                   OR ws-closed-table-overflowed
                   OR ws-pick-table-overflowed
               DISPLAY "NOTE: REFERENCE TABLE FULL (PLACES 2000, "
                   "ROSTER 1000, CLOSED 200, PICKS 1000) - CANNOT "
                   "REPORT RELIABLY"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM judge-attended-days.
           IF ws-person-count = 0
               DISPLAY "NO RETAINED ATTENDANCE FOR THE MONTH - "
                   "NOTHING TO REPORT"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM write-report.
           goback.

       get-todays-date.
           MOVE FUNCTION CURRENT-DATE TO ws-current-date.
           MOVE ws-current-date(1:8) TO ws-today.

      *    Blank month means the current month, same convention as
      *    costAlloc; blank group means every group.
       get-report-criteria.
           DISPLAY "REPORT MONTH YYYYMM (BLANK FOR CURRENT): ".
           ACCEPT ws-report-month.
           IF ws-report-month = 0
               MOVE ws-today(1:6) TO ws-report-month
           END-IF.
           DISPLAY "GROUP/OFFICE CODE (BLANK FOR ALL): ".
           ACCEPT ws-group-filter.

       load-places.
           OPEN INPUT place-file.
           IF ws-place-status NOT = "00"
               DISPLAY "NOTE: NO PLACES MASTER - EVERY DAY WILL "
                   "SHOW PLACE NOT ON MASTER"
           ELSE
               PERFORM UNTIL ws-place-status = "10"
                   READ place-file NEXT RECORD
                       AT END
                           MOVE "10" TO ws-place-status
                       NOT AT END
                           PERFORM store-place
                   END-READ
               END-PERFORM
               CLOSE place-file
           END-IF.

       store-place.
           IF ws-plc-count < 2000
               ADD 1 TO ws-plc-count
               MOVE PLACE-GROUP-CODE TO ws-plc-group(ws-plc-count)
               MOVE PLACE-CODE TO ws-plc-code(ws-plc-count)
               MOVE PLACE-DIETARY-FLAGS TO ws-plc-flags(ws-plc-count)
           ELSE
               SET ws-plc-table-overflowed TO TRUE
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
                   AND (ws-group-filter = SPACES
                       OR ROSTER-GROUP-CODE = ws-group-filter)
               IF ws-roster-count < 1000
                   ADD 1 TO ws-roster-count
                   MOVE ROSTER-GROUP-CODE
                       TO ws-ros-group(ws-roster-count)
                   MOVE ROSTER-PERSON-NAME
                       TO ws-ros-name(ws-roster-count)
                   MOVE ROSTER-START-DATE
                       TO ws-ros-start(ws-roster-count)
                   MOVE ROSTER-END-DATE TO ws-ros-end(ws-roster-count)
                   MOVE ROSTER-DIETARY-NEEDS
                       TO ws-ros-needs(ws-roster-count)
               ELSE
                   SET ws-roster-table-overflowed TO TRUE
               END-IF
           END-IF.

      *    No PERIODS file yet just means nothing has been closed.
       load-closed-groups.
           OPEN INPUT period-file.
           IF ws-period-status = "00"
               PERFORM UNTIL ws-period-status = "10"
                   READ period-file NEXT RECORD
                       AT END
                           MOVE "10" TO ws-period-status
                       NOT AT END
                           IF PERIOD-MONTH = ws-report-month
                                   AND PERIOD-IS-CLOSED
                                   AND (ws-group-filter = SPACES
                                   OR PERIOD-GROUP-CODE
                                       = ws-group-filter)
                               PERFORM remember-closed-group
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE period-file
           END-IF.

       remember-closed-group.
           IF ws-closed-count < 200
               ADD 1 TO ws-closed-count
               MOVE PERIOD-GROUP-CODE
                   TO ws-closed-group(ws-closed-count)
           ELSE
               SET ws-closed-table-overflowed TO TRUE
           END-IF.

       check-group-closed.
           MOVE "N" TO ws-look-closed-flag.
           PERFORM VARYING ws-cidx FROM 1 BY 1
                   UNTIL ws-cidx > ws-closed-count
               IF ws-closed-group(ws-cidx) = ws-look-group
                   MOVE "Y" TO ws-look-closed-flag
               END-IF
           END-PERFORM.

      *    HIST arrives in key order, so for one group/date the
      *    records come lowest sequence first - the last one seen
      *    is the pick that stood. Only the group asked for is
      *    kept, so a one-group report never fills up on the rest.
       load-standing-picks.
           OPEN INPUT hist-file.
           IF ws-hist-status = "00"
               PERFORM UNTIL ws-hist-status = "10"
                   READ hist-file NEXT RECORD
                       AT END
                           MOVE "10" TO ws-hist-status
                       NOT AT END
                           IF HIST-DATE(1:6) = ws-report-month
                                   AND (ws-group-filter = SPACES
                                   OR HIST-GROUP-CODE
                                       = ws-group-filter)
                               MOVE HIST-GROUP-CODE TO ws-look-group
                               PERFORM check-group-closed
                               IF NOT ws-look-is-closed
                                   PERFORM store-hist-pick
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE hist-file
           END-IF.
           IF ws-closed-count > 0
               PERFORM load-snapshot-picks
           END-IF.

       store-hist-pick.
           MOVE HIST-GROUP-CODE TO ws-look-group.
           PERFORM find-pick-entry-for-date.
           IF ws-pick-found-idx > 0
               MOVE HIST-PLACE-CODE TO ws-pick-code(ws-pick-found-idx)
               MOVE HIST-PLACE-NAME TO ws-pick-name(ws-pick-found-idx)
               MOVE HIST-PICK-TYPE TO ws-pick-type(ws-pick-found-idx)
           END-IF.

      *    Finds the group/date entry for HIST-DATE, adding it when
      *    it is new.
       find-pick-entry-for-date.
           MOVE 0 TO ws-pick-found-idx.
           PERFORM VARYING ws-idx FROM 1 BY 1
                   UNTIL ws-idx > ws-pick-count
               IF ws-pick-group(ws-idx) = ws-look-group
                       AND ws-pick-date(ws-idx) = HIST-DATE
                   MOVE ws-idx TO ws-pick-found-idx
               END-IF
           END-PERFORM.
           IF ws-pick-found-idx = 0
               IF ws-pick-count < 1000
                   ADD 1 TO ws-pick-count
                   MOVE ws-pick-count TO ws-pick-found-idx
                   MOVE ws-look-group TO ws-pick-group(ws-pick-count)
                   MOVE HIST-DATE TO ws-pick-date(ws-pick-count)
               ELSE
                   SET ws-pick-table-overflowed TO TRUE
               END-IF
           END-IF.

       load-snapshot-picks.
           OPEN INPUT snap-file.
           IF ws-snap-status NOT = "00"
               DISPLAY "NOTE: NO MONTH-END SNAPSHOT FILE - CLOSED "
                   "GROUPS SHOW NO PICK ON FILE"
           ELSE
               PERFORM VARYING ws-cidx FROM 1 BY 1
                       UNTIL ws-cidx > ws-closed-count
                   PERFORM load-one-group-snapshot
               END-PERFORM
               CLOSE snap-file
           END-IF.

       load-one-group-snapshot.
           MOVE ws-closed-group(ws-cidx) TO SNAP-GROUP-CODE.
           MOVE ws-report-month TO SNAP-MONTH.
           SET SNAP-IS-PICK TO TRUE.
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
                       IF SNAP-GROUP-CODE = ws-closed-group(ws-cidx)
                               AND SNAP-MONTH = ws-report-month
                               AND SNAP-IS-PICK
                           PERFORM store-snapshot-pick
                       ELSE
                           MOVE "10" TO ws-snap-status
                       END-IF
               END-READ
           END-PERFORM.

       store-snapshot-pick.
           IF ws-pick-count < 1000
               ADD 1 TO ws-pick-count
               MOVE SNAP-GROUP-CODE TO ws-pick-group(ws-pick-count)
               MOVE SNAP-DATE TO ws-pick-date(ws-pick-count)
               MOVE SNAP-PLACE-CODE TO ws-pick-code(ws-pick-count)
               MOVE SNAP-PLACE-NAME TO ws-pick-name(ws-pick-count)
               MOVE SNAP-PICK-TYPE TO ws-pick-type(ws-pick-count)
           ELSE
               SET ws-pick-table-overflowed TO TRUE
           END-IF.

      *    One pass over the retained attendance: each person-day is
      *    judged against the day's standing pick and the person's
      *    needs that day.
       judge-attended-days.
           OPEN INPUT atthist-file.
           IF ws-atthist-status = "00"
               PERFORM UNTIL ws-atthist-status = "10"
                   READ atthist-file NEXT RECORD
                       AT END
                           MOVE "10" TO ws-atthist-status
                       NOT AT END
                           IF ATTH-DATE(1:6) = ws-report-month
                                   AND (ws-group-filter = SPACES
                                   OR ATTH-GROUP-CODE
                                       = ws-group-filter)
                               PERFORM judge-one-person-day
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE atthist-file
           END-IF.

       judge-one-person-day.
           PERFORM find-group-entry.
           PERFORM find-person-entry.
           IF ws-pidx > 0 AND ws-gidx > 0
               PERFORM find-needs-that-day
               PERFORM find-pick-that-day
               PERFORM check-pick-meets-needs
               ADD 1 TO ws-per-days(ws-pidx)
               ADD 1 TO ws-grp-days(ws-gidx)
               MOVE ws-day-needs TO ws-per-needs(ws-pidx)
               IF NOT ws-was-on-roster
                   ADD 1 TO ws-per-off-days(ws-pidx)
                   SET ws-off-roster-seen TO TRUE
               END-IF
               IF ws-day-needs NOT = SPACES
                   ADD 1 TO ws-grp-need-days(ws-gidx)
               END-IF
               IF ws-day-needs-met
                   ADD 1 TO ws-per-met(ws-pidx)
                   ADD 1 TO ws-grp-met(ws-gidx)
                   IF ws-day-needs NOT = SPACES
                       ADD 1 TO ws-grp-need-met(ws-gidx)
                   END-IF
               ELSE
                   PERFORM remember-missed-day
               END-IF
           END-IF.

      *    Someone attending while off the roster has no needs on
      *    file for the day - they count as met, and the person
      *    line is flagged so the gap is visible.
       find-needs-that-day.
           MOVE "N" TO ws-on-roster-flag.
           MOVE SPACES TO ws-day-needs.
           PERFORM VARYING ws-ros-idx FROM 1 BY 1
                   UNTIL ws-ros-idx > ws-roster-count
               IF ws-ros-group(ws-ros-idx) = ATTH-GROUP-CODE
                       AND ws-ros-name(ws-ros-idx) = ATTH-PERSON-NAME
                       AND ws-ros-start(ws-ros-idx) <= ATTH-DATE
                       AND ws-ros-end(ws-ros-idx) >= ATTH-DATE
                   MOVE "Y" TO ws-on-roster-flag
                   MOVE ws-ros-needs(ws-ros-idx) TO ws-day-needs
               END-IF
           END-PERFORM.

       find-pick-that-day.
           MOVE 0 TO ws-pick-found-idx.
           PERFORM VARYING ws-idx FROM 1 BY 1
                   UNTIL ws-idx > ws-pick-count
               IF ws-pick-group(ws-idx) = ATTH-GROUP-CODE
                       AND ws-pick-date(ws-idx) = ATTH-DATE
                   MOVE ws-idx TO ws-pick-found-idx
               END-IF
           END-PERFORM.
           MOVE 0 TO ws-plc-found-idx.
           IF ws-pick-found-idx > 0
               PERFORM VARYING ws-idx FROM 1 BY 1
                       UNTIL ws-idx > ws-plc-count
                   IF ws-plc-group(ws-idx) = ATTH-GROUP-CODE
                           AND ws-plc-code(ws-idx)
                               = ws-pick-code(ws-pick-found-idx)
                       MOVE ws-idx TO ws-plc-found-idx
                   END-IF
               END-PERFORM
           END-IF.

      *    A day with no standing pick, or whose place has left the
      *    master, cannot be shown to have met anyone's needs, so
      *    it is listed rather than assumed. Otherwise the first
      *    need the place fails names the reason, in the wording
      *    randomLunch's eligibility trail uses.
       check-pick-meets-needs.
           MOVE SPACES TO ws-day-reason.
           IF ws-pick-found-idx = 0
               MOVE "NO PICK ON FILE" TO ws-day-reason
           ELSE
               IF ws-plc-found-idx = 0
                   MOVE "PLACE NOT ON MASTER" TO ws-day-reason
               ELSE
                   PERFORM VARYING ws-nidx FROM 1 BY 1
                           UNTIL ws-nidx > 4
                               OR NOT ws-day-needs-met
                       MOVE ws-day-needs(ws-nidx:1) TO ws-need-code
                       PERFORM check-one-need
                   END-PERFORM
               END-IF
           END-IF.

       check-one-need.
           EVALUATE ws-need-code
               WHEN "V"
                   IF ws-plc-vegetarian(ws-plc-found-idx) NOT = "Y"
                       MOVE "NO VEGETARIAN" TO ws-day-reason
                   END-IF
               WHEN "N"
                   IF ws-plc-vegan(ws-plc-found-idx) NOT = "Y"
                       MOVE "NO VEGAN" TO ws-day-reason
                   END-IF
               WHEN "H"
                   IF ws-plc-halal(ws-plc-found-idx) NOT = "Y"
                       MOVE "NO HALAL" TO ws-day-reason
                   END-IF
               WHEN "F"
                   IF ws-plc-gluten-free(ws-plc-found-idx) NOT = "Y"
                       MOVE "NO GLUTEN-FREE" TO ws-day-reason
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       remember-missed-day.
           IF ws-miss-count < 2000
               ADD 1 TO ws-miss-count
               MOVE ws-pidx TO ws-miss-person(ws-miss-count)
               MOVE ATTH-DATE TO ws-miss-date(ws-miss-count)
               MOVE ws-day-reason TO ws-miss-reason(ws-miss-count)
               IF ws-pick-found-idx > 0
                   MOVE ws-pick-type(ws-pick-found-idx)
                       TO ws-miss-type(ws-miss-count)
                   MOVE ws-pick-name(ws-pick-found-idx)
                       TO ws-miss-name(ws-miss-count)
               ELSE
                   MOVE SPACE TO ws-miss-type(ws-miss-count)
                   MOVE SPACES TO ws-miss-name(ws-miss-count)
               END-IF
           ELSE
               SET ws-miss-table-overflowed TO TRUE
           END-IF.

       find-group-entry.
           MOVE 0 TO ws-gidx.
           PERFORM VARYING ws-idx FROM 1 BY 1
                   UNTIL ws-idx > ws-group-count
               IF ws-grp-code(ws-idx) = ATTH-GROUP-CODE
                   MOVE ws-idx TO ws-gidx
               END-IF
           END-PERFORM.
           IF ws-gidx = 0
               IF ws-group-count < 50
                   ADD 1 TO ws-group-count
                   MOVE ws-group-count TO ws-gidx
                   MOVE ATTH-GROUP-CODE TO ws-grp-code(ws-gidx)
                   MOVE 0 TO ws-grp-days(ws-gidx)
                   MOVE 0 TO ws-grp-met(ws-gidx)
                   MOVE 0 TO ws-grp-need-days(ws-gidx)
                   MOVE 0 TO ws-grp-need-met(ws-gidx)
               ELSE
                   SET ws-group-table-overflowed TO TRUE
               END-IF
           END-IF.

       find-person-entry.
           MOVE 0 TO ws-pidx.
           PERFORM VARYING ws-idx FROM 1 BY 1
                   UNTIL ws-idx > ws-person-count
               IF ws-per-group(ws-idx) = ATTH-GROUP-CODE
                       AND ws-per-name(ws-idx) = ATTH-PERSON-NAME
                   MOVE ws-idx TO ws-pidx
               END-IF
           END-PERFORM.
           IF ws-pidx = 0
               IF ws-person-count < 400
                   ADD 1 TO ws-person-count
                   MOVE ws-person-count TO ws-pidx
                   MOVE ATTH-GROUP-CODE TO ws-per-group(ws-pidx)
                   MOVE ATTH-PERSON-NAME TO ws-per-name(ws-pidx)
                   MOVE 0 TO ws-per-days(ws-pidx)
                   MOVE 0 TO ws-per-met(ws-pidx)
                   MOVE 0 TO ws-per-off-days(ws-pidx)
               ELSE
                   SET ws-person-table-overflowed TO TRUE
               END-IF
           END-IF.

       write-report.
           OPEN OUTPUT rpt-file.
           MOVE "MONTHLY DIETARY INCLUSION REPORT" TO rpt-line.
           WRITE rpt-line.
           MOVE SPACES TO rpt-line.
           STRING "RUN DATE: " ws-today DELIMITED BY SIZE
               "  MONTH: " DELIMITED BY SIZE
               ws-report-month DELIMITED BY SIZE
               INTO rpt-line.
           WRITE rpt-line.
           IF ws-group-table-overflowed OR ws-person-table-overflowed
                   OR ws-miss-table-overflowed
               MOVE "NOTE: MORE THAN 50 GROUPS, 400 PEOPLE OR 2000 "
                   TO rpt-line
               MOVE "MISSED DAYS - REPORT IS INCOMPLETE"
                   TO rpt-line(47:34)
               WRITE rpt-line
               DISPLAY "NOTE: REPORT TABLE FULL - DIETRPT IS "
                   "INCOMPLETE"
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM VARYING ws-gidx FROM 1 BY 1
                   UNTIL ws-gidx > ws-group-count
               PERFORM write-group-section
           END-PERFORM.
           MOVE SPACES TO rpt-line.
           WRITE rpt-line.
           MOVE "PICK TYPES: RANDOM DRAW, OVERRIDE BY THE OPERATOR, "
               TO rpt-line.
           WRITE rpt-line.
           MOVE "  PLAN (WEEKLY PLAN DAY), FALLBACK (RSVPESC RE-PICK)"
               TO rpt-line.
           WRITE rpt-line.
           IF ws-off-roster-seen
               MOVE "* ATTENDED ON DAYS NOT ON THE GROUP ROSTER - NO "
                   TO rpt-line
               WRITE rpt-line
               MOVE "  NEEDS ON FILE, SO THOSE DAYS COUNT AS MET"
                   TO rpt-line
               WRITE rpt-line
           END-IF.
           CLOSE rpt-file.

       write-group-section.
           MOVE SPACES TO rpt-line.
           WRITE rpt-line.
           MOVE SPACES TO ws-print-line.
           STRING "GROUP: " DELIMITED BY SIZE
               ws-grp-code(ws-gidx) DELIMITED BY SIZE
               INTO ws-print-line.
           WRITE rpt-line FROM ws-print-line.
           MOVE ws-grp-code(ws-gidx) TO ws-look-group.
           PERFORM check-group-closed.
           IF ws-look-is-closed
               MOVE "  MONTH CLOSED - PICKS FROM MONTH-END SNAPSHOT"
                   TO rpt-line
               WRITE rpt-line
           END-IF.
           MOVE "  PERSON               NEEDS  DAYS   MET  PCT"
               TO rpt-line.
           WRITE rpt-line.
           PERFORM VARYING ws-pidx FROM 1 BY 1
                   UNTIL ws-pidx > ws-person-count
               IF ws-per-group(ws-pidx) = ws-grp-code(ws-gidx)
                   PERFORM write-person-line
                   PERFORM write-missed-days
               END-IF
           END-PERFORM.
           PERFORM write-group-summary.

       write-person-line.
           MOVE ws-per-days(ws-pidx) TO ws-days-display.
           MOVE ws-per-met(ws-pidx) TO ws-met-display.
           COMPUTE ws-pct-work ROUNDED =
               ws-per-met(ws-pidx) * 100 / ws-per-days(ws-pidx).
           MOVE ws-pct-work TO ws-pct-display.
           MOVE SPACES TO ws-print-line.
           STRING "  " DELIMITED BY SIZE
               ws-per-name(ws-pidx) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-per-needs(ws-pidx) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               ws-days-display DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               ws-met-display DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ws-pct-display DELIMITED BY SIZE
               INTO ws-print-line.
           IF ws-per-off-days(ws-pidx) > 0
               MOVE ws-per-off-days(ws-pidx) TO ws-days-display
               STRING "  * " DELIMITED BY SIZE
                   ws-days-display DELIMITED BY SIZE
                   " OFF-ROSTER" DELIMITED BY SIZE
                   INTO ws-print-line(49:32)
           END-IF.
           WRITE rpt-line FROM ws-print-line.

       write-missed-days.
           PERFORM VARYING ws-midx FROM 1 BY 1
                   UNTIL ws-midx > ws-miss-count
               IF ws-miss-person(ws-midx) = ws-pidx
                   PERFORM write-missed-line
               END-IF
           END-PERFORM.

       write-missed-line.
           EVALUATE ws-miss-type(ws-midx)
               WHEN "R"
                   MOVE "RANDOM" TO ws-type-word
               WHEN "O"
                   MOVE "OVERRIDE" TO ws-type-word
               WHEN "P"
                   MOVE "PLAN" TO ws-type-word
               WHEN "F"
                   MOVE "FALLBACK" TO ws-type-word
               WHEN OTHER
                   MOVE "-" TO ws-type-word
           END-EVALUATE.
           MOVE SPACES TO ws-print-line.
           STRING "      NOT MET " DELIMITED BY SIZE
               ws-miss-date(ws-midx) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-type-word DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-miss-name(ws-midx) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-miss-reason(ws-midx) DELIMITED BY SIZE
               INTO ws-print-line.
           WRITE rpt-line FROM ws-print-line.

       write-group-summary.
           MOVE ws-grp-met(ws-gidx) TO ws-big-display.
           MOVE ws-grp-days(ws-gidx) TO ws-big2-display.
           COMPUTE ws-pct-work ROUNDED =
               ws-grp-met(ws-gidx) * 100 / ws-grp-days(ws-gidx).
           MOVE ws-pct-work TO ws-pct-display.
           MOVE SPACES TO ws-print-line.
           STRING "  ALL ATTENDEES:       " DELIMITED BY SIZE
               ws-big-display DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               ws-big2-display DELIMITED BY SIZE
               " PERSON-DAYS MET (" DELIMITED BY SIZE
               ws-pct-display DELIMITED BY SIZE
               " PCT)" DELIMITED BY SIZE
               INTO ws-print-line.
           WRITE rpt-line FROM ws-print-line.
           MOVE SPACES TO ws-print-line.
           IF ws-grp-need-days(ws-gidx) = 0
               MOVE "  WITH DIETARY NEEDS:  NONE ATTENDED THIS MONTH"
                   TO ws-print-line
           ELSE
               MOVE ws-grp-need-met(ws-gidx) TO ws-big-display
               MOVE ws-grp-need-days(ws-gidx) TO ws-big2-display
               COMPUTE ws-pct-work ROUNDED =
                   ws-grp-need-met(ws-gidx) * 100
                       / ws-grp-need-days(ws-gidx)
               MOVE ws-pct-work TO ws-pct-display
               STRING "  WITH DIETARY NEEDS:  " DELIMITED BY SIZE
                   ws-big-display DELIMITED BY SIZE
                   " OF " DELIMITED BY SIZE
                   ws-big2-display DELIMITED BY SIZE
                   " PERSON-DAYS MET (" DELIMITED BY SIZE
                   ws-pct-display DELIMITED BY SIZE
                   " PCT)" DELIMITED BY SIZE
                   INTO ws-print-line
           END-IF.
           WRITE rpt-line FROM ws-print-line.
