               FILE STATUS IS ws-cal-status.

           SELECT roster-file ASSIGN TO "ROSTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ROSTER-KEY
               FILE STATUS IS ws-roster-status.

           SELECT attend-file ASSIGN TO "ATTEND"
               RECORD KEY IS PLAN-KEY
               FILE STATUS IS ws-plan-status.

           SELECT cuisine-file ASSIGN TO "CUISINES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUIS-KEY
               FILE STATUS IS ws-cuisine-status.

           SELECT pref-file ASSIGN TO "PREFS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PREF-KEY
               FILE STATUS IS ws-pref-status.

           SELECT group-file ASSIGN TO "GROUPS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GROUP-KEY
               FILE STATUS IS ws-group-status.

           SELECT escrpt-file ASSIGN TO "ESCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-escrpt-status.
           COPY CALREC.

       FD  roster-file.
           COPY ROSTREC.

       FD  attend-file.
           01 attend-record.
       FD  plan-file.
           COPY PLANREC.

       FD  cuisine-file.
           COPY CUISREC.

       FD  pref-file.
           COPY PREFREC.

       FD  group-file.
           COPY GRPREC.

       FD  escrpt-file.
           01 escrpt-line pic x(80).

           01 ws-roster-count pic 9(4) value 0.
           01 ws-attend-present-flag pic x value "N".
              88 ws-attendance-on-file value "Y".
           01 ws-attendee-count pic 9(4) value 0.

      *    Today's rostered attendees and their favorites and vetoes
      *    per place, built the way the morning draw builds them -
      *    the fallback is still lunch for the same people, so a
      *    place they have vetoed is no better a walk-in than it
      *    was a morning pick.
           01 ws-attendee-table.
            02 ws-attendee-name occurs 200 times pic x(20).
           01 ws-attendee-kept pic 9(4) value 0.
           01 ws-att-idx pic 9(4).
           01 ws-att-on-roster-flag pic x.
              88 ws-att-is-on-roster value "Y".
           01 ws-pref-status pic xx.
           01 ws-group-status pic xx.
           01 ws-veto-pct pic 9(3) value 25.
           01 ws-pref-table.
            02 ws-pref-entry occurs 2000 times.
             03 ws-pref-place-code pic x(6).
             03 ws-pref-favorites pic 9(4).
             03 ws-pref-vetoes pic 9(4).
           01 ws-pref-count pic 9(4) value 0.
           01 ws-pref-idx pic 9(4).
           01 ws-pref-found-idx pic 9(4).
           01 ws-pref-look-code pic x(6).
           01 ws-vetoed-flag pic x value "N".
              88 ws-place-vetoed value "Y".
           01 ws-weight-work pic s9(3).

      *    Union of the dietary needs of everyone in today - the
      *    fallback must satisfy them the same way the morning
             03 ws-entry-code pic x(6).
             03 ws-entry-name pic x(17).
             03 ws-entry-weight pic 9.
             03 ws-entry-cuisine pic x(10).
           01 ws-place-count pic 9(4) value 0.
           01 ws-place-overflow-flag pic x value "N".
              88 ws-place-table-overflowed value "Y".
           01 ws-day-of-week pic 9.
           01 ws-bd-count pic 9.

      *    The cuisine-variety rule, applied to the fallback the
      *    same way the morning draw applies it - a walk-in that
      *    serves what the group ate yesterday is held out while
      *    anything else will do.
           01 ws-cuisine-status pic xx.
           01 ws-cuisine-rule-table.
            02 ws-cuisine-rule occurs 200 times.
             03 ws-rule-cuisine pic x(10).
             03 ws-rule-days pic 9(2).
           01 ws-cuisine-rule-count pic 9(4) value 0.
           01 ws-max-cuisine-days pic 9(2) value 0.
           01 ws-cuisine-days.
            02 ws-cuisine-day occurs 20 times pic 9(8).
           01 ws-cd-count pic 9(2).
           01 ws-cd-idx pic 9(4).
           01 ws-rule-idx pic 9(4).
           01 ws-group-cuisine-table.
            02 ws-group-cuisine-entry occurs 2000 times.
             03 ws-gc-place-code pic x(6).
             03 ws-gc-cuisine pic x(10).
           01 ws-group-cuisine-count pic 9(4) value 0.
           01 ws-gc-idx pic 9(4).
           01 ws-recent-cuisine-table.
            02 ws-recent-cuisine-entry occurs 200 times.
             03 ws-recent-cuisine pic x(10).
             03 ws-recent-age pic 9(2).
           01 ws-recent-cuisine-count pic 9(4) value 0.
           01 ws-rc-idx pic 9(4).
           01 ws-scan-idx pic 9(4).
           01 ws-cuis-work pic x(10).
           01 ws-cuis-age-work pic 9(2).
           01 ws-cuis-days-work pic 9(2).

           01 ws-total-weight pic 9(6) comp-5 sync value 0.
           01 ws-random-draw pic 9(6) comp-5 sync.
           01 ws-weight-cum pic 9(6) comp-5 sync.
           PERFORM load-calendar-for-group.
           PERFORM load-roster-for-group.
           PERFORM derive-dietary-needs.
           PERFORM load-veto-threshold.
           PERFORM load-attendee-preferences.
           PERFORM load-walkin-pool.
           IF ws-place-count = 0
      *        Nothing to fall back to: the request stays as it is
               WRITE escrpt-line FROM ws-print-line
           ELSE
               PERFORM load-ratings-for-group
               PERFORM load-cuisine-rules
               PERFORM assign-place-weights
               PERFORM compute-business-days
               PERFORM load-excluded-codes
               PERFORM apply-cuisine-variety-rule
               PERFORM pick-a-place
               MOVE ws-entry-code(random-idx) TO ws-chosen-code
               MOVE ws-entry-name(random-idx) TO ws-chosen-name
               CONTINUE
           ELSE
               PERFORM UNTIL ws-roster-status = "10"
                   READ roster-file NEXT RECORD
                       AT END
                           MOVE "10" TO ws-roster-status
                       NOT AT END
               CLOSE roster-file
           END-IF.

      *    The roster as it stands on the request's own date -
      *    only today's requests are swept, so that is today's
      *    roster, the same rows the morning draw used.
       store-roster-record.
           IF ROSTER-GROUP-CODE = ws-group-code
                   AND ROSTER-START-DATE <= ws-today
                   AND ROSTER-END-DATE >= ws-today
               IF ws-roster-count < 200
                   ADD 1 TO ws-roster-count
                   MOVE ROSTER-PERSON-NAME
                       TO ws-roster-name(ws-roster-count)
                   MOVE ROSTER-DIETARY-NEEDS
                       TO ws-roster-dietary(ws-roster-count)
               END-IF
           END-IF.
           MOVE "N" TO ws-need-halal.
           MOVE "N" TO ws-need-gluten-free.
           MOVE "N" TO ws-attend-present-flag.
           MOVE 0 TO ws-attendee-count.
           MOVE 0 TO ws-attendee-kept.
           OPEN INPUT attend-file.
           IF ws-attend-status NOT = "00"
               CONTINUE
       tally-attendee.
           IF att-group = ws-group-code
               MOVE "Y" TO ws-attend-present-flag
               ADD 1 TO ws-attendee-count
               PERFORM keep-attendee-if-on-roster
               PERFORM VARYING ws-ros-idx FROM 1 BY 1
                       UNTIL ws-ros-idx > ws-roster-count
                   IF ws-roster-name(ws-ros-idx) = att-name
               END-PERFORM
           END-IF.

       keep-attendee-if-on-roster.
           MOVE "N" TO ws-att-on-roster-flag.
           PERFORM VARYING ws-ros-idx FROM 1 BY 1
                   UNTIL ws-ros-idx > ws-roster-count
               IF ws-roster-name(ws-ros-idx) = att-name
                   MOVE "Y" TO ws-att-on-roster-flag
               END-IF
           END-PERFORM.
           IF ws-att-is-on-roster AND ws-attendee-kept < 200
               ADD 1 TO ws-attendee-kept
               MOVE att-name TO ws-attendee-name(ws-attendee-kept)
           END-IF.

      *    Same default as the morning draw: 25 unless the group
      *    master says otherwise.
       load-veto-threshold.
           MOVE 25 TO ws-veto-pct.
           OPEN INPUT group-file.
           IF ws-group-status = "00"
               MOVE ws-group-code TO GROUP-CODE
               READ group-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GROUP-VETO-PCT NUMERIC
                               AND GROUP-VETO-PCT > 0
                           MOVE GROUP-VETO-PCT TO ws-veto-pct
                       END-IF
               END-READ
               CLOSE group-file
           END-IF.

       load-attendee-preferences.
           MOVE 0 TO ws-pref-count.
           IF ws-attendee-kept = 0
               CONTINUE
           ELSE
               OPEN INPUT pref-file
               IF ws-pref-status = "00"
                   PERFORM read-group-preferences
                   CLOSE pref-file
               END-IF
           END-IF.

       read-group-preferences.
           MOVE SPACES TO PREF-KEY.
           MOVE ws-group-code TO PREF-GROUP-CODE.
           START pref-file KEY IS NOT LESS THAN PREF-KEY
               INVALID KEY
                   MOVE "10" TO ws-pref-status
               NOT INVALID KEY
                   MOVE "00" TO ws-pref-status
           END-START.
           PERFORM UNTIL ws-pref-status = "10"
               READ pref-file NEXT RECORD
                   AT END
                       MOVE "10" TO ws-pref-status
                   NOT AT END
                       IF PREF-GROUP-CODE NOT = ws-group-code
                           MOVE "10" TO ws-pref-status
                       ELSE
                           PERFORM tally-attendee-preference
                       END-IF
               END-READ
           END-PERFORM.

       tally-attendee-preference.
           IF PREF-IS-FAVORITE OR PREF-IS-NEVER
               MOVE "N" TO ws-att-on-roster-flag
               PERFORM VARYING ws-att-idx FROM 1 BY 1
                       UNTIL ws-att-idx > ws-attendee-kept
                   IF ws-attendee-name(ws-att-idx) = PREF-PERSON-NAME
                       MOVE "Y" TO ws-att-on-roster-flag
                   END-IF
               END-PERFORM
               IF ws-att-is-on-roster
                   MOVE PREF-PLACE-CODE TO ws-pref-look-code
                   PERFORM find-preference-entry
                   IF ws-pref-found-idx = 0 AND ws-pref-count < 2000
                       ADD 1 TO ws-pref-count
                       MOVE ws-pref-count TO ws-pref-found-idx
                       MOVE PREF-PLACE-CODE
                           TO ws-pref-place-code(ws-pref-count)
                       MOVE 0 TO ws-pref-favorites(ws-pref-count)
                       MOVE 0 TO ws-pref-vetoes(ws-pref-count)
                   END-IF
                   IF ws-pref-found-idx > 0
                       IF PREF-IS-FAVORITE
                           ADD 1 TO ws-pref-favorites(ws-pref-found-idx)
                       ELSE
                           ADD 1 TO ws-pref-vetoes(ws-pref-found-idx)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       find-preference-entry.
           MOVE 0 TO ws-pref-found-idx.
           PERFORM VARYING ws-pref-idx FROM 1 BY 1
                   UNTIL ws-pref-idx > ws-pref-count
               IF ws-pref-place-code(ws-pref-idx) = ws-pref-look-code
                   MOVE ws-pref-idx TO ws-pref-found-idx
               END-IF
           END-PERFORM.

       check-place-vetoed.
           MOVE "N" TO ws-vetoed-flag.
           MOVE PLACE-CODE TO ws-pref-look-code.
           PERFORM find-preference-entry.
           IF ws-pref-found-idx > 0
               IF ws-pref-vetoes(ws-pref-found-idx) > 0
                       AND ws-pref-vetoes(ws-pref-found-idx) * 100
                           >= ws-veto-pct * ws-attendee-count
                   MOVE "Y" TO ws-vetoed-flag
               END-IF
           END-IF.

       set-required-dietary-flag.
           EVALUATE ws-need-code
               WHEN "V"

       load-walkin-pool.
           MOVE 0 TO ws-place-count.
           MOVE 0 TO ws-group-cuisine-count.
           OPEN INPUT place-file.
           IF ws-place-status NOT = "00"
               DISPLAY "ERROR OPENING PLACES - STATUS "
                   AT END
                       MOVE "10" TO ws-place-status
                   NOT AT END
                       PERFORM remember-place-cuisine
                       PERFORM add-place-if-walkin-ok
               END-READ
           END-PERFORM.
                       OR PLACE-MAX-CAPACITY >= ws-party-size)
               PERFORM check-dietary-filter
               PERFORM check-place-closed-today
               PERFORM check-place-vetoed
               IF ws-dietary-match-flag = "Y"
                       AND NOT ws-place-closed-today
                       AND NOT ws-place-vetoed
                   IF ws-place-count >= 2000
                       SET ws-place-table-overflowed TO TRUE
                   ELSE
                           TO ws-entry-code(ws-place-count)
                       MOVE PLACE-NAME
                           TO ws-entry-name(ws-place-count)
                       MOVE PLACE-CUISINE-CODE
                           TO ws-entry-cuisine(ws-place-count)
                   END-IF
               END-IF
           END-IF.

       remember-place-cuisine.
           IF PLACE-GROUP-CODE = ws-group-code
                   AND ws-group-cuisine-count < 2000
               ADD 1 TO ws-group-cuisine-count
               MOVE PLACE-CODE
                   TO ws-gc-place-code(ws-group-cuisine-count)
               MOVE PLACE-CUISINE-CODE
                   TO ws-gc-cuisine(ws-group-cuisine-count)
           END-IF.

       check-dietary-filter.
           MOVE "Y" TO ws-dietary-match-flag.
           IF ws-need-vegetarian = "Y" AND NOT PLACE-IS-VEGETARIAN
           END-IF.

      *    Weighting matches the morning draw: average score
      *    rounded, unrated places at the neutral 3, then one slot
      *    up per attendee favorite and one down per veto short of
      *    the threshold.
       assign-place-weights.
           MOVE 0 TO ws-total-weight.
           PERFORM VARYING ws-widx FROM 1 BY 1
                               / ws-rating-cnt(ws-rate-idx)
                   END-IF
               END-PERFORM
               PERFORM apply-preference-tilt
               IF ws-entry-weight(ws-widx) < 1
                   MOVE 1 TO ws-entry-weight(ws-widx)
               END-IF
               ADD ws-entry-weight(ws-widx) TO ws-total-weight
           END-PERFORM.

       apply-preference-tilt.
           MOVE ws-entry-code(ws-widx) TO ws-pref-look-code.
           PERFORM find-preference-entry.
           IF ws-pref-found-idx > 0
               COMPUTE ws-weight-work =
                   ws-entry-weight(ws-widx)
                       + ws-pref-favorites(ws-pref-found-idx)
                       - ws-pref-vetoes(ws-pref-found-idx)
               IF ws-weight-work < 1
                   MOVE 1 TO ws-weight-work
               END-IF
               IF ws-weight-work > 9
                   MOVE 9 TO ws-weight-work
               END-IF
               MOVE ws-weight-work TO ws-entry-weight(ws-widx)
           END-IF.

       compute-business-days.
           COMPUTE ws-work-int = FUNCTION INTEGER-OF-DATE(ws-today).
           MOVE 0 TO ws-bd-count.
               END-PERFORM
           END-IF.

      *    Shop-wide window per cuisine, then this group's own
      *    rows over the top - the morning draw's reading of the
      *    CUISINES master, line for line.
       load-cuisine-rules.
           MOVE 0 TO ws-cuisine-rule-count.
           MOVE 0 TO ws-max-cuisine-days.
           OPEN INPUT cuisine-file.
           IF ws-cuisine-status NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL ws-cuisine-status = "10"
                   READ cuisine-file NEXT RECORD
                       AT END
                           MOVE "10" TO ws-cuisine-status
                       NOT AT END
                           PERFORM store-cuisine-rule
                   END-READ
               END-PERFORM
               CLOSE cuisine-file
           END-IF.
           PERFORM VARYING ws-rule-idx FROM 1 BY 1
                   UNTIL ws-rule-idx > ws-cuisine-rule-count
               IF ws-rule-days(ws-rule-idx) > ws-max-cuisine-days
                   MOVE ws-rule-days(ws-rule-idx)
                       TO ws-max-cuisine-days
               END-IF
           END-PERFORM.
           IF ws-max-cuisine-days > 20
               MOVE 20 TO ws-max-cuisine-days
           END-IF.

       store-cuisine-rule.
           IF CUIS-GROUP-CODE = SPACES
               IF ws-cuisine-rule-count < 200
                   ADD 1 TO ws-cuisine-rule-count
                   MOVE CUIS-CODE
                       TO ws-rule-cuisine(ws-cuisine-rule-count)
                   MOVE CUIS-REPEAT-DAYS
                       TO ws-rule-days(ws-cuisine-rule-count)
               END-IF
           ELSE
               IF CUIS-GROUP-CODE = ws-group-code
                   PERFORM VARYING ws-rule-idx FROM 1 BY 1
                           UNTIL ws-rule-idx > ws-cuisine-rule-count
                       IF ws-rule-cuisine(ws-rule-idx) = CUIS-CODE
                           MOVE CUIS-REPEAT-DAYS
                               TO ws-rule-days(ws-rule-idx)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      *    A walk-in whose cuisine the group ate inside that
      *    cuisine's window joins the exclusion set - soft, like
      *    the no-repeat window, so the bounded re-roll still
      *    settles on a repeat when nothing else is left.
       apply-cuisine-variety-rule.
           IF ws-max-cuisine-days = 0
               CONTINUE
           ELSE
               PERFORM compute-cuisine-days
               PERFORM load-recent-cuisines
               PERFORM VARYING ws-widx FROM 1 BY 1
                       UNTIL ws-widx > ws-place-count
                   PERFORM check-entry-cuisine-repeat
               END-PERFORM
           END-IF.

       compute-cuisine-days.
           COMPUTE ws-work-int = FUNCTION INTEGER-OF-DATE(ws-today).
           MOVE 0 TO ws-cd-count.
           PERFORM UNTIL ws-cd-count = ws-max-cuisine-days
               SUBTRACT 1 FROM ws-work-int
               COMPUTE ws-work-date =
                   FUNCTION DATE-OF-INTEGER(ws-work-int)
               COMPUTE ws-day-of-week = FUNCTION MOD(ws-work-int, 7)
               PERFORM check-date-is-holiday
               IF ws-day-of-week NOT = 0 AND ws-day-of-week NOT = 6
                       AND NOT ws-date-is-holiday
                   ADD 1 TO ws-cd-count
                   MOVE ws-work-date TO ws-cuisine-day(ws-cd-count)
               END-IF
           END-PERFORM.

       load-recent-cuisines.
           MOVE 0 TO ws-recent-cuisine-count.
           OPEN INPUT hist-file.
           IF ws-hist-status NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL ws-hist-status = "10"
                   READ hist-file NEXT RECORD
                       AT END
                           MOVE "10" TO ws-hist-status
                       NOT AT END
                           PERFORM check-history-record-for-cuisine
                   END-READ
               END-PERFORM
               CLOSE hist-file
           END-IF.

       check-history-record-for-cuisine.
           IF HIST-GROUP-CODE = ws-group-code
               PERFORM VARYING ws-cd-idx FROM 1 BY 1
                       UNTIL ws-cd-idx > ws-cd-count
                   IF HIST-DATE = ws-cuisine-day(ws-cd-idx)
                       MOVE ws-cd-idx TO ws-cuis-age-work
                       PERFORM find-history-place-cuisine
                       IF ws-cuis-work NOT = SPACES
                           PERFORM note-recent-cuisine
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       find-history-place-cuisine.
           MOVE SPACES TO ws-cuis-work.
           PERFORM VARYING ws-gc-idx FROM 1 BY 1
                   UNTIL ws-gc-idx > ws-group-cuisine-count
               IF ws-gc-place-code(ws-gc-idx) = HIST-PLACE-CODE
                   MOVE ws-gc-cuisine(ws-gc-idx) TO ws-cuis-work
               END-IF
           END-PERFORM.

       note-recent-cuisine.
           MOVE 0 TO ws-rc-idx.
           PERFORM VARYING ws-scan-idx FROM 1 BY 1
                   UNTIL ws-scan-idx > ws-recent-cuisine-count
               IF ws-recent-cuisine(ws-scan-idx) = ws-cuis-work
                   MOVE ws-scan-idx TO ws-rc-idx
               END-IF
           END-PERFORM.
           IF ws-rc-idx = 0
               IF ws-recent-cuisine-count < 200
                   ADD 1 TO ws-recent-cuisine-count
                   MOVE ws-recent-cuisine-count TO ws-rc-idx
                   MOVE ws-cuis-work TO ws-recent-cuisine(ws-rc-idx)
                   MOVE ws-cuis-age-work TO ws-recent-age(ws-rc-idx)
               END-IF
           ELSE
               IF ws-cuis-age-work < ws-recent-age(ws-rc-idx)
                   MOVE ws-cuis-age-work TO ws-recent-age(ws-rc-idx)
               END-IF
           END-IF.

       check-entry-cuisine-repeat.
           MOVE ws-entry-cuisine(ws-widx) TO ws-cuis-work.
           MOVE 0 TO ws-cuis-days-work.
           PERFORM VARYING ws-rule-idx FROM 1 BY 1
                   UNTIL ws-rule-idx > ws-cuisine-rule-count
               IF ws-rule-cuisine(ws-rule-idx) = ws-cuis-work
                   MOVE ws-rule-days(ws-rule-idx) TO ws-cuis-days-work
               END-IF
           END-PERFORM.
           MOVE 99 TO ws-cuis-age-work.
           PERFORM VARYING ws-rc-idx FROM 1 BY 1
                   UNTIL ws-rc-idx > ws-recent-cuisine-count
               IF ws-recent-cuisine(ws-rc-idx) = ws-cuis-work
                   MOVE ws-recent-age(ws-rc-idx) TO ws-cuis-age-work
               END-IF
           END-PERFORM.
           IF ws-cuis-days-work > 0
                   AND ws-cuis-age-work <= ws-cuis-days-work
                   AND ws-excl-code-count < 2000
               ADD 1 TO ws-excl-code-count
               MOVE ws-entry-code(ws-widx)
                   TO ws-excl-code(ws-excl-code-count)
           END-IF.

      *    Same bounded re-roll the morning draw uses - weights
      *    tilt the odds, the exclusion set keeps repeats out, and
      *    the loop gives up gracefully rather than spin forever.
           END-PERFORM.

      *    The fallback is logged the way an override is logged -
      *    a fresh HIST record with the next sequence, marked "F" -
      *    so the highest sequence is the pick that now stands and
      *    lunchNotify's rerun announces the correction.
       record-pick-in-history.
               MOVE ws-next-seq TO HIST-SEQ-NO
               MOVE ws-chosen-code TO HIST-PLACE-CODE
               MOVE ws-chosen-name TO HIST-PLACE-NAME
               SET HIST-IS-FALLBACK TO TRUE
               WRITE HIST-RECORD
                   INVALID KEY
                       ADD 1 TO ws-next-seq
