               FILE STATUS IS ws-rate-status.

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

           SELECT elig-file ASSIGN TO "ELIGOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-elig-status.
           COPY RATEREC.

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

       FD  elig-file.
           01 elig-record.
            02 elg-date pic 9(8).
           01 ws-plan-use-answer pic x.
           01 ws-plan-redrawn-flag pic x value "N".
              88 ws-plan-was-redrawn value "Y".
           01 ws-plan-held-flag pic x value "N".
              88 ws-planned-place-held value "Y".
      *    Why each active place did or did not make today's pool -
      *    one entry per place, written to the eligibility trail
      *    once the weights and the no-repeat window are known, so
           01 ws-plan-day-int pic 9(9).
           01 ws-plan-end-int pic 9(9).
           01 ws-plan-days-made pic 9(4) value 0.
      *    Each planned day's date and cuisine ride along with its
      *    code, so Thursday's cuisine-variety window sees what the
      *    same sitting already planned for Monday to Wednesday.
           01 ws-planned-codes.
            02 ws-planned-entry occurs 5 times.
             03 ws-planned-code pic x(6).
             03 ws-planned-date pic 9(8).
             03 ws-planned-cuisine pic x(10).
           01 ws-planned-count pic 9(4) value 0.
           01 ws-plan-idx pic 9(4).

           01 ws-attend-present-flag pic x value "N".
              88 ws-attendance-on-file value "Y".

      *    Today's attendees who are also on today's roster - only
      *    their PREFS rows count, so a leaver's favorites and vetoes
      *    stop counting the day their roster row ends, and a
      *    visitor in the feed has none to count.
           01 ws-attendee-table.
            02 ws-attendee-name occurs 200 times pic x(20).
           01 ws-attendee-kept pic 9(4) value 0.
           01 ws-attendee-ovfl-flag pic x value "N".
              88 ws-attendee-table-overflowed value "Y".
           01 ws-att-idx pic 9(4).
           01 ws-att-on-roster-flag pic x.
              88 ws-att-is-on-roster value "Y".

      *    Favorites and vetoes per place from those attendees. A
      *    place vetoed by at least the group's veto percentage of
      *    today's head count drops out of the pool; below that each
      *    favorite adds one to its draw weight and each veto takes
      *    one away (floor 1, ceiling 9).
           01 ws-pref-status pic xx.
           01 ws-group-status pic xx.
           01 ws-veto-pct pic 9(3) value 25.
           01 ws-pref-table.
            02 ws-pref-entry occurs 2000 times.
             03 ws-pref-place-code pic x(6).
             03 ws-pref-favorites pic 9(4).
             03 ws-pref-vetoes pic 9(4).
           01 ws-pref-count pic 9(4) value 0.
           01 ws-pref-ovfl-flag pic x value "N".
              88 ws-pref-table-overflowed value "Y".
           01 ws-pref-idx pic 9(4).
           01 ws-pref-found-idx pic 9(4).
           01 ws-pref-look-code pic x(6).
           01 ws-vetoed-flag pic x value "N".
              88 ws-place-vetoed value "Y".

      *    Union of the dietary needs of everyone in today - a "Y"
      *    here means the pick must satisfy that need.
           01 ws-required-dietary.
             03 ws-entry-weight pic 9.
             03 ws-entry-rsvp pic x.
             03 ws-entry-band pic 9.
             03 ws-entry-cuisine pic x(10).
           01 ws-place-count pic 9(4) value 0.
           01 ws-place-overflow-flag pic x value "N".
              88 ws-place-table-overflowed value "Y".
           01 ws-business-days.
            02 ws-business-day occurs 5 times pic 9(8).

      *    The cuisine-variety rule, from the CUISINES master: the
      *    group's window per cuisine (its own row where it has one,
      *    the shop-wide row otherwise). A place is held out of the
      *    draw while its cuisine was eaten within that many
      *    business days - the same soft exclusion as the no-repeat
      *    window, so a small pool still repeats rather than fail.
           01 ws-cuisine-status pic xx.
           01 ws-cuisine-rule-table.
            02 ws-cuisine-rule occurs 200 times.
             03 ws-rule-cuisine pic x(10).
             03 ws-rule-days pic 9(2).
           01 ws-cuisine-rule-count pic 9(4) value 0.
           01 ws-cuisine-rule-ovfl-flag pic x value "N".
              88 ws-cuisine-rule-overflowed value "Y".
           01 ws-max-cuisine-days pic 9(2) value 0.
           01 ws-cuisine-days.
            02 ws-cuisine-day occurs 20 times pic 9(8).
           01 ws-cd-count pic 9(2).
           01 ws-cd-idx pic 9(4).
           01 ws-rule-idx pic 9(4).

      *    Every one of the group's places with its cuisine, inactive
      *    ones included - a place retired yesterday still tells us
      *    what the group ate yesterday.
           01 ws-group-cuisine-table.
            02 ws-group-cuisine-entry occurs 2000 times.
             03 ws-gc-place-code pic x(6).
             03 ws-gc-cuisine pic x(10).
           01 ws-group-cuisine-count pic 9(4) value 0.
           01 ws-gc-idx pic 9(4).

      *    Cuisines the group ate inside the longest window, with
      *    how many business days ago it last ate each one.
           01 ws-recent-cuisine-table.
            02 ws-recent-cuisine-entry occurs 200 times.
             03 ws-recent-cuisine pic x(10).
             03 ws-recent-age pic 9(2).
           01 ws-recent-cuisine-count pic 9(4) value 0.
           01 ws-rc-idx pic 9(4).

      *    Places held out by the cuisine rule rather than by their
      *    own no-repeat window - the eligibility trail names them
      *    separately.
           01 ws-cuisine-excluded-codes.
            02 ws-cuis-excl-code occurs 2000 times pic x(6).
           01 ws-cuis-excl-count pic 9(4) value 0.
           01 ws-cuis-work pic x(10).
           01 ws-cuis-age-work pic 9(2).
           01 ws-cuis-days-work pic 9(2).
           01 ws-cuis-repeat-flag pic x.

           01 ws-current-date pic x(21).
           01 ws-today pic 9(8).
           01 ws-work-int pic 9(9).
           01 ws-final-idx pic 9(4) comp-5 sync.
           01 ws-pick-is-override pic x value "N".
              88 ws-pick-was-overridden value "Y".
           01 ws-pick-from-plan-flag pic x value "N".
              88 ws-pick-is-from-plan value "Y".
           01 ws-confirm pic x.
           01 ws-override-code pic x(6).
           01 ws-override-idx pic 9(4) comp-5 sync.

      *    Set when dailyCycle CALLs this program for one group - the
      *    prompts below then take their answers from the group
      *    master instead of SYSIN.
           01 ws-driven-flag pic x value "N".
              88 ws-driven-run value "Y".

       LINKAGE SECTION.
           COPY DRVPARM.

       PROCEDURE DIVISION USING DRIVER-PARM.
       main-control.
           PERFORM check-driver-parm.
           PERFORM get-todays-date.
           PERFORM get-group-code.
           PERFORM get-run-mode.
               PERFORM tally-month-to-date-spend
               PERFORM set-budget-posture
               PERFORM load-ratings
               PERFORM load-cuisine-rules
               PERFORM plan-remaining-week
               GOBACK
           END-IF.
           PERFORM set-budget-posture.
           PERFORM load-active-places.
           PERFORM load-ratings.
           PERFORM load-cuisine-rules.
           PERFORM assign-place-weights.
           PERFORM compute-business-days.
           PERFORM load-excluded-codes.
           PERFORM apply-cuisine-variety-rule.
           PERFORM write-eligibility-trail.
           PERFORM pick-a-place.
           MOVE random-idx TO ws-final-idx.
           PERFORM record-run-control.
           goback.

      *    Run from its own JCL step there is no PARM (length zero)
      *    and every answer comes off SYSIN as it always has.
       check-driver-parm.
           MOVE "N" TO ws-driven-flag.
           IF ADDRESS OF DRIVER-PARM NOT = NULL
               IF DRV-PARM-LENGTH > 0
                   MOVE "Y" TO ws-driven-flag
               END-IF
           END-IF.

       get-todays-date.
           MOVE FUNCTION CURRENT-DATE TO ws-current-date.
           MOVE ws-current-date(1:8) TO ws-today.
      *    no-repeat history (Req 007) - everything downstream filters
      *    on this code.
       get-group-code.
           IF ws-driven-run
               MOVE DRV-GROUP-CODE TO ws-group-code
           ELSE
               DISPLAY "ENTER GROUP/OFFICE CODE (4 CHARS): "
               ACCEPT ws-group-code
           END-IF.

      *    "Y" here is what LUNCHDLY answers - no operator prompts
      *    past this point get a say, and a pick already on file for
      *    today is reused rather than re-drawn.
       get-run-mode.
           IF ws-driven-run
               MOVE "Y" TO ws-run-mode
           ELSE
               DISPLAY "UNATTENDED/BATCH RUN? (Y/N): "
               ACCEPT ws-run-mode
           END-IF.

      *    "Y" here plans the rest of this week in one sitting
      *    instead of picking for today - the Monday LUNCHPLN job
      *    answers Y, the daily job answers N.
       get-plan-mode.
           IF ws-driven-run
               MOVE "N" TO ws-plan-mode
           ELSE
               DISPLAY "PLAN THE REST OF THIS WEEK? (Y/N): "
               ACCEPT ws-plan-mode
           END-IF.

      *    Rerun protection for the daily batch: if STEP010 already
      *    recorded a pick for (group, today) - say the job was
      *    to draw from every active place. Dietary code is one of
      *    V (vegetarian), N (vegan), H (halal), F (gluten-free).
       get-filter-criteria.
           IF ws-driven-run
               MOVE SPACES TO ws-filter-cuisine
               MOVE SPACE TO ws-filter-dietary
           ELSE
               DISPLAY "CUISINE FILTER (BLANK FOR ANY): "
               ACCEPT ws-filter-cuisine
               DISPLAY "DIETARY FILTER V/N/H/F (BLANK FOR ANY): "
               ACCEPT ws-filter-dietary
           END-IF.
           MOVE ws-filter-dietary TO ws-need-code.
           PERFORM set-required-dietary-flag.

      *    How many are coming to lunch - only places that can seat
      *    the whole group stay in today's pool (Req 008). 0/blank
      *    means "not sure yet", so no place is excluded on capacity.
      *    Under dailyCycle the group master's default party size
      *    stands in until the attendance feed replaces it.
       get-party-size.
           IF ws-driven-run
               MOVE DRV-PARTY-SIZE TO ws-party-size
           ELSE
               DISPLAY "PARTY SIZE (0 IF UNKNOWN/DON'T CARE): "
               ACCEPT ws-party-size
           END-IF.

      *    When a roster and a daily attendance feed are on file the
      *    prompted answers above are only defaults - the real party
               MOVE ws-attendee-count TO ws-party-size
               DISPLAY "PARTY SIZE " ws-party-size
                   " AND DIETARY NEEDS DERIVED FROM ATTENDANCE"
               PERFORM load-veto-threshold
               PERFORM load-attendee-preferences
           END-IF.

       load-roster.
               CONTINUE
           ELSE
               PERFORM UNTIL ws-roster-status = "10"
                   READ roster-file NEXT RECORD
                       AT END
                           MOVE "10" TO ws-roster-status
                       NOT AT END
                   "BEING APPLIED"
           END-IF.

      *    Only the rows in force today count - a leaver's row has
      *    ended, a joiner's has not started, and a dietary change
      *    shows up from its effective date.
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
               ELSE
                   SET ws-roster-table-overflowed TO TRUE
               END-IF
               ADD 1 TO ws-attendee-count
               PERFORM add-attendee-dietary-needs
               PERFORM keep-attendee-if-on-roster
           END-IF.

       add-attendee-dietary-needs.
               END-IF
           END-PERFORM.

       keep-attendee-if-on-roster.
           MOVE "N" TO ws-att-on-roster-flag.
           PERFORM VARYING ws-ros-idx FROM 1 BY 1
                   UNTIL ws-ros-idx > ws-roster-count
               IF ws-roster-name(ws-ros-idx) = att-name
                   MOVE "Y" TO ws-att-on-roster-flag
               END-IF
           END-PERFORM.
           IF ws-att-is-on-roster
               IF ws-attendee-kept < 200
                   ADD 1 TO ws-attendee-kept
                   MOVE att-name TO ws-attendee-name(ws-attendee-kept)
               ELSE
                   SET ws-attendee-table-overflowed TO TRUE
               END-IF
           END-IF.

      *    The group's own veto percentage off the master; no
      *    GROUPS file, no record for the group or a blank field
      *    all leave the shop default of 25 in force.
       load-veto-threshold.
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

      *    Only this group's slice of PREFS is read. Neutral rows
      *    are there to take back an earlier choice and count for
      *    nothing.
       load-attendee-preferences.
           MOVE 0 TO ws-pref-count.
           OPEN INPUT pref-file.
           IF ws-pref-status NOT = "00"
               CONTINUE
           ELSE
               MOVE SPACES TO PREF-KEY
               MOVE ws-group-code TO PREF-GROUP-CODE
               START pref-file KEY IS NOT LESS THAN PREF-KEY
                   INVALID KEY
                       MOVE "10" TO ws-pref-status
                   NOT INVALID KEY
                       MOVE "00" TO ws-pref-status
               END-START
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
               END-PERFORM
               CLOSE pref-file
           END-IF.
           IF ws-attendee-table-overflowed
               DISPLAY "NOTE: MORE THAN 200 ROSTERED ATTENDEES - "
                   "PREFERENCES OF THE EXTRAS ARE NOT BEING APPLIED"
           END-IF.
           IF ws-pref-table-overflowed
               DISPLAY "NOTE: MORE THAN 2000 PREFERRED PLACES - "
                   "PREFERENCES FOR THE EXTRAS ARE NOT BEING APPLIED"
           END-IF.

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
                   IF ws-pref-found-idx = 0
                       IF ws-pref-count < 2000
                           ADD 1 TO ws-pref-count
                           MOVE ws-pref-count TO ws-pref-found-idx
                           MOVE PREF-PLACE-CODE
                               TO ws-pref-place-code(ws-pref-count)
                           MOVE 0 TO ws-pref-favorites(ws-pref-count)
                           MOVE 0 TO ws-pref-vetoes(ws-pref-count)
                       ELSE
                           SET ws-pref-table-overflowed TO TRUE
                       END-IF
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

       set-required-dietary-flag.
           EVALUATE ws-need-code
               WHEN "V"
           IF NOT ws-plan-on-file
               CONTINUE
           ELSE
               PERFORM check-planned-place-held
               IF ws-planned-place-held
                   DISPLAY "PLANNED PICK " ws-chosen-name
                       " IS ON INSPECTION HOLD - RE-DRAWING TODAY"
                   MOVE "N" TO ws-plan-use-answer
               ELSE
                   IF ws-batch-mode
                       MOVE "Y" TO ws-plan-use-answer
                   ELSE
                       DISPLAY "PLANNED PICK FOR TODAY: "
                           ws-chosen-name " - USE IT? (Y/N): "
                       ACCEPT ws-plan-use-answer
                   END-IF
               END-IF
               IF ws-plan-use-answer = "Y" OR ws-plan-use-answer = "y"
                   DISPLAY ws-chosen-name
                   MOVE "Y" TO ws-pick-from-plan-flag
                   PERFORM record-pick-in-history
                   PERFORM write-reservation-request
                   PERFORM write-pickout-dataset
               END-IF
           END-IF.

      *    A plan made before the city failed the place must not
      *    send anyone there, attended or not - the held place is
      *    re-drawn like one the operator turned down.
       check-planned-place-held.
           MOVE "N" TO ws-plan-held-flag.
           OPEN INPUT place-file.
           IF ws-place-status = "00"
               MOVE ws-group-code TO PLACE-GROUP-CODE
               MOVE ws-chosen-code TO PLACE-CODE
               START place-file KEY IS EQUAL TO PLACE-KEY
                   INVALID KEY
                       MOVE "23" TO ws-place-status
                   NOT INVALID KEY
                       MOVE "00" TO ws-place-status
               END-START
               IF ws-place-status = "00"
                   READ place-file NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PLACE-ON-INSPECTION-HOLD
                               MOVE "Y" TO ws-plan-held-flag
                           END-IF
                   END-READ
               END-IF
               CLOSE place-file
           END-IF.

      *    The budget ledger is optional the same way the calendar
      *    is - no BUDGETS file, or no row for this group, just
      *    means the draw never looks at price bands.

       load-active-places.
           MOVE 0 TO ws-elig-count.
           MOVE 0 TO ws-group-cuisine-count.
           OPEN INPUT place-file.
           IF ws-place-status NOT = "00"
               DISPLAY "ERROR OPENING PLACES - STATUS "
                   AT END
                       MOVE "10" TO ws-place-status
                   NOT AT END
                       PERFORM remember-place-cuisine
                       PERFORM add-place-if-eligible
                       PERFORM log-inspection-hold
               END-READ
           END-PERFORM.
           CLOSE place-file.
      *    blank reason at the end means the place made the pool.
      *    Inactive places and other groups' places keep no trail
      *    line; the question the trail answers is about places a
      *    group believes it could be sent to. Places on inspection
      *    hold are the exception - see log-inspection-hold.
       add-place-if-eligible.
           IF NOT PLACE-IS-ACTIVE
                   OR PLACE-GROUP-CODE NOT = ws-group-code
                       MOVE "OVER BUDGET CAP" TO ws-elig-reason-work
                   END-IF
               END-IF
               IF ws-elig-reason-work = SPACES
                   PERFORM check-place-vetoed
                   IF ws-place-vetoed
                       MOVE "VETOED BY ATTENDEES"
                           TO ws-elig-reason-work
                   END-IF
               END-IF
               IF ws-elig-reason-work = SPACES
                   IF ws-place-count >= 2000
                       SET ws-place-table-overflowed TO TRUE
                           TO ws-entry-rsvp(ws-place-count)
                       MOVE PLACE-PRICE-BAND
                           TO ws-entry-band(ws-place-count)
                       MOVE PLACE-CUISINE-CODE
                           TO ws-entry-cuisine(ws-place-count)
                   END-IF
               END-IF
               PERFORM remember-eligibility
           END-IF.

      *    The one inactive place that does get a trail line: a
      *    group asking why a regular stopped coming up needs to
      *    see the city took it out, not placeMaint.
       log-inspection-hold.
           IF PLACE-GROUP-CODE = ws-group-code
                   AND PLACE-ON-INSPECTION-HOLD
                   AND NOT PLACE-IS-ACTIVE
               MOVE "INSPECTION HOLD" TO ws-elig-reason-work
               PERFORM remember-eligibility
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

       remember-eligibility.
           IF ws-elig-count < 2000
               ADD 1 TO ws-elig-count
               END-IF
           END-PERFORM.

      *    Enough of today's people have said never - a single veto
      *    in a party of two is half the table. The percentage
      *    test is done in whole numbers so no rounding can let a
      *    place slip through at exactly the threshold.
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

      *    Once the group's spend passes the cap threshold, the
      *    expensive bands stop being drawable at all - the pool
      *    itself shrinks, not just the odds.
                   END-IF
                   MOVE ws-weight-work TO ws-entry-weight(ws-widx)
               END-IF
               PERFORM apply-preference-tilt
               IF ws-entry-weight(ws-widx) < 1
                   MOVE 1 TO ws-entry-weight(ws-widx)
               END-IF
               ADD ws-entry-weight(ws-widx) TO ws-total-weight
           END-PERFORM.

      *    Vetoes short of the threshold still count against a
      *    place and favorites count for it, one slot each, held
      *    inside the 1-9 range the weight field carries.
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

      *    Build the set of the 5 most recent business days before
      *    today (Mon-Fri), walking backwards one calendar day at a
      *    time and skipping Saturday/Sunday - and skipping this
               END-PERFORM
           END-IF.

      *    The group's window for every cuisine on the master - the
      *    shop-wide row first, then the group's own row (it sorts
      *    straight after) replacing the figure. No CUISINES file
      *    just means no variety rule, the way a missing calendar
      *    means no holidays.
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
           IF ws-cuisine-rule-overflowed
               DISPLAY "NOTE: MORE THAN 200 CUISINES ON FILE - THE "
                   "EXTRAS HAVE NO VARIETY RULE"
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
               IF ws-cuisine-rule-count >= 200
                   SET ws-cuisine-rule-overflowed TO TRUE
               ELSE
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

      *    Runs after the no-repeat exclusions are in. A pool place
      *    whose cuisine the group ate within that cuisine's window
      *    joins the exclusion set, and is remembered as a cuisine
      *    exclusion unless its own window already had it out.
       apply-cuisine-variety-rule.
           MOVE 0 TO ws-cuis-excl-count.
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

      *    Business days back from the draw date, as far as the
      *    longest cuisine window reaches - the same walk as the
      *    no-repeat window, weekends and holidays skipped, so day
      *    1 is the last lunch day before the draw.
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

      *    HIST gives the group's picks on those days; a week being
      *    planned adds the days this sitting has already drawn.
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
           PERFORM VARYING ws-plan-idx FROM 1 BY 1
                   UNTIL ws-plan-idx > ws-planned-count
               PERFORM VARYING ws-cd-idx FROM 1 BY 1
                       UNTIL ws-cd-idx > ws-cd-count
                   IF ws-planned-date(ws-plan-idx)
                           = ws-cuisine-day(ws-cd-idx)
                       MOVE ws-planned-cuisine(ws-plan-idx)
                           TO ws-cuis-work
                       MOVE ws-cd-idx TO ws-cuis-age-work
                       PERFORM note-recent-cuisine
                   END-IF
               END-PERFORM
           END-PERFORM.

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

      *    Keeps the most recent sighting of each cuisine.
       note-recent-cuisine.
           MOVE 0 TO ws-rc-idx.
           PERFORM VARYING ws-eidx FROM 1 BY 1
                   UNTIL ws-eidx > ws-recent-cuisine-count
               IF ws-recent-cuisine(ws-eidx) = ws-cuis-work
                   MOVE ws-eidx TO ws-rc-idx
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
           MOVE ws-entry-code(ws-widx) TO ws-candidate-code.
           PERFORM check-candidate-excluded.
           IF ws-candidate-excluded
               CONTINUE
           ELSE
               MOVE ws-entry-cuisine(ws-widx) TO ws-cuis-work
               MOVE 0 TO ws-cuis-days-work
               PERFORM VARYING ws-rule-idx FROM 1 BY 1
                       UNTIL ws-rule-idx > ws-cuisine-rule-count
                   IF ws-rule-cuisine(ws-rule-idx) = ws-cuis-work
                       MOVE ws-rule-days(ws-rule-idx)
                           TO ws-cuis-days-work
                   END-IF
               END-PERFORM
               MOVE 99 TO ws-cuis-age-work
               PERFORM VARYING ws-rc-idx FROM 1 BY 1
                       UNTIL ws-rc-idx > ws-recent-cuisine-count
                   IF ws-recent-cuisine(ws-rc-idx) = ws-cuis-work
                       MOVE ws-recent-age(ws-rc-idx)
                           TO ws-cuis-age-work
                   END-IF
               END-PERFORM
               IF ws-cuis-days-work > 0
                       AND ws-cuis-age-work <= ws-cuis-days-work
                   PERFORM add-cuisine-exclusion
               END-IF
           END-IF.

       add-cuisine-exclusion.
           IF ws-excl-code-count >= 2000
               SET ws-excl-table-overflowed TO TRUE
           ELSE
               ADD 1 TO ws-excl-code-count
               MOVE ws-entry-code(ws-widx)
                   TO ws-excl-code(ws-excl-code-count)
               ADD 1 TO ws-cuis-excl-count
               MOVE ws-entry-code(ws-widx)
                   TO ws-cuis-excl-code(ws-cuis-excl-count)
           END-IF.

      *    Re-roll FUNCTION RANDOM until it lands outside the
      *    exclusion set, or give up after a bounded number of
      *    attempts and allow a repeat rather than loop forever.
               MOVE ws-next-seq TO HIST-SEQ-NO
               MOVE ws-chosen-code TO HIST-PLACE-CODE
               MOVE ws-chosen-name TO HIST-PLACE-NAME
               EVALUATE TRUE
                   WHEN ws-pick-is-from-plan
                       SET HIST-IS-PLAN TO TRUE
                   WHEN ws-pick-was-overridden
                       SET HIST-IS-OVERRIDE TO TRUE
                   WHEN OTHER
                       SET HIST-IS-RANDOM TO TRUE
               END-EVALUATE
               WRITE HIST-RECORD
                   INVALID KEY
                       ADD 1 TO ws-next-seq
      *    Durable, human-readable record of the day's pick for the
      *    batch job (Req 005) to archive as a dated/GDG dataset - the
      *    HIST file above remains the system of record for no-repeat
      *    and reporting logic. Under dailyCycle every group's pick
      *    line goes into the one generation, so it is appended.
       write-pickout-dataset.
           IF ws-driven-run
               OPEN EXTEND pickout-file
               IF ws-pickout-status = "35"
                   OPEN OUTPUT pickout-file
               END-IF
           ELSE
               OPEN OUTPUT pickout-file
           END-IF.
           MOVE SPACES TO pickout-line.
           STRING ws-group-code DELIMITED BY SIZE
               " " DELIMITED BY SIZE
      *    Stamp the run-control record for (group, today) so
      *    operations can see the pick step completed without digging
      *    through job output. The notify step stamps its own flag.
      *    A pick failure dailyCycle recorded earlier is cleared now
      *    that the pick has gone through.
       record-run-control.
           OPEN I-O runctl-file.
           IF ws-runctl-status = "35"
                   MOVE ws-current-date(9:6) TO RUNCTL-PICK-TIME
                   MOVE "N" TO RUNCTL-NOTIFY-FLAG
                   MOVE 0 TO RUNCTL-NOTIFY-TIME
                   MOVE SPACES TO RUNCTL-FAIL-STEP
                   MOVE 0 TO RUNCTL-FAIL-RC
                   WRITE RUNCTL-RECORD
               NOT INVALID KEY
                   MOVE "Y" TO RUNCTL-PICK-FLAG
                   MOVE ws-current-date(9:6) TO RUNCTL-PICK-TIME
                   IF RUNCTL-PICK-FAILED
                       MOVE SPACES TO RUNCTL-FAIL-STEP
                       MOVE 0 TO RUNCTL-FAIL-RC
                   END-IF
                   REWRITE RUNCTL-RECORD
           END-READ.
           CLOSE runctl-file.
               MOVE 0 TO ws-excl-code-count
               PERFORM load-excluded-codes
               PERFORM add-planned-picks-to-exclusions
               PERFORM apply-cuisine-variety-rule
               PERFORM write-eligibility-trail
               PERFORM pick-a-place
               MOVE random-idx TO ws-final-idx
                   ADD 1 TO ws-planned-count
                   MOVE ws-chosen-code
                       TO ws-planned-code(ws-planned-count)
                   MOVE ws-today TO ws-planned-date(ws-planned-count)
                   MOVE ws-entry-cuisine(ws-final-idx)
                       TO ws-planned-cuisine(ws-planned-count)
               END-IF
           END-IF.

               PERFORM check-place-in-window
               IF ws-elig-window-flag = "Y"
                   MOVE "N" TO elg-in-pool
                   PERFORM check-place-cuisine-repeat
                   IF ws-cuis-repeat-flag = "Y"
                       MOVE "CUISINE REPEAT" TO elg-reason
                   ELSE
                       MOVE "IN NO-REPEAT WINDOW" TO elg-reason
                   END-IF
                   MOVE 0 TO elg-weight
               ELSE
                   MOVE "Y" TO elg-in-pool
               END-IF
           END-PERFORM.

       check-place-cuisine-repeat.
           MOVE "N" TO ws-cuis-repeat-flag.
           PERFORM VARYING ws-eidx FROM 1 BY 1
                   UNTIL ws-eidx > ws-cuis-excl-count
               IF ws-cuis-excl-code(ws-eidx)
                       = ws-elig-code(ws-elig-idx)
                   MOVE "Y" TO ws-cuis-repeat-flag
               END-IF
           END-PERFORM.

       find-trail-weight.
           MOVE 0 TO ws-elig-weight-work.
           PERFORM VARYING ws-eidx FROM 1 BY 1
