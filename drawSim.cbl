       IDENTIFICATION DIVISION.
       PROGRAM-ID. drawSim.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT place-file ASSIGN TO "PLACES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PLACE-KEY
               FILE STATUS IS ws-place-status.

           SELECT hist-file ASSIGN TO "HIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-KEY
               FILE STATUS IS ws-hist-status.

           SELECT cal-file ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cal-status.

           SELECT rate-file ASSIGN TO "RATINGS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RATE-KEY
               FILE STATUS IS ws-rate-status.

           SELECT roster-file ASSIGN TO "ROSTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ROSTER-KEY
               FILE STATUS IS ws-roster-status.

           SELECT budget-file ASSIGN TO "BUDGETS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-budget-status.

           SELECT expval-file ASSIGN TO "EXPOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-expval-status.

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

           SELECT rpt-file ASSIGN TO "SIMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rpt-status.

       DATA DIVISION.
       FILE SECTION.
       FD  place-file.
           COPY PLACEREC.

       FD  hist-file.
           COPY HISTREC.

       FD  cal-file.
           COPY CALREC.

       FD  rate-file.
           COPY RATEREC.

       FD  roster-file.
           COPY ROSTREC.

       FD  budget-file.
           01 budget-record.
            02 bud-group pic x(4).
            02 bud-monthly-amount pic 9(5)v99.
            02 bud-tilt-pct pic 9(3).
            02 bud-cap-pct pic 9(3).

       FD  expval-file.
           01 expval-record.
            02 val-group pic x(4).
            02 val-date pic 9(8).
            02 val-place-code pic x(6).
            02 val-amount pic 9(5)v99.

       FD  cuisine-file.
           COPY CUISREC.

       FD  pref-file.
           COPY PREFREC.

       FD  group-file.
           COPY GRPREC.

       FD  rpt-file.
           01 rpt-line pic x(80).

       WORKING-STORAGE SECTION.
           01 ws-place-status pic xx.
           01 ws-hist-status pic xx.
           01 ws-cal-status pic xx.
           01 ws-rate-status pic xx.
           01 ws-roster-status pic xx.
           01 ws-budget-status pic xx.
           01 ws-expval-status pic xx.
           01 ws-cuisine-status pic xx.
           01 ws-pref-status pic xx.
           01 ws-group-status pic xx.
           01 ws-rpt-status pic xx.

           01 ws-current-date pic x(21).
           01 ws-today pic 9(8).
           01 ws-work-int pic 9(9).
           01 ws-end-int pic 9(9).
           01 ws-work-date pic 9(8).
           01 ws-day-of-week pic 9.

      *    The control cards. Every one but the group may be left
      *    blank for the live draw's own setting, so a bare group
      *    card answers "what are the odds as things stand".
           01 ws-group-code pic x(4) value spaces.
           01 ws-first-answer pic x(8).
           01 ws-last-answer pic x(8).
           01 ws-trials-answer pic x(9).
           01 ws-seed-answer pic x(9).
           01 ws-window-answer pic x(9).
           01 ws-tilt-answer pic x(9).
           01 ws-cap-answer pic x(9).
           01 ws-party-answer pic x(9).
           01 ws-new-place-card pic x(48).
           01 filler redefines ws-new-place-card.
            02 ws-new-code pic x(6).
            02 ws-new-name pic x(17).
            02 ws-new-cuisine pic x(10).
            02 ws-new-band pic x.
            02 ws-new-diet pic x(4).
            02 ws-new-capacity pic x(3).
            02 ws-new-closed pic x(7).
           01 ws-new-seats pic 9(3) value 0.

           01 ws-card-error pic x(40) value spaces.
              88 ws-cards-are-clean value spaces.

      *    Blank-or-number cards are slid right and zero-filled the
      *    way groupMaint edits its numeric answers, then tested.
           01 ws-num-answer pic x(9).
           01 ws-num-value redefines ws-num-answer pic 9(9).
           01 ws-num-hold pic x(9).

           01 ws-date-num pic 9(8).
           01 filler redefines ws-date-num.
            02 ws-date-yyyy pic 9(4).
            02 ws-date-mm pic 9(2).
            02 ws-date-dd pic 9(2).
           01 ws-date-ok-flag pic x.
              88 ws-date-is-valid value "Y".
           01 ws-month-days-table.
            02 filler pic x(24) value "312831303130313130313031".
           01 filler redefines ws-month-days-table.
            02 ws-month-days occurs 12 times pic 9(2).
           01 ws-max-day pic 9(2).
           01 ws-leap-rem-4 pic 9(4).
           01 ws-leap-rem-100 pic 9(4).
           01 ws-leap-rem-400 pic 9(4).

      *    The settings the simulation runs under, each with the
      *    live draw's figure beside it so the report can say what
      *    was changed.
           01 ws-first-date pic 9(8).
           01 ws-last-date pic 9(8).
           01 ws-trials pic 9(4) value 1000.
           01 seed pic 9(9) comp-5 sync.
           01 ws-seed-display pic 9(9).
           01 ws-window-days pic 9(2) value 5.
           01 ws-live-window-days pic 9(2) value 5.
           01 ws-window-source pic x(8) value "LIVE".
           01 ws-tilt-override-flag pic x value "N".
              88 ws-tilt-overridden value "Y".
           01 ws-cap-override-flag pic x value "N".
              88 ws-cap-overridden value "Y".
           01 ws-tilt-override pic 9(3) value 0.
           01 ws-cap-override pic 9(3) value 0.
           01 ws-party-override-flag pic x value "N".
              88 ws-party-overridden value "Y".
           01 ws-party-size pic 9(3) value 0.
           01 ws-party-source pic x(20) value spaces.
           01 ws-new-place-flag pic x value "N".
              88 ws-new-place-wanted value "Y".

           01 ws-holiday-table.
            02 ws-holiday-date occurs 200 times pic 9(8).
           01 ws-holiday-count pic 9(4) value 0.
           01 ws-holiday-ovfl-flag pic x value "N".
              88 ws-holiday-table-overflowed value "Y".
           01 ws-holiday-flag pic x value "N".
              88 ws-date-is-holiday value "Y".

           01 ws-closed-table.
            02 ws-closed-entry occurs 200 times indexed by ws-cal-idx.
             03 ws-closed-place-code pic x(6).
             03 ws-closed-day-flag occurs 7 times pic x.
           01 ws-closed-count pic 9(4) value 0.
           01 ws-closed-ovfl-flag pic x value "N".
              88 ws-closed-table-overflowed value "Y".

      *    Lunch days by position: 1-20 are the group's last twenty
      *    real lunch days before the range (20 the most recent),
      *    21 onward the simulated ones. The no-repeat window and
      *    the cuisine windows are both "so many lunch days back",
      *    so a gap in positions is all either rule needs. Each
      *    simulated day carries its own month-to-date spend and
      *    budget posture - a range that crosses a month end starts
      *    the new month with a clean slate, as the live draw does.
           01 ws-day-table.
            02 ws-day-entry occurs 80 times.
             03 ws-day-date pic 9(8).
             03 ws-day-dow pic 9.
             03 ws-day-mtd-spend pic 9(7)v99.
             03 ws-day-posture pic x.
                88 ws-day-tilt-active value "T" "C".
                88 ws-day-cap-active value "C".
           01 ws-day-count pic 9(4) comp-5 sync value 0.
           01 ws-prior-count pic 9(4) comp-5 sync value 0.
           01 ws-day-idx pic 9(4) comp-5 sync.
           01 ws-day-pos pic 9(4) comp-5 sync.
           01 ws-prior-pos pic 9(4) comp-5 sync.
           01 ws-max-sim-days pic 9(4) value 60.

      *    Every one of the group's places, inactive ones included -
      *    a place retired last week still tells the cuisine rule
      *    what the group ate last week. Status A is active, H on
      *    inspection hold (listed, never drawn), I inactive (not
      *    listed), N the hypothetical place off the last card.
           01 ws-place-table.
            02 ws-plc-entry occurs 500 times.
             03 ws-plc-code pic x(6).
             03 ws-plc-name pic x(17).
             03 ws-plc-cuisine pic x(10).
             03 ws-plc-band pic 9.
             03 ws-plc-diet.
              04 ws-plc-vegetarian pic x.
              04 ws-plc-vegan pic x.
              04 ws-plc-halal pic x.
              04 ws-plc-gluten-free pic x.
             03 ws-plc-capacity pic 9(3).
             03 ws-plc-status pic x.
                88 ws-plc-is-drawable value "A" "N".
                88 ws-plc-is-held value "H".
                88 ws-plc-is-listed value "A" "N" "H".
                88 ws-plc-is-new value "N".
             03 ws-plc-closed-day occurs 7 times pic x.
             03 ws-plc-rate-total pic 9(6).
             03 ws-plc-rate-cnt pic 9(4).
             03 ws-plc-favorites pic 9(4).
             03 ws-plc-vetoes pic 9(4).
             03 ws-plc-cuis-idx pic 9(4) comp-5 sync.
             03 ws-plc-base-last pic 9(4) comp-5 sync.
             03 ws-plc-last pic 9(4) comp-5 sync.
             03 ws-plc-in-draw pic x.
             03 ws-plc-picks pic 9(9) comp-5 sync.
             03 ws-plc-eligible pic 9(9) comp-5 sync.
             03 ws-plc-weight-sum pic 9(6) comp-5 sync.
             03 ws-plc-pool-days pic 9(4) comp-5 sync.
             03 ws-plc-reason-count occurs 11 times
                    pic 9(9) comp-5 sync.
             03 ws-plc-printed pic x.
           01 ws-place-count pic 9(4) comp-5 sync value 0.
           01 ws-place-ovfl-flag pic x value "N".
              88 ws-place-table-overflowed value "Y".
           01 ws-pidx pic 9(4) comp-5 sync.
           01 ws-found-idx pic 9(4) comp-5 sync.
           01 ws-look-code pic x(6).

      *    Why a place was out on a simulated day before any trial
      *    is drawn - reason 0 means it is in that day's pool, with
      *    its draw weight beside it. Only the no-repeat window and
      *    the cuisine rule change from trial to trial; everything
      *    here is the same every time the day comes round.
           01 ws-day-place-table.
            02 ws-dp-day occurs 60 times.
             03 ws-dp-entry occurs 500 times.
              04 ws-dp-reason pic 9(2).
              04 ws-dp-weight pic 9.

           01 ws-reason-names.
            02 filler pic x(20) value "CAPACITY TOO SMALL".
            02 filler pic x(20) value "NO VEGETARIAN".
            02 filler pic x(20) value "NO VEGAN".
            02 filler pic x(20) value "NO HALAL".
            02 filler pic x(20) value "NO GLUTEN-FREE".
            02 filler pic x(20) value "CLOSED TODAY".
            02 filler pic x(20) value "OVER BUDGET CAP".
            02 filler pic x(20) value "VETOED BY ATTENDEES".
            02 filler pic x(20) value "INSPECTION HOLD".
            02 filler pic x(20) value "IN NO-REPEAT WINDOW".
            02 filler pic x(20) value "CUISINE REPEAT".
           01 filler redefines ws-reason-names.
            02 ws-reason-name occurs 11 times pic x(20).
           01 ws-reason-work pic 9(2).
           01 ws-ridx pic 9(2).
           01 ws-best-reason pic 9(2).

      *    The assumed attendance: everyone on the roster on the
      *    first simulated day. Their head count is the party size
      *    and the yardstick for vetoes, and their dietary needs
      *    together are the requirement every day - nobody can say
      *    who will be off sick three weeks from now, so the whole
      *    team is the fair assumption.
           01 ws-roster-table.
            02 ws-roster-entry occurs 200 times indexed by ws-ros-idx.
             03 ws-roster-name pic x(20).
             03 ws-roster-dietary pic x(4).
           01 ws-roster-count pic 9(4) value 0.
           01 ws-roster-ovfl-flag pic x value "N".
              88 ws-roster-table-overflowed value "Y".
           01 ws-attendee-count pic 9(4) value 0.
           01 ws-person-ok-flag pic x.
              88 ws-person-is-rostered value "Y".
           01 ws-veto-pct pic 9(3) value 25.
           01 ws-group-default-party pic 9(3) value 0.

           01 ws-required-dietary.
            02 ws-need-vegetarian pic x value "N".
            02 ws-need-vegan pic x value "N".
            02 ws-need-halal pic x value "N".
            02 ws-need-gluten-free pic x value "N".
           01 ws-need-idx pic 9(4).
           01 ws-need-code pic x.

      *    The group's window per cuisine, held to the twenty lunch
      *    days the live draw looks back over, and the position each
      *    cuisine was last eaten at.
           01 ws-cuisine-rule-table.
            02 ws-cuisine-rule occurs 200 times.
             03 ws-rule-cuisine pic x(10).
             03 ws-rule-days pic 9(2).
             03 ws-rule-base-last pic 9(4) comp-5 sync.
             03 ws-rule-last pic 9(4) comp-5 sync.
           01 ws-cuisine-rule-count pic 9(4) comp-5 sync value 0.
           01 ws-cuisine-rule-ovfl-flag pic x value "N".
              88 ws-cuisine-rule-overflowed value "Y".
           01 ws-rule-idx pic 9(4) comp-5 sync.

           01 ws-budget-found-flag pic x value "N".
              88 ws-budget-on-file value "Y".
           01 ws-monthly-budget pic 9(5)v99 value 0.
           01 ws-tilt-pct pic 9(3) value 0.
           01 ws-cap-pct pic 9(3) value 0.
           01 ws-live-tilt-pct pic 9(3) value 0.
           01 ws-live-cap-pct pic 9(3) value 0.
           01 ws-tilt-point pic 9(7)v99 value 0.
           01 ws-cap-point pic 9(7)v99 value 0.
           01 ws-low-band-limit pic 9 value 2.
           01 ws-weight-work pic s9(3).

           01 ws-trial-no pic 9(5) comp-5 sync.
           01 ws-trial-reason pic 9(2).
           01 ws-pool-weight pic 9(6) comp-5 sync.
           01 ws-draw-weight pic 9(6) comp-5 sync.
           01 ws-random-draw pic 9(6) comp-5 sync.
           01 ws-random-fraction pic v9(9).
           01 ws-weight-cum pic 9(6) comp-5 sync.
           01 random-idx pic 9(4) comp-5 sync.
           01 ws-weight-found-flag pic x.
           01 ws-total-picks pic 9(9) comp-5 sync value 0.
           01 ws-empty-draws pic 9(9) comp-5 sync value 0.
           01 ws-forced-repeats pic 9(9) comp-5 sync value 0.
           01 ws-place-days pic 9(9) comp-5 sync value 0.

           01 ws-best-idx pic 9(4) comp-5 sync.
           01 ws-best-picks pic 9(9) comp-5 sync.
           01 ws-pct-work pic 9(3)v9.
           01 ws-exp-work pic 9(3)v9.
           01 ws-avg-work pic 9v9.
           01 ws-pick-display pic zz9.9.
           01 ws-exp-display pic zz9.9.
           01 ws-elig-display pic zz9.9.
           01 ws-avg-display pic 9.9.
           01 ws-excl-display pic zz9.9.
           01 ws-count-display pic zzz,zzz,zz9.
           01 ws-days-display pic z9.
           01 ws-trials-display pic z,zz9.
           01 ws-new-marker pic x.
           01 ws-excl-name pic x(20).

       PROCEDURE DIVISION.
       main-control.
           MOVE FUNCTION CURRENT-DATE TO ws-current-date.
           MOVE ws-current-date(1:8) TO ws-today.
           PERFORM read-control-cards.
           IF NOT ws-cards-are-clean
               DISPLAY "CONTROL CARD ERROR - " ws-card-error
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM load-calendar.
           PERFORM build-lunch-days.
           IF ws-day-count = 0
               DISPLAY "NO LUNCH DAYS FOR GROUP " ws-group-code
                   " BETWEEN " ws-first-date " AND " ws-last-date
                   " - NOTHING TO SIMULATE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF ws-day-count > ws-max-sim-days
      *        Simulating the first sixty days of a longer range
      *        would print odds for a window nobody asked about.
               DISPLAY "MORE THAN 60 LUNCH DAYS IN THE RANGE - "
                   "SHORTEN THE RANGE AND RESUBMIT"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM load-group-master.
           PERFORM load-places.
           IF ws-place-table-overflowed
      *        A place left out of the table could never be drawn -
      *        every other place's odds would be overstated.
               DISPLAY "MORE THAN 500 PLACES ON FILE FOR GROUP "
                   ws-group-code " - CANNOT SIMULATE RELIABLY"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF ws-new-place-wanted
               PERFORM add-hypothetical-place
               IF NOT ws-cards-are-clean
                   DISPLAY "CONTROL CARD ERROR - " ws-card-error
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           IF ws-place-count = 0
               DISPLAY "NO PLACES ON FILE FOR GROUP " ws-group-code
                   " - NOTHING TO SIMULATE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM load-roster.
           IF ws-roster-table-overflowed
      *        A missing member's dietary needs and vetoes would be
      *        left out of every simulated day - a wrong answer.
               DISPLAY "MORE THAN 200 ROSTER ROWS FOR GROUP "
                   ws-group-code " - CANNOT SIMULATE RELIABLY"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM set-assumed-attendance.
           PERFORM load-ratings.
           PERFORM load-preferences.
           PERFORM load-cuisine-rules.
           PERFORM link-place-cuisines.
           PERFORM load-history.
           PERFORM load-budget-ledger.
           PERFORM tally-month-to-date-spend.
           PERFORM set-day-postures.
           PERFORM evaluate-static-pool.
           PERFORM run-trials.
           PERFORM write-odds-report.
           goback.

      *    Card order: group, first date, last date, trials, seed,
      *    no-repeat window, tilt pct, cap pct, party size and the
      *    hypothetical place. The edits stop at the first bad card
      *    so the message names the one to fix.
       read-control-cards.
           DISPLAY "ENTER GROUP/OFFICE CODE (4 CHARS): ".
           ACCEPT ws-group-code.
           DISPLAY "FIRST DATE YYYYMMDD (BLANK FOR TODAY): ".
           ACCEPT ws-first-answer.
           DISPLAY "LAST DATE YYYYMMDD (BLANK FOR FOUR WEEKS): ".
           ACCEPT ws-last-answer.
           DISPLAY "TRIALS (BLANK FOR 1000): ".
           ACCEPT ws-trials-answer.
           DISPLAY "SEED (BLANK FOR THE CLOCK): ".
           ACCEPT ws-seed-answer.
           DISPLAY "NO-REPEAT WINDOW 0-20 DAYS (BLANK FOR LIVE): ".
           ACCEPT ws-window-answer.
           DISPLAY "BUDGET TILT PCT (BLANK FOR BUDGETS): ".
           ACCEPT ws-tilt-answer.
           DISPLAY "BUDGET CAP PCT (BLANK FOR BUDGETS): ".
           ACCEPT ws-cap-answer.
           DISPLAY "PARTY SIZE (BLANK FOR THE ROSTER): ".
           ACCEPT ws-party-answer.
           DISPLAY "HYPOTHETICAL PLACE CARD (BLANK FOR NONE): ".
           ACCEPT ws-new-place-card.
           IF ws-group-code = SPACES
               MOVE "GROUP CODE IS REQUIRED" TO ws-card-error
           END-IF.
           IF ws-cards-are-clean
               PERFORM edit-range-cards
           END-IF.
           IF ws-cards-are-clean
               PERFORM edit-trials-and-seed
           END-IF.
           IF ws-cards-are-clean
               PERFORM edit-override-cards
           END-IF.
           IF ws-cards-are-clean AND ws-new-place-card NOT = SPACES
               PERFORM edit-new-place-card
           END-IF.

      *    A blank last date runs four weeks from the first - long
      *    enough for every place to come round more than once.
       edit-range-cards.
           IF ws-first-answer = SPACES
               MOVE ws-today TO ws-first-date
           ELSE
               MOVE ws-first-answer TO ws-num-answer
               PERFORM edit-date-answer
               IF ws-date-is-valid
                   MOVE ws-date-num TO ws-first-date
               ELSE
                   MOVE "FIRST DATE NOT A VALID YYYYMMDD"
                       TO ws-card-error
               END-IF
           END-IF.
           IF ws-cards-are-clean
               IF ws-last-answer = SPACES
                   COMPUTE ws-work-int =
                       FUNCTION INTEGER-OF-DATE(ws-first-date) + 27
                   COMPUTE ws-last-date =
                       FUNCTION DATE-OF-INTEGER(ws-work-int)
               ELSE
                   MOVE ws-last-answer TO ws-num-answer
                   PERFORM edit-date-answer
                   IF ws-date-is-valid
                       MOVE ws-date-num TO ws-last-date
                   ELSE
                       MOVE "LAST DATE NOT A VALID YYYYMMDD"
                           TO ws-card-error
                   END-IF
               END-IF
           END-IF.
           IF ws-cards-are-clean AND ws-last-date < ws-first-date
               MOVE "LAST DATE BEFORE FIRST DATE" TO ws-card-error
           END-IF.

       edit-date-answer.
           MOVE "N" TO ws-date-ok-flag.
           IF ws-num-answer(1:8) NUMERIC
               MOVE ws-num-answer(1:8) TO ws-date-num
               IF ws-date-mm >= 1 AND ws-date-mm <= 12
                       AND ws-date-yyyy >= 1601
                   PERFORM set-max-day-of-month
                   IF ws-date-dd >= 1 AND ws-date-dd <= ws-max-day
                       MOVE "Y" TO ws-date-ok-flag
                   END-IF
               END-IF
           END-IF.

       set-max-day-of-month.
           MOVE ws-month-days(ws-date-mm) TO ws-max-day.
           IF ws-date-mm = 2
               COMPUTE ws-leap-rem-4 =
                   FUNCTION MOD(ws-date-yyyy, 4)
               COMPUTE ws-leap-rem-100 =
                   FUNCTION MOD(ws-date-yyyy, 100)
               COMPUTE ws-leap-rem-400 =
                   FUNCTION MOD(ws-date-yyyy, 400)
               IF ws-leap-rem-4 = 0 AND
                       (ws-leap-rem-100 NOT = 0 OR
                           ws-leap-rem-400 = 0)
                   MOVE 29 TO ws-max-day
               END-IF
           END-IF.

      *    The same seed with the same cards and files gives the
      *    same report, so a before-and-after comparison of one
      *    setting is not muddied by luck. The seed used is printed
      *    either way so a clock-seeded run can be repeated.
       edit-trials-and-seed.
           IF ws-trials-answer NOT = SPACES
               MOVE ws-trials-answer TO ws-num-answer
               PERFORM edit-number-answer
               IF ws-num-answer NOT NUMERIC
                       OR ws-num-value < 1 OR ws-num-value > 9999
                   MOVE "TRIALS MUST BE 1-9999" TO ws-card-error
               ELSE
                   MOVE ws-num-value TO ws-trials
               END-IF
           END-IF.
           IF ws-cards-are-clean
               IF ws-seed-answer = SPACES
                   accept seed from time
               ELSE
                   MOVE ws-seed-answer TO ws-num-answer
                   PERFORM edit-number-answer
                   IF ws-num-answer NOT NUMERIC
                       MOVE "SEED MUST BE NUMERIC" TO ws-card-error
                   ELSE
                       MOVE ws-num-value TO seed
                   END-IF
               END-IF
               MOVE seed TO ws-seed-display
           END-IF.

       edit-override-cards.
           IF ws-window-answer NOT = SPACES
               MOVE ws-window-answer TO ws-num-answer
               PERFORM edit-number-answer
               IF ws-num-answer NOT NUMERIC OR ws-num-value > 20
                   MOVE "WINDOW MUST BE 0-20 DAYS" TO ws-card-error
               ELSE
                   MOVE ws-num-value TO ws-window-days
                   MOVE "OVERRIDE" TO ws-window-source
               END-IF
           END-IF.
           IF ws-cards-are-clean AND ws-tilt-answer NOT = SPACES
               MOVE ws-tilt-answer TO ws-num-answer
               PERFORM edit-number-answer
               IF ws-num-answer NOT NUMERIC OR ws-num-value > 999
                   MOVE "TILT PCT MUST BE 0-999" TO ws-card-error
               ELSE
                   MOVE ws-num-value TO ws-tilt-override
                   MOVE "Y" TO ws-tilt-override-flag
               END-IF
           END-IF.
           IF ws-cards-are-clean AND ws-cap-answer NOT = SPACES
               MOVE ws-cap-answer TO ws-num-answer
               PERFORM edit-number-answer
               IF ws-num-answer NOT NUMERIC OR ws-num-value > 999
                   MOVE "CAP PCT MUST BE 0-999" TO ws-card-error
               ELSE
                   MOVE ws-num-value TO ws-cap-override
                   MOVE "Y" TO ws-cap-override-flag
               END-IF
           END-IF.
           IF ws-cards-are-clean AND ws-party-answer NOT = SPACES
               MOVE ws-party-answer TO ws-num-answer
               PERFORM edit-number-answer
               IF ws-num-answer NOT NUMERIC OR ws-num-value > 999
                   MOVE "PARTY SIZE MUST BE 0-999" TO ws-card-error
               ELSE
                   MOVE ws-num-value TO ws-party-size
                   MOVE "Y" TO ws-party-override-flag
               END-IF
           END-IF.

      *    Slides a non-blank answer to the right of the field and
      *    zero-fills the front, so "5" and "  5" both read as 5.
      *    Anything that is not then all digits fails the caller's
      *    NUMERIC test.
       edit-number-answer.
           PERFORM UNTIL ws-num-answer(9:1) NOT = SPACE
               MOVE ws-num-answer TO ws-num-hold
               MOVE SPACE TO ws-num-answer(1:1)
               MOVE ws-num-hold(1:8) TO ws-num-answer(2:8)
           END-PERFORM.
           INSPECT ws-num-answer REPLACING LEADING SPACE BY "0".

      *    The place being thought about: code, name, cuisine, price
      *    band, dietary flags (vegetarian, vegan, halal, gluten-
      *    free), seats and closed days Monday to Sunday, laid out
      *    the way placeMaint holds them. Blank seats means it
      *    seats anyone; a blank flag or closed day means no.
       edit-new-place-card.
           MOVE "Y" TO ws-new-place-flag.
           INSPECT ws-new-diet CONVERTING "yn" TO "YN".
           INSPECT ws-new-closed CONVERTING "yn" TO "YN".
           IF ws-new-code = SPACES
               MOVE "HYPOTHETICAL PLACE NEEDS A CODE"
                   TO ws-card-error
           END-IF.
           IF ws-cards-are-clean
               IF ws-new-band NOT NUMERIC OR ws-new-band = "0"
                   MOVE "HYPOTHETICAL PRICE BAND MUST BE 1-9"
                       TO ws-card-error
               END-IF
           END-IF.
           IF ws-cards-are-clean
               IF ws-new-capacity = SPACES
                   MOVE "999" TO ws-new-capacity
               END-IF
               MOVE ws-new-capacity TO ws-num-answer
               PERFORM edit-number-answer
               IF ws-num-answer NOT NUMERIC
                   MOVE "HYPOTHETICAL CAPACITY MUST BE NUMERIC"
                       TO ws-card-error
               ELSE
                   MOVE ws-num-value TO ws-new-seats
               END-IF
           END-IF.

      *    Pull this group's holidays and every place's regular
      *    closed days out of the calendar - the same reading the
      *    live draw gives it.
       load-calendar.
           OPEN INPUT cal-file.
           IF ws-cal-status NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL ws-cal-status = "10"
                   READ cal-file
                       AT END
                           MOVE "10" TO ws-cal-status
                       NOT AT END
                           PERFORM store-calendar-record
                   END-READ
               END-PERFORM
               CLOSE cal-file
           END-IF.
           IF ws-holiday-table-overflowed
               DISPLAY "NOTE: MORE THAN 200 HOLIDAY DATES FOR THIS "
                   "GROUP - EXTRAS IGNORED"
           END-IF.
           IF ws-closed-table-overflowed
               DISPLAY "NOTE: MORE THAN 200 CLOSED-DAYS ENTRIES FOR "
                   "THIS GROUP - EXTRAS IGNORED"
           END-IF.

       store-calendar-record.
           IF CAL-IS-HOLIDAY AND CAL-GROUP-CODE = ws-group-code
               IF ws-holiday-count < 200
                   ADD 1 TO ws-holiday-count
                   MOVE CAL-HOLIDAY-DATE
                       TO ws-holiday-date(ws-holiday-count)
               ELSE
                   SET ws-holiday-table-overflowed TO TRUE
               END-IF
           END-IF.
           IF CAL-IS-CLOSED-DAYS AND CAL-GROUP-CODE = ws-group-code
               IF ws-closed-count < 200
                   ADD 1 TO ws-closed-count
                   MOVE CAL-PLACE-CODE
                       TO ws-closed-place-code(ws-closed-count)
                   PERFORM VARYING ws-need-idx FROM 1 BY 1
                           UNTIL ws-need-idx > 7
                       MOVE CAL-CLOSED-DAY(ws-need-idx)
                           TO ws-closed-day-flag(ws-closed-count
                               ws-need-idx)
                   END-PERFORM
               ELSE
                   SET ws-closed-table-overflowed TO TRUE
               END-IF
           END-IF.

       check-date-is-holiday.
           MOVE "N" TO ws-holiday-flag.
           PERFORM VARYING ws-need-idx FROM 1 BY 1
                   UNTIL ws-need-idx > ws-holiday-count
               IF ws-work-date = ws-holiday-date(ws-need-idx)
                   MOVE "Y" TO ws-holiday-flag
               END-IF
           END-PERFORM.

      *    The simulated lunch days are the weekdays in the range
      *    that are not group holidays - the days LUNCHDLY would
      *    actually draw on. The twenty before the range come from
      *    the same walk run backwards, as far as the longest
      *    window either rule can reach.
       build-lunch-days.
           COMPUTE ws-work-int =
               FUNCTION INTEGER-OF-DATE(ws-first-date).
           MOVE 0 TO ws-prior-count.
           PERFORM UNTIL ws-prior-count = 20
               SUBTRACT 1 FROM ws-work-int
               PERFORM classify-work-day
               IF ws-day-of-week NOT = 0 AND ws-day-of-week NOT = 6
                       AND NOT ws-date-is-holiday
                   ADD 1 TO ws-prior-count
                   COMPUTE ws-prior-pos = 21 - ws-prior-count
                   MOVE ws-work-date TO ws-day-date(ws-prior-pos)
               END-IF
           END-PERFORM.
           COMPUTE ws-work-int =
               FUNCTION INTEGER-OF-DATE(ws-first-date).
           COMPUTE ws-end-int = FUNCTION INTEGER-OF-DATE(ws-last-date).
           MOVE 0 TO ws-day-count.
           PERFORM UNTIL ws-work-int > ws-end-int
                   OR ws-day-count > ws-max-sim-days
               PERFORM classify-work-day
               IF ws-day-of-week NOT = 0 AND ws-day-of-week NOT = 6
                       AND NOT ws-date-is-holiday
                   ADD 1 TO ws-day-count
                   IF ws-day-count <= ws-max-sim-days
                       COMPUTE ws-day-pos = ws-day-count + 20
                       MOVE ws-work-date TO ws-day-date(ws-day-pos)
                       IF ws-day-of-week = 0
                           MOVE 7 TO ws-day-dow(ws-day-pos)
                       ELSE
                           MOVE ws-day-of-week
                               TO ws-day-dow(ws-day-pos)
                       END-IF
                       MOVE 0 TO ws-day-mtd-spend(ws-day-pos)
                       MOVE "N" TO ws-day-posture(ws-day-pos)
                   END-IF
               END-IF
               ADD 1 TO ws-work-int
           END-PERFORM.

       classify-work-day.
           COMPUTE ws-work-date = FUNCTION DATE-OF-INTEGER(ws-work-int).
           COMPUTE ws-day-of-week = FUNCTION MOD(ws-work-int, 7).
           PERFORM check-date-is-holiday.

      *    The group's veto percentage and default party size off
      *    the master; no GROUPS file or no record leaves the shop
      *    default of 25 and an unknown party size.
       load-group-master.
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
                       IF GROUP-DEFAULT-PARTY NUMERIC
                           MOVE GROUP-DEFAULT-PARTY
                               TO ws-group-default-party
                       END-IF
               END-READ
               CLOSE group-file
           END-IF.

       load-places.
           OPEN INPUT place-file.
           IF ws-place-status NOT = "00"
               DISPLAY "ERROR OPENING PLACES - STATUS "
                   ws-place-status
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO PLACE-KEY.
           MOVE ws-group-code TO PLACE-GROUP-CODE.
           START place-file KEY IS NOT LESS THAN PLACE-KEY
               INVALID KEY
                   MOVE "10" TO ws-place-status
               NOT INVALID KEY
                   MOVE "00" TO ws-place-status
           END-START.
           PERFORM UNTIL ws-place-status = "10"
               READ place-file NEXT RECORD
                   AT END
                       MOVE "10" TO ws-place-status
                   NOT AT END
                       IF PLACE-GROUP-CODE NOT = ws-group-code
                           MOVE "10" TO ws-place-status
                       ELSE
                           PERFORM store-place-record
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE place-file.

       store-place-record.
           IF ws-place-count >= 500
               SET ws-place-table-overflowed TO TRUE
           ELSE
               ADD 1 TO ws-place-count
               MOVE ws-place-count TO ws-pidx
               MOVE PLACE-CODE TO ws-plc-code(ws-pidx)
               MOVE PLACE-NAME TO ws-plc-name(ws-pidx)
               MOVE PLACE-CUISINE-CODE TO ws-plc-cuisine(ws-pidx)
               MOVE PLACE-PRICE-BAND TO ws-plc-band(ws-pidx)
               MOVE PLACE-DIETARY-FLAGS TO ws-plc-diet(ws-pidx)
               MOVE PLACE-MAX-CAPACITY TO ws-plc-capacity(ws-pidx)
               EVALUATE TRUE
                   WHEN PLACE-IS-ACTIVE
                       MOVE "A" TO ws-plc-status(ws-pidx)
                   WHEN PLACE-ON-INSPECTION-HOLD
                       MOVE "H" TO ws-plc-status(ws-pidx)
                   WHEN OTHER
                       MOVE "I" TO ws-plc-status(ws-pidx)
               END-EVALUATE
               PERFORM clear-place-counters
               PERFORM VARYING ws-cal-idx FROM 1 BY 1
                       UNTIL ws-cal-idx > ws-closed-count
                   IF ws-closed-place-code(ws-cal-idx) = PLACE-CODE
                       PERFORM VARYING ws-need-idx FROM 1 BY 1
                               UNTIL ws-need-idx > 7
                           IF ws-closed-day-flag(ws-cal-idx
                                   ws-need-idx) = "Y"
                               MOVE "Y" TO ws-plc-closed-day(ws-pidx
                                   ws-need-idx)
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       clear-place-counters.
           PERFORM VARYING ws-need-idx FROM 1 BY 1
                   UNTIL ws-need-idx > 7
               MOVE "N" TO ws-plc-closed-day(ws-pidx ws-need-idx)
           END-PERFORM.
           MOVE 0 TO ws-plc-rate-total(ws-pidx).
           MOVE 0 TO ws-plc-rate-cnt(ws-pidx).
           MOVE 0 TO ws-plc-favorites(ws-pidx).
           MOVE 0 TO ws-plc-vetoes(ws-pidx).
           MOVE 0 TO ws-plc-cuis-idx(ws-pidx).
           MOVE 0 TO ws-plc-base-last(ws-pidx).
           MOVE 0 TO ws-plc-last(ws-pidx).
           MOVE "N" TO ws-plc-in-draw(ws-pidx).
           MOVE 0 TO ws-plc-picks(ws-pidx).
           MOVE 0 TO ws-plc-eligible(ws-pidx).
           MOVE 0 TO ws-plc-weight-sum(ws-pidx).
           MOVE 0 TO ws-plc-pool-days(ws-pidx).
           PERFORM VARYING ws-ridx FROM 1 BY 1 UNTIL ws-ridx > 11
               MOVE 0 TO ws-plc-reason-count(ws-pidx ws-ridx)
           END-PERFORM.
           MOVE "N" TO ws-plc-printed(ws-pidx).

      *    The new place joins the pool as an active place with no
      *    ratings (the neutral weight, as any new place gets) and
      *    no favorites or vetoes - nobody has been there yet.
       add-hypothetical-place.
           MOVE ws-new-code TO ws-look-code.
           PERFORM find-place-entry.
           IF ws-found-idx > 0
               MOVE "HYPOTHETICAL CODE ALREADY ON PLACES"
                   TO ws-card-error
           ELSE
               IF ws-place-count >= 500
                   MOVE "NO ROOM FOR THE HYPOTHETICAL PLACE"
                       TO ws-card-error
               ELSE
                   ADD 1 TO ws-place-count
                   MOVE ws-place-count TO ws-pidx
                   MOVE ws-new-code TO ws-plc-code(ws-pidx)
                   MOVE ws-new-name TO ws-plc-name(ws-pidx)
                   MOVE ws-new-cuisine TO ws-plc-cuisine(ws-pidx)
                   MOVE ws-new-band TO ws-plc-band(ws-pidx)
                   MOVE ws-new-diet TO ws-plc-diet(ws-pidx)
                   MOVE ws-new-seats TO ws-plc-capacity(ws-pidx)
                   MOVE "N" TO ws-plc-status(ws-pidx)
                   PERFORM clear-place-counters
                   PERFORM VARYING ws-need-idx FROM 1 BY 1
                           UNTIL ws-need-idx > 7
                       IF ws-new-closed(ws-need-idx:1) = "Y"
                           MOVE "Y" TO ws-plc-closed-day(ws-pidx
                               ws-need-idx)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       find-place-entry.
           MOVE 0 TO ws-found-idx.
           PERFORM VARYING ws-pidx FROM 1 BY 1
                   UNTIL ws-pidx > ws-place-count
               IF ws-plc-code(ws-pidx) = ws-look-code
                   MOVE ws-pidx TO ws-found-idx
               END-IF
           END-PERFORM.

       load-roster.
           OPEN INPUT roster-file.
           IF ws-roster-status NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL ws-roster-status = "10"
                   READ roster-file NEXT RECORD
                       AT END
                           MOVE "10" TO ws-roster-status
                       NOT AT END
                           PERFORM store-roster-record
                   END-READ
               END-PERFORM
               CLOSE roster-file
           END-IF.

       store-roster-record.
           IF ROSTER-GROUP-CODE = ws-group-code
                   AND ROSTER-START-DATE <= ws-first-date
                   AND ROSTER-END-DATE >= ws-first-date
               IF ws-roster-count < 200
                   ADD 1 TO ws-roster-count
                   MOVE ROSTER-PERSON-NAME
                       TO ws-roster-name(ws-roster-count)
                   MOVE ROSTER-DIETARY-NEEDS
                       TO ws-roster-dietary(ws-roster-count)
               ELSE
                   SET ws-roster-table-overflowed TO TRUE
               END-IF
           END-IF.

      *    With no roster on file the group's default party size
      *    stands in, as it does for dailyCycle before the feed
      *    arrives, and no dietary need or preference applies.
       set-assumed-attendance.
           MOVE ws-roster-count TO ws-attendee-count.
           PERFORM VARYING ws-ros-idx FROM 1 BY 1
                   UNTIL ws-ros-idx > ws-roster-count
               PERFORM VARYING ws-need-idx FROM 1 BY 1
                       UNTIL ws-need-idx > 4
                   MOVE ws-roster-dietary(ws-ros-idx)(ws-need-idx:1)
                       TO ws-need-code
                   PERFORM set-required-dietary-flag
               END-PERFORM
           END-PERFORM.
           EVALUATE TRUE
               WHEN ws-party-overridden
                   MOVE "OVERRIDE" TO ws-party-source
               WHEN ws-roster-count > 0
                   MOVE ws-roster-count TO ws-party-size
                   MOVE "ROSTER HEAD COUNT" TO ws-party-source
               WHEN OTHER
                   MOVE ws-group-default-party TO ws-party-size
                   MOVE "GROUP DEFAULT" TO ws-party-source
           END-EVALUATE.

       set-required-dietary-flag.
           EVALUATE ws-need-code
               WHEN "V"
                   MOVE "Y" TO ws-need-vegetarian
               WHEN "N"
                   MOVE "Y" TO ws-need-vegan
               WHEN "H"
                   MOVE "Y" TO ws-need-halal
               WHEN "F"
                   MOVE "Y" TO ws-need-gluten-free
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Every rating on file for the group, tallied straight onto
      *    its place - a rating for a code no longer on the master
      *    has nothing to weigh.
       load-ratings.
           OPEN INPUT rate-file.
           IF ws-rate-status NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL ws-rate-status = "10"
                   READ rate-file NEXT RECORD
                       AT END
                           MOVE "10" TO ws-rate-status
                       NOT AT END
                           PERFORM tally-rating-record
                   END-READ
               END-PERFORM
               CLOSE rate-file
           END-IF.

       tally-rating-record.
           IF RATE-GROUP-CODE = ws-group-code
               MOVE RATE-PLACE-CODE TO ws-look-code
               PERFORM find-place-entry
               IF ws-found-idx > 0
                   ADD RATE-SCORE TO ws-plc-rate-total(ws-found-idx)
                   ADD 1 TO ws-plc-rate-cnt(ws-found-idx)
               END-IF
           END-IF.

      *    Favorites and vetoes of the people assumed to be in -
      *    the whole roster. Neutral rows count for nothing.
       load-preferences.
           IF ws-roster-count = 0
               CONTINUE
           ELSE
               OPEN INPUT pref-file
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
                                   PERFORM tally-preference
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE pref-file
               END-IF
           END-IF.

       tally-preference.
           IF PREF-IS-FAVORITE OR PREF-IS-NEVER
               MOVE "N" TO ws-person-ok-flag
               PERFORM VARYING ws-ros-idx FROM 1 BY 1
                       UNTIL ws-ros-idx > ws-roster-count
                   IF ws-roster-name(ws-ros-idx) = PREF-PERSON-NAME
                       MOVE "Y" TO ws-person-ok-flag
                   END-IF
               END-PERFORM
               MOVE PREF-PLACE-CODE TO ws-look-code
               PERFORM find-place-entry
               IF ws-person-is-rostered AND ws-found-idx > 0
                   IF PREF-IS-FAVORITE
                       ADD 1 TO ws-plc-favorites(ws-found-idx)
                   ELSE
                       ADD 1 TO ws-plc-vetoes(ws-found-idx)
                   END-IF
               END-IF
           END-IF.

      *    The group's window per cuisine - the shop-wide row first,
      *    then the group's own row replacing the figure, as the
      *    live draw reads it.
       load-cuisine-rules.
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
               IF ws-rule-days(ws-rule-idx) > 20
                   MOVE 20 TO ws-rule-days(ws-rule-idx)
               END-IF
               MOVE 0 TO ws-rule-base-last(ws-rule-idx)
               MOVE 0 TO ws-rule-last(ws-rule-idx)
           END-PERFORM.

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

       link-place-cuisines.
           PERFORM VARYING ws-pidx FROM 1 BY 1
                   UNTIL ws-pidx > ws-place-count
               PERFORM VARYING ws-rule-idx FROM 1 BY 1
                       UNTIL ws-rule-idx > ws-cuisine-rule-count
                   IF ws-rule-cuisine(ws-rule-idx)
                           = ws-plc-cuisine(ws-pidx)
                       MOVE ws-rule-idx TO ws-plc-cuis-idx(ws-pidx)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    Where each place and each cuisine was last eaten in the
      *    twenty lunch days before the range - every trial starts
      *    from this same real history. HIST is keyed group first,
      *    so only this group's slice is read. Picks already on file
      *    inside the range are passed over; the trials stand in
      *    for them.
       load-history.
           OPEN INPUT hist-file.
           IF ws-hist-status NOT = "00"
               CONTINUE
           ELSE
               MOVE SPACES TO HIST-KEY
               MOVE ws-group-code TO HIST-GROUP-CODE
               MOVE ws-day-date(1) TO HIST-DATE
               MOVE 0 TO HIST-SEQ-NO
               START hist-file KEY IS NOT LESS THAN HIST-KEY
                   INVALID KEY
                       MOVE "10" TO ws-hist-status
                   NOT INVALID KEY
                       MOVE "00" TO ws-hist-status
               END-START
               PERFORM UNTIL ws-hist-status = "10"
                   READ hist-file NEXT RECORD
                       AT END
                           MOVE "10" TO ws-hist-status
                       NOT AT END
                           IF HIST-GROUP-CODE NOT = ws-group-code
                                   OR HIST-DATE >= ws-first-date
                               MOVE "10" TO ws-hist-status
                           ELSE
                               PERFORM place-history-record
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE hist-file
           END-IF.

       place-history-record.
           MOVE 0 TO ws-prior-pos.
           PERFORM VARYING ws-day-pos FROM 1 BY 1 UNTIL ws-day-pos > 20
               IF ws-day-date(ws-day-pos) = HIST-DATE
                   MOVE ws-day-pos TO ws-prior-pos
               END-IF
           END-PERFORM.
           IF ws-prior-pos > 0
               MOVE HIST-PLACE-CODE TO ws-look-code
               PERFORM find-place-entry
               IF ws-found-idx > 0
                   IF ws-prior-pos > ws-plc-base-last(ws-found-idx)
                       MOVE ws-prior-pos
                           TO ws-plc-base-last(ws-found-idx)
                   END-IF
                   MOVE ws-plc-cuis-idx(ws-found-idx) TO ws-rule-idx
                   IF ws-rule-idx > 0
                       IF ws-prior-pos > ws-rule-base-last(ws-rule-idx)
                           MOVE ws-prior-pos
                               TO ws-rule-base-last(ws-rule-idx)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       load-budget-ledger.
           OPEN INPUT budget-file.
           IF ws-budget-status NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL ws-budget-status = "10"
                   READ budget-file
                       AT END
                           MOVE "10" TO ws-budget-status
                       NOT AT END
                           IF bud-group = ws-group-code
                               MOVE "Y" TO ws-budget-found-flag
                               MOVE bud-monthly-amount
                                   TO ws-monthly-budget
                               MOVE bud-tilt-pct TO ws-live-tilt-pct
                               MOVE bud-cap-pct TO ws-live-cap-pct
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE budget-file
           END-IF.
           MOVE ws-live-tilt-pct TO ws-tilt-pct.
           MOVE ws-live-cap-pct TO ws-cap-pct.
           IF ws-tilt-overridden
               MOVE ws-tilt-override TO ws-tilt-pct
           END-IF.
           IF ws-cap-overridden
               MOVE ws-cap-override TO ws-cap-pct
           END-IF.

      *    Each simulated day sees the validated spend already on
      *    file for its month up to the day before. What the
      *    simulated lunches themselves would cost is not known, so
      *    it is not added - a long range late in a month shows the
      *    posture the month has reached, not where it will end.
       tally-month-to-date-spend.
           IF NOT ws-budget-on-file
               CONTINUE
           ELSE
               OPEN INPUT expval-file
               IF ws-expval-status NOT = "00"
                   CONTINUE
               ELSE
                   PERFORM UNTIL ws-expval-status = "10"
                       READ expval-file
                           AT END
                               MOVE "10" TO ws-expval-status
                           NOT AT END
                               IF val-group = ws-group-code
                                   PERFORM spread-spend-over-days
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE expval-file
               END-IF
           END-IF.

       spread-spend-over-days.
           PERFORM VARYING ws-day-idx FROM 1 BY 1
                   UNTIL ws-day-idx > ws-day-count
               COMPUTE ws-day-pos = ws-day-idx + 20
               IF val-date(1:6) = ws-day-date(ws-day-pos)(1:6)
                       AND val-date < ws-day-date(ws-day-pos)
                   ADD val-amount TO ws-day-mtd-spend(ws-day-pos)
               END-IF
           END-PERFORM.

       set-day-postures.
           IF NOT ws-budget-on-file OR ws-monthly-budget = 0
               CONTINUE
           ELSE
               COMPUTE ws-tilt-point =
                   ws-monthly-budget * ws-tilt-pct / 100
               COMPUTE ws-cap-point =
                   ws-monthly-budget * ws-cap-pct / 100
               PERFORM VARYING ws-day-idx FROM 1 BY 1
                       UNTIL ws-day-idx > ws-day-count
                   COMPUTE ws-day-pos = ws-day-idx + 20
                   IF ws-cap-pct > 0
                           AND ws-day-mtd-spend(ws-day-pos)
                               >= ws-cap-point
                       MOVE "C" TO ws-day-posture(ws-day-pos)
                   ELSE
                       IF ws-tilt-pct > 0
                               AND ws-day-mtd-spend(ws-day-pos)
                                   >= ws-tilt-point
                           MOVE "T" TO ws-day-posture(ws-day-pos)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *    Each day's pool and weights, once, before any trial. The
      *    checks run in the live draw's order and the first one a
      *    place fails is the reason it is out that day. A reason
      *    here holds in every trial, so it is counted once per
      *    trial straight away.
       evaluate-static-pool.
           PERFORM VARYING ws-day-idx FROM 1 BY 1
                   UNTIL ws-day-idx > ws-day-count
               COMPUTE ws-day-pos = ws-day-idx + 20
               PERFORM VARYING ws-pidx FROM 1 BY 1
                       UNTIL ws-pidx > ws-place-count
                   IF ws-plc-is-listed(ws-pidx)
                       PERFORM evaluate-place-for-day
                   END-IF
               END-PERFORM
           END-PERFORM.

       evaluate-place-for-day.
           MOVE 0 TO ws-reason-work.
           MOVE 0 TO ws-dp-weight(ws-day-idx ws-pidx).
           IF ws-plc-is-held(ws-pidx)
               MOVE 9 TO ws-reason-work
           END-IF.
           IF ws-reason-work = 0 AND ws-party-size > 0
                   AND ws-plc-capacity(ws-pidx) < ws-party-size
               MOVE 1 TO ws-reason-work
           END-IF.
           IF ws-reason-work = 0
               PERFORM check-dietary-needs
           END-IF.
           IF ws-reason-work = 0
               IF ws-plc-closed-day(ws-pidx ws-day-dow(ws-day-pos))
                       = "Y"
                   MOVE 6 TO ws-reason-work
               END-IF
           END-IF.
           IF ws-reason-work = 0
               IF ws-day-cap-active(ws-day-pos)
                       AND ws-plc-band(ws-pidx) > ws-low-band-limit
                   MOVE 7 TO ws-reason-work
               END-IF
           END-IF.
      *    Vetoes are weighed against the roster head count - the
      *    people whose vetoes were counted - not an overridden
      *    party size.
           IF ws-reason-work = 0
               IF ws-plc-vetoes(ws-pidx) > 0
                       AND ws-plc-vetoes(ws-pidx) * 100
                           >= ws-veto-pct * ws-attendee-count
                   MOVE 8 TO ws-reason-work
               END-IF
           END-IF.
           MOVE ws-reason-work TO ws-dp-reason(ws-day-idx ws-pidx).
           IF ws-reason-work > 0
               ADD ws-trials
                   TO ws-plc-reason-count(ws-pidx ws-reason-work)
           ELSE
               PERFORM assign-place-weight
               ADD 1 TO ws-plc-pool-days(ws-pidx)
               ADD ws-dp-weight(ws-day-idx ws-pidx)
                   TO ws-plc-weight-sum(ws-pidx)
           END-IF.

       check-dietary-needs.
           IF ws-need-vegetarian = "Y"
                   AND ws-plc-vegetarian(ws-pidx) NOT = "Y"
               MOVE 2 TO ws-reason-work
           END-IF.
           IF ws-reason-work = 0 AND ws-need-vegan = "Y"
                   AND ws-plc-vegan(ws-pidx) NOT = "Y"
               MOVE 3 TO ws-reason-work
           END-IF.
           IF ws-reason-work = 0 AND ws-need-halal = "Y"
                   AND ws-plc-halal(ws-pidx) NOT = "Y"
               MOVE 4 TO ws-reason-work
           END-IF.
           IF ws-reason-work = 0 AND ws-need-gluten-free = "Y"
                   AND ws-plc-gluten-free(ws-pidx) NOT = "Y"
               MOVE 5 TO ws-reason-work
           END-IF.

      *    The live weighting: average rating rounded (3 unrated),
      *    less a slot per band above 1 under the budget tilt, then
      *    a slot up per favorite and down per veto, held to 1-9.
       assign-place-weight.
           MOVE 3 TO ws-weight-work.
           IF ws-plc-rate-cnt(ws-pidx) > 0
               COMPUTE ws-weight-work ROUNDED =
                   ws-plc-rate-total(ws-pidx)
                       / ws-plc-rate-cnt(ws-pidx)
           END-IF.
           IF ws-day-tilt-active(ws-day-pos)
               COMPUTE ws-weight-work =
                   ws-weight-work - ws-plc-band(ws-pidx) + 1
               IF ws-weight-work < 1
                   MOVE 1 TO ws-weight-work
               END-IF
           END-IF.
           IF ws-plc-favorites(ws-pidx) > 0
                   OR ws-plc-vetoes(ws-pidx) > 0
               COMPUTE ws-weight-work = ws-weight-work
                   + ws-plc-favorites(ws-pidx)
                   - ws-plc-vetoes(ws-pidx)
               IF ws-weight-work > 9
                   MOVE 9 TO ws-weight-work
               END-IF
           END-IF.
           IF ws-weight-work < 1
               MOVE 1 TO ws-weight-work
           END-IF.
           MOVE ws-weight-work TO ws-dp-weight(ws-day-idx ws-pidx).

      *    Each trial replays the whole range from the real history.
      *    The generator is seeded once, so trials follow on from
      *    one another rather than repeating the first.
       run-trials.
           COMPUTE ws-random-fraction = FUNCTION RANDOM(seed).
           COMPUTE ws-place-days = ws-trials * ws-day-count.
           PERFORM VARYING ws-trial-no FROM 1 BY 1
                   UNTIL ws-trial-no > ws-trials
               PERFORM VARYING ws-pidx FROM 1 BY 1
                       UNTIL ws-pidx > ws-place-count
                   MOVE ws-plc-base-last(ws-pidx)
                       TO ws-plc-last(ws-pidx)
               END-PERFORM
               PERFORM VARYING ws-rule-idx FROM 1 BY 1
                       UNTIL ws-rule-idx > ws-cuisine-rule-count
                   MOVE ws-rule-base-last(ws-rule-idx)
                       TO ws-rule-last(ws-rule-idx)
               END-PERFORM
               PERFORM VARYING ws-day-idx FROM 1 BY 1
                       UNTIL ws-day-idx > ws-day-count
                   PERFORM simulate-one-day
               END-PERFORM
           END-PERFORM.

      *    The live draw re-rolls until it lands outside the window
      *    and cuisine exclusions, which is a weighted draw among the
      *    places left; when every pool place is excluded it gives
      *    up and allows a repeat, which is a weighted draw over the
      *    whole pool. An empty pool is a day with no lunch drawn.
       simulate-one-day.
           COMPUTE ws-day-pos = ws-day-idx + 20.
           MOVE 0 TO ws-pool-weight.
           MOVE 0 TO ws-draw-weight.
           PERFORM VARYING ws-pidx FROM 1 BY 1
                   UNTIL ws-pidx > ws-place-count
               MOVE "N" TO ws-plc-in-draw(ws-pidx)
               IF ws-plc-is-drawable(ws-pidx)
                       AND ws-dp-reason(ws-day-idx ws-pidx) = 0
                   ADD ws-dp-weight(ws-day-idx ws-pidx)
                       TO ws-pool-weight
                   PERFORM check-trial-exclusion
                   IF ws-trial-reason = 0
                       MOVE "Y" TO ws-plc-in-draw(ws-pidx)
                       ADD ws-dp-weight(ws-day-idx ws-pidx)
                           TO ws-draw-weight
                       ADD 1 TO ws-plc-eligible(ws-pidx)
                   ELSE
                       ADD 1 TO ws-plc-reason-count(ws-pidx
                           ws-trial-reason)
                   END-IF
               END-IF
           END-PERFORM.
           IF ws-pool-weight = 0
               ADD 1 TO ws-empty-draws
           ELSE
               IF ws-draw-weight = 0
                   ADD 1 TO ws-forced-repeats
                   PERFORM open-whole-pool
               END-IF
               COMPUTE ws-random-draw =
                   FUNCTION RANDOM() * ws-draw-weight + 1
               PERFORM find-weighted-index
               ADD 1 TO ws-plc-picks(random-idx)
               ADD 1 TO ws-total-picks
               MOVE ws-day-pos TO ws-plc-last(random-idx)
               IF ws-plc-cuis-idx(random-idx) > 0
                   MOVE ws-day-pos
                       TO ws-rule-last(ws-plc-cuis-idx(random-idx))
               END-IF
           END-IF.

      *    Window first, cuisine only for a place its own window
      *    did not already have out - the same precedence the
      *    eligibility trail uses.
       check-trial-exclusion.
           MOVE 0 TO ws-trial-reason.
           IF ws-window-days > 0 AND ws-plc-last(ws-pidx) > 0
               IF ws-day-pos - ws-plc-last(ws-pidx) <= ws-window-days
                   MOVE 10 TO ws-trial-reason
               END-IF
           END-IF.
           IF ws-trial-reason = 0 AND ws-plc-cuis-idx(ws-pidx) > 0
               MOVE ws-plc-cuis-idx(ws-pidx) TO ws-rule-idx
               IF ws-rule-days(ws-rule-idx) > 0
                       AND ws-rule-last(ws-rule-idx) > 0
                   IF ws-day-pos - ws-rule-last(ws-rule-idx)
                           <= ws-rule-days(ws-rule-idx)
                       MOVE 11 TO ws-trial-reason
                   END-IF
               END-IF
           END-IF.

       open-whole-pool.
           PERFORM VARYING ws-pidx FROM 1 BY 1
                   UNTIL ws-pidx > ws-place-count
               IF ws-plc-is-drawable(ws-pidx)
                       AND ws-dp-reason(ws-day-idx ws-pidx) = 0
                   MOVE "Y" TO ws-plc-in-draw(ws-pidx)
               END-IF
           END-PERFORM.
           MOVE ws-pool-weight TO ws-draw-weight.

      *    The live walk over the cumulative weights, limited to the
      *    places in this draw. The last one backstops a draw that
      *    comes back right at the top of the range.
       find-weighted-index.
           MOVE 0 TO ws-weight-cum.
           MOVE "N" TO ws-weight-found-flag.
           MOVE 0 TO random-idx.
           PERFORM VARYING ws-pidx FROM 1 BY 1
                   UNTIL ws-pidx > ws-place-count
                       OR ws-weight-found-flag = "Y"
               IF ws-plc-in-draw(ws-pidx) = "Y"
                   MOVE ws-pidx TO random-idx
                   ADD ws-dp-weight(ws-day-idx ws-pidx)
                       TO ws-weight-cum
                   IF ws-weight-cum >= ws-random-draw
                       MOVE "Y" TO ws-weight-found-flag
                   END-IF
               END-IF
           END-PERFORM.

       write-odds-report.
           OPEN OUTPUT rpt-file.
           PERFORM write-report-header.
           PERFORM find-next-place-to-print.
           PERFORM UNTIL ws-best-idx = 0
               PERFORM write-place-line
               PERFORM find-next-place-to-print
           END-PERFORM.
           PERFORM write-report-trailer.
           CLOSE rpt-file.

       write-report-header.
           MOVE SPACES TO rpt-line.
           STRING "DRAW SIMULATION - ODDS FOR GROUP " ws-group-code
               "   RUN DATE: " ws-today DELIMITED BY SIZE
               INTO rpt-line.
           WRITE rpt-line.
           MOVE ws-day-count TO ws-days-display.
           MOVE ws-trials TO ws-trials-display.
           MOVE SPACES TO rpt-line.
           STRING "LUNCH DAYS " ws-first-date " TO " ws-last-date
               ": " ws-days-display "   TRIALS: " ws-trials-display
               "   SEED: " ws-seed-display DELIMITED BY SIZE
               INTO rpt-line.
           WRITE rpt-line.
           MOVE SPACES TO rpt-line.
           STRING "NO-REPEAT WINDOW: " ws-window-days
                   " LUNCH DAYS (" DELIMITED BY SIZE
               ws-window-source DELIMITED BY SPACE
               ")   LIVE DRAW: " ws-live-window-days
                   DELIMITED BY SIZE
               INTO rpt-line.
           WRITE rpt-line.
           MOVE SPACES TO rpt-line.
           IF ws-budget-on-file AND ws-monthly-budget > 0
               STRING "BUDGET TILT/CAP PCT: " ws-tilt-pct "/"
                   ws-cap-pct "   ON BUDGETS: " ws-live-tilt-pct "/"
                   ws-live-cap-pct DELIMITED BY SIZE
                   INTO rpt-line
           ELSE
               STRING "NO BUDGET ON FILE FOR THE GROUP - PRICE "
                   "BANDS PLAY NO PART" DELIMITED BY SIZE
                   INTO rpt-line
           END-IF.
           WRITE rpt-line.
           MOVE SPACES TO rpt-line.
           STRING "PARTY SIZE: " ws-party-size " ("
                   DELIMITED BY SIZE
               ws-party-source DELIMITED BY "  "
               ")   ON ROSTER: " ws-attendee-count
               "   VETO PCT: " ws-veto-pct DELIMITED BY SIZE
               INTO rpt-line.
           WRITE rpt-line.
           IF ws-new-place-wanted
               MOVE SPACES TO rpt-line
               STRING "HYPOTHETICAL PLACE (*): " ws-new-code " "
                   ws-new-name " " ws-new-cuisine " BAND "
                   ws-new-band DELIMITED BY SIZE
                   INTO rpt-line
               WRITE rpt-line
           END-IF.
           MOVE SPACES TO rpt-line.
           WRITE rpt-line.
           MOVE SPACES TO rpt-line.
           STRING " PLACE  NAME              PICK% LUNCH ELIG%  WT "
               "MOST COMMON EXCLUSION  PCT" DELIMITED BY SIZE
               INTO rpt-line.
           WRITE rpt-line.

      *    Highest share first; a tie keeps master order. Inactive
      *    places are only in the table for the cuisine rule's sake
      *    and are not listed.
       find-next-place-to-print.
           MOVE 0 TO ws-best-idx.
           MOVE 0 TO ws-best-picks.
           PERFORM VARYING ws-pidx FROM 1 BY 1
                   UNTIL ws-pidx > ws-place-count
               IF ws-plc-is-listed(ws-pidx)
                       AND ws-plc-printed(ws-pidx) = "N"
                   IF ws-best-idx = 0
                           OR ws-plc-picks(ws-pidx) > ws-best-picks
                       MOVE ws-pidx TO ws-best-idx
                       MOVE ws-plc-picks(ws-pidx) TO ws-best-picks
                   END-IF
               END-IF
           END-PERFORM.

      *    PICK% is the place's share of every lunch drawn; LUNCH is
      *    how many lunches it can expect over the range; ELIG% is
      *    how often it was in the draw at all; WT its average draw
      *    weight on the days it was in the pool.
       write-place-line.
           MOVE "Y" TO ws-plc-printed(ws-best-idx).
           MOVE ws-best-idx TO ws-pidx.
           MOVE 0 TO ws-pct-work.
           IF ws-total-picks > 0
               COMPUTE ws-pct-work ROUNDED =
                   ws-plc-picks(ws-pidx) * 100 / ws-total-picks
           END-IF.
           MOVE ws-pct-work TO ws-pick-display.
           COMPUTE ws-exp-work ROUNDED =
               ws-plc-picks(ws-pidx) / ws-trials.
           MOVE ws-exp-work TO ws-exp-display.
           COMPUTE ws-pct-work ROUNDED =
               ws-plc-eligible(ws-pidx) * 100 / ws-place-days.
           MOVE ws-pct-work TO ws-elig-display.
           MOVE 0 TO ws-avg-work.
           IF ws-plc-pool-days(ws-pidx) > 0
               COMPUTE ws-avg-work ROUNDED =
                   ws-plc-weight-sum(ws-pidx)
                       / ws-plc-pool-days(ws-pidx)
           END-IF.
           MOVE ws-avg-work TO ws-avg-display.
           MOVE 0 TO ws-best-reason.
           PERFORM VARYING ws-ridx FROM 1 BY 1 UNTIL ws-ridx > 11
               IF ws-plc-reason-count(ws-pidx ws-ridx) > 0
                   IF ws-best-reason = 0
                       MOVE ws-ridx TO ws-best-reason
                   ELSE
                       IF ws-plc-reason-count(ws-pidx ws-ridx) >
                           ws-plc-reason-count(ws-pidx ws-best-reason)
                           MOVE ws-ridx TO ws-best-reason
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF ws-best-reason = 0
               MOVE "NEVER EXCLUDED" TO ws-excl-name
               MOVE 0 TO ws-pct-work
           ELSE
               MOVE ws-reason-name(ws-best-reason) TO ws-excl-name
               COMPUTE ws-pct-work ROUNDED =
                   ws-plc-reason-count(ws-pidx ws-best-reason) * 100
                       / ws-place-days
           END-IF.
           MOVE ws-pct-work TO ws-excl-display.
           IF ws-plc-is-new(ws-pidx)
               MOVE "*" TO ws-new-marker
           ELSE
               MOVE SPACE TO ws-new-marker
           END-IF.
           MOVE SPACES TO rpt-line.
           STRING ws-new-marker ws-plc-code(ws-pidx) " "
               ws-plc-name(ws-pidx) " " ws-pick-display " "
               ws-exp-display " " ws-elig-display " " ws-avg-display
               " " ws-excl-name " " ws-excl-display
               DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

       write-report-trailer.
           MOVE SPACES TO rpt-line.
           WRITE rpt-line.
           MOVE ws-total-picks TO ws-count-display.
           MOVE SPACES TO rpt-line.
           STRING "LUNCHES DRAWN:     " ws-count-display
               DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.
           MOVE ws-forced-repeats TO ws-count-display.
           MOVE SPACES TO rpt-line.
           STRING "REPEATS FORCED:    " ws-count-display
               "  (EVERY POOL PLACE INSIDE A WINDOW)"
               DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.
           MOVE ws-empty-draws TO ws-count-display.
           MOVE SPACES TO rpt-line.
           STRING "DAYS WITH NO POOL: " ws-count-display
               "  (NO PICK WOULD BE MADE)"
               DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.
           MOVE SPACES TO rpt-line.
           STRING "NOTE: ATTENDANCE IS ASSUMED TO BE THE WHOLE ROSTER "
               "AND THE SPEND OF" DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.
           MOVE SPACES TO rpt-line.
           STRING "SIMULATED LUNCHES IS NOT ADDED TO THE BUDGET; "
               "WEEKLY PLANS AND OVERRIDES" DELIMITED BY SIZE
               INTO rpt-line.
           WRITE rpt-line.
           MOVE "ARE NOT MODELLED. NOTHING IS WRITTEN BACK TO ANY FILE."
               TO rpt-line.
           WRITE rpt-line.
