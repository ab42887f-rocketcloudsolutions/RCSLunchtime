               FILE STATUS IS ws-place-status.

           SELECT roster-file ASSIGN TO "ROSTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROSTER-KEY
               FILE STATUS IS ws-roster-status.

           SELECT hist-file ASSIGN TO "HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rateerr-status.

           SELECT period-file ASSIGN TO "PERIODS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PERIOD-KEY
               FILE STATUS IS ws-period-status.

       DATA DIVISION.
       FILE SECTION.
       FD  poll-file.
           COPY PLACEREC.

       FD  roster-file.
           COPY ROSTREC.

       FD  hist-file.
           COPY HISTREC.
       FD  rateerr-file.
           01 rateerr-rec pic x(80).

       FD  period-file.
           COPY PERDREC.

       WORKING-STORAGE SECTION.
           01 ws-poll-status pic xx.
           01 ws-place-status pic xx.
           01 ws-hist-status pic xx.
           01 ws-rate-status pic xx.
           01 ws-rateerr-status pic xx.
           01 ws-period-status pic xx.

           01 ws-eof-flag pic x value "N".
              88 ws-at-eof value "Y".
           01 ws-group-ok-flag pic x.
              88 ws-group-is-known value "Y".

      *    The rater's stable number within their group - that
      *    number, offset by 5000, is the RATE-RATER-NO a poll row
      *    loads under. The offset keeps batch rater numbers clear
      *    of the low numbers lunchRate's terminal capture hands
      *    out from 1, so the two paths can never overwrite each
      *    other; and because the number is stable, the same
      *    person polling twice lands on the same key and updates
      *    instead of double-counting. It is looked up on ROSTER by
      *    group and name for each row, so a late poll batch is
      *    judged against the roster as it stood on the lunch
      *    date, not as it stands today.
           01 ws-rater-ordinal pic 9(4).
           01 ws-roster-scan-flag pic x.
              88 ws-roster-scan-done value "Y".

      *    One entry per group/date on HIST - an override replaces
      *    the earlier pick for the same date since the higher
              88 ws-pick-table-overflowed value "Y".
           01 ws-found-idx pic 9(4) value 0.

      *    Group/months finance has closed - a closed month's picks
      *    are frozen in the snapshot, so a late vote for one of its
      *    days is rejected rather than loaded behind the books.
      *    Each row's group/month is read straight off PERIODS by
      *    key, so the lock holds however many months pile up.
           01 ws-periods-file-flag pic x value "N".
              88 ws-periods-on-file value "Y".
           01 ws-period-ok-flag pic x.
              88 ws-period-is-open value "Y".

           01 ws-reject-reason pic x(20).
              88 ws-row-is-clean value spaces.

               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM load-standing-picks.
           IF ws-pick-table-overflowed
               DISPLAY "NOTE: MORE THAN 500 GROUP/DATE PICKS ON "
                   "HIST - ROWS FOR THE EXTRAS WILL REJECT"
           END-IF.
           PERFORM open-period-file.
           PERFORM load-poll-rows.
           PERFORM write-control-totals.
           PERFORM close-files.
               END-IF
           END-IF.

       load-standing-picks.
           PERFORM UNTIL ws-hist-status = "10"
               READ hist-file NEXT RECORD
               END-IF
           END-PERFORM.

      *    No PERIODS file yet just means nothing has been closed.
      *    Any other open failure stops the run - carrying on would
      *    quietly switch the period lock off and let closed-month
      *    rows in.
       open-period-file.
           OPEN INPUT period-file.
           IF ws-period-status NOT = "00"
                   AND ws-period-status NOT = "35"
               DISPLAY "ERROR OPENING PERIODS - STATUS "
                   ws-period-status
               PERFORM close-files
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF ws-period-status = "00"
               SET ws-periods-on-file TO TRUE
           END-IF.

       load-poll-rows.
           PERFORM UNTIL ws-at-eof
               READ poll-file
           IF ws-row-is-clean
               PERFORM edit-poll-date
           END-IF.
           IF ws-row-is-clean
               PERFORM edit-period-open
           END-IF.
           IF ws-row-is-clean
               PERFORM edit-rater-name
           END-IF.
               END-IF
           END-IF.

      *    No record for the group/month means it was never
      *    closed. A read that fails for any other reason stops the
      *    run rather than let the row through unjudged.
       edit-period-open.
           MOVE "Y" TO ws-period-ok-flag.
           IF ws-periods-on-file
               MOVE ws-raw-group TO PERIOD-GROUP-CODE
               MOVE ws-raw-date(1:6) TO PERIOD-MONTH
               READ period-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PERIOD-IS-CLOSED
                           MOVE "N" TO ws-period-ok-flag
                       END-IF
               END-READ
               IF ws-period-status NOT = "00"
                       AND ws-period-status NOT = "23"
                   DISPLAY "ERROR READING PERIODS - STATUS "
                       ws-period-status
                   PERFORM close-files
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           IF NOT ws-period-is-open
               MOVE "PERIOD CLOSED" TO ws-reject-reason
           END-IF.

      *    The rater's rows sit together on ROSTER under group and
      *    name, so the browse starts at the first of them and stops
      *    at the first row for anyone else.
       edit-rater-name.
           MOVE 0 TO ws-rater-ordinal.
           MOVE "N" TO ws-roster-scan-flag.
           MOVE ws-raw-group TO ROSTER-GROUP-CODE.
           MOVE ws-raw-rater TO ROSTER-PERSON-NAME.
           MOVE 0 TO ROSTER-START-DATE.
           START roster-file KEY IS NOT LESS THAN ROSTER-KEY
               INVALID KEY
                   SET ws-roster-scan-done TO TRUE
           END-START.
           PERFORM UNTIL ws-roster-scan-done
               READ roster-file NEXT RECORD
                   AT END
                       SET ws-roster-scan-done TO TRUE
                   NOT AT END
                       PERFORM check-rater-roster-row
               END-READ
           END-PERFORM.
           IF ws-rater-ordinal = 0
               MOVE "RATER NOT ON ROSTER" TO ws-reject-reason
           END-IF.

       check-rater-roster-row.
           IF ROSTER-GROUP-CODE NOT = ws-raw-group
                   OR ROSTER-PERSON-NAME NOT = ws-raw-rater
               SET ws-roster-scan-done TO TRUE
           ELSE
               IF ROSTER-START-DATE <= ws-date-num
                       AND ROSTER-END-DATE >= ws-date-num
                   MOVE ROSTER-PERSON-NO TO ws-rater-ordinal
               END-IF
           END-IF.

       edit-score.
           IF ws-raw-score < "1" OR ws-raw-score > "5"
               MOVE "SCORE NOT 1-5" TO ws-reject-reason
           CLOSE hist-file.
           CLOSE rate-file.
           CLOSE rateerr-file.
           IF ws-periods-on-file
               CLOSE period-file
           END-IF.
