               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-experr-status.

           SELECT period-file ASSIGN TO "PERIODS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PERIOD-KEY
               FILE STATUS IS ws-period-status.

       DATA DIVISION.
       FILE SECTION.
       FD  expin-file.
       FD  experr-file.
           01 experr-rec pic x(80).

       FD  period-file.
           COPY PERDREC.

       WORKING-STORAGE SECTION.
           01 ws-expin-status pic xx.
           01 ws-place-status pic xx.
           01 ws-expout-status pic xx.
           01 ws-experr-status pic xx.
           01 ws-period-status pic xx.

           01 ws-eof-flag pic x value "N".
              88 ws-at-eof value "Y".
           01 ws-group-ok-flag pic x.
              88 ws-group-is-known value "Y".

      *    Group/months finance has closed - a row dated in one of
      *    these would change booked figures, so it is rejected.
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
           PERFORM open-period-file.
           PERFORM validate-expense-rows.
           PERFORM write-control-totals.
           PERFORM close-files.
               END-IF
           END-IF.

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

       validate-expense-rows.
           PERFORM UNTIL ws-at-eof
               READ expin-file
           IF ws-row-is-clean
               PERFORM edit-expense-date
           END-IF.
           IF ws-row-is-clean
               PERFORM edit-period-open
           END-IF.
           IF ws-row-is-clean
               PERFORM edit-place-code
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

       edit-place-code.
           MOVE ws-raw-group TO PLACE-GROUP-CODE.
           MOVE ws-raw-place TO PLACE-CODE.
           CLOSE place-file.
           CLOSE expout-file.
           CLOSE experr-file.
           IF ws-periods-on-file
               CLOSE period-file
           END-IF.
