               RECORD KEY IS PLACE-KEY
               FILE STATUS IS ws-place-status.

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

           SELECT rpt-file ASSIGN TO "BUDGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rpt-status.
       FD  place-file.
           COPY PLACEREC.

       FD  period-file.
           COPY PERDREC.

       FD  snap-file.
           COPY PSNAPREC.

       FD  rpt-file.
           01 rpt-line pic x(80).

           01 ws-hist-status pic xx.
           01 ws-place-status pic xx.
           01 ws-rpt-status pic xx.
           01 ws-period-status pic xx.
           01 ws-snap-status pic xx.

           01 ws-current-date pic x(21).
           01 ws-today pic 9(8).
             03 ws-bud-spend pic 9(7)v99.
             03 ws-bud-band-early occurs 9 times pic 9(4).
             03 ws-bud-band-late occurs 9 times pic 9(4).
             03 ws-bud-closed-flag pic x.
                88 ws-bud-is-closed value "Y".
             03 ws-bud-closed-date pic 9(8).
             03 ws-bud-closed-by pic x(8).
           01 ws-budget-count pic 9(4) value 0.
           01 ws-bud-ovfl-flag pic x value "N".
              88 ws-budget-table-overflowed value "Y".
           01 ws-found-idx pic 9(4) value 0.
           01 ws-band-idx pic 9(4).
           01 ws-remaining pic s9(7)v99.
           01 ws-closed-group-count pic 9(4) value 0.

           01 ws-places-open-flag pic x value "N".
              88 ws-places-is-open value "Y".
               PERFORM close-files
               GOBACK
           END-IF.
           PERFORM load-closed-periods.
           PERFORM tally-month-spend.
           PERFORM load-standing-picks.
           IF ws-pick-table-overflowed
                   "MONTH - THE BAND MIX COVERS THE FIRST 500"
           END-IF.
           PERFORM tally-band-mix.
           IF ws-closed-group-count > 0
               PERFORM load-snapshot-band-mix
           END-IF.
           PERFORM write-report.
           PERFORM close-files.
           goback.
               MOVE bud-group TO ws-bud-group(ws-budget-count)
               MOVE bud-monthly-amount
                   TO ws-bud-amount(ws-budget-count)
               MOVE "N" TO ws-bud-closed-flag(ws-budget-count)
           ELSE
               SET ws-budget-table-overflowed TO TRUE
           END-IF.

      *    A group whose month finance has closed reports the spend
      *    booked at close and the band mix of the picks frozen in
      *    the month-end snapshot; its live rows are passed over so
      *    the report for a closed month never moves.
       load-closed-periods.
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
                               PERFORM mark-closed-group
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE period-file
           END-IF.

       mark-closed-group.
           PERFORM VARYING ws-gidx FROM 1 BY 1
                   UNTIL ws-gidx > ws-budget-count
               IF ws-bud-group(ws-gidx) = PERIOD-GROUP-CODE
                   MOVE "Y" TO ws-bud-closed-flag(ws-gidx)
                   MOVE PERIOD-SPEND-TOTAL TO ws-bud-spend(ws-gidx)
                   MOVE PERIOD-CLOSED-DATE
                       TO ws-bud-closed-date(ws-gidx)
                   MOVE PERIOD-CLOSED-BY TO ws-bud-closed-by(ws-gidx)
                   ADD 1 TO ws-closed-group-count
               END-IF
           END-PERFORM.

      *    Spend is the validated expense feed only - the same rows
      *    reconciliation and the daily draw trust. A missing feed
      *    just reports zero spend rather than refusing to run.
               PERFORM VARYING ws-gidx FROM 1 BY 1
                       UNTIL ws-gidx > ws-budget-count
                   IF ws-bud-group(ws-gidx) = val-group
                           AND NOT ws-bud-is-closed(ws-gidx)
                       ADD val-amount TO ws-bud-spend(ws-gidx)
                   END-IF
               END-PERFORM
                           UNTIL ws-gidx > ws-budget-count
                       IF ws-bud-group(ws-gidx)
                               = ws-pick-group(ws-idx)
                               AND NOT ws-bud-is-closed(ws-gidx)
                           IF ws-pick-date(ws-idx)(7:2) <= "15"
                               ADD 1 TO ws-bud-band-early(ws-gidx
                                   PLACE-PRICE-BAND)
                   END-PERFORM
           END-READ.

      *    The band on a snapshot pick is the one the place carried
      *    at close; a band of zero means the place had already left
      *    the master, and drops out of the mix as it would live.
       load-snapshot-band-mix.
           OPEN INPUT snap-file.
           IF ws-snap-status NOT = "00"
               DISPLAY "NOTE: NO MONTH-END SNAPSHOT FILE - CLOSED "
                   "GROUPS SHOW NO BAND MIX"
           ELSE
               PERFORM VARYING ws-gidx FROM 1 BY 1
                       UNTIL ws-gidx > ws-budget-count
                   IF ws-bud-is-closed(ws-gidx)
                       PERFORM tally-one-group-snapshot
                   END-IF
               END-PERFORM
               CLOSE snap-file
           END-IF.

       tally-one-group-snapshot.
           MOVE ws-bud-group(ws-gidx) TO SNAP-GROUP-CODE.
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
                       IF SNAP-GROUP-CODE = ws-bud-group(ws-gidx)
                               AND SNAP-MONTH = ws-report-month
                               AND SNAP-IS-PICK
                           PERFORM tally-one-snapshot-band
                       ELSE
                           MOVE "10" TO ws-snap-status
                       END-IF
               END-READ
           END-PERFORM.

       tally-one-snapshot-band.
           IF SNAP-PRICE-BAND > 0
               IF SNAP-DATE(7:2) <= "15"
                   ADD 1 TO ws-bud-band-early(ws-gidx SNAP-PRICE-BAND)
               ELSE
                   ADD 1 TO ws-bud-band-late(ws-gidx SNAP-PRICE-BAND)
               END-IF
           END-IF.

       write-report.
           MOVE "MONTHLY LUNCH BUDGET STATUS" TO rpt-line.
           WRITE rpt-line.
               ws-bud-group(ws-gidx) DELIMITED BY SIZE
               INTO ws-print-line.
           WRITE rpt-line FROM ws-print-line.
           IF ws-bud-is-closed(ws-gidx)
               MOVE SPACES TO ws-print-line
               STRING "  MONTH CLOSED " DELIMITED BY SIZE
                   ws-bud-closed-date(ws-gidx) DELIMITED BY SIZE
                   " BY " DELIMITED BY SIZE
                   ws-bud-closed-by(ws-gidx) DELIMITED BY SIZE
                   " - FROM MONTH-END SNAPSHOT" DELIMITED BY SIZE
                   INTO ws-print-line
               WRITE rpt-line FROM ws-print-line
           END-IF.
           MOVE ws-bud-amount(ws-gidx) TO ws-amt-display.
           MOVE SPACES TO ws-print-line.
           STRING "  BUDGET:    $" DELIMITED BY SIZE
