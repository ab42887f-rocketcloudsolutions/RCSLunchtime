       IDENTIFICATION DIVISION.
       PROGRAM-ID. glJournal.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT expval-file ASSIGN TO "EXPOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-expval-status.

           SELECT place-file ASSIGN TO "PLACES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PLACE-KEY
               FILE STATUS IS ws-place-status.

           SELECT group-file ASSIGN TO "GROUPS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GROUP-KEY
               FILE STATUS IS ws-group-status.

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

           SELECT gl-file ASSIGN TO "GLOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-gl-status.

           SELECT vend-file ASSIGN TO "VENDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-vend-status.

           SELECT susp-file ASSIGN TO "SUSPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-susp-status.

       DATA DIVISION.
       FILE SECTION.
       FD  expval-file.
           01 expval-record.
            02 val-group pic x(4).
            02 val-date pic 9(8).
            02 val-place-code pic x(6).
            02 val-amount pic 9(5)v99.

       FD  place-file.
           COPY PLACEREC.

       FD  group-file.
           COPY GRPREC.

       FD  period-file.
           COPY PERDREC.

       FD  snap-file.
           COPY PSNAPREC.

       FD  gl-file.
           COPY GLREC.

       FD  vend-file.
           01 vend-line pic x(80).

       FD  susp-file.
           01 susp-line pic x(80).

       WORKING-STORAGE SECTION.
           01 ws-expval-status pic xx.
           01 ws-place-status pic xx.
           01 ws-group-status pic xx.
           01 ws-period-status pic xx.
           01 ws-snap-status pic xx.
           01 ws-gl-status pic xx.
           01 ws-vend-status pic xx.
           01 ws-susp-status pic xx.

           01 ws-current-date pic x(21).
           01 ws-today pic 9(8).
           01 ws-report-month pic 9(6).
           01 filler redefines ws-report-month.
            02 ws-report-yyyy pic 9(4).
            02 ws-report-mm pic 9(2).
           01 ws-posting-date pic 9(8).
           01 ws-next-month-start pic 9(8).
           01 filler redefines ws-next-month-start.
            02 ws-next-yyyy pic 9(4).
            02 ws-next-mm pic 9(2).
            02 ws-next-dd pic 9(2).
           01 ws-work-int pic 9(8).

      *    The two GL accounts the journal posts to. The cards can
      *    override them for a chart-of-accounts change without a
      *    recompile; blank keeps these.
           01 ws-expense-account pic x(10) value "641000".
           01 ws-payable-account pic x(10) value "201000".
           01 ws-account-answer pic x(10).

      *    One row off the feed or the snapshot, whichever the
      *    group's month is read from - the mapping below does not
      *    care which.
           01 ws-row.
            02 ws-row-group pic x(4).
            02 ws-row-date pic 9(8).
            02 ws-row-place pic x(6).
            02 ws-row-amount pic 9(5)v99.

      *    One entry per group seen this month, looked up on the
      *    group master once. The debit goes to the group's cost
      *    center; a group missing from the master or without a
      *    cost center cannot be debited, so its rows go to
      *    suspense.
           01 ws-group-table.
            02 ws-group-entry occurs 50 times indexed by ws-gidx.
             03 ws-grp-code pic x(4).
             03 ws-grp-office-name pic x(30).
             03 ws-grp-cost-center pic x(10).
             03 ws-grp-map-flag pic x.
                88 ws-grp-is-mapped value "Y".
                88 ws-grp-not-on-master value "M".
                88 ws-grp-no-cost-center value "C".
             03 ws-grp-closed-flag pic x.
                88 ws-grp-is-closed value "Y".
             03 ws-grp-total pic 9(9)v99.
           01 ws-group-count pic 9(4) value 0.
           01 ws-grp-ovfl-flag pic x value "N".
              88 ws-group-table-overflowed value "Y".
           01 ws-look-idx pic 9(4).
           01 ws-gsidx pic 9(4).

      *    One entry per vendor place - the credit line and the
      *    vendor statement both come from here.
           01 ws-vendor-table.
            02 ws-vendor-entry occurs 500 times indexed by ws-vidx.
             03 ws-ven-group pic x(4).
             03 ws-ven-code pic x(6).
             03 ws-ven-name pic x(17).
             03 ws-ven-total pic 9(9)v99.
             03 ws-ven-visits pic 9(5).
           01 ws-vendor-count pic 9(4) value 0.
           01 ws-ven-ovfl-flag pic x value "N".
              88 ws-vendor-table-overflowed value "Y".
           01 ws-ven-idx pic 9(4).

      *    A visit is a place on a date - two receipts for the same
      *    lunch are still one visit, so the average ticket is per
      *    lunch and not per receipt.
           01 ws-visit-table.
            02 ws-visit-key occurs 2000 times pic x(18).
           01 ws-visit-count pic 9(4) value 0.
           01 ws-visit-ovfl-flag pic x value "N".
              88 ws-visit-table-overflowed value "Y".
           01 ws-this-visit pic x(18).
           01 ws-vsidx pic 9(4).
           01 ws-visit-seen-flag pic x.
              88 ws-visit-was-seen value "Y".

           01 ws-suspense-reason pic x(20).
              88 ws-row-is-mapped value spaces.

           01 ws-rows-in pic 9(6) value 0.
           01 ws-feed-total pic 9(9)v99 value 0.
           01 ws-debit-count pic 9(5) value 0.
           01 ws-credit-count pic 9(5) value 0.
           01 ws-debit-total pic 9(9)v99 value 0.
           01 ws-credit-total pic 9(9)v99 value 0.
           01 ws-suspense-count pic 9(5) value 0.
           01 ws-suspense-total pic 9(9)v99 value 0.
           01 ws-closed-group-count pic 9(4) value 0.
           01 ws-average pic 9(7)v99.

           01 ws-print-line pic x(80).
           01 ws-amt-display pic zzz,zzz,zz9.99.
           01 ws-amt-display-2 pic zzz,zzz,zz9.99.
           01 ws-count-display pic zz,zz9.
           01 ws-in-display pic zz,zz9.

       PROCEDURE DIVISION.
       main-control.
           PERFORM get-todays-date.
           PERFORM get-journal-month.
           PERFORM get-gl-accounts.
           PERFORM open-files.
           PERFORM load-closed-groups.
           IF ws-closed-group-count > 0
               PERFORM journal-snapshot-rows
           END-IF.
           PERFORM journal-feed-rows.
           IF ws-rows-in = 0
               DISPLAY "NO VALIDATED EXPENSES FOR THE MONTH - NO "
                   "JOURNAL WRITTEN"
               PERFORM close-files
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF ws-group-table-overflowed OR ws-vendor-table-overflowed
               DISPLAY "NOTE: MORE THAN 50 GROUPS OR 500 VENDOR "
                   "PLACES - EXTRAS ARE HELD IN SUSPENSE"
           END-IF.
           IF ws-visit-table-overflowed
               DISPLAY "NOTE: MORE THAN 2000 VISITS - VISIT COUNTS "
                   "ARE UNDERSTATED"
           END-IF.
           PERFORM write-gl-journal.
           PERFORM write-vendor-statement.
           PERFORM write-suspense-footer.
           PERFORM write-control-totals.
           PERFORM close-files.
           IF ws-suspense-count > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           goback.

       get-todays-date.
           MOVE FUNCTION CURRENT-DATE TO ws-current-date.
           MOVE ws-current-date(1:8) TO ws-today.

      *    Month-end runs pass the month just closed; blank means
      *    the current month, same convention as costAlloc and
      *    budgetRpt. The journal posts on the month's last day.
       get-journal-month.
           DISPLAY "JOURNAL MONTH YYYYMM (BLANK FOR CURRENT): ".
           ACCEPT ws-report-month.
           IF ws-report-month = 0
               MOVE ws-today(1:6) TO ws-report-month
           END-IF.
           IF ws-report-mm < 1 OR ws-report-mm > 12
               DISPLAY "MONTH " ws-report-month " IS NOT A VALID "
                   "YYYYMM - NO JOURNAL WRITTEN"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE ws-report-yyyy TO ws-next-yyyy.
           MOVE ws-report-mm TO ws-next-mm.
           MOVE 1 TO ws-next-dd.
           IF ws-next-mm = 12
               ADD 1 TO ws-next-yyyy
               MOVE 1 TO ws-next-mm
           ELSE
               ADD 1 TO ws-next-mm
           END-IF.
           COMPUTE ws-work-int =
               FUNCTION INTEGER-OF-DATE(ws-next-month-start) - 1.
           COMPUTE ws-posting-date =
               FUNCTION DATE-OF-INTEGER(ws-work-int).

       get-gl-accounts.
           DISPLAY "GL EXPENSE ACCOUNT (BLANK FOR " ws-expense-account
               "): ".
           ACCEPT ws-account-answer.
           IF ws-account-answer NOT = SPACES
               MOVE ws-account-answer TO ws-expense-account
           END-IF.
           DISPLAY "GL PAYABLE ACCOUNT (BLANK FOR " ws-payable-account
               "): ".
           ACCEPT ws-account-answer.
           IF ws-account-answer NOT = SPACES
               MOVE ws-account-answer TO ws-payable-account
           END-IF.

       open-files.
           OPEN INPUT place-file.
           IF ws-place-status NOT = "00"
               DISPLAY "ERROR OPENING PLACES - STATUS "
                   ws-place-status
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT group-file.
           IF ws-group-status NOT = "00"
               DISPLAY "ERROR OPENING GROUPS - STATUS "
                   ws-group-status
               CLOSE place-file
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT gl-file.
           OPEN OUTPUT vend-file.
           OPEN OUTPUT susp-file.
           MOVE "LUNCH SPEND GL SUSPENSE REPORT" TO susp-line.
           WRITE susp-line.
           MOVE SPACES TO susp-line.
           STRING "RUN DATE: " ws-today DELIMITED BY SIZE
               "  MONTH: " DELIMITED BY SIZE
               ws-report-month DELIMITED BY SIZE
               INTO susp-line.
           WRITE susp-line.
           MOVE SPACES TO susp-line.
           WRITE susp-line.
           MOVE SPACES TO susp-line.
           MOVE "REASON" TO susp-line(1:6).
           MOVE "GROUP" TO susp-line(22:5).
           MOVE "DATE" TO susp-line(28:4).
           MOVE "PLACE" TO susp-line(37:5).
           MOVE "AMOUNT" TO susp-line(52:6).
           WRITE susp-line.

      *    A group whose month finance has closed journals from the
      *    month-end snapshot's expense rows - the rows behind the
      *    booked figures - since the live feed rejects that month
      *    once it is closed. Its feed rows, if any, are passed over.
      *    No PERIODS file just means nothing is closed; any other
      *    open failure stops the run rather than journal a closed
      *    month from the wrong rows.
       load-closed-groups.
           OPEN INPUT period-file.
           IF ws-period-status NOT = "00"
                   AND ws-period-status NOT = "35"
               DISPLAY "ERROR OPENING PERIODS - STATUS "
                   ws-period-status
               PERFORM close-files
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
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
                               MOVE PERIOD-GROUP-CODE TO ws-row-group
                               PERFORM find-group-entry
                               IF ws-look-idx > 0
                                   MOVE "Y" TO
                                       ws-grp-closed-flag(ws-look-idx)
                                   ADD 1 TO ws-closed-group-count
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE period-file
           END-IF.

       journal-snapshot-rows.
           OPEN INPUT snap-file.
           IF ws-snap-status NOT = "00"
               DISPLAY "NOTE: NO MONTH-END SNAPSHOT FILE - CLOSED "
                   "GROUPS JOURNAL NOTHING"
           ELSE
               PERFORM VARYING ws-gidx FROM 1 BY 1
                       UNTIL ws-gidx > ws-group-count
                   IF ws-grp-is-closed(ws-gidx)
                       PERFORM journal-one-group-snapshot
                   END-IF
               END-PERFORM
               CLOSE snap-file
           END-IF.

       journal-one-group-snapshot.
           MOVE ws-grp-code(ws-gidx) TO SNAP-GROUP-CODE.
           MOVE ws-report-month TO SNAP-MONTH.
           SET SNAP-IS-EXPENSE TO TRUE.
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
                               AND SNAP-IS-EXPENSE
                           MOVE SNAP-GROUP-CODE TO ws-row-group
                           MOVE SNAP-DATE TO ws-row-date
                           MOVE SNAP-PLACE-CODE TO ws-row-place
                           MOVE SNAP-AMOUNT TO ws-row-amount
                           PERFORM journal-one-row
                       ELSE
                           MOVE "10" TO ws-snap-status
                       END-IF
               END-READ
           END-PERFORM.

      *    A missing feed is not fatal - a month where every group
      *    is closed journals entirely from the snapshot.
       journal-feed-rows.
           OPEN INPUT expval-file.
           IF ws-expval-status NOT = "00"
               DISPLAY "NOTE: NO VALIDATED EXPENSE FEED - OPEN "
                   "GROUPS JOURNAL NOTHING"
           ELSE
               PERFORM UNTIL ws-expval-status = "10"
                   READ expval-file
                       AT END
                           MOVE "10" TO ws-expval-status
                       NOT AT END
                           IF val-date(1:6) = ws-report-month
                               PERFORM journal-one-feed-row
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE expval-file
           END-IF.

       journal-one-feed-row.
           MOVE val-group TO ws-row-group.
           MOVE val-date TO ws-row-date.
           MOVE val-place-code TO ws-row-place.
           MOVE val-amount TO ws-row-amount.
           PERFORM find-group-entry.
           IF ws-look-idx > 0
               IF ws-grp-is-closed(ws-look-idx)
                   CONTINUE
               ELSE
                   PERFORM journal-one-row
               END-IF
           ELSE
               PERFORM journal-one-row
           END-IF.

      *    Every row lands in exactly one place - a debit and its
      *    matching credit, or suspense - so debits plus suspense
      *    always equal what came in.
       journal-one-row.
           ADD 1 TO ws-rows-in.
           ADD ws-row-amount TO ws-feed-total.
           MOVE SPACES TO ws-suspense-reason.
           PERFORM find-group-entry.
           IF ws-look-idx = 0
               MOVE "GROUP TABLE FULL" TO ws-suspense-reason
           ELSE
               IF ws-grp-not-on-master(ws-look-idx)
                   MOVE "GROUP NOT ON MASTER" TO ws-suspense-reason
               END-IF
               IF ws-grp-no-cost-center(ws-look-idx)
                   MOVE "NO COST CENTER" TO ws-suspense-reason
               END-IF
           END-IF.
           IF ws-row-is-mapped
               PERFORM find-vendor-entry
           END-IF.
           IF ws-row-is-mapped
               ADD ws-row-amount TO ws-grp-total(ws-look-idx)
               ADD ws-row-amount TO ws-ven-total(ws-ven-idx)
               PERFORM count-visit
           ELSE
               PERFORM write-suspense-line
           END-IF.

      *    Searched with its own subscript - the snapshot pass calls
      *    this from inside its walk of the group table.
       find-group-entry.
           MOVE 0 TO ws-look-idx.
           PERFORM VARYING ws-gsidx FROM 1 BY 1
                   UNTIL ws-gsidx > ws-group-count
               IF ws-grp-code(ws-gsidx) = ws-row-group
                   MOVE ws-gsidx TO ws-look-idx
               END-IF
           END-PERFORM.
           IF ws-look-idx = 0
               IF ws-group-count < 50
                   ADD 1 TO ws-group-count
                   MOVE ws-group-count TO ws-look-idx
                   PERFORM map-new-group
               ELSE
                   SET ws-group-table-overflowed TO TRUE
               END-IF
           END-IF.

       map-new-group.
           MOVE ws-row-group TO ws-grp-code(ws-look-idx).
           MOVE SPACES TO ws-grp-office-name(ws-look-idx).
           MOVE SPACES TO ws-grp-cost-center(ws-look-idx).
           MOVE "N" TO ws-grp-closed-flag(ws-look-idx).
           MOVE 0 TO ws-grp-total(ws-look-idx).
           MOVE ws-row-group TO GROUP-CODE.
           READ group-file
               INVALID KEY
                   MOVE "M" TO ws-grp-map-flag(ws-look-idx)
               NOT INVALID KEY
                   MOVE GROUP-OFFICE-NAME
                       TO ws-grp-office-name(ws-look-idx)
                   MOVE GROUP-COST-CENTER
                       TO ws-grp-cost-center(ws-look-idx)
                   IF GROUP-COST-CENTER = SPACES
                       MOVE "C" TO ws-grp-map-flag(ws-look-idx)
                   ELSE
                       MOVE "Y" TO ws-grp-map-flag(ws-look-idx)
                   END-IF
           END-READ.

      *    The place has to be on the master today for the credit
      *    to name a vendor - a place deleted since the row was
      *    validated goes to suspense for finance to place by hand.
       find-vendor-entry.
           MOVE 0 TO ws-ven-idx.
           PERFORM VARYING ws-vidx FROM 1 BY 1
                   UNTIL ws-vidx > ws-vendor-count
               IF ws-ven-group(ws-vidx) = ws-row-group
                       AND ws-ven-code(ws-vidx) = ws-row-place
                   SET ws-ven-idx TO ws-vidx
               END-IF
           END-PERFORM.
           IF ws-ven-idx = 0
               MOVE ws-row-group TO PLACE-GROUP-CODE
               MOVE ws-row-place TO PLACE-CODE
               READ place-file
                   INVALID KEY
                       MOVE "PLACE NOT ON MASTER" TO ws-suspense-reason
                   NOT INVALID KEY
                       PERFORM add-vendor-entry
               END-READ
           END-IF.

       add-vendor-entry.
           IF ws-vendor-count < 500
               ADD 1 TO ws-vendor-count
               MOVE ws-vendor-count TO ws-ven-idx
               MOVE ws-row-group TO ws-ven-group(ws-ven-idx)
               MOVE ws-row-place TO ws-ven-code(ws-ven-idx)
               MOVE PLACE-NAME TO ws-ven-name(ws-ven-idx)
               MOVE 0 TO ws-ven-total(ws-ven-idx)
               MOVE 0 TO ws-ven-visits(ws-ven-idx)
           ELSE
               SET ws-vendor-table-overflowed TO TRUE
               MOVE "VENDOR TABLE FULL" TO ws-suspense-reason
           END-IF.

       count-visit.
           MOVE ws-row-group TO ws-this-visit(1:4).
           MOVE ws-row-place TO ws-this-visit(5:6).
           MOVE ws-row-date TO ws-this-visit(11:8).
           MOVE "N" TO ws-visit-seen-flag.
           PERFORM VARYING ws-vsidx FROM 1 BY 1
                   UNTIL ws-vsidx > ws-visit-count
               IF ws-visit-key(ws-vsidx) = ws-this-visit
                   MOVE "Y" TO ws-visit-seen-flag
               END-IF
           END-PERFORM.
           IF NOT ws-visit-was-seen
               IF ws-visit-count < 2000
                   ADD 1 TO ws-visit-count
                   MOVE ws-this-visit TO ws-visit-key(ws-visit-count)
                   ADD 1 TO ws-ven-visits(ws-ven-idx)
               ELSE
                   SET ws-visit-table-overflowed TO TRUE
               END-IF
           END-IF.

       write-suspense-line.
           ADD 1 TO ws-suspense-count.
           ADD ws-row-amount TO ws-suspense-total.
           MOVE ws-row-amount TO ws-amt-display.
           MOVE SPACES TO ws-print-line.
           STRING ws-suspense-reason DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-row-group DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ws-row-date DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-row-place DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-amt-display DELIMITED BY SIZE
               INTO ws-print-line.
           WRITE susp-line FROM ws-print-line.

      *    Debits first, one per group cost center, then the
      *    credits, one per vendor place, then the trailer the GL
      *    load balances against.
       write-gl-journal.
           PERFORM VARYING ws-gidx FROM 1 BY 1
                   UNTIL ws-gidx > ws-group-count
               IF ws-grp-is-mapped(ws-gidx)
                       AND ws-grp-total(ws-gidx) > 0
                   PERFORM write-debit-line
               END-IF
           END-PERFORM.
           PERFORM VARYING ws-vidx FROM 1 BY 1
                   UNTIL ws-vidx > ws-vendor-count
               IF ws-ven-total(ws-vidx) > 0
                   PERFORM write-credit-line
               END-IF
           END-PERFORM.
           MOVE SPACES TO GL-RECORD.
           SET GL-IS-TRAILER TO TRUE.
           MOVE ws-report-month TO GL-PERIOD.
           MOVE ws-posting-date TO GL-POSTING-DATE.
           MOVE ws-debit-count TO GL-TRL-DEBIT-COUNT.
           MOVE ws-credit-count TO GL-TRL-CREDIT-COUNT.
           MOVE ws-debit-total TO GL-TRL-DEBIT-TOTAL.
           MOVE ws-credit-total TO GL-TRL-CREDIT-TOTAL.
           MOVE ws-suspense-count TO GL-TRL-SUSPENSE-COUNT.
           MOVE ws-suspense-total TO GL-TRL-SUSPENSE-TOTAL.
           WRITE GL-RECORD.

       write-debit-line.
           MOVE SPACES TO GL-RECORD.
           SET GL-IS-DEBIT TO TRUE.
           MOVE ws-report-month TO GL-PERIOD.
           MOVE ws-posting-date TO GL-POSTING-DATE.
           MOVE ws-expense-account TO GL-ACCOUNT.
           MOVE ws-grp-cost-center(ws-gidx) TO GL-COST-CENTER.
           MOVE ws-grp-code(ws-gidx) TO GL-VENDOR-REF.
           MOVE ws-grp-office-name(ws-gidx) TO GL-DESCRIPTION.
           MOVE ws-grp-total(ws-gidx) TO GL-AMOUNT.
           WRITE GL-RECORD.
           ADD 1 TO ws-debit-count.
           ADD ws-grp-total(ws-gidx) TO ws-debit-total.

      *    The vendor reference is the group and place code - the
      *    same place code can be two different vendors in two
      *    offices.
       write-credit-line.
           MOVE SPACES TO GL-RECORD.
           SET GL-IS-CREDIT TO TRUE.
           MOVE ws-report-month TO GL-PERIOD.
           MOVE ws-posting-date TO GL-POSTING-DATE.
           MOVE ws-payable-account TO GL-ACCOUNT.
           MOVE ws-ven-group(ws-vidx) TO GL-VENDOR-REF(1:4).
           MOVE ws-ven-code(ws-vidx) TO GL-VENDOR-REF(5:6).
           MOVE ws-ven-name(ws-vidx) TO GL-DESCRIPTION.
           MOVE ws-ven-total(ws-vidx) TO GL-AMOUNT.
           PERFORM VARYING ws-gidx FROM 1 BY 1
                   UNTIL ws-gidx > ws-group-count
               IF ws-grp-code(ws-gidx) = ws-ven-group(ws-vidx)
                   MOVE ws-grp-cost-center(ws-gidx) TO GL-COST-CENTER
               END-IF
           END-PERFORM.
           WRITE GL-RECORD.
           ADD 1 TO ws-credit-count.
           ADD ws-ven-total(ws-vidx) TO ws-credit-total.

       write-vendor-statement.
           MOVE "MONTHLY LUNCH VENDOR SPEND STATEMENT" TO vend-line.
           WRITE vend-line.
           MOVE SPACES TO vend-line.
           STRING "RUN DATE: " ws-today DELIMITED BY SIZE
               "  MONTH: " DELIMITED BY SIZE
               ws-report-month DELIMITED BY SIZE
               INTO vend-line.
           WRITE vend-line.
           PERFORM VARYING ws-gidx FROM 1 BY 1
                   UNTIL ws-gidx > ws-group-count
               IF ws-grp-is-mapped(ws-gidx)
                       AND ws-grp-total(ws-gidx) > 0
                   PERFORM write-group-vendors
               END-IF
           END-PERFORM.
           IF ws-debit-count = 0
               MOVE SPACES TO vend-line
               WRITE vend-line
               MOVE "NO MAPPED SPEND FOR THE MONTH" TO vend-line
               WRITE vend-line
           END-IF.

       write-group-vendors.
           MOVE SPACES TO vend-line.
           WRITE vend-line.
           MOVE SPACES TO ws-print-line.
           STRING "GROUP: " DELIMITED BY SIZE
               ws-grp-code(ws-gidx) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-grp-office-name(ws-gidx) DELIMITED BY SIZE
               " CC " DELIMITED BY SIZE
               ws-grp-cost-center(ws-gidx) DELIMITED BY SIZE
               INTO ws-print-line.
           WRITE vend-line FROM ws-print-line.
           IF ws-grp-is-closed(ws-gidx)
               MOVE "  MONTH CLOSED - FROM MONTH-END SNAPSHOT"
                   TO vend-line
               WRITE vend-line
           END-IF.
           MOVE SPACES TO ws-print-line.
           MOVE "PLACE" TO ws-print-line(3:5).
           MOVE "NAME" TO ws-print-line(10:4).
           MOVE "VISITS" TO ws-print-line(28:6).
           MOVE "MONTH TOTAL" TO ws-print-line(38:11).
           MOVE "AVG TICKET" TO ws-print-line(54:10).
           WRITE vend-line FROM ws-print-line.
           PERFORM VARYING ws-vidx FROM 1 BY 1
                   UNTIL ws-vidx > ws-vendor-count
               IF ws-ven-group(ws-vidx) = ws-grp-code(ws-gidx)
                       AND ws-ven-total(ws-vidx) > 0
                   PERFORM write-vendor-line
               END-IF
           END-PERFORM.
           MOVE ws-grp-total(ws-gidx) TO ws-amt-display.
           MOVE SPACES TO ws-print-line.
           STRING "  GROUP TOTAL:" DELIMITED BY SIZE
               INTO ws-print-line.
           MOVE ws-amt-display TO ws-print-line(35:14).
           WRITE vend-line FROM ws-print-line.

       write-vendor-line.
           MOVE ws-ven-visits(ws-vidx) TO ws-count-display.
           MOVE ws-ven-total(ws-vidx) TO ws-amt-display.
           IF ws-ven-visits(ws-vidx) > 0
               COMPUTE ws-average ROUNDED =
                   ws-ven-total(ws-vidx) / ws-ven-visits(ws-vidx)
           ELSE
               MOVE 0 TO ws-average
           END-IF.
           MOVE ws-average TO ws-amt-display-2.
           MOVE SPACES TO ws-print-line.
           STRING "  " DELIMITED BY SIZE
               ws-ven-code(ws-vidx) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-ven-name(ws-vidx) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-count-display DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-amt-display DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-amt-display-2 DELIMITED BY SIZE
               INTO ws-print-line.
           WRITE vend-line FROM ws-print-line.

       write-suspense-footer.
           MOVE SPACES TO susp-line.
           WRITE susp-line.
           IF ws-suspense-count = 0
               MOVE "NO SUSPENSE ITEMS - EVERY ROW MAPPED" TO susp-line
               WRITE susp-line
           ELSE
               MOVE ws-suspense-count TO ws-count-display
               MOVE ws-suspense-total TO ws-amt-display
               MOVE SPACES TO ws-print-line
               STRING "ROWS IN SUSPENSE: " DELIMITED BY SIZE
                   ws-count-display DELIMITED BY SIZE
                   "  AMOUNT: $" DELIMITED BY SIZE
                   ws-amt-display DELIMITED BY SIZE
                   INTO ws-print-line
               WRITE susp-line FROM ws-print-line
               MOVE "NOT ON THE GL JOURNAL - FIX THE GROUP MASTER OR "
                   TO susp-line
               WRITE susp-line
               MOVE "PLACES AND RERUN, OR POST BY HAND" TO susp-line
               WRITE susp-line
           END-IF.

      *    Rows in must equal debits plus suspense - the one line
      *    finance ties back to the validated feed.
       write-control-totals.
           MOVE ws-rows-in TO ws-in-display.
           MOVE ws-feed-total TO ws-amt-display.
           DISPLAY "GL JOURNAL CONTROL TOTALS - ROWS IN: "
               ws-in-display "  AMOUNT: " ws-amt-display.
           MOVE ws-debit-count TO ws-count-display.
           MOVE ws-debit-total TO ws-amt-display.
           MOVE ws-credit-total TO ws-amt-display-2.
           DISPLAY "  DEBIT LINES: " ws-count-display
               "  DEBITS: " ws-amt-display
               "  CREDITS: " ws-amt-display-2.
           MOVE ws-suspense-count TO ws-count-display.
           MOVE ws-suspense-total TO ws-amt-display.
           DISPLAY "  SUSPENSE ROWS: " ws-count-display
               "  SUSPENSE: " ws-amt-display.

       close-files.
           CLOSE place-file.
           CLOSE group-file.
           CLOSE gl-file.
           CLOSE vend-file.
           CLOSE susp-file.
