       IDENTIFICATION DIVISION.
       PROGRAM-ID. dailyCycle.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT group-file ASSIGN TO "GROUPS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GROUP-KEY
               FILE STATUS IS ws-group-status.

           SELECT cal-file ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cal-status.

           SELECT runctl-file ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNCTL-KEY
               FILE STATUS IS ws-runctl-status.

           SELECT cycrpt-file ASSIGN TO "CYCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cycrpt-status.

       DATA DIVISION.
       FILE SECTION.
       FD  group-file.
           COPY GRPREC.

       FD  cal-file.
           COPY CALREC.

       FD  runctl-file.
           COPY RUNCTLRC.

       FD  cycrpt-file.
           01 cycrpt-line pic x(80).

       WORKING-STORAGE SECTION.
           01 ws-group-status pic xx.
           01 ws-cal-status pic xx.
           01 ws-runctl-status pic xx.
           01 ws-cycrpt-status pic xx.

           01 ws-current-date pic x(21).
           01 ws-today pic 9(8).

      *    Every active group on the master, in key order - the
      *    same records cycleMon sweeps RUNCTL against afterwards.
           01 ws-active-table.
            02 ws-active-entry occurs 50 times indexed by ws-gidx.
             03 ws-act-group pic x(4).
             03 ws-act-channel pic x.
             03 ws-act-party pic 9(3).
             03 ws-act-office-name pic x(30).
           01 ws-active-count pic 9(4) value 0.
           01 ws-suspended-count pic 9(4) value 0.
           01 ws-act-ovfl-flag pic x value "N".
              88 ws-active-table-overflowed value "Y".

      *    Today's holidays/closures per group, off the CALENDAR
      *    feed randomLunch reads. randomLunch would stop on its own
      *    with RC 8, but so does an empty pool - checking here keeps
      *    a holiday from being recorded as a failure.
           01 ws-holiday-groups.
            02 ws-holiday-group occurs 50 times pic x(4).
           01 ws-holiday-group-count pic 9(4) value 0.
           01 ws-hol-ovfl-flag pic x value "N".
              88 ws-holiday-table-overflowed value "Y".
           01 ws-hidx pic 9(4).
           01 ws-group-holiday-flag pic x.
              88 ws-group-on-holiday value "Y".

      *    Handed to each per-group step; see DRVPARM.
           COPY DRVPARM.

           01 ws-step-rc pic s9(4) comp value 0.
           01 ws-fail-step pic x(8).
           01 ws-call-failed-flag pic x.
              88 ws-call-failed value "Y".

      *    A group whose announcement already went out cleanly today
      *    is passed over on a rerun - calling lunchNotify again
      *    would queue a second copy for STEP020 to post.
           01 ws-announced-flag pic x.
              88 ws-group-already-announced value "Y".

           01 ws-ran-count pic 9(4) value 0.
           01 ws-failed-count pic 9(4) value 0.
           01 ws-holiday-skip-count pic 9(4) value 0.
           01 ws-announced-skip-count pic 9(4) value 0.

           01 ws-print-line pic x(80).
           01 ws-rc-display pic 9(4).
           01 ws-count-display pic zz,zz9.

       PROCEDURE DIVISION.
      *    One pass of the morning cycle for every active office:
      *    attendance is retained once for all of them, then each
      *    group gets its pick and its announcement in turn. A group
      *    that fails is written to RUNCTL with the step and return
      *    code and the driver moves on - one office's bad data must
      *    not cost every other office its lunch.
       main-control.
           PERFORM get-todays-date.
           PERFORM load-active-groups.
           IF ws-active-count = 0
               DISPLAY "NO ACTIVE GROUPS ON FILE - NOTHING TO RUN"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM load-todays-holidays.
           OPEN OUTPUT cycrpt-file.
           PERFORM write-report-header.
           PERFORM retain-todays-attendance.
           PERFORM VARYING ws-gidx FROM 1 BY 1
                   UNTIL ws-gidx > ws-active-count
               PERFORM run-one-group
           END-PERFORM.
           PERFORM write-report-footer.
           CLOSE cycrpt-file.
           IF ws-failed-count > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           goback.

       get-todays-date.
           MOVE FUNCTION CURRENT-DATE TO ws-current-date.
           MOVE ws-current-date(1:8) TO ws-today.

       load-active-groups.
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
                       PERFORM store-active-group
               END-READ
           END-PERFORM.
           CLOSE group-file.
           IF ws-active-table-overflowed
               DISPLAY "NOTE: MORE THAN 50 ACTIVE GROUPS - "
                   "RUNNING THE FIRST 50"
           END-IF.

       store-active-group.
           IF GROUP-IS-SUSPENDED
               ADD 1 TO ws-suspended-count
           ELSE
               IF ws-active-count < 50
                   ADD 1 TO ws-active-count
                   MOVE GROUP-CODE TO ws-act-group(ws-active-count)
                   MOVE GROUP-CHANNEL
                       TO ws-act-channel(ws-active-count)
                   MOVE GROUP-DEFAULT-PARTY
                       TO ws-act-party(ws-active-count)
                   MOVE GROUP-OFFICE-NAME
                       TO ws-act-office-name(ws-active-count)
               ELSE
                   SET ws-active-table-overflowed TO TRUE
               END-IF
           END-IF.

      *    A missing calendar just means no group is ever on
      *    holiday - same stance randomLunch takes.
       load-todays-holidays.
           OPEN INPUT cal-file.
           IF ws-cal-status NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL ws-cal-status = "10"
                   READ cal-file
                       AT END
                           MOVE "10" TO ws-cal-status
                       NOT AT END
                           PERFORM store-holiday-if-today
                   END-READ
               END-PERFORM
               CLOSE cal-file
           END-IF.
           IF ws-holiday-table-overflowed
               DISPLAY "NOTE: MORE THAN 50 GROUPS ON HOLIDAY TODAY "
                   "- THE EXTRAS WILL BE RUN AND STOPPED BY THE PICK"
           END-IF.

       store-holiday-if-today.
           IF CAL-IS-HOLIDAY AND CAL-HOLIDAY-DATE = ws-today
               IF ws-holiday-group-count < 50
                   ADD 1 TO ws-holiday-group-count
                   MOVE CAL-GROUP-CODE
                       TO ws-holiday-group(ws-holiday-group-count)
               ELSE
                   SET ws-holiday-table-overflowed TO TRUE
               END-IF
           END-IF.

       check-group-holiday-today.
           MOVE "N" TO ws-group-holiday-flag.
           PERFORM VARYING ws-hidx FROM 1 BY 1
                   UNTIL ws-hidx > ws-holiday-group-count
               IF ws-holiday-group(ws-hidx) = ws-act-group(ws-gidx)
                   MOVE "Y" TO ws-group-holiday-flag
               END-IF
           END-PERFORM.

      *    attendKeep already takes the whole ATTEND feed for every
      *    group in one go, so it runs once, ahead of the groups. If
      *    it fails the picks still run - randomLunch falls back to
      *    the master's party size when no attendance is on file.
       retain-todays-attendance.
           MOVE "N" TO ws-call-failed-flag.
           MOVE 0 TO RETURN-CODE.
           CALL "attendKeep"
               ON EXCEPTION
                   MOVE "Y" TO ws-call-failed-flag
           END-CALL.
           MOVE RETURN-CODE TO ws-step-rc.
           CANCEL "attendKeep".
           IF ws-call-failed OR ws-step-rc NOT = 0
               MOVE ws-step-rc TO ws-rc-display
               MOVE SPACES TO ws-print-line
               STRING "ATTENDANCE RETENTION FAILED - RC "
                   DELIMITED BY SIZE
                   ws-rc-display DELIMITED BY SIZE
                   " - PICKS RUN ON MASTER PARTY SIZES"
                   DELIMITED BY SIZE
                   INTO ws-print-line
               WRITE cycrpt-line FROM ws-print-line
               MOVE SPACES TO cycrpt-line
               WRITE cycrpt-line
           END-IF.

      *    Each step is CANCELled after its CALL so the next group
      *    starts it with fresh working storage, exactly as if it
      *    were its own job step.
       run-one-group.
           PERFORM check-group-holiday-today.
           IF ws-group-on-holiday
               ADD 1 TO ws-holiday-skip-count
               MOVE SPACES TO ws-print-line
               STRING ws-act-group(ws-gidx) DELIMITED BY SIZE
                   " - HOLIDAY/CLOSURE TODAY - NOT RUN"
                   DELIMITED BY SIZE
                   INTO ws-print-line
               WRITE cycrpt-line FROM ws-print-line
           ELSE
               PERFORM check-already-announced
               IF ws-group-already-announced
                   ADD 1 TO ws-announced-skip-count
                   MOVE SPACES TO ws-print-line
                   STRING ws-act-group(ws-gidx) DELIMITED BY SIZE
                       " - ALREADY ANNOUNCED TODAY - NOT RUN"
                       DELIMITED BY SIZE
                       INTO ws-print-line
                   WRITE cycrpt-line FROM ws-print-line
               ELSE
                   PERFORM run-group-steps
               END-IF
           END-IF.

       run-group-steps.
           PERFORM build-driver-parm.
           PERFORM run-pick-step.
           IF ws-step-rc = 0
               PERFORM run-notify-step
           END-IF.
           IF ws-step-rc = 0
               ADD 1 TO ws-ran-count
               PERFORM write-group-ok-line
           ELSE
               ADD 1 TO ws-failed-count
               PERFORM record-group-failure
               PERFORM write-group-failed-line
           END-IF.

      *    Announced means lunchNotify stamped the day's RUNCTL
      *    record and no failure has been recorded over it since.
      *    No RUNCTL file or no record for today means not yet.
       check-already-announced.
           MOVE "N" TO ws-announced-flag.
           OPEN INPUT runctl-file.
           IF ws-runctl-status = "00"
               MOVE ws-act-group(ws-gidx) TO RUNCTL-GROUP-CODE
               MOVE ws-today TO RUNCTL-DATE
               READ runctl-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RUNCTL-NOTIFY-DONE AND RUNCTL-NO-FAILURE
                           MOVE "Y" TO ws-announced-flag
                       END-IF
               END-READ
               CLOSE runctl-file
           END-IF.

       build-driver-parm.
           MOVE LENGTH OF DRV-PARM-TEXT TO DRV-PARM-LENGTH.
           MOVE ws-act-group(ws-gidx) TO DRV-GROUP-CODE.
           MOVE ws-act-channel(ws-gidx) TO DRV-CHANNEL.
           MOVE ws-act-party(ws-gidx) TO DRV-PARTY-SIZE.
           MOVE ws-act-office-name(ws-gidx) TO DRV-OFFICE-NAME.

      *    A load module that cannot be found is reported as RC 16,
      *    the same weight the steps give their own fatal errors.
       run-pick-step.
           MOVE "PICK" TO ws-fail-step.
           MOVE "N" TO ws-call-failed-flag.
           MOVE 0 TO RETURN-CODE.
           CALL "randomLunch" USING DRIVER-PARM
               ON EXCEPTION
                   MOVE "Y" TO ws-call-failed-flag
           END-CALL.
           MOVE RETURN-CODE TO ws-step-rc.
           CANCEL "randomLunch".
           IF ws-call-failed
               MOVE 16 TO ws-step-rc
           END-IF.

       run-notify-step.
           MOVE "NOTIFY" TO ws-fail-step.
           MOVE "N" TO ws-call-failed-flag.
           MOVE 0 TO RETURN-CODE.
           CALL "lunchNotify" USING DRIVER-PARM
               ON EXCEPTION
                   MOVE "Y" TO ws-call-failed-flag
           END-CALL.
           MOVE RETURN-CODE TO ws-step-rc.
           CANCEL "lunchNotify".
           IF ws-call-failed
               MOVE 16 TO ws-step-rc
           END-IF.

      *    The failed step and its return code go on the group's
      *    RUNCTL record for the day - created here if the pick
      *    never got far enough to stamp one - so cycleMon reports
      *    the failure itself rather than just a missing cycle.
       record-group-failure.
           OPEN I-O runctl-file.
           IF ws-runctl-status = "35"
               CLOSE runctl-file
               OPEN OUTPUT runctl-file
               CLOSE runctl-file
               OPEN I-O runctl-file
           END-IF.
           MOVE ws-act-group(ws-gidx) TO RUNCTL-GROUP-CODE.
           MOVE ws-today TO RUNCTL-DATE.
           READ runctl-file
               INVALID KEY
                   MOVE ws-act-group(ws-gidx) TO RUNCTL-GROUP-CODE
                   MOVE ws-today TO RUNCTL-DATE
                   MOVE "N" TO RUNCTL-PICK-FLAG
                   MOVE 0 TO RUNCTL-PICK-TIME
                   MOVE "N" TO RUNCTL-NOTIFY-FLAG
                   MOVE 0 TO RUNCTL-NOTIFY-TIME
                   MOVE ws-fail-step TO RUNCTL-FAIL-STEP
                   MOVE ws-step-rc TO RUNCTL-FAIL-RC
                   WRITE RUNCTL-RECORD
               NOT INVALID KEY
                   MOVE ws-fail-step TO RUNCTL-FAIL-STEP
                   MOVE ws-step-rc TO RUNCTL-FAIL-RC
                   REWRITE RUNCTL-RECORD
           END-READ.
           CLOSE runctl-file.

       write-group-ok-line.
           MOVE SPACES TO ws-print-line.
           STRING ws-act-group(ws-gidx) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               ws-act-office-name(ws-gidx) DELIMITED BY SIZE
               " PICKED AND ANNOUNCED VIA " DELIMITED BY SIZE
               ws-act-channel(ws-gidx) DELIMITED BY SIZE
               INTO ws-print-line.
           WRITE cycrpt-line FROM ws-print-line.

       write-group-failed-line.
           MOVE ws-step-rc TO ws-rc-display.
           MOVE SPACES TO ws-print-line.
           STRING ws-act-group(ws-gidx) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               ws-act-office-name(ws-gidx) DELIMITED BY SIZE
               " FAILED IN " DELIMITED BY SIZE
               ws-fail-step DELIMITED BY SPACE
               " RC " DELIMITED BY SIZE
               ws-rc-display DELIMITED BY SIZE
               INTO ws-print-line.
           WRITE cycrpt-line FROM ws-print-line.

       write-report-header.
           MOVE "DAILY LUNCH CYCLE - ALL ACTIVE GROUPS" TO cycrpt-line.
           WRITE cycrpt-line.
           MOVE SPACES TO cycrpt-line.
           STRING "RUN DATE: " ws-today DELIMITED BY SIZE
               INTO cycrpt-line.
           WRITE cycrpt-line.
           MOVE SPACES TO cycrpt-line.
           WRITE cycrpt-line.

       write-report-footer.
           MOVE SPACES TO cycrpt-line.
           WRITE cycrpt-line.
           MOVE ws-ran-count TO ws-count-display.
           MOVE SPACES TO ws-print-line.
           STRING "GROUPS COMPLETED: " DELIMITED BY SIZE
               ws-count-display DELIMITED BY SIZE
               INTO ws-print-line.
           WRITE cycrpt-line FROM ws-print-line.
           MOVE ws-failed-count TO ws-count-display.
           MOVE SPACES TO ws-print-line.
           STRING "GROUPS FAILED:    " DELIMITED BY SIZE
               ws-count-display DELIMITED BY SIZE
               INTO ws-print-line.
           WRITE cycrpt-line FROM ws-print-line.
           MOVE ws-holiday-skip-count TO ws-count-display.
           MOVE SPACES TO ws-print-line.
           STRING "ON HOLIDAY:       " DELIMITED BY SIZE
               ws-count-display DELIMITED BY SIZE
               INTO ws-print-line.
           WRITE cycrpt-line FROM ws-print-line.
           MOVE ws-announced-skip-count TO ws-count-display.
           MOVE SPACES TO ws-print-line.
           STRING "ALREADY ANNOUNCED:" DELIMITED BY SIZE
               ws-count-display DELIMITED BY SIZE
               INTO ws-print-line.
           WRITE cycrpt-line FROM ws-print-line.
           MOVE ws-suspended-count TO ws-count-display.
           MOVE SPACES TO ws-print-line.
           STRING "SUSPENDED:        " DELIMITED BY SIZE
               ws-count-display DELIMITED BY SIZE
               INTO ws-print-line.
           WRITE cycrpt-line FROM ws-print-line.
