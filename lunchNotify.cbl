           01 ws-newplc-count pic 9(4) value 0.
           01 ws-nidx pic 9(4).

      *    Set when dailyCycle CALLs this program for one group - the
      *    group, scope and channel then come from the group master
      *    instead of SYSIN, and every group's message is appended to
      *    the one NOTIFYOUT behind a routing line the posting step
      *    splits on.
           01 ws-driven-flag pic x value "N".
              88 ws-driven-run value "Y".

       LINKAGE SECTION.
           COPY DRVPARM.

       PROCEDURE DIVISION USING DRIVER-PARM.
       main-control.
           PERFORM check-driver-parm.
           PERFORM get-todays-date.
           PERFORM get-group-code.
           PERFORM get-announce-scope.
           END-IF.
           PERFORM check-reservation-request.
           PERFORM load-new-place-lines.
           PERFORM get-channel.
           PERFORM write-notification.
           PERFORM mark-new-places-announced.
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

      *    Each group/office gets its own announcement (Req 007).
       get-group-code.
           IF ws-driven-run
               MOVE DRV-GROUP-CODE TO ws-group-code
           ELSE
               DISPLAY "ENTER GROUP/OFFICE CODE (4 CHARS): "
               ACCEPT ws-group-code
           END-IF.

      *    T announces today's pick the way this program always
      *    has; W announces the whole week's planned menu - the
      *    Monday planning job answers W after the week is drawn.
       get-announce-scope.
           IF ws-driven-run
               MOVE "T" TO ws-scope
           ELSE
               DISPLAY "ANNOUNCE (T)ODAY'S PICK OR THE (W)EEK PLAN: "
               ACCEPT ws-scope
           END-IF.

      *    The group master says which channel each office hears on.
       get-channel.
           IF ws-driven-run
               MOVE DRV-CHANNEL TO ws-channel
           ELSE
               DISPLAY "NOTIFY VIA (E)MAIL OR (S)LACK: "
               ACCEPT ws-channel
           END-IF.

      *    The week announcement does not stamp RUNCTL - the daily
      *    cycle's own notify step owns that stamp, and a Monday
               GOBACK
           END-IF.
           PERFORM load-new-place-lines.
           PERFORM get-channel.
           PERFORM write-week-notification.
           PERFORM mark-new-places-announced.

           END-IF.

       write-week-notification.
           PERFORM open-notify-output.
           EVALUATE ws-channel
               WHEN "S" WHEN "s"
                   PERFORM format-slack-week-message
      *    curl's -d @file strips the line breaks, so the records
      *    concatenate back into a single valid JSON body.
       write-notification.
           PERFORM open-notify-output.
           EVALUATE ws-channel
               WHEN "S" WHEN "s"
                   PERFORM format-slack-message
           END-EVALUATE.
           CLOSE notify-file.

      *    Standalone, NOTIFYOUT holds just this message. Under
      *    dailyCycle it collects every group's message, each behind
      *    a "#LUNCHMSG group channel" routing line that tells the
      *    posting step where the records up to the next one go.
       open-notify-output.
           IF ws-driven-run
               OPEN EXTEND notify-file
               IF ws-notify-status = "35"
                   OPEN OUTPUT notify-file
               END-IF
               MOVE SPACES TO notify-line
               STRING "#LUNCHMSG " DELIMITED BY SIZE
                   ws-group-code DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ws-channel DELIMITED BY SIZE
                   INTO notify-line
               WRITE notify-line
           ELSE
               OPEN OUTPUT notify-file
           END-IF.

      *    Stamp the notify step complete on the day's run-control
      *    record. The pick step normally created the record already;
      *    a notification sent outside the batch cycle writes a fresh
      *    one rather than being lost. The announcement going out
      *    completes the cycle, so any failure dailyCycle recorded
      *    against the group today is cleared.
       record-run-control.
           OPEN I-O runctl-file.
           IF ws-runctl-status = "35"
                   MOVE 0 TO RUNCTL-PICK-TIME
                   MOVE "Y" TO RUNCTL-NOTIFY-FLAG
                   MOVE ws-current-date(9:6) TO RUNCTL-NOTIFY-TIME
                   MOVE SPACES TO RUNCTL-FAIL-STEP
                   MOVE 0 TO RUNCTL-FAIL-RC
                   WRITE RUNCTL-RECORD
               NOT INVALID KEY
                   MOVE "Y" TO RUNCTL-NOTIFY-FLAG
                   MOVE ws-current-date(9:6) TO RUNCTL-NOTIFY-TIME
                   MOVE SPACES TO RUNCTL-FAIL-STEP
                   MOVE 0 TO RUNCTL-FAIL-RC
                   REWRITE RUNCTL-RECORD
           END-READ.
           CLOSE runctl-file.
