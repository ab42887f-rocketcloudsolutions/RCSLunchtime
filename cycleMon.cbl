               FILE STATUS IS ws-runctl-status.

           SELECT group-file ASSIGN TO "GROUPS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GROUP-KEY
               FILE STATUS IS ws-group-status.

           SELECT cal-file ASSIGN TO "CALENDAR"
           COPY RUNCTLRC.

       FD  group-file.
           COPY GRPREC.

       FD  cal-file.
           COPY CALREC.
      *    The list of groups expected to run each morning, with the
      *    agreed cutoff (HHMM) their cycle must finish by - this is
      *    the yardstick today's RUNCTL records are swept against.
      *    It is the active groups on the same master dailyCycle
      *    runs from, so "expected" and "run" cannot drift apart.
           01 ws-expected-table.
            02 ws-expected-entry occurs 50 times indexed by ws-gidx.
             03 ws-exp-group pic x(4).
             03 ws-exp-notify-flag pic x.
             03 ws-exp-pick-time pic 9(6).
             03 ws-exp-notify-time pic 9(6).
             03 ws-exp-fail-step pic x(8).
             03 ws-exp-fail-rc pic 9(4).
           01 ws-expected-count pic 9(4) value 0.
           01 ws-exp-ovfl-flag pic x value "N".
              88 ws-expected-table-overflowed value "Y".

      *    Suspended groups are held apart: one that ran anyway is
      *    an exception, one that stayed quiet is what was asked.
           01 ws-suspended-table.
            02 ws-suspended-group occurs 50 times pic x(4).
           01 ws-suspended-count pic 9(4) value 0.
           01 ws-sidx pic 9(4).
           01 ws-suspended-flag pic x.
              88 ws-group-is-suspended value "Y".

           01 ws-found-idx pic 9(4) value 0.
           01 ws-exception-count pic 9(4) value 0.
           01 ws-time-hhmm pic 9(4).
               GOBACK
           END-IF.
           PERFORM UNTIL ws-group-status = "10"
               READ group-file NEXT RECORD
                   AT END
                       MOVE "10" TO ws-group-status
                   NOT AT END
           END-IF.

       store-expected-group.
           IF GROUP-IS-SUSPENDED
               IF ws-suspended-count < 50
                   ADD 1 TO ws-suspended-count
                   MOVE GROUP-CODE
                       TO ws-suspended-group(ws-suspended-count)
               END-IF
           ELSE
               PERFORM store-active-group
           END-IF.

       store-active-group.
           IF ws-expected-count < 50
               ADD 1 TO ws-expected-count
               MOVE GROUP-CODE TO ws-exp-group(ws-expected-count)
               MOVE GROUP-CUTOFF-TIME
                   TO ws-exp-cutoff(ws-expected-count)
               MOVE "N" TO ws-exp-seen-flag(ws-expected-count)
               MOVE "N" TO ws-exp-pick-flag(ws-expected-count)
               MOVE "N" TO ws-exp-notify-flag(ws-expected-count)
               MOVE 0 TO ws-exp-pick-time(ws-expected-count)
               MOVE 0 TO ws-exp-notify-time(ws-expected-count)
               MOVE SPACES TO ws-exp-fail-step(ws-expected-count)
               MOVE 0 TO ws-exp-fail-rc(ws-expected-count)
           ELSE
               SET ws-expected-table-overflowed TO TRUE
           END-IF.
               END-IF
           END-PERFORM.
           IF ws-found-idx = 0
               PERFORM write-unexpected-run-exception
           ELSE
               MOVE "Y" TO ws-exp-seen-flag(ws-found-idx)
               MOVE RUNCTL-PICK-FLAG
                   TO ws-exp-pick-time(ws-found-idx)
               MOVE RUNCTL-NOTIFY-TIME
                   TO ws-exp-notify-time(ws-found-idx)
               MOVE RUNCTL-FAIL-STEP
                   TO ws-exp-fail-step(ws-found-idx)
               MOVE RUNCTL-FAIL-RC
                   TO ws-exp-fail-rc(ws-found-idx)
           END-IF.

       write-unexpected-run-exception.
           ADD 1 TO ws-exception-count.
           MOVE "N" TO ws-suspended-flag.
           PERFORM VARYING ws-sidx FROM 1 BY 1
                   UNTIL ws-sidx > ws-suspended-count
               IF ws-suspended-group(ws-sidx) = RUNCTL-GROUP-CODE
                   MOVE "Y" TO ws-suspended-flag
               END-IF
           END-PERFORM.
           MOVE SPACES TO ws-print-line.
           IF ws-group-is-suspended
               STRING RUNCTL-GROUP-CODE DELIMITED BY SIZE
                   " - RAN TODAY BUT IS SUSPENDED ON THE GROUP MASTER"
                   DELIMITED BY SIZE
                   INTO ws-print-line
           ELSE
               STRING RUNCTL-GROUP-CODE DELIMITED BY SIZE
                   " - RAN TODAY BUT IS NOT ON THE GROUP MASTER"
                   DELIMITED BY SIZE
                   INTO ws-print-line
           END-IF.
           WRITE monrpt-line FROM ws-print-line.

      *    The exception ladder, worst first: never ran at all, then
      *    a step dailyCycle saw fail, then a half-finished cycle
      *    either way round, then a cycle that finished but past
      *    the agreed cutoff.
       check-each-expected-group.
           PERFORM VARYING ws-gidx FROM 1 BY 1
                   UNTIL ws-gidx > ws-expected-count
                   PERFORM write-missing-exception
               END-IF
           ELSE
               IF ws-exp-fail-step(ws-gidx) NOT = SPACES
                   PERFORM write-failed-step-exception
               END-IF
               IF ws-exp-pick-flag(ws-gidx) = "Y"
                       AND ws-exp-notify-flag(ws-gidx) NOT = "Y"
                   PERFORM write-no-notify-exception
               INTO ws-print-line.
           WRITE monrpt-line FROM ws-print-line.

       write-failed-step-exception.
           ADD 1 TO ws-exception-count.
           MOVE SPACES TO ws-print-line.
           STRING ws-exp-group(ws-gidx) DELIMITED BY SIZE
               " - CYCLE FAILED IN " DELIMITED BY SIZE
               ws-exp-fail-step(ws-gidx) DELIMITED BY SPACE
               " STEP, RC " DELIMITED BY SIZE
               ws-exp-fail-rc(ws-gidx) DELIMITED BY SIZE
               INTO ws-print-line.
           WRITE monrpt-line FROM ws-print-line.

       write-no-notify-exception.
           ADD 1 TO ws-exception-count.
           MOVE SPACES TO ws-print-line.
