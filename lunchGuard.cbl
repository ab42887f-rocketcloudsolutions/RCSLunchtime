           DISPLAY "RECORDS RESTORED: " ws-restored-count
               " TO " ws-restore-target.

      *    A generation taken before the inspection fields were
      *    added comes back with no license and no grade on file -
      *    never inspected, never held. Running one through here is
      *    how an old-length master is brought up to the new layout.
       restore-places.
           OPEN OUTPUT place-file.
           PERFORM UNTIL ws-restin-status = "10"
                   AT END
                       MOVE "10" TO ws-restin-status
                   NOT AT END
                       MOVE restin-rec(1:69) TO PLACE-RECORD
                       IF PLACE-INSP-DATE NOT NUMERIC
                           MOVE 0 TO PLACE-INSP-DATE
                           MOVE "N" TO PLACE-INSP-HOLD-FLAG
                       END-IF
                       WRITE PLACE-RECORD
                           INVALID KEY
                               DISPLAY "DUPLICATE KEY SKIPPED"
           END-PERFORM.
           CLOSE rsvp-file.

      *    A generation taken before the failure fields were added
      *    comes back with them blank - no failure on record.
       restore-runctl.
           OPEN OUTPUT runctl-file.
           PERFORM UNTIL ws-restin-status = "10"
                   AT END
                       MOVE "10" TO ws-restin-status
                   NOT AT END
                       MOVE restin-rec(1:38) TO RUNCTL-RECORD
                       IF RUNCTL-FAIL-RC NOT NUMERIC
                           MOVE 0 TO RUNCTL-FAIL-RC
                       END-IF
                       WRITE RUNCTL-RECORD
                           INVALID KEY
                               DISPLAY "DUPLICATE KEY SKIPPED"
