       IDENTIFICATION DIVISION.
       PROGRAM-ID. prefRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT pref-file ASSIGN TO "PREFS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PREF-KEY
               FILE STATUS IS ws-pref-status.

           SELECT roster-file ASSIGN TO "ROSTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ROSTER-KEY
               FILE STATUS IS ws-roster-status.

           SELECT place-file ASSIGN TO "PLACES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PLACE-KEY
               FILE STATUS IS ws-place-status.

           SELECT rpt-file ASSIGN TO "PREFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rpt-status.

       DATA DIVISION.
       FILE SECTION.
       FD  pref-file.
           COPY PREFREC.

       FD  roster-file.
           COPY ROSTREC.

       FD  place-file.
           COPY PLACEREC.

       FD  rpt-file.
           01 rpt-line pic x(80).

       WORKING-STORAGE SECTION.
           01 ws-pref-status pic xx.
           01 ws-roster-status pic xx.
           01 ws-place-status pic xx.
           01 ws-rpt-status pic xx.

           01 ws-current-date pic x(21).
           01 ws-today pic 9(8).

      *    Blank reports every group on PREFS.
           01 ws-select-group pic x(4) value spaces.

      *    Everyone on a roster today - a leaver's vetoes no longer
      *    keep anyone away from anywhere, so they are not counted
      *    here either; the report says how many rows it passed
      *    over so the leftovers are not a mystery.
           01 ws-roster-table.
            02 ws-roster-entry occurs 1000 times
                   indexed by ws-ros-idx.
             03 ws-ros-group pic x(4).
             03 ws-ros-name pic x(20).
           01 ws-roster-count pic 9(4) value 0.
           01 ws-roster-ovfl-flag pic x value "N".
              88 ws-roster-table-overflowed value "Y".
           01 ws-person-ok-flag pic x.
              88 ws-person-is-rostered value "Y".
           01 ws-group-heads pic 9(4).

      *    One group's places with their current members' vetoes
      *    and favorites. PREFS is keyed group first, so a change
      *    of group code closes the section.
           01 ws-prev-group pic x(4) value spaces.
           01 ws-place-table.
            02 ws-place-entry occurs 2000 times indexed by ws-pidx.
             03 ws-tbl-place-code pic x(6).
             03 ws-tbl-vetoes pic 9(4).
             03 ws-tbl-favorites pic 9(4).
             03 ws-tbl-printed pic x.
           01 ws-place-count pic 9(4) value 0.
           01 ws-place-ovfl-flag pic x value "N".
              88 ws-place-table-overflowed value "Y".
           01 ws-found-idx pic 9(4).
           01 ws-best-idx pic 9(4).
           01 ws-rank pic 9(4).
           01 ws-rank-done-flag pic x.
              88 ws-ranking-done value "Y".
           01 ws-rows-ignored pic 9(6) value 0.
           01 ws-groups-reported pic 9(4) value 0.
           01 ws-top-n pic 9(4) value 10.

           01 ws-print-line pic x(80).
           01 ws-place-name pic x(17).
           01 ws-rank-display pic z9.
           01 ws-veto-display pic zzz9.
           01 ws-fav-display pic zzz9.
           01 ws-pct-display pic zz9.
           01 ws-heads-display pic zzz9.
           01 ws-count-display pic zz,zz9.
           01 ws-pct-work pic 9(5).

       PROCEDURE DIVISION.
       main-control.
           MOVE FUNCTION CURRENT-DATE TO ws-current-date.
           MOVE ws-current-date(1:8) TO ws-today.
           DISPLAY "ENTER GROUP/OFFICE CODE (BLANK FOR ALL): ".
           ACCEPT ws-select-group.
           PERFORM load-roster.
           IF ws-roster-table-overflowed
      *        A member missing from the table would have their
      *        vetoes dropped as a leaver's - the counts would be
      *        wrong, so the run stops instead.
               DISPLAY "NOTE: MORE THAN 1000 ROSTER ROWS IN FORCE "
                   "TODAY - CANNOT TELL MEMBERS FROM LEAVERS"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT pref-file.
           IF ws-pref-status NOT = "00"
               DISPLAY "NO PREFS FILE ON FILE - NOTHING TO REPORT"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT place-file.
           OPEN OUTPUT rpt-file.
           PERFORM write-report-header.
           PERFORM UNTIL ws-pref-status = "10"
               READ pref-file NEXT RECORD
                   AT END
                       MOVE "10" TO ws-pref-status
                   NOT AT END
                       PERFORM take-one-preference
               END-READ
           END-PERFORM.
           IF ws-prev-group NOT = SPACES
               PERFORM write-group-section
           END-IF.
           IF ws-groups-reported = 0
               MOVE "NO PREFERENCES ON FILE FOR THE GROUP(S) ASKED"
                   TO rpt-line
               WRITE rpt-line
           END-IF.
           CLOSE rpt-file.
           CLOSE place-file.
           CLOSE pref-file.
           IF ws-place-table-overflowed
               MOVE 16 TO RETURN-CODE
           END-IF.
           goback.

       load-roster.
           OPEN INPUT roster-file.
           IF ws-roster-status = "00"
               PERFORM UNTIL ws-roster-status = "10"
                   READ roster-file NEXT RECORD
                       AT END
                           MOVE "10" TO ws-roster-status
                       NOT AT END
                           PERFORM store-roster-row
                   END-READ
               END-PERFORM
               CLOSE roster-file
           END-IF.

       store-roster-row.
           IF ROSTER-START-DATE <= ws-today
                   AND ROSTER-END-DATE >= ws-today
               IF ws-roster-count < 1000
                   ADD 1 TO ws-roster-count
                   MOVE ROSTER-GROUP-CODE
                       TO ws-ros-group(ws-roster-count)
                   MOVE ROSTER-PERSON-NAME
                       TO ws-ros-name(ws-roster-count)
               ELSE
                   SET ws-roster-table-overflowed TO TRUE
               END-IF
           END-IF.

       write-report-header.
           MOVE "MOST-VETOED PLACES BY GROUP - CURRENT ROSTER ONLY"
               TO rpt-line.
           WRITE rpt-line.
           MOVE SPACES TO rpt-line.
           STRING "RUN DATE: " ws-today DELIMITED BY SIZE
               INTO rpt-line.
           WRITE rpt-line.

       take-one-preference.
           IF ws-select-group NOT = SPACES
                   AND PREF-GROUP-CODE NOT = ws-select-group
               CONTINUE
           ELSE
               IF PREF-GROUP-CODE NOT = ws-prev-group
                   IF ws-prev-group NOT = SPACES
                       PERFORM write-group-section
                   END-IF
                   MOVE PREF-GROUP-CODE TO ws-prev-group
                   MOVE 0 TO ws-place-count
                   MOVE "N" TO ws-place-ovfl-flag
                   MOVE 0 TO ws-rows-ignored
               END-IF
               PERFORM tally-one-preference
           END-IF.

       tally-one-preference.
           MOVE "N" TO ws-person-ok-flag.
           PERFORM VARYING ws-ros-idx FROM 1 BY 1
                   UNTIL ws-ros-idx > ws-roster-count
               IF ws-ros-group(ws-ros-idx) = PREF-GROUP-CODE
                       AND ws-ros-name(ws-ros-idx) = PREF-PERSON-NAME
                   MOVE "Y" TO ws-person-ok-flag
               END-IF
           END-PERFORM.
           IF NOT ws-person-is-rostered
               ADD 1 TO ws-rows-ignored
           ELSE
               IF PREF-IS-FAVORITE OR PREF-IS-NEVER
                   PERFORM find-place-entry
                   IF ws-found-idx > 0
                       IF PREF-IS-NEVER
                           ADD 1 TO ws-tbl-vetoes(ws-found-idx)
                       ELSE
                           ADD 1 TO ws-tbl-favorites(ws-found-idx)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       find-place-entry.
           MOVE 0 TO ws-found-idx.
           PERFORM VARYING ws-pidx FROM 1 BY 1
                   UNTIL ws-pidx > ws-place-count
               IF ws-tbl-place-code(ws-pidx) = PREF-PLACE-CODE
                   SET ws-found-idx TO ws-pidx
               END-IF
           END-PERFORM.
           IF ws-found-idx = 0
               IF ws-place-count < 2000
                   ADD 1 TO ws-place-count
                   MOVE ws-place-count TO ws-found-idx
                   MOVE PREF-PLACE-CODE
                       TO ws-tbl-place-code(ws-found-idx)
                   MOVE 0 TO ws-tbl-vetoes(ws-found-idx)
                   MOVE 0 TO ws-tbl-favorites(ws-found-idx)
                   MOVE "N" TO ws-tbl-printed(ws-found-idx)
               ELSE
                   SET ws-place-table-overflowed TO TRUE
               END-IF
           END-IF.

      *    The top places by veto count, most-vetoed first; a tie
      *    goes to the place with fewer favorites, since that is
      *    the one nobody is speaking up for.
       write-group-section.
           ADD 1 TO ws-groups-reported.
           MOVE 0 TO ws-group-heads.
           PERFORM VARYING ws-ros-idx FROM 1 BY 1
                   UNTIL ws-ros-idx > ws-roster-count
               IF ws-ros-group(ws-ros-idx) = ws-prev-group
                   ADD 1 TO ws-group-heads
               END-IF
           END-PERFORM.
           MOVE SPACES TO rpt-line.
           WRITE rpt-line.
           MOVE ws-group-heads TO ws-heads-display.
           MOVE SPACES TO ws-print-line.
           STRING "GROUP " ws-prev-group DELIMITED BY SIZE
               " - ON ROSTER TODAY: " DELIMITED BY SIZE
               ws-heads-display DELIMITED BY SIZE
               INTO ws-print-line.
           WRITE rpt-line FROM ws-print-line.
           MOVE "RANK PLACE  NAME            VETOES  PCT  FAVS"
               TO rpt-line.
           WRITE rpt-line.
           MOVE 0 TO ws-rank.
           MOVE "N" TO ws-rank-done-flag.
           PERFORM UNTIL ws-rank >= ws-top-n OR ws-ranking-done
               PERFORM find-next-most-vetoed
               IF ws-best-idx = 0
                   SET ws-ranking-done TO TRUE
               ELSE
                   ADD 1 TO ws-rank
                   PERFORM write-vetoed-place-line
               END-IF
           END-PERFORM.
           IF ws-rank = 0
               MOVE "  NO VETOES FROM CURRENT MEMBERS" TO rpt-line
               WRITE rpt-line
           END-IF.
           MOVE ws-rows-ignored TO ws-count-display.
           MOVE SPACES TO ws-print-line.
           STRING "  ROWS PASSED OVER (NOT ON ROSTER TODAY): "
               DELIMITED BY SIZE
               ws-count-display DELIMITED BY SIZE
               INTO ws-print-line.
           WRITE rpt-line FROM ws-print-line.
           IF ws-place-table-overflowed
               MOVE "  NOTE: MORE THAN 2000 PLACES - COUNTS INCOMPLETE"
                   TO rpt-line
               WRITE rpt-line
           END-IF.

       find-next-most-vetoed.
           MOVE 0 TO ws-best-idx.
           PERFORM VARYING ws-pidx FROM 1 BY 1
                   UNTIL ws-pidx > ws-place-count
               IF ws-tbl-printed(ws-pidx) = "N"
                       AND ws-tbl-vetoes(ws-pidx) > 0
                   IF ws-best-idx = 0
                       SET ws-best-idx TO ws-pidx
                   ELSE
                       IF ws-tbl-vetoes(ws-pidx)
                               > ws-tbl-vetoes(ws-best-idx)
                           OR (ws-tbl-vetoes(ws-pidx)
                               = ws-tbl-vetoes(ws-best-idx)
                           AND ws-tbl-favorites(ws-pidx)
                               < ws-tbl-favorites(ws-best-idx))
                           SET ws-best-idx TO ws-pidx
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    The percentage is of today's roster head count - the
      *    draw judges vetoes against the day's attendance, which
      *    is usually smaller, so a place near the group's veto
      *    percentage here is already out on a thin day.
       write-vetoed-place-line.
           MOVE "Y" TO ws-tbl-printed(ws-best-idx).
           MOVE ws-prev-group TO PLACE-GROUP-CODE.
           MOVE ws-tbl-place-code(ws-best-idx) TO PLACE-CODE.
           MOVE SPACES TO ws-place-name.
           IF ws-place-status = "00" OR ws-place-status = "23"
               READ place-file
                   INVALID KEY
                       MOVE "(NOT ON MASTER)" TO ws-place-name
                   NOT INVALID KEY
                       MOVE PLACE-NAME TO ws-place-name
               END-READ
           END-IF.
           MOVE 0 TO ws-pct-work.
           IF ws-group-heads > 0
               COMPUTE ws-pct-work ROUNDED =
                   ws-tbl-vetoes(ws-best-idx) * 100 / ws-group-heads
           END-IF.
           MOVE ws-rank TO ws-rank-display.
           MOVE ws-tbl-vetoes(ws-best-idx) TO ws-veto-display.
           MOVE ws-pct-work TO ws-pct-display.
           MOVE ws-tbl-favorites(ws-best-idx) TO ws-fav-display.
           MOVE SPACES TO ws-print-line.
           STRING "  " ws-rank-display DELIMITED BY SIZE
               " " ws-tbl-place-code(ws-best-idx) DELIMITED BY SIZE
               " " ws-place-name DELIMITED BY SIZE
               " " ws-veto-display DELIMITED BY SIZE
               "  " ws-pct-display DELIMITED BY SIZE
               "  " ws-fav-display DELIMITED BY SIZE
               INTO ws-print-line.
           WRITE rpt-line FROM ws-print-line.
