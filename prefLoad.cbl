       IDENTIFICATION DIVISION.
       PROGRAM-ID. prefLoad.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT prefin-file ASSIGN TO "PREFIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-prefin-status.

           SELECT place-file ASSIGN TO "PLACES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PLACE-KEY
               FILE STATUS IS ws-place-status.

           SELECT roster-file ASSIGN TO "ROSTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ROSTER-KEY
               FILE STATUS IS ws-roster-status.

           SELECT pref-file ASSIGN TO "PREFS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PREF-KEY
               FILE STATUS IS ws-pref-status.

           SELECT preferr-file ASSIGN TO "PREFERR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-preferr-status.

       DATA DIVISION.
       FILE SECTION.
       FD  prefin-file.
           01 prefin-rec pic x(80).

       FD  place-file.
           COPY PLACEREC.

       FD  roster-file.
           COPY ROSTREC.

       FD  pref-file.
           COPY PREFREC.

       FD  preferr-file.
           01 preferr-rec pic x(80).

       WORKING-STORAGE SECTION.
           01 ws-prefin-status pic xx.
           01 ws-place-status pic xx.
           01 ws-roster-status pic xx.
           01 ws-pref-status pic xx.
           01 ws-preferr-status pic xx.

           01 ws-eof-flag pic x value "N".
              88 ws-at-eof value "Y".

           01 ws-current-date pic x(21).
           01 ws-today pic 9(8).

      *    The raw survey row, broken into its fixed columns -
      *    nothing here is trusted until it has passed every edit.
           01 ws-raw-row.
            02 ws-raw-group pic x(4).
            02 ws-raw-person pic x(20).
            02 ws-raw-place pic x(6).
            02 ws-raw-choice pic x.
            02 filler pic x(49).

      *    Everyone on a roster today. A preference is a standing
      *    choice, not a vote about a past day, so it is judged
      *    against the roster as it stands now - a leaver's
      *    answers are refused at the door rather than loaded to
      *    be ignored later.
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

           01 ws-reject-reason pic x(20).
              88 ws-row-is-clean value spaces.

           01 ws-rows-in pic 9(6) value 0.
           01 ws-rows-loaded pic 9(6) value 0.
           01 ws-rows-updated pic 9(6) value 0.
           01 ws-rows-rejected pic 9(6) value 0.
           01 ws-favorite-count pic 9(6) value 0.
           01 ws-neutral-count pic 9(6) value 0.
           01 ws-never-count pic 9(6) value 0.

           01 ws-in-display pic zz,zz9.
           01 ws-new-display pic zz,zz9.
           01 ws-upd-display pic zz,zz9.
           01 ws-rej-display pic zz,zz9.
           01 ws-fav-display pic zz,zz9.
           01 ws-neu-display pic zz,zz9.
           01 ws-nev-display pic zz,zz9.

       PROCEDURE DIVISION.
       main-control.
           MOVE FUNCTION CURRENT-DATE TO ws-current-date.
           MOVE ws-current-date(1:8) TO ws-today.
           PERFORM open-files.
           PERFORM load-roster.
           IF ws-roster-table-overflowed
      *        A missing roster row wrongly rejects that person's
      *        answers - a wrong answer, not reduced coverage, so
      *        the run stops instead.
               DISPLAY "NOTE: MORE THAN 1000 ROSTER ROWS IN FORCE "
                   "TODAY - CANNOT VALIDATE PEOPLE RELIABLY"
               PERFORM close-files
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM load-preference-rows.
           PERFORM write-control-totals.
           PERFORM close-files.
           goback.

       open-files.
           OPEN INPUT prefin-file.
           IF ws-prefin-status NOT = "00"
               DISPLAY "ERROR OPENING PREFIN - STATUS "
                   ws-prefin-status
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT place-file.
           IF ws-place-status NOT = "00"
               DISPLAY "ERROR OPENING PLACES - STATUS "
                   ws-place-status
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT roster-file.
           IF ws-roster-status NOT = "00"
               DISPLAY "ERROR OPENING ROSTER - STATUS "
                   ws-roster-status
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O pref-file.
           IF ws-pref-status = "35"
               CLOSE pref-file
               OPEN OUTPUT pref-file
               CLOSE pref-file
               OPEN I-O pref-file
           END-IF.
           OPEN OUTPUT preferr-file.

       load-roster.
           PERFORM UNTIL ws-roster-status = "10"
               READ roster-file NEXT RECORD
                   AT END
                       MOVE "10" TO ws-roster-status
                   NOT AT END
                       PERFORM store-roster-row
               END-READ
           END-PERFORM.

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

       load-preference-rows.
           PERFORM UNTIL ws-at-eof
               READ prefin-file
                   AT END
                       MOVE "Y" TO ws-eof-flag
                   NOT AT END
                       ADD 1 TO ws-rows-in
                       MOVE prefin-rec TO ws-raw-row
                       PERFORM edit-one-row
                       PERFORM disposition-one-row
               END-READ
           END-PERFORM.

      *    The edits run cheapest-first and stop at the first
      *    failure, so the reason on the reject file is the first
      *    thing to fix about the row.
       edit-one-row.
           MOVE SPACES TO ws-reject-reason.
           PERFORM edit-choice.
           IF ws-row-is-clean
               PERFORM edit-person-name
           END-IF.
           IF ws-row-is-clean
               PERFORM edit-place-code
           END-IF.

      *    The survey form offers favorite, neutral and never; a
      *    lower-case answer is taken as meant.
       edit-choice.
           INSPECT ws-raw-choice CONVERTING "fnv" TO "FNV".
           IF ws-raw-choice NOT = "F" AND ws-raw-choice NOT = "N"
                   AND ws-raw-choice NOT = "V"
               MOVE "CHOICE NOT F/N/V" TO ws-reject-reason
           END-IF.

       edit-person-name.
           MOVE "N" TO ws-person-ok-flag.
           PERFORM VARYING ws-ros-idx FROM 1 BY 1
                   UNTIL ws-ros-idx > ws-roster-count
               IF ws-ros-group(ws-ros-idx) = ws-raw-group
                       AND ws-ros-name(ws-ros-idx) = ws-raw-person
                   MOVE "Y" TO ws-person-ok-flag
               END-IF
           END-PERFORM.
           IF NOT ws-person-is-rostered
               MOVE "PERSON NOT ON ROSTER" TO ws-reject-reason
           END-IF.

      *    Any place on the group's master will do, inactive ones
      *    included - a veto on a place that is off for the summer
      *    should still be there when it comes back.
       edit-place-code.
           MOVE ws-raw-group TO PLACE-GROUP-CODE.
           MOVE ws-raw-place TO PLACE-CODE.
           READ place-file
               INVALID KEY
                   MOVE "PLACE NOT ON MASTER" TO ws-reject-reason
               NOT INVALID KEY
                   CONTINUE
           END-READ.

      *    A person has one standing choice per place - a row for
      *    a place they already answered replaces the old choice
      *    rather than stacking a second one on top of it.
       disposition-one-row.
           IF ws-row-is-clean
               PERFORM store-preference-row
           END-IF.
           IF NOT ws-row-is-clean
               PERFORM reject-one-row
           ELSE
               EVALUATE TRUE
                   WHEN PREF-IS-FAVORITE
                       ADD 1 TO ws-favorite-count
                   WHEN PREF-IS-NEVER
                       ADD 1 TO ws-never-count
                   WHEN OTHER
                       ADD 1 TO ws-neutral-count
               END-EVALUATE
           END-IF.

      *    A row the master would not take back is a reject like
      *    any other, so rows in still cross-foot.
       store-preference-row.
           MOVE ws-raw-group TO PREF-GROUP-CODE.
           MOVE ws-raw-person TO PREF-PERSON-NAME.
           MOVE ws-raw-place TO PREF-PLACE-CODE.
           MOVE ws-raw-choice TO PREF-CHOICE.
           MOVE ws-today TO PREF-SET-DATE.
           SET PREF-SET-BY-BATCH TO TRUE.
           WRITE PREF-RECORD
               INVALID KEY
                   REWRITE PREF-RECORD
                   IF ws-pref-status = "00"
                       ADD 1 TO ws-rows-updated
                   ELSE
                       MOVE "PREFS REWRITE FAILED" TO ws-reject-reason
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO ws-rows-loaded
           END-WRITE.

       reject-one-row.
           ADD 1 TO ws-rows-rejected.
           MOVE SPACES TO preferr-rec.
           STRING ws-reject-reason DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-raw-row(1:31) DELIMITED BY SIZE
               INTO preferr-rec.
           WRITE preferr-rec.

      *    Rows in must equal loaded + updated + rejected, and the
      *    three choice counts cross-foot to loaded + updated.
       write-control-totals.
           MOVE ws-rows-in TO ws-in-display.
           MOVE ws-rows-loaded TO ws-new-display.
           MOVE ws-rows-updated TO ws-upd-display.
           MOVE ws-rows-rejected TO ws-rej-display.
           MOVE ws-favorite-count TO ws-fav-display.
           MOVE ws-neutral-count TO ws-neu-display.
           MOVE ws-never-count TO ws-nev-display.
           DISPLAY "PREFERENCE LOAD CONTROL TOTALS - ROWS IN: "
               ws-in-display "  LOADED: " ws-new-display
               "  UPDATED: " ws-upd-display
               "  REJECTED: " ws-rej-display.
           DISPLAY "  FAVORITE: " ws-fav-display
               "  NEUTRAL: " ws-neu-display
               "  NEVER: " ws-nev-display.

       close-files.
           CLOSE prefin-file.
           CLOSE place-file.
           CLOSE roster-file.
           CLOSE pref-file.
           CLOSE preferr-file.
