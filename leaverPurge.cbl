       IDENTIFICATION DIVISION.
       PROGRAM-ID. leaverPurge.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT atthist-file ASSIGN TO "ATTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATTH-KEY
               FILE STATUS IS ws-atthist-status.

           SELECT order-file ASSIGN TO "ORDERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORDER-KEY
               FILE STATUS IS ws-order-status.

           SELECT rate-file ASSIGN TO "RATINGS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-KEY
               FILE STATUS IS ws-rate-status.

           SELECT rateerr-file ASSIGN TO "RATEERR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rateerr-status.

           SELECT rateerr-new-file ASSIGN TO "RATEERRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rateerr-new-status.

           SELECT nom-file ASSIGN TO "NOMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOM-KEY
               FILE STATUS IS ws-nom-status.

           SELECT roster-file ASSIGN TO "ROSTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROSTER-KEY
               FILE STATUS IS ws-roster-status.

           SELECT rostlog-file ASSIGN TO "ROSTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rostlog-status.

           SELECT rostlog-new-file ASSIGN TO "ROSTLOGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rostlog-new-status.

           SELECT snap-file ASSIGN TO "PERDSNAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNAP-KEY
               FILE STATUS IS ws-snap-status.

           SELECT pref-file ASSIGN TO "PREFS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PREF-KEY
               FILE STATUS IS ws-pref-status.

           SELECT preferr-file ASSIGN TO "PREFERR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-preferr-status.

           SELECT preferr-new-file ASSIGN TO "PREFERRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-preferr-new-status.

           SELECT purgelog-file ASSIGN TO "PURGELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-purgelog-status.

           SELECT rpt-file ASSIGN TO "PURGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rpt-status.

       DATA DIVISION.
       FILE SECTION.
       FD  atthist-file.
           COPY ATTHREC.

       FD  order-file.
           COPY ORDREC.

       FD  rate-file.
           COPY RATEREC.

       FD  rateerr-file.
           01 rateerr-rec pic x(80).

       FD  rateerr-new-file.
           01 rateerr-new-rec pic x(80).

       FD  nom-file.
           COPY NOMREC.

       FD  roster-file.
           COPY ROSTREC.

       FD  rostlog-file.
           COPY ROSTAUD.

       FD  rostlog-new-file.
           01 rostlog-new-rec pic x(152).

       FD  snap-file.
           COPY PSNAPREC.

       FD  pref-file.
           COPY PREFREC.

       FD  preferr-file.
           01 preferr-rec pic x(80).

       FD  preferr-new-file.
           01 preferr-new-rec pic x(80).

       FD  purgelog-file.
           COPY PURGAUD.

       FD  rpt-file.
           01 rpt-line pic x(80).

       WORKING-STORAGE SECTION.
           01 ws-atthist-status pic xx.
           01 ws-order-status pic xx.
           01 ws-rate-status pic xx.
           01 ws-rateerr-status pic xx.
           01 ws-rateerr-new-status pic xx.
           01 ws-nom-status pic xx.
           01 ws-roster-status pic xx.
           01 ws-rostlog-status pic xx.
           01 ws-rostlog-new-status pic xx.
           01 ws-snap-status pic xx.
           01 ws-pref-status pic xx.
           01 ws-preferr-status pic xx.
           01 ws-preferr-new-status pic xx.
           01 ws-purgelog-status pic xx.
           01 ws-rpt-status pic xx.
           01 ws-open-status pic xx.

           01 ws-current-date pic x(21).
           01 ws-today pic 9(8).
           01 ws-audit-stamp pic x(21).
           01 ws-journal-action pic x(10).

           01 ws-operator-id pic x(8) value spaces.
           01 ws-run-mode pic x value spaces.
              88 ws-update-run value "U".
              88 ws-dry-run value "D".
           01 ws-purge-group pic x(4) value spaces.
           01 ws-purge-name pic x(20) value spaces.
           01 ws-policy-card pic x(10) value spaces.
           01 ws-card-error pic x(50) value spaces.
              88 ws-cards-are-clean value spaces.

      *    The leaver's name is replaced everywhere by one token,
      *    the same in every file, so ATTHIST, ROSTER and PERDSNAP
      *    still join to each other exactly as they did - costAlloc
      *    and dietRpt see one anonymous person instead of a named
      *    one, and every head count and share total comes out the
      *    same. The run's date and time keep it unique.
           01 ws-token pic x(20) value spaces.

      *    Every file that can hold a person's name, in the fixed
      *    order the policy card and PURGELOG use. The default
      *    policy is what an unpunched card position means. A Y in
      *    the last byte marks a file whose rows must stay because
      *    something is counted or joined from them - attendance
      *    rows are the head count, roster rows carry the person
      *    number the rater numbers hang off, the roster journal
      *    is counted line for line against the master and the
      *    snapshot holds booked shares - so those are only ever
      *    anonymized.
           01 ws-file-defaults.
            02 filler pic x(10) value "ATTHIST AY".
            02 filler pic x(10) value "ORDERS  AN".
            02 filler pic x(10) value "RATINGS AN".
            02 filler pic x(10) value "RATEERR DN".
            02 filler pic x(10) value "NOMS    AN".
            02 filler pic x(10) value "ROSTER  AY".
            02 filler pic x(10) value "ROSTLOG AY".
            02 filler pic x(10) value "PERDSNAPAY".
            02 filler pic x(10) value "PREFS   DN".
            02 filler pic x(10) value "PREFERR DN".
           01 filler redefines ws-file-defaults.
            02 ws-file-entry occurs 10 times.
             03 ws-file-name pic x(8).
             03 ws-file-policy pic x.
                88 ws-file-deletes value "D".
                88 ws-file-anonymizes value "A".
             03 ws-file-forced pic x.
                88 ws-file-must-keep-rows value "Y".

           01 ws-file-counts.
            02 ws-count-entry occurs 10 times.
             03 ws-file-examined pic 9(7).
             03 ws-file-deleted pic 9(7).
             03 ws-file-anonymized pic 9(7).
             03 ws-file-missing-flag pic x.
                88 ws-file-not-on-file value "Y".
           01 ws-fx pic 99.
           01 ws-total-changed pic 9(7) value 0.

           01 ws-fatal-flag pic x value "N".
              88 ws-run-is-fatal value "Y".
           01 ws-still-rostered-flag pic x value "N".
              88 ws-still-on-roster value "Y".
           01 ws-person-no pic 9(4) value 0.
           01 ws-own-rater-no pic 9(4) value 0.
           01 ws-line-no pic 9(6).
           01 ws-drop-line-flag pic x value "N".
              88 ws-drop-line value "Y".

      *    Files whose key holds the name are found first and
      *    changed afterwards by key - a name moved to the token
      *    lands somewhere else in the file, and a browse is never
      *    asked to step over records it has just written. Each
      *    table is sized well past anything one person leaves
      *    behind; a table that fills stops the run before a single
      *    record is touched.
           01 ws-atth-table.
            02 ws-atth-date pic 9(8) occurs 5000 times.
           01 ws-atth-count pic 9(5) value 0.
           01 ws-roster-row-table.
            02 ws-ros-row occurs 50 times.
             03 ws-ros-start pic 9(8).
             03 ws-ros-end pic 9(8).
           01 ws-roster-row-count pic 9(3) value 0.
           01 ws-pref-table.
            02 ws-pref-place pic x(6) occurs 500 times.
           01 ws-pref-count pic 9(3) value 0.
           01 ws-table-ovfl-flag pic x value "N".
              88 ws-table-overflowed value "Y".
           01 ws-ovfl-file pic x(8) value spaces.
           01 ws-tx pic 9(5).

      *    What the head-count check compares - taken on the way
      *    in and again once the update is done.
           01 ws-atth-rows-before pic 9(7) value 0.
           01 ws-atth-rows-after pic 9(7) value 0.
           01 ws-atth-token-rows pic 9(7) value 0.
           01 ws-snap-rows-before pic 9(7) value 0.
           01 ws-snap-rows-after pic 9(7) value 0.
           01 ws-snap-days-before pic 9(7) value 0.
           01 ws-snap-days-after pic 9(7) value 0.
           01 ws-snap-amount-before pic 9(9)v99 value 0.
           01 ws-snap-amount-after pic 9(9)v99 value 0.

           01 ws-change-action pic x(9).
           01 ws-change-detail pic x(50).
           01 ws-fail-status pic xx.

           01 ws-examined-display pic z,zzz,zz9.
           01 ws-deleted-display pic z,zzz,zz9.
           01 ws-anon-display pic z,zzz,zz9.
           01 ws-after-display pic z,zzz,zz9.
           01 ws-before-display pic z,zzz,zz9.
           01 ws-check-display pic z,zzz,zz9.
           01 ws-amount-display pic zzz,zzz,zz9.99.
           01 ws-amount2-display pic zzz,zzz,zz9.99.
           01 ws-policy-word pic x(9).

       PROCEDURE DIVISION.
       main-control.
           MOVE FUNCTION CURRENT-DATE TO ws-current-date.
           MOVE ws-current-date(1:8) TO ws-today.
           PERFORM read-control-cards.
           IF NOT ws-cards-are-clean
               DISPLAY "CONTROL CARD ERROR - " ws-card-error
               DISPLAY "NOTHING DONE"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO ws-token.
           STRING "ANON-" DELIMITED BY SIZE
               ws-current-date(1:14) DELIMITED BY SIZE
               INTO ws-token.
           PERFORM VARYING ws-fx FROM 1 BY 1 UNTIL ws-fx > 10
               MOVE 0 TO ws-file-examined(ws-fx)
               MOVE 0 TO ws-file-deleted(ws-fx)
               MOVE 0 TO ws-file-anonymized(ws-fx)
               MOVE "N" TO ws-file-missing-flag(ws-fx)
           END-PERFORM.
           PERFORM open-files.
           IF ws-run-is-fatal
               DISPLAY "NOTHING DONE"
               PERFORM close-files
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM check-leaver-on-roster.
           IF ws-still-on-roster
      *        A purge is for someone who has gone. Anyone with a
      *        roster row in force today or starting later is still
      *        a member - their end date goes on first, through
      *        rosterMaint, and the purge follows.
               DISPLAY "PERSON IS STILL ON THE " ws-purge-group
                   " ROSTER (A ROW RUNS TODAY OR LATER) - NOTHING DONE"
               PERFORM close-files
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM find-rekeyed-records.
           IF ws-table-overflowed
               DISPLAY "TOO MANY " ws-ovfl-file " RECORDS FOR ONE "
                   "PERSON TO HOLD - NOTHING DONE"
               PERFORM close-files
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM write-report-heading.
           PERFORM purge-attendance-history.
           PERFORM purge-orders.
           PERFORM purge-ratings.
           PERFORM purge-poll-rejects.
           PERFORM purge-nominations.
           PERFORM purge-roster.
           PERFORM purge-roster-journal.
           PERFORM purge-period-snapshot.
           PERFORM purge-preferences.
           PERFORM purge-preference-rejects.
           PERFORM VARYING ws-fx FROM 1 BY 1 UNTIL ws-fx > 10
               ADD ws-file-deleted(ws-fx) ws-file-anonymized(ws-fx)
                   TO ws-total-changed
           END-PERFORM.
           IF ws-update-run AND ws-total-changed > 0
               PERFORM recount-head-counts
           END-IF.
           PERFORM write-control-report.
           IF ws-total-changed = 0
               DISPLAY "NOTHING ON FILE FOR THAT PERSON IN "
                   ws-purge-group " - NOTHING DONE"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF ws-update-run
      *            A run that failed part-way still journals what it
      *            did, but as an error - PURGELOG must never show a
      *            half-done purge as a finished one.
                   IF ws-run-is-fatal
                       MOVE "LEAVER-ERR" TO ws-journal-action
                   ELSE
                       MOVE "LEAVER-PRG" TO ws-journal-action
                   END-IF
                   PERFORM write-purge-journal
                   IF ws-run-is-fatal
                       DISPLAY "LEAVER PURGE FOR " ws-purge-group
                           " FAILED PART-WAY - JOURNALLED AS "
                           "LEAVER-ERR UNDER " ws-token
                   ELSE
                       DISPLAY "LEAVER PURGED FROM " ws-purge-group
                           " - REPLACED BY " ws-token
                   END-IF
               ELSE
      *            A dry run ends RC 4 so the job's copy-back steps,
      *            which only run on a clean update, leave the
      *            reject files and roster journal alone.
                   DISPLAY "DRY RUN - NOTHING CHANGED, SEE PURGRPT"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF ws-run-is-fatal
               MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM close-files.
           goback.

      *    Cards: operator, mode, group, person, policy. The mode
      *    defaults to a dry run - an update has to be asked for.
      *    The policy card is one letter per file in the order of
      *    the file table, D to delete or A to anonymize, blank
      *    for the file's default.
       read-control-cards.
           DISPLAY "OPERATOR ID (UP TO 8 CHARS): ".
           ACCEPT ws-operator-id.
           DISPLAY "MODE - (D)RY RUN OR (U)PDATE: ".
           ACCEPT ws-run-mode.
           DISPLAY "GROUP/OFFICE CODE (4 CHARS): ".
           ACCEPT ws-purge-group.
           DISPLAY "PERSON NAME AS ON THE ROSTER: ".
           ACCEPT ws-purge-name.
           DISPLAY "POLICY D/A PER FILE (BLANK = DEFAULTS): ".
           ACCEPT ws-policy-card.
           INSPECT ws-run-mode CONVERTING "du" TO "DU".
           INSPECT ws-policy-card CONVERTING "da" TO "DA".
           IF ws-run-mode = SPACES
               MOVE "D" TO ws-run-mode
           END-IF.
           EVALUATE TRUE
               WHEN ws-operator-id = SPACES
                   MOVE "OPERATOR ID IS REQUIRED" TO ws-card-error
               WHEN NOT ws-update-run AND NOT ws-dry-run
                   MOVE "MODE MUST BE D OR U" TO ws-card-error
               WHEN ws-purge-group = SPACES
                   MOVE "GROUP CODE IS REQUIRED" TO ws-card-error
               WHEN ws-purge-name = SPACES
                   MOVE "PERSON NAME IS REQUIRED" TO ws-card-error
               WHEN ws-purge-name(1:5) = "ANON-"
                   MOVE "NAME IS ALREADY AN ANONYMOUS TOKEN"
                       TO ws-card-error
               WHEN OTHER
                   PERFORM VARYING ws-fx FROM 1 BY 1
                           UNTIL ws-fx > 10
                               OR NOT ws-cards-are-clean
                       PERFORM edit-policy-position
                   END-PERFORM
           END-EVALUATE.

       edit-policy-position.
           EVALUATE ws-policy-card(ws-fx:1)
               WHEN SPACE
                   CONTINUE
               WHEN "A"
                   MOVE "A" TO ws-file-policy(ws-fx)
               WHEN "D"
                   IF ws-file-must-keep-rows(ws-fx)
                       STRING ws-file-name(ws-fx) DELIMITED BY SPACE
                           " ROWS MUST STAY - POLICY D REFUSED"
                               DELIMITED BY SIZE
                           INTO ws-card-error
                   ELSE
                       MOVE "D" TO ws-file-policy(ws-fx)
                   END-IF
               WHEN OTHER
                   STRING "POLICY FOR " DELIMITED BY SIZE
                       ws-file-name(ws-fx) DELIMITED BY SPACE
                       " MUST BE D, A OR BLANK" DELIMITED BY SIZE
                       INTO ws-card-error
           END-EVALUATE.

      *    A dry run opens everything for input only. A keyed file
      *    that is not there (35) simply has nothing to purge; any
      *    other status stops the run before anything is changed.
      *    The three line files are copied record for record to a
      *    new dataset the job puts back over the old one.
       open-files.
           IF ws-update-run
               OPEN I-O atthist-file
           ELSE
               OPEN INPUT atthist-file
           END-IF.
           MOVE ws-atthist-status TO ws-open-status.
           MOVE 1 TO ws-fx.
           PERFORM note-open-status.
           IF ws-update-run
               OPEN I-O order-file
           ELSE
               OPEN INPUT order-file
           END-IF.
           MOVE ws-order-status TO ws-open-status.
           MOVE 2 TO ws-fx.
           PERFORM note-open-status.
           IF ws-update-run
               OPEN I-O rate-file
           ELSE
               OPEN INPUT rate-file
           END-IF.
           MOVE ws-rate-status TO ws-open-status.
           MOVE 3 TO ws-fx.
           PERFORM note-open-status.
           OPEN INPUT rateerr-file.
           MOVE ws-rateerr-status TO ws-open-status.
           MOVE 4 TO ws-fx.
           PERFORM note-open-status.
           IF ws-update-run
               OPEN I-O nom-file
           ELSE
               OPEN INPUT nom-file
           END-IF.
           MOVE ws-nom-status TO ws-open-status.
           MOVE 5 TO ws-fx.
           PERFORM note-open-status.
           IF ws-update-run
               OPEN I-O roster-file
           ELSE
               OPEN INPUT roster-file
           END-IF.
           MOVE ws-roster-status TO ws-open-status.
           MOVE 6 TO ws-fx.
           PERFORM note-open-status.
           OPEN INPUT rostlog-file.
           MOVE ws-rostlog-status TO ws-open-status.
           MOVE 7 TO ws-fx.
           PERFORM note-open-status.
           IF ws-update-run
               OPEN I-O snap-file
           ELSE
               OPEN INPUT snap-file
           END-IF.
           MOVE ws-snap-status TO ws-open-status.
           MOVE 8 TO ws-fx.
           PERFORM note-open-status.
           IF ws-update-run
               OPEN I-O pref-file
           ELSE
               OPEN INPUT pref-file
           END-IF.
           MOVE ws-pref-status TO ws-open-status.
           MOVE 9 TO ws-fx.
           PERFORM note-open-status.
           OPEN INPUT preferr-file.
           MOVE ws-preferr-status TO ws-open-status.
           MOVE 10 TO ws-fx.
           PERFORM note-open-status.
           OPEN OUTPUT rateerr-new-file.
           OPEN OUTPUT rostlog-new-file.
           OPEN OUTPUT preferr-new-file.
           IF ws-rateerr-new-status NOT = "00"
                   OR ws-rostlog-new-status NOT = "00"
                   OR ws-preferr-new-status NOT = "00"
               DISPLAY "ERROR OPENING RATEERRN/ROSTLOGN/PREFERRN"
               SET ws-run-is-fatal TO TRUE
           END-IF.

       note-open-status.
           EVALUATE ws-open-status
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   SET ws-file-not-on-file(ws-fx) TO TRUE
               WHEN OTHER
                   DISPLAY "ERROR OPENING " ws-file-name(ws-fx)
                       " - STATUS " ws-open-status
                   SET ws-run-is-fatal TO TRUE
           END-EVALUATE.

      *    Every roster row the person has in the group, past and
      *    present. Their person number comes from here too - it
      *    is what rateLoad built their poll rater number from.
       check-leaver-on-roster.
           IF NOT ws-file-not-on-file(6)
               MOVE ws-purge-group TO ROSTER-GROUP-CODE
               MOVE ws-purge-name TO ROSTER-PERSON-NAME
               MOVE 0 TO ROSTER-START-DATE
               START roster-file KEY IS NOT LESS THAN ROSTER-KEY
                   INVALID KEY
                       MOVE "10" TO ws-roster-status
                   NOT INVALID KEY
                       MOVE "00" TO ws-roster-status
               END-START
               PERFORM UNTIL ws-roster-status = "10"
                   READ roster-file NEXT RECORD
                       AT END
                           MOVE "10" TO ws-roster-status
                       NOT AT END
                           PERFORM check-one-roster-row
                   END-READ
               END-PERFORM
           END-IF.
           IF ws-person-no > 0
               COMPUTE ws-own-rater-no = 5000 + ws-person-no
           END-IF.

       check-one-roster-row.
           IF ROSTER-GROUP-CODE NOT = ws-purge-group
                   OR ROSTER-PERSON-NAME NOT = ws-purge-name
               MOVE "10" TO ws-roster-status
           ELSE
               IF ROSTER-END-DATE >= ws-today
                   SET ws-still-on-roster TO TRUE
               END-IF
               IF ROSTER-PERSON-NO > 0
                   MOVE ROSTER-PERSON-NO TO ws-person-no
               END-IF
               IF ws-roster-row-count < 50
                   ADD 1 TO ws-roster-row-count
                   MOVE ROSTER-START-DATE
                       TO ws-ros-start(ws-roster-row-count)
                   MOVE ROSTER-END-DATE
                       TO ws-ros-end(ws-roster-row-count)
               ELSE
                   SET ws-table-overflowed TO TRUE
                   MOVE "ROSTER" TO ws-ovfl-file
               END-IF
           END-IF.

      *    The ATTHIST and PREFS keys carry the name, so their rows
      *    are listed here and moved to the token later by key.
      *    The ATTHIST browse also takes the group's row count for
      *    the head-count check.
       find-rekeyed-records.
           IF NOT ws-file-not-on-file(1)
               MOVE ws-purge-group TO ATTH-GROUP-CODE
               MOVE 0 TO ATTH-DATE
               MOVE SPACES TO ATTH-PERSON-NAME
               START atthist-file KEY IS NOT LESS THAN ATTH-KEY
                   INVALID KEY
                       MOVE "10" TO ws-atthist-status
                   NOT INVALID KEY
                       MOVE "00" TO ws-atthist-status
               END-START
               PERFORM UNTIL ws-atthist-status = "10"
                   READ atthist-file NEXT RECORD
                       AT END
                           MOVE "10" TO ws-atthist-status
                       NOT AT END
                           PERFORM find-one-attendance-row
                   END-READ
               END-PERFORM
               MOVE ws-atth-rows-before TO ws-file-examined(1)
           END-IF.
           IF NOT ws-file-not-on-file(9)
               MOVE ws-purge-group TO PREF-GROUP-CODE
               MOVE ws-purge-name TO PREF-PERSON-NAME
               MOVE SPACES TO PREF-PLACE-CODE
               START pref-file KEY IS NOT LESS THAN PREF-KEY
                   INVALID KEY
                       MOVE "10" TO ws-pref-status
                   NOT INVALID KEY
                       MOVE "00" TO ws-pref-status
               END-START
               PERFORM UNTIL ws-pref-status = "10"
                   READ pref-file NEXT RECORD
                       AT END
                           MOVE "10" TO ws-pref-status
                       NOT AT END
                           PERFORM find-one-preference
                   END-READ
               END-PERFORM
           END-IF.

       find-one-attendance-row.
           IF ATTH-GROUP-CODE NOT = ws-purge-group
               MOVE "10" TO ws-atthist-status
           ELSE
               ADD 1 TO ws-atth-rows-before
               IF ATTH-PERSON-NAME = ws-purge-name
                   IF ws-atth-count < 5000
                       ADD 1 TO ws-atth-count
                       MOVE ATTH-DATE TO ws-atth-date(ws-atth-count)
                   ELSE
                       SET ws-table-overflowed TO TRUE
                       MOVE "ATTHIST" TO ws-ovfl-file
                   END-IF
               END-IF
           END-IF.

       find-one-preference.
           IF PREF-GROUP-CODE NOT = ws-purge-group
                   OR PREF-PERSON-NAME NOT = ws-purge-name
               MOVE "10" TO ws-pref-status
           ELSE
               IF ws-pref-count < 500
                   ADD 1 TO ws-pref-count
                   MOVE PREF-PLACE-CODE TO ws-pref-place(ws-pref-count)
               ELSE
                   SET ws-table-overflowed TO TRUE
                   MOVE "PREFS" TO ws-ovfl-file
               END-IF
           END-IF.

       write-report-heading.
           OPEN OUTPUT rpt-file.
           MOVE SPACES TO rpt-line.
           STRING "LEAVER PURGE CONTROL REPORT   GROUP "
                   DELIMITED BY SIZE
               ws-purge-group DELIMITED BY SIZE
               "   RUN " DELIMITED BY SIZE
               ws-current-date(1:8) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-current-date(9:6) DELIMITED BY SIZE
               INTO rpt-line.
           WRITE rpt-line.
           MOVE SPACES TO rpt-line.
           STRING "PERSON REPLACED BY TOKEN " DELIMITED BY SIZE
               ws-token DELIMITED BY SIZE
               "  OPERATOR " DELIMITED BY SIZE
               ws-operator-id DELIMITED BY SIZE
               INTO rpt-line.
           WRITE rpt-line.
           MOVE SPACES TO rpt-line.
           IF ws-update-run
               MOVE "MODE: UPDATE - THE CHANGES BELOW HAVE BEEN MADE"
                   TO rpt-line
           ELSE
               MOVE "MODE: DRY RUN - NOTHING HAS BEEN CHANGED"
                   TO rpt-line
           END-IF.
           WRITE rpt-line.
           MOVE SPACES TO rpt-line.
           WRITE rpt-line.
           MOVE "FILE     ACTION    RECORD" TO rpt-line.
           WRITE rpt-line.

      *    One line per record that changes (or would, on a dry
      *    run), identified by its key - never by the name.
       list-change.
           IF ws-change-action = "DELETE"
               ADD 1 TO ws-file-deleted(ws-fx)
           ELSE
               ADD 1 TO ws-file-anonymized(ws-fx)
           END-IF.
           MOVE SPACES TO rpt-line.
           STRING ws-file-name(ws-fx) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-change-action DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ws-change-detail DELIMITED BY SIZE
               INTO rpt-line.
           WRITE rpt-line.

      *    A delete or rewrite that did not take is backed out of
      *    the counts list-change already added, so neither the
      *    control report nor PURGELOG claims it, and fails the run.
       note-change-failed.
           DISPLAY ws-file-name(ws-fx) " " ws-change-action
               " FAILED - STATUS " ws-fail-status " - "
               ws-change-detail.
           IF ws-change-action = "DELETE"
               SUBTRACT 1 FROM ws-file-deleted(ws-fx)
           ELSE
               SUBTRACT 1 FROM ws-file-anonymized(ws-fx)
           END-IF.
           SET ws-run-is-fatal TO TRUE.

      *    Attendance rows are the head count costAlloc shares the
      *    bill by, so every one stays - moved to the token, the
      *    on-roster flag carried as it was.
       purge-attendance-history.
           MOVE 1 TO ws-fx.
           PERFORM VARYING ws-tx FROM 1 BY 1
                   UNTIL ws-tx > ws-atth-count
               MOVE "ANONYMIZE" TO ws-change-action
               MOVE SPACES TO ws-change-detail
               STRING "DATE " DELIMITED BY SIZE
                   ws-atth-date(ws-tx) DELIMITED BY SIZE
                   INTO ws-change-detail
               PERFORM list-change
               IF ws-update-run
                   PERFORM rekey-attendance-row
               END-IF
           END-PERFORM.

       rekey-attendance-row.
           MOVE ws-purge-group TO ATTH-GROUP-CODE.
           MOVE ws-atth-date(ws-tx) TO ATTH-DATE.
           MOVE ws-purge-name TO ATTH-PERSON-NAME.
           READ atthist-file
               INVALID KEY
                   MOVE ws-atthist-status TO ws-fail-status
                   PERFORM note-change-failed
               NOT INVALID KEY
                   PERFORM move-attendance-row-to-token
           END-READ.

      *    A row deleted but not written back under the token has
      *    left the head count - said plainly, and the head-count
      *    check fails the run as well.
       move-attendance-row-to-token.
           DELETE atthist-file.
           IF ws-atthist-status NOT = "00"
               MOVE ws-atthist-status TO ws-fail-status
               PERFORM note-change-failed
           ELSE
               MOVE ws-token TO ATTH-PERSON-NAME
               WRITE ATTH-RECORD
               IF ws-atthist-status NOT = "00"
                   DISPLAY "ATTHIST ROW FOR " ws-atth-date(ws-tx)
                       " DELETED BUT NOT WRITTEN BACK"
                   MOVE ws-atthist-status TO ws-fail-status
                   PERFORM note-change-failed
               END-IF
           END-IF.

      *    An order's item stays for the restaurant spend history;
      *    the name goes and so does the dietary note, which is
      *    health information about the person.
       purge-orders.
           MOVE 2 TO ws-fx.
           IF NOT ws-file-not-on-file(2)
               MOVE ws-purge-group TO ORDER-GROUP-CODE
               MOVE 0 TO ORDER-DATE
               MOVE 0 TO ORDER-SEQ-NO
               MOVE 0 TO ORDER-PERSON-NO
               START order-file KEY IS NOT LESS THAN ORDER-KEY
                   INVALID KEY
                       MOVE "10" TO ws-order-status
                   NOT INVALID KEY
                       MOVE "00" TO ws-order-status
               END-START
               PERFORM UNTIL ws-order-status = "10"
                   READ order-file NEXT RECORD
                       AT END
                           MOVE "10" TO ws-order-status
                       NOT AT END
                           PERFORM purge-one-order
                   END-READ
               END-PERFORM
           END-IF.

       purge-one-order.
           IF ORDER-GROUP-CODE NOT = ws-purge-group
               MOVE "10" TO ws-order-status
           ELSE
               ADD 1 TO ws-file-examined(2)
               IF ORDER-PERSON-NAME = ws-purge-name
                   MOVE SPACES TO ws-change-detail
                   STRING "DATE " DELIMITED BY SIZE
                       ORDER-DATE DELIMITED BY SIZE
                       " SEQ " DELIMITED BY SIZE
                       ORDER-SEQ-NO DELIMITED BY SIZE
                       " PERSON SEQ " DELIMITED BY SIZE
                       ORDER-PERSON-NO DELIMITED BY SIZE
                       INTO ws-change-detail
                   IF ws-file-deletes(2)
                       MOVE "DELETE" TO ws-change-action
                       PERFORM list-change
                       IF ws-update-run
                           DELETE order-file
                           IF ws-order-status NOT = "00"
                               MOVE ws-order-status TO ws-fail-status
                               PERFORM note-change-failed
                           END-IF
                       END-IF
                   ELSE
                       MOVE "ANONYMIZE" TO ws-change-action
                       PERFORM list-change
                       IF ws-update-run
                           MOVE ws-token TO ORDER-PERSON-NAME
                           MOVE SPACES TO ORDER-DIET-NOTE
                           REWRITE ORDER-RECORD
                           IF ws-order-status NOT = "00"
                               MOVE ws-order-status TO ws-fail-status
                               PERFORM note-change-failed
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    The person's own poll scores are the rows rateLoad gave
      *    rater number 5000 + their person number, with the name
      *    in the comment. Anonymized, the score stays in the place
      *    averages and the comment names the token instead;
      *    deleted, the score leaves the averages too.
       purge-ratings.
           MOVE 3 TO ws-fx.
           IF NOT ws-file-not-on-file(3)
               MOVE ws-purge-group TO RATE-GROUP-CODE
               MOVE 0 TO RATE-DATE
               MOVE 0 TO RATE-SEQ-NO
               MOVE 0 TO RATE-RATER-NO
               START rate-file KEY IS NOT LESS THAN RATE-KEY
                   INVALID KEY
                       MOVE "10" TO ws-rate-status
                   NOT INVALID KEY
                       MOVE "00" TO ws-rate-status
               END-START
               PERFORM UNTIL ws-rate-status = "10"
                   READ rate-file NEXT RECORD
                       AT END
                           MOVE "10" TO ws-rate-status
                       NOT AT END
                           PERFORM purge-one-rating
                   END-READ
               END-PERFORM
           END-IF.

       purge-one-rating.
           IF RATE-GROUP-CODE NOT = ws-purge-group
               MOVE "10" TO ws-rate-status
           ELSE
               ADD 1 TO ws-file-examined(3)
               IF ws-own-rater-no > 0
                       AND RATE-RATER-NO = ws-own-rater-no
                   MOVE SPACES TO ws-change-detail
                   STRING "DATE " DELIMITED BY SIZE
                       RATE-DATE DELIMITED BY SIZE
                       " SEQ " DELIMITED BY SIZE
                       RATE-SEQ-NO DELIMITED BY SIZE
                       " RATER " DELIMITED BY SIZE
                       RATE-RATER-NO DELIMITED BY SIZE
                       INTO ws-change-detail
                   IF ws-file-deletes(3)
                       MOVE "DELETE" TO ws-change-action
                       PERFORM list-change
                       IF ws-update-run
                           DELETE rate-file
                           IF ws-rate-status NOT = "00"
                               MOVE ws-rate-status TO ws-fail-status
                               PERFORM note-change-failed
                           END-IF
                       END-IF
                   ELSE
                       MOVE "ANONYMIZE" TO ws-change-action
                       PERFORM list-change
                       IF ws-update-run
                           MOVE SPACES TO RATE-COMMENT
                           STRING "POLL: " DELIMITED BY SIZE
                               ws-token DELIMITED BY SIZE
                               INTO RATE-COMMENT
                           REWRITE RATE-RECORD
                           IF ws-rate-status NOT = "00"
                               MOVE ws-rate-status TO ws-fail-status
                               PERFORM note-change-failed
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Poll rejects: reason in 1-20, then the raw row - group
      *    in 22-25 and the rater's name in 34-53.
       purge-poll-rejects.
           MOVE 4 TO ws-fx.
           MOVE 0 TO ws-line-no.
           IF NOT ws-file-not-on-file(4)
               PERFORM UNTIL ws-rateerr-status = "10"
                   READ rateerr-file
                       AT END
                           MOVE "10" TO ws-rateerr-status
                       NOT AT END
                           PERFORM purge-one-poll-reject
                   END-READ
               END-PERFORM
           END-IF.

       purge-one-poll-reject.
           ADD 1 TO ws-line-no.
           ADD 1 TO ws-file-examined(4).
           MOVE "N" TO ws-drop-line-flag.
           MOVE rateerr-rec TO rateerr-new-rec.
           IF rateerr-rec(22:4) = ws-purge-group
                   AND rateerr-rec(34:20) = ws-purge-name
               MOVE SPACES TO ws-change-detail
               STRING "LINE " DELIMITED BY SIZE
                   ws-line-no DELIMITED BY SIZE
                   " DATE " DELIMITED BY SIZE
                   rateerr-rec(26:8) DELIMITED BY SIZE
                   INTO ws-change-detail
               IF ws-file-deletes(4)
                   MOVE "DELETE" TO ws-change-action
                   PERFORM list-change
                   IF ws-update-run
                       MOVE "Y" TO ws-drop-line-flag
                   END-IF
               ELSE
                   MOVE "ANONYMIZE" TO ws-change-action
                   PERFORM list-change
                   IF ws-update-run
                       MOVE ws-token TO rateerr-new-rec(34:20)
                   END-IF
               END-IF
           END-IF.
           IF NOT ws-drop-line
               WRITE rateerr-new-rec
           END-IF.

      *    A nomination is the group's record of where a place
      *    came from, so by default it stays with the token as the
      *    nominator.
       purge-nominations.
           MOVE 5 TO ws-fx.
           IF NOT ws-file-not-on-file(5)
               MOVE ws-purge-group TO NOM-GROUP-CODE
               MOVE 0 TO NOM-SEQ-NO
               START nom-file KEY IS NOT LESS THAN NOM-KEY
                   INVALID KEY
                       MOVE "10" TO ws-nom-status
                   NOT INVALID KEY
                       MOVE "00" TO ws-nom-status
               END-START
               PERFORM UNTIL ws-nom-status = "10"
                   READ nom-file NEXT RECORD
                       AT END
                           MOVE "10" TO ws-nom-status
                       NOT AT END
                           PERFORM purge-one-nomination
                   END-READ
               END-PERFORM
           END-IF.

       purge-one-nomination.
           IF NOM-GROUP-CODE NOT = ws-purge-group
               MOVE "10" TO ws-nom-status
           ELSE
               ADD 1 TO ws-file-examined(5)
               IF NOM-NOMINATOR = ws-purge-name
                   MOVE SPACES TO ws-change-detail
                   STRING "SEQ " DELIMITED BY SIZE
                       NOM-SEQ-NO DELIMITED BY SIZE
                       " STATUS " DELIMITED BY SIZE
                       NOM-STATUS DELIMITED BY SIZE
                       INTO ws-change-detail
                   IF ws-file-deletes(5)
                       MOVE "DELETE" TO ws-change-action
                       PERFORM list-change
                       IF ws-update-run
                           DELETE nom-file
                           IF ws-nom-status NOT = "00"
                               MOVE ws-nom-status TO ws-fail-status
                               PERFORM note-change-failed
                           END-IF
                       END-IF
                   ELSE
                       MOVE "ANONYMIZE" TO ws-change-action
                       PERFORM list-change
                       IF ws-update-run
                           MOVE ws-token TO NOM-NOMINATOR
                           REWRITE NOM-RECORD
                           IF ws-nom-status NOT = "00"
                               MOVE ws-nom-status TO ws-fail-status
                               PERFORM note-change-failed
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Roster rows move to the token with their dates, dietary
      *    codes and person number intact - dietRpt still finds a
      *    needs row for every day the token attended, and no
      *    later joiner can be handed the number the leaver's
      *    poll scores carry.
       purge-roster.
           MOVE 6 TO ws-fx.
           MOVE ws-roster-row-count TO ws-file-examined(6).
           PERFORM VARYING ws-tx FROM 1 BY 1
                   UNTIL ws-tx > ws-roster-row-count
               MOVE "ANONYMIZE" TO ws-change-action
               MOVE SPACES TO ws-change-detail
               STRING "START " DELIMITED BY SIZE
                   ws-ros-start(ws-tx) DELIMITED BY SIZE
                   " END " DELIMITED BY SIZE
                   ws-ros-end(ws-tx) DELIMITED BY SIZE
                   INTO ws-change-detail
               PERFORM list-change
               IF ws-update-run
                   PERFORM rekey-roster-row
               END-IF
           END-PERFORM.

       rekey-roster-row.
           MOVE ws-purge-group TO ROSTER-GROUP-CODE.
           MOVE ws-purge-name TO ROSTER-PERSON-NAME.
           MOVE ws-ros-start(ws-tx) TO ROSTER-START-DATE.
           READ roster-file
               INVALID KEY
                   MOVE ws-roster-status TO ws-fail-status
                   PERFORM note-change-failed
               NOT INVALID KEY
                   PERFORM move-roster-row-to-token
           END-READ.

       move-roster-row-to-token.
           DELETE roster-file.
           IF ws-roster-status NOT = "00"
               MOVE ws-roster-status TO ws-fail-status
               PERFORM note-change-failed
           ELSE
               MOVE ws-token TO ROSTER-PERSON-NAME
               WRITE ROSTER-RECORD
               IF ws-roster-status NOT = "00"
                   DISPLAY "ROSTER ROW FROM " ws-ros-start(ws-tx)
                       " DELETED BUT NOT WRITTEN BACK"
                   MOVE ws-roster-status TO ws-fail-status
                   PERFORM note-change-failed
               END-IF
           END-IF.

      *    The roster journal keeps every line - it is the change
      *    history of the master - with the name taken out of the
      *    line and out of both record images.
       purge-roster-journal.
           MOVE 7 TO ws-fx.
           MOVE 0 TO ws-line-no.
           IF NOT ws-file-not-on-file(7)
               PERFORM UNTIL ws-rostlog-status = "10"
                   READ rostlog-file
                       AT END
                           MOVE "10" TO ws-rostlog-status
                       NOT AT END
                           PERFORM purge-one-journal-line
                   END-READ
               END-PERFORM
           END-IF.

       purge-one-journal-line.
           ADD 1 TO ws-line-no.
           ADD 1 TO ws-file-examined(7).
           IF ROSTAUD-GROUP-CODE = ws-purge-group
                   AND ROSTAUD-PERSON-NAME = ws-purge-name
               MOVE "ANONYMIZE" TO ws-change-action
               MOVE SPACES TO ws-change-detail
               STRING "LINE " DELIMITED BY SIZE
                   ws-line-no DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ROSTAUD-ACTION DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ROSTAUD-DATE DELIMITED BY SIZE
                   INTO ws-change-detail
               PERFORM list-change
               IF ws-update-run
                   MOVE ws-token TO ROSTAUD-PERSON-NAME
                   IF ROSTAUD-BEFORE-IMAGE(5:20) = ws-purge-name
                       MOVE ws-token TO ROSTAUD-BEFORE-IMAGE(5:20)
                   END-IF
                   IF ROSTAUD-AFTER-IMAGE(5:20) = ws-purge-name
                       MOVE ws-token TO ROSTAUD-AFTER-IMAGE(5:20)
                   END-IF
               END-IF
           END-IF.
           MOVE ROSTAUD-RECORD TO rostlog-new-rec.
           WRITE rostlog-new-rec.

      *    A closed month's allocation rows are booked figures -
      *    only the name changes, never the days or the share. The
      *    group's totals are taken here for the head-count check.
       purge-period-snapshot.
           MOVE 8 TO ws-fx.
           IF NOT ws-file-not-on-file(8)
               MOVE ws-purge-group TO SNAP-GROUP-CODE
               MOVE 0 TO SNAP-MONTH
               MOVE SPACES TO SNAP-TYPE
               MOVE 0 TO SNAP-SEQ-NO
               START snap-file KEY IS NOT LESS THAN SNAP-KEY
                   INVALID KEY
                       MOVE "10" TO ws-snap-status
                   NOT INVALID KEY
                       MOVE "00" TO ws-snap-status
               END-START
               PERFORM UNTIL ws-snap-status = "10"
                   READ snap-file NEXT RECORD
                       AT END
                           MOVE "10" TO ws-snap-status
                       NOT AT END
                           PERFORM purge-one-snapshot-row
                   END-READ
               END-PERFORM
           END-IF.

       purge-one-snapshot-row.
           IF SNAP-GROUP-CODE NOT = ws-purge-group
               MOVE "10" TO ws-snap-status
           ELSE
               ADD 1 TO ws-file-examined(8)
               IF SNAP-IS-ALLOCATION
                   ADD 1 TO ws-snap-rows-before
                   ADD SNAP-DAYS TO ws-snap-days-before
                   ADD SNAP-AMOUNT TO ws-snap-amount-before
                   IF SNAP-PERSON-NAME = ws-purge-name
                       MOVE "ANONYMIZE" TO ws-change-action
                       MOVE SPACES TO ws-change-detail
                       STRING "MONTH " DELIMITED BY SIZE
                           SNAP-MONTH DELIMITED BY SIZE
                           " SEQ " DELIMITED BY SIZE
                           SNAP-SEQ-NO DELIMITED BY SIZE
                           INTO ws-change-detail
                       PERFORM list-change
                       IF ws-update-run
                           MOVE ws-token TO SNAP-PERSON-NAME
                           REWRITE SNAP-RECORD
                           IF ws-snap-status NOT = "00"
                               MOVE ws-snap-status TO ws-fail-status
                               PERFORM note-change-failed
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    A preference only steers the draw for people on the
      *    roster, so a leaver's are dead weight and go by default.
      *    Anonymized instead, they move to the token.
       purge-preferences.
           MOVE 9 TO ws-fx.
           MOVE ws-pref-count TO ws-file-examined(9).
           PERFORM VARYING ws-tx FROM 1 BY 1
                   UNTIL ws-tx > ws-pref-count
               MOVE SPACES TO ws-change-detail
               STRING "PLACE " DELIMITED BY SIZE
                   ws-pref-place(ws-tx) DELIMITED BY SIZE
                   INTO ws-change-detail
               IF ws-file-deletes(9)
                   MOVE "DELETE" TO ws-change-action
               ELSE
                   MOVE "ANONYMIZE" TO ws-change-action
               END-IF
               PERFORM list-change
               IF ws-update-run
                   PERFORM change-one-preference
               END-IF
           END-PERFORM.

       change-one-preference.
           MOVE ws-purge-group TO PREF-GROUP-CODE.
           MOVE ws-purge-name TO PREF-PERSON-NAME.
           MOVE ws-pref-place(ws-tx) TO PREF-PLACE-CODE.
           READ pref-file
               INVALID KEY
                   MOVE ws-pref-status TO ws-fail-status
                   PERFORM note-change-failed
               NOT INVALID KEY
                   PERFORM move-preference-to-token
           END-READ.

       move-preference-to-token.
           DELETE pref-file.
           IF ws-pref-status NOT = "00"
               MOVE ws-pref-status TO ws-fail-status
               PERFORM note-change-failed
           ELSE
               IF NOT ws-file-deletes(9)
                   MOVE ws-token TO PREF-PERSON-NAME
                   WRITE PREF-RECORD
                   IF ws-pref-status NOT = "00"
                       DISPLAY "PREFS ROW FOR " ws-pref-place(ws-tx)
                           " DELETED BUT NOT WRITTEN BACK"
                       MOVE ws-pref-status TO ws-fail-status
                       PERFORM note-change-failed
                   END-IF
               END-IF
           END-IF.

      *    Preference rejects: reason in 1-20, then the raw row -
      *    group in 22-25 and the person in 26-45.
       purge-preference-rejects.
           MOVE 10 TO ws-fx.
           MOVE 0 TO ws-line-no.
           IF NOT ws-file-not-on-file(10)
               PERFORM UNTIL ws-preferr-status = "10"
                   READ preferr-file
                       AT END
                           MOVE "10" TO ws-preferr-status
                       NOT AT END
                           PERFORM purge-one-preference-reject
                   END-READ
               END-PERFORM
           END-IF.

       purge-one-preference-reject.
           ADD 1 TO ws-line-no.
           ADD 1 TO ws-file-examined(10).
           MOVE "N" TO ws-drop-line-flag.
           MOVE preferr-rec TO preferr-new-rec.
           IF preferr-rec(22:4) = ws-purge-group
                   AND preferr-rec(26:20) = ws-purge-name
               MOVE SPACES TO ws-change-detail
               STRING "LINE " DELIMITED BY SIZE
                   ws-line-no DELIMITED BY SIZE
                   " PLACE " DELIMITED BY SIZE
                   preferr-rec(46:6) DELIMITED BY SIZE
                   INTO ws-change-detail
               IF ws-file-deletes(10)
                   MOVE "DELETE" TO ws-change-action
                   PERFORM list-change
                   IF ws-update-run
                       MOVE "Y" TO ws-drop-line-flag
                   END-IF
               ELSE
                   MOVE "ANONYMIZE" TO ws-change-action
                   PERFORM list-change
                   IF ws-update-run
                       MOVE ws-token TO preferr-new-rec(26:20)
                   END-IF
               END-IF
           END-IF.
           IF NOT ws-drop-line
               WRITE preferr-new-rec
           END-IF.

      *    After an update the group's attendance rows and closed
      *    allocation rows are counted again: the same number of
      *    rows, days and share as before, and the token holding
      *    exactly the rows the leaver did, or the run is failed
      *    for someone to look at.
       recount-head-counts.
           IF NOT ws-file-not-on-file(1)
               MOVE ws-purge-group TO ATTH-GROUP-CODE
               MOVE 0 TO ATTH-DATE
               MOVE SPACES TO ATTH-PERSON-NAME
               START atthist-file KEY IS NOT LESS THAN ATTH-KEY
                   INVALID KEY
                       MOVE "10" TO ws-atthist-status
                   NOT INVALID KEY
                       MOVE "00" TO ws-atthist-status
               END-START
               PERFORM UNTIL ws-atthist-status = "10"
                   READ atthist-file NEXT RECORD
                       AT END
                           MOVE "10" TO ws-atthist-status
                       NOT AT END
                           PERFORM recount-one-attendance-row
                   END-READ
               END-PERFORM
           END-IF.
           IF NOT ws-file-not-on-file(8)
               MOVE ws-purge-group TO SNAP-GROUP-CODE
               MOVE 0 TO SNAP-MONTH
               MOVE SPACES TO SNAP-TYPE
               MOVE 0 TO SNAP-SEQ-NO
               START snap-file KEY IS NOT LESS THAN SNAP-KEY
                   INVALID KEY
                       MOVE "10" TO ws-snap-status
                   NOT INVALID KEY
                       MOVE "00" TO ws-snap-status
               END-START
               PERFORM UNTIL ws-snap-status = "10"
                   READ snap-file NEXT RECORD
                       AT END
                           MOVE "10" TO ws-snap-status
                       NOT AT END
                           PERFORM recount-one-snapshot-row
                   END-READ
               END-PERFORM
           END-IF.
           IF ws-atth-rows-after NOT = ws-atth-rows-before
                   OR ws-atth-token-rows NOT = ws-atth-count
                   OR ws-snap-rows-after NOT = ws-snap-rows-before
                   OR ws-snap-days-after NOT = ws-snap-days-before
                   OR ws-snap-amount-after NOT = ws-snap-amount-before
               DISPLAY "HEAD-COUNT CHECK FAILED - SEE PURGRPT"
               SET ws-run-is-fatal TO TRUE
           END-IF.

       recount-one-attendance-row.
           IF ATTH-GROUP-CODE NOT = ws-purge-group
               MOVE "10" TO ws-atthist-status
           ELSE
               ADD 1 TO ws-atth-rows-after
               IF ATTH-PERSON-NAME = ws-token
                   ADD 1 TO ws-atth-token-rows
               END-IF
           END-IF.

       recount-one-snapshot-row.
           IF SNAP-GROUP-CODE NOT = ws-purge-group
               MOVE "10" TO ws-snap-status
           ELSE
               IF SNAP-IS-ALLOCATION
                   ADD 1 TO ws-snap-rows-after
                   ADD SNAP-DAYS TO ws-snap-days-after
                   ADD SNAP-AMOUNT TO ws-snap-amount-after
               END-IF
           END-IF.

      *    Per file: records examined, deleted and anonymized, and
      *    what is left - examined less deleted, since an
      *    anonymized record is still there under the token.
       write-control-report.
           MOVE SPACES TO rpt-line.
           WRITE rpt-line.
           MOVE "FILE     POLICY" TO rpt-line.
           MOVE "EXAMINED" TO rpt-line(21:8).
           MOVE "DELETED" TO rpt-line(32:7).
           MOVE "ANONYMIZED" TO rpt-line(40:10).
           MOVE "LEFT" TO rpt-line(56:4).
           WRITE rpt-line.
           PERFORM VARYING ws-fx FROM 1 BY 1 UNTIL ws-fx > 10
               PERFORM write-file-control-line
           END-PERFORM.
           MOVE SPACES TO rpt-line.
           WRITE rpt-line.
           MOVE ws-atth-rows-before TO ws-before-display.
           MOVE SPACES TO rpt-line.
           STRING "ATTHIST ROWS FOR THE GROUP BEFORE: "
                   DELIMITED BY SIZE
               ws-before-display DELIMITED BY SIZE
               INTO rpt-line.
           IF ws-update-run AND ws-total-changed > 0
               MOVE ws-atth-rows-after TO ws-check-display
               MOVE "AFTER:" TO rpt-line(46:6)
               MOVE ws-check-display TO rpt-line(53:9)
           END-IF.
           WRITE rpt-line.
           MOVE ws-snap-rows-before TO ws-before-display.
           MOVE ws-snap-amount-before TO ws-amount-display.
           MOVE SPACES TO rpt-line.
           STRING "PERDSNAP SHARE ROWS BEFORE: " DELIMITED BY SIZE
               ws-before-display DELIMITED BY SIZE
               "  SHARES: " DELIMITED BY SIZE
               ws-amount-display DELIMITED BY SIZE
               INTO rpt-line.
           WRITE rpt-line.
           IF ws-update-run AND ws-total-changed > 0
               MOVE ws-snap-rows-after TO ws-check-display
               MOVE ws-snap-amount-after TO ws-amount2-display
               MOVE SPACES TO rpt-line
               STRING "PERDSNAP SHARE ROWS AFTER:  " DELIMITED BY SIZE
                   ws-check-display DELIMITED BY SIZE
                   "  SHARES: " DELIMITED BY SIZE
                   ws-amount2-display DELIMITED BY SIZE
                   INTO rpt-line
               WRITE rpt-line
               MOVE SPACES TO rpt-line
               IF ws-run-is-fatal
                   MOVE "HEAD-COUNT CHECK FAILED - TOTALS HAVE MOVED"
                       TO rpt-line
               ELSE
                   MOVE "HEAD-COUNT CHECK AGREES - TOTALS UNCHANGED"
                       TO rpt-line
               END-IF
               WRITE rpt-line
           END-IF.

       write-file-control-line.
           MOVE SPACES TO rpt-line.
           IF ws-file-not-on-file(ws-fx)
               STRING ws-file-name(ws-fx) DELIMITED BY SIZE
                   " NOT ON FILE - NOTHING TO PURGE" DELIMITED BY SIZE
                   INTO rpt-line
           ELSE
               IF ws-file-deletes(ws-fx)
                   MOVE "DELETE" TO ws-policy-word
               ELSE
                   MOVE "ANONYMIZE" TO ws-policy-word
               END-IF
               MOVE ws-file-examined(ws-fx) TO ws-examined-display
               MOVE ws-file-deleted(ws-fx) TO ws-deleted-display
               MOVE ws-file-anonymized(ws-fx) TO ws-anon-display
               COMPUTE ws-after-display = ws-file-examined(ws-fx)
                   - ws-file-deleted(ws-fx)
               STRING ws-file-name(ws-fx) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ws-policy-word DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ws-examined-display DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ws-deleted-display DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   ws-anon-display DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ws-after-display DELIMITED BY SIZE
                   INTO rpt-line
           END-IF.
           WRITE rpt-line.

      *    The journal line proves the purge was done, by whom and
      *    when, and what it did to each file - under the token,
      *    never the name.
       write-purge-journal.
           OPEN EXTEND purgelog-file.
           IF ws-purgelog-status = "35"
               OPEN OUTPUT purgelog-file
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO ws-audit-stamp.
           MOVE ws-operator-id TO PURGAUD-OPERATOR-ID.
           MOVE ws-audit-stamp(1:8) TO PURGAUD-DATE.
           MOVE ws-audit-stamp(9:6) TO PURGAUD-TIME.
           MOVE ws-journal-action TO PURGAUD-ACTION.
           MOVE ws-purge-group TO PURGAUD-GROUP-CODE.
           MOVE ws-token TO PURGAUD-TOKEN.
           PERFORM VARYING ws-fx FROM 1 BY 1 UNTIL ws-fx > 10
               MOVE ws-file-name(ws-fx) TO PURGAUD-FILE-NAME(ws-fx)
               MOVE ws-file-policy(ws-fx) TO PURGAUD-POLICY(ws-fx)
               MOVE ws-file-deleted(ws-fx) TO PURGAUD-DELETED(ws-fx)
               MOVE ws-file-anonymized(ws-fx)
                   TO PURGAUD-ANONYMIZED(ws-fx)
           END-PERFORM.
           WRITE PURGAUD-RECORD.
           CLOSE purgelog-file.

       close-files.
           CLOSE atthist-file.
           CLOSE order-file.
           CLOSE rate-file.
           CLOSE rateerr-file.
           CLOSE rateerr-new-file.
           CLOSE nom-file.
           CLOSE roster-file.
           CLOSE rostlog-file.
           CLOSE rostlog-new-file.
           CLOSE snap-file.
           CLOSE pref-file.
           CLOSE preferr-file.
           CLOSE preferr-new-file.
           CLOSE rpt-file.
