       IDENTIFICATION DIVISION.
       PROGRAM-ID. rosterMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT roster-file ASSIGN TO "ROSTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROSTER-KEY
               FILE STATUS IS ws-roster-status.

           SELECT seed-file ASSIGN TO "SEEDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-seed-status.

           SELECT rostlog-file ASSIGN TO "ROSTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-rostlog-status.

       DATA DIVISION.
       FILE SECTION.
       FD  roster-file.
           COPY ROSTREC.

      *    The old hand-edited flat roster - group, name, dietary
      *    codes - is the seed-load input, so the master starts
      *    out holding exactly what the flat file held.
       FD  seed-file.
           01 seed-record.
            02 seed-group pic x(4).
            02 seed-name pic x(20).
            02 seed-dietary-needs pic x(4).

       FD  rostlog-file.
           COPY ROSTAUD.

       WORKING-STORAGE SECTION.
           01 ws-roster-status pic xx.
           01 ws-seed-status pic xx.
           01 ws-rostlog-status pic xx.
           01 ws-choice pic x.

           01 ws-current-date pic x(21).
           01 ws-today pic 9(8).

      *    Every change journals who, when, what, and both record
      *    images - the journal is what answers "when did Dev's
      *    needs change" and "when did Ben leave DOWN".
           01 ws-operator-id pic x(8) value spaces.
           01 ws-audit-action pic x(10).
           01 ws-before-image pic x(48).
           01 ws-after-image pic x(48).
           01 ws-audit-stamp pic x(21).
           01 ws-seed-confirm pic x.
           01 ws-master-empty-flag pic x.
              88 ws-master-is-empty value "Y".
           01 ws-wipe-eof-flag pic x.
              88 ws-wipe-scan-done value "Y".
           01 ws-eof-flag pic x value "N".
              88 ws-at-eof value "Y".
           01 ws-list-group-filter pic x(4) value spaces.
           01 ws-list-history-flag pic x value "N".
              88 ws-list-full-history value "Y".

      *    Captured answers sit here untrusted until every edit has
      *    passed, the same way placeMaint holds a place's fields.
           01 ws-fld.
            02 ws-fld-group pic x(4).
            02 ws-fld-name pic x(20).
            02 ws-fld-dietary pic x(4).
            02 ws-fld-new-group pic x(4).
           01 ws-save-group pic x(4).
           01 ws-date-answer pic x(8).

           01 ws-edit-msg pic x(40).
              88 ws-fields-are-valid value spaces.

           01 ws-diet-idx pic 9(4).
           01 ws-diet-idx2 pic 9(4).
           01 ws-diet-code pic x.

      *    The date a change takes effect - the first day of a new
      *    row. The row it replaces ends the business day before.
           01 ws-eff-date pic 9(8).
           01 filler redefines ws-eff-date.
            02 ws-eff-yyyy pic 9(4).
            02 ws-eff-mm pic 9(2).
            02 ws-eff-dd pic 9(2).
           01 ws-eff-int pic 9(9).
           01 ws-new-end-date pic 9(8).

           01 ws-month-days-table.
            02 filler pic x(24) value "312831303130313130313031".
           01 filler redefines ws-month-days-table.
            02 ws-month-days occurs 12 times pic 9(2).
           01 ws-max-day pic 9(2).
           01 ws-leap-rem-4 pic 9(4).
           01 ws-leap-rem-100 pic 9(4).
           01 ws-leap-rem-400 pic 9(4).

      *    What one pass over a person's rows in a group found:
      *    the row in force on the effective date (if any), whether
      *    a row starts after it, and the person number the group
      *    already knows them by.
           01 ws-cover-flag pic x.
              88 ws-row-covers-date value "Y".
           01 ws-later-flag pic x.
              88 ws-later-row-on-file value "Y".
           01 ws-cover-image pic x(48).
           01 ws-cover-row redefines ws-cover-image.
            02 ws-cover-group pic x(4).
            02 ws-cover-name pic x(20).
            02 ws-cover-start pic 9(8).
            02 ws-cover-end pic 9(8).
            02 ws-cover-dietary pic x(4).
            02 ws-cover-person-no pic 9(4).
           01 ws-prior-person-no pic 9(4).
           01 ws-next-person-no pic 9(4).
           01 ws-new-group-person-no pic 9(4).

      *    Seed-load hands out person numbers in file order within
      *    each group - the same ordinal rateLoad used to count
      *    off the flat roster, so rater numbers already on
      *    RATINGS keep pointing at the same people.
           01 ws-seed-group-table.
            02 ws-seed-group-entry occurs 200 times
                   indexed by ws-sg-idx.
             03 ws-sg-code pic x(4).
             03 ws-sg-count pic 9(4).
           01 ws-seed-group-count pic 9(4) value 0.
           01 ws-sg-found-idx pic 9(4).

       PROCEDURE DIVISION.
       main-control.
           PERFORM get-todays-date.
           DISPLAY "OPERATOR ID (UP TO 8 CHARS): ".
           ACCEPT ws-operator-id.
           DISPLAY "ROSTER MAINTENANCE - (A)dd (U)pdate-dietary "
               "(M)ove-group (E)nd/leave (L)ist (S)eed-load (X)it".
           ACCEPT ws-choice.
           EVALUATE ws-choice
               WHEN "A" WHEN "a"
                   PERFORM add-person
               WHEN "U" WHEN "u"
                   PERFORM update-dietary-needs
               WHEN "M" WHEN "m"
                   PERFORM move-person
               WHEN "E" WHEN "e"
                   PERFORM end-person
               WHEN "L" WHEN "l"
                   PERFORM list-roster
               WHEN "S" WHEN "s"
                   PERFORM seed-load-roster
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           goback.

       get-todays-date.
           MOVE FUNCTION CURRENT-DATE TO ws-current-date.
           MOVE ws-current-date(1:8) TO ws-today.

       open-roster-for-update.
           OPEN I-O roster-file.
           IF ws-roster-status = "35"
               CLOSE roster-file
               OPEN OUTPUT roster-file
               CLOSE roster-file
               OPEN I-O roster-file
           END-IF.

      *    A join opens a new open-ended row from the start date.
      *    Someone rejoining a group they left gets their old
      *    person number back, so their old poll ratings are
      *    still theirs.
       add-person.
           PERFORM open-roster-for-update.
           DISPLAY "ENTER GROUP/OFFICE CODE (4 CHARS): ".
           ACCEPT ws-fld-group.
           DISPLAY "ENTER PERSON NAME (UP TO 20 CHARS): ".
           ACCEPT ws-fld-name.
           DISPLAY "DIETARY NEEDS V/N/H/F (UP TO 4, BLANK = NONE): ".
           ACCEPT ws-fld-dietary.
           DISPLAY "START DATE YYYYMMDD (BLANK = TODAY): ".
           ACCEPT ws-date-answer.
           PERFORM validate-person-fields.
           IF ws-fields-are-valid
               PERFORM scan-person-rows
               IF ws-row-covers-date OR ws-later-row-on-file
                   MOVE "ALREADY ON THE ROSTER FROM THAT DATE"
                       TO ws-edit-msg
               END-IF
           END-IF.
           IF NOT ws-fields-are-valid
               DISPLAY "NOT ADDED - " ws-edit-msg
           ELSE
               PERFORM find-next-person-no
               MOVE ws-fld-group TO ROSTER-GROUP-CODE
               MOVE ws-fld-name TO ROSTER-PERSON-NAME
               MOVE ws-eff-date TO ROSTER-START-DATE
               SET ROSTER-IS-OPEN-ENDED TO TRUE
               MOVE ws-fld-dietary TO ROSTER-DIETARY-NEEDS
               MOVE ws-next-person-no TO ROSTER-PERSON-NO
               WRITE ROSTER-RECORD
                   INVALID KEY
                       DISPLAY "ROSTER ROW ALREADY EXISTS - NOT ADDED"
                   NOT INVALID KEY
                       MOVE "ADD" TO ws-audit-action
                       MOVE SPACES TO ws-before-image
                       MOVE ROSTER-RECORD TO ws-after-image
                       PERFORM write-roster-journal
                       DISPLAY "ADDED AS PERSON " ROSTER-PERSON-NO
               END-WRITE
           END-IF.
           CLOSE roster-file.

      *    A dietary change is dated like everything else: the row
      *    in force ends the day before and a new row carries the
      *    new needs from the effective date, so a rerun for an
      *    earlier day still sees the old needs. A change dated
      *    the same day the row started simply corrects that row.
       update-dietary-needs.
           PERFORM open-roster-for-update.
           DISPLAY "ENTER GROUP/OFFICE CODE (4 CHARS): ".
           ACCEPT ws-fld-group.
           DISPLAY "ENTER PERSON NAME (UP TO 20 CHARS): ".
           ACCEPT ws-fld-name.
           DISPLAY "NEW DIETARY NEEDS V/N/H/F (UP TO 4, BLANK = "
               "NONE): ".
           ACCEPT ws-fld-dietary.
           DISPLAY "EFFECTIVE DATE YYYYMMDD (BLANK = TODAY): ".
           ACCEPT ws-date-answer.
           PERFORM validate-person-fields.
           IF ws-fields-are-valid
               PERFORM scan-person-rows
               PERFORM check-row-can-change
           END-IF.
           IF NOT ws-fields-are-valid
               DISPLAY "NOT UPDATED - " ws-edit-msg
           ELSE
               IF ws-cover-start = ws-eff-date
                   PERFORM correct-covering-row
               ELSE
                   PERFORM compute-day-before
                   MOVE "END-DATE" TO ws-audit-action
                   PERFORM close-covering-row
                   MOVE ws-cover-group TO ROSTER-GROUP-CODE
                   MOVE ws-cover-name TO ROSTER-PERSON-NAME
                   MOVE ws-eff-date TO ROSTER-START-DATE
                   MOVE ws-cover-end TO ROSTER-END-DATE
                   MOVE ws-fld-dietary TO ROSTER-DIETARY-NEEDS
                   MOVE ws-cover-person-no TO ROSTER-PERSON-NO
                   MOVE "UPDATE" TO ws-audit-action
                   PERFORM write-new-row
               END-IF
               DISPLAY "UPDATED"
           END-IF.
           CLOSE roster-file.

       correct-covering-row.
           MOVE ws-cover-image TO ROSTER-RECORD.
           READ roster-file
               INVALID KEY
                   DISPLAY "ROSTER ROW NOT FOUND - NOT UPDATED"
               NOT INVALID KEY
                   MOVE ROSTER-RECORD TO ws-before-image
                   MOVE ws-fld-dietary TO ROSTER-DIETARY-NEEDS
                   REWRITE ROSTER-RECORD
                   MOVE "UPDATE" TO ws-audit-action
                   MOVE ROSTER-RECORD TO ws-after-image
                   PERFORM write-roster-journal
           END-READ.

      *    A move is a leave from one group and a join to another
      *    on the same date - the old row ends the day before, the
      *    new group's row starts on the date and keeps the
      *    person's dietary needs and any leave date already set.
       move-person.
           PERFORM open-roster-for-update.
           DISPLAY "ENTER CURRENT GROUP/OFFICE CODE (4 CHARS): ".
           ACCEPT ws-fld-group.
           DISPLAY "ENTER PERSON NAME (UP TO 20 CHARS): ".
           ACCEPT ws-fld-name.
           DISPLAY "ENTER NEW GROUP/OFFICE CODE (4 CHARS): ".
           ACCEPT ws-fld-new-group.
           DISPLAY "FIRST DAY IN NEW GROUP YYYYMMDD (BLANK = "
               "TODAY): ".
           ACCEPT ws-date-answer.
           MOVE SPACES TO ws-fld-dietary.
           PERFORM validate-person-fields.
           IF ws-fields-are-valid
               IF ws-fld-new-group = SPACES
                   MOVE "NEW GROUP IS REQUIRED" TO ws-edit-msg
               ELSE
                   IF ws-fld-new-group = ws-fld-group
                       MOVE "NEW GROUP IS THE CURRENT GROUP"
                           TO ws-edit-msg
                   END-IF
               END-IF
           END-IF.
           IF ws-fields-are-valid
               PERFORM check-new-group-is-free
           END-IF.
           IF ws-fields-are-valid
               PERFORM scan-person-rows
               PERFORM check-row-can-change
           END-IF.
           IF ws-fields-are-valid
               IF ws-cover-start = ws-eff-date
                   MOVE "MOVE DATE MUST BE AFTER START DATE"
                       TO ws-edit-msg
               END-IF
           END-IF.
           IF NOT ws-fields-are-valid
               DISPLAY "NOT MOVED - " ws-edit-msg
           ELSE
               PERFORM compute-day-before
               MOVE "MOVE-OUT" TO ws-audit-action
               PERFORM close-covering-row
               MOVE ws-fld-new-group TO ROSTER-GROUP-CODE
               MOVE ws-cover-name TO ROSTER-PERSON-NAME
               MOVE ws-eff-date TO ROSTER-START-DATE
               MOVE ws-cover-end TO ROSTER-END-DATE
               MOVE ws-cover-dietary TO ROSTER-DIETARY-NEEDS
               MOVE ws-new-group-person-no TO ROSTER-PERSON-NO
               MOVE "MOVE-IN" TO ws-audit-action
               PERFORM write-new-row
               DISPLAY "MOVED TO " ws-fld-new-group " AS PERSON "
                   ws-new-group-person-no
           END-IF.
           CLOSE roster-file.

      *    The person must not already be on the new group's
      *    roster from the move date on; the number they will get
      *    there is settled now, while the scan is about that
      *    group.
       check-new-group-is-free.
           MOVE ws-fld-group TO ws-save-group.
           MOVE ws-fld-new-group TO ws-fld-group.
           PERFORM scan-person-rows.
           IF ws-row-covers-date OR ws-later-row-on-file
               MOVE "ALREADY ON THE NEW GROUP'S ROSTER"
                   TO ws-edit-msg
           ELSE
               PERFORM find-next-person-no
               MOVE ws-next-person-no TO ws-new-group-person-no
           END-IF.
           MOVE ws-save-group TO ws-fld-group.

      *    A leaver's row ends on their last day; the history stays
      *    so reruns for earlier days still count them.
       end-person.
           PERFORM open-roster-for-update.
           DISPLAY "ENTER GROUP/OFFICE CODE (4 CHARS): ".
           ACCEPT ws-fld-group.
           DISPLAY "ENTER PERSON NAME (UP TO 20 CHARS): ".
           ACCEPT ws-fld-name.
           DISPLAY "LAST DAY ON THE ROSTER YYYYMMDD (BLANK = "
               "TODAY): ".
           ACCEPT ws-date-answer.
           MOVE SPACES TO ws-fld-dietary.
           PERFORM validate-person-fields.
           IF ws-fields-are-valid
               PERFORM scan-person-rows
               PERFORM check-row-can-change
           END-IF.
           IF NOT ws-fields-are-valid
               DISPLAY "NOT ENDED - " ws-edit-msg
           ELSE
               MOVE ws-eff-date TO ws-new-end-date
               MOVE "LEAVE" TO ws-audit-action
               PERFORM close-covering-row
               DISPLAY "ENDED - LAST DAY " ws-eff-date
           END-IF.
           CLOSE roster-file.

      *    Only the row in force can change, and only when nothing
      *    is already dated after it - later history is never
      *    rewritten from the terminal.
       check-row-can-change.
           IF NOT ws-row-covers-date
               MOVE "NOT ON THE GROUP ROSTER ON THAT DATE"
                   TO ws-edit-msg
           ELSE
               IF ws-later-row-on-file
                   MOVE "A LATER ROSTER CHANGE IS ALREADY ON FILE"
                       TO ws-edit-msg
               END-IF
           END-IF.

      *    Every edit in one place, shared by every action. The
      *    first failure wins so the message names exactly what to
      *    fix.
       validate-person-fields.
           MOVE SPACES TO ws-edit-msg.
           IF ws-fld-group = SPACES
               MOVE "GROUP IS REQUIRED" TO ws-edit-msg
           END-IF.
           IF ws-fields-are-valid
               IF ws-fld-name = SPACES
                   MOVE "NAME IS REQUIRED" TO ws-edit-msg
               END-IF
           END-IF.
           IF ws-fields-are-valid
               PERFORM edit-dietary-codes
           END-IF.
           IF ws-fields-are-valid
               PERFORM edit-date-answer
           END-IF.

      *    The four positions hold V, N, H or F (the codes
      *    randomLunch turns into place dietary flags) or blank,
      *    each code at most once.
       edit-dietary-codes.
           PERFORM VARYING ws-diet-idx FROM 1 BY 1
                   UNTIL ws-diet-idx > 4
               MOVE ws-fld-dietary(ws-diet-idx:1) TO ws-diet-code
               IF ws-diet-code NOT = SPACE
                       AND ws-diet-code NOT = "V"
                       AND ws-diet-code NOT = "N"
                       AND ws-diet-code NOT = "H"
                       AND ws-diet-code NOT = "F"
                   MOVE "DIETARY CODES MUST BE V, N, H OR F"
                       TO ws-edit-msg
               END-IF
               IF ws-diet-code NOT = SPACE
                   PERFORM VARYING ws-diet-idx2 FROM 1 BY 1
                           UNTIL ws-diet-idx2 >= ws-diet-idx
                       IF ws-fld-dietary(ws-diet-idx2:1) = ws-diet-code
                           MOVE "DIETARY CODE REPEATED" TO ws-edit-msg
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       edit-date-answer.
           IF ws-date-answer = SPACES
               MOVE ws-today TO ws-eff-date
           ELSE
               IF ws-date-answer NOT NUMERIC
                   MOVE "DATE MUST BE YYYYMMDD" TO ws-edit-msg
               ELSE
                   MOVE ws-date-answer TO ws-eff-date
                   IF ws-eff-yyyy < 1601
                           OR ws-eff-mm < 1 OR ws-eff-mm > 12
                       MOVE "DATE MUST BE YYYYMMDD" TO ws-edit-msg
                   ELSE
                       PERFORM set-max-day-of-month
                       IF ws-eff-dd < 1 OR ws-eff-dd > ws-max-day
                           MOVE "DATE MUST BE YYYYMMDD"
                               TO ws-edit-msg
                       END-IF
                   END-IF
               END-IF
           END-IF.

       set-max-day-of-month.
           MOVE ws-month-days(ws-eff-mm) TO ws-max-day.
           IF ws-eff-mm = 2
               COMPUTE ws-leap-rem-4 =
                   FUNCTION MOD(ws-eff-yyyy, 4)
               COMPUTE ws-leap-rem-100 =
                   FUNCTION MOD(ws-eff-yyyy, 100)
               COMPUTE ws-leap-rem-400 =
                   FUNCTION MOD(ws-eff-yyyy, 400)
               IF ws-leap-rem-4 = 0 AND
                       (ws-leap-rem-100 NOT = 0 OR
                           ws-leap-rem-400 = 0)
                   MOVE 29 TO ws-max-day
               END-IF
           END-IF.

       compute-day-before.
           COMPUTE ws-eff-int =
               FUNCTION INTEGER-OF-DATE(ws-eff-date) - 1.
           COMPUTE ws-new-end-date =
               FUNCTION DATE-OF-INTEGER(ws-eff-int).

      *    One keyed pass over a person's rows within a group -
      *    the key leads with group and name, so their rows sit
      *    together in start-date order.
       scan-person-rows.
           MOVE "N" TO ws-cover-flag.
           MOVE "N" TO ws-later-flag.
           MOVE SPACES TO ws-cover-image.
           MOVE 0 TO ws-prior-person-no.
           MOVE ws-fld-group TO ROSTER-GROUP-CODE.
           MOVE ws-fld-name TO ROSTER-PERSON-NAME.
           MOVE 0 TO ROSTER-START-DATE.
           START roster-file KEY IS NOT LESS THAN ROSTER-KEY
               INVALID KEY
                   MOVE "10" TO ws-roster-status
           END-START.
           PERFORM UNTIL ws-roster-status = "10"
               READ roster-file NEXT RECORD
                   AT END
                       MOVE "10" TO ws-roster-status
                   NOT AT END
                       IF ROSTER-GROUP-CODE NOT = ws-fld-group
                               OR ROSTER-PERSON-NAME NOT = ws-fld-name
                           MOVE "10" TO ws-roster-status
                       ELSE
                           PERFORM note-person-row
                       END-IF
               END-READ
           END-PERFORM.

       note-person-row.
           MOVE ROSTER-PERSON-NO TO ws-prior-person-no.
           IF ROSTER-START-DATE <= ws-eff-date
                   AND ROSTER-END-DATE >= ws-eff-date
               MOVE "Y" TO ws-cover-flag
               MOVE ROSTER-RECORD TO ws-cover-image
           END-IF.
           IF ROSTER-START-DATE > ws-eff-date
               MOVE "Y" TO ws-later-flag
           END-IF.

      *    Someone new to the group takes the next number after the
      *    highest the group has ever handed out - numbers of
      *    leavers are never reused, so a leaver's old ratings can
      *    never be mistaken for a newcomer's.
       find-next-person-no.
           IF ws-prior-person-no > 0
               MOVE ws-prior-person-no TO ws-next-person-no
           ELSE
               MOVE 0 TO ws-next-person-no
               MOVE ws-fld-group TO ROSTER-GROUP-CODE
               MOVE LOW-VALUES TO ROSTER-PERSON-NAME
               MOVE 0 TO ROSTER-START-DATE
               START roster-file KEY IS NOT LESS THAN ROSTER-KEY
                   INVALID KEY
                       MOVE "10" TO ws-roster-status
               END-START
               PERFORM UNTIL ws-roster-status = "10"
                   READ roster-file NEXT RECORD
                       AT END
                           MOVE "10" TO ws-roster-status
                       NOT AT END
                           IF ROSTER-GROUP-CODE NOT = ws-fld-group
                               MOVE "10" TO ws-roster-status
                           ELSE
                               IF ROSTER-PERSON-NO > ws-next-person-no
                                   MOVE ROSTER-PERSON-NO
                                       TO ws-next-person-no
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               ADD 1 TO ws-next-person-no
           END-IF.

      *    Ends the row in force on ws-new-end-date under the
      *    action already set, journaling both images.
       close-covering-row.
           MOVE ws-cover-image TO ROSTER-RECORD.
           READ roster-file
               INVALID KEY
                   DISPLAY "ROSTER ROW NOT FOUND - NOT CHANGED"
               NOT INVALID KEY
                   MOVE ROSTER-RECORD TO ws-before-image
                   MOVE ws-new-end-date TO ROSTER-END-DATE
                   REWRITE ROSTER-RECORD
                   MOVE ROSTER-RECORD TO ws-after-image
                   PERFORM write-roster-journal
           END-READ.

      *    The new row's before-image is the row it replaces, so
      *    one journal line shows what changed from what.
       write-new-row.
           WRITE ROSTER-RECORD
               INVALID KEY
                   DISPLAY "ROSTER ROW ALREADY EXISTS - NOT WRITTEN"
               NOT INVALID KEY
                   MOVE ws-cover-image TO ws-before-image
                   MOVE ROSTER-RECORD TO ws-after-image
                   PERFORM write-roster-journal
           END-WRITE.

      *    The default list is the roster as it stands on one date
      *    - what the daily programs would see that day; H lists
      *    every row ever held.
       list-roster.
           DISPLAY "GROUP/OFFICE CODE TO LIST (BLANK FOR ALL): ".
           ACCEPT ws-list-group-filter.
           DISPLAY "AS-OF DATE YYYYMMDD (BLANK = TODAY, H = FULL "
               "HISTORY): ".
           ACCEPT ws-date-answer.
           MOVE SPACES TO ws-edit-msg.
           IF ws-date-answer = "H" OR ws-date-answer = "h"
               SET ws-list-full-history TO TRUE
           ELSE
               PERFORM edit-date-answer
           END-IF.
           IF NOT ws-fields-are-valid
               DISPLAY ws-edit-msg
           ELSE
               OPEN INPUT roster-file
               IF ws-roster-status NOT = "00"
                   DISPLAY "ROSTER NOT FOUND"
               ELSE
                   PERFORM UNTIL ws-roster-status = "10"
                       READ roster-file NEXT RECORD
                           AT END
                               MOVE "10" TO ws-roster-status
                           NOT AT END
                               PERFORM display-row-if-wanted
                       END-READ
                   END-PERFORM
                   CLOSE roster-file
               END-IF
           END-IF.

       display-row-if-wanted.
           IF ws-list-group-filter = SPACES
                   OR ROSTER-GROUP-CODE = ws-list-group-filter
               IF ws-list-full-history
                       OR (ROSTER-START-DATE <= ws-eff-date
                           AND ROSTER-END-DATE >= ws-eff-date)
                   DISPLAY ROSTER-GROUP-CODE " " ROSTER-PERSON-NAME
                       " #" ROSTER-PERSON-NO
                       " NEEDS " ROSTER-DIETARY-NEEDS
                       " FROM " ROSTER-START-DATE
                       " TO " ROSTER-END-DATE
               END-IF
           END-IF.

      *    A seed-load rebuilds the master from the flat roster,
      *    wiping anything since - so a non-empty master has to be
      *    overwritten on purpose, and every wiped row is
      *    journaled first, exactly as placeMaint does for PLACES.
      *    Seeded rows have been on the roster since before the
      *    master existed and run open-ended.
       seed-load-roster.
           PERFORM check-master-is-empty.
           IF NOT ws-master-is-empty
               DISPLAY "ROSTER MASTER IS NOT EMPTY - SEED-LOAD WILL "
                   "WIPE IT. PROCEED? (Y/N): "
               ACCEPT ws-seed-confirm
               IF ws-seed-confirm NOT = "Y"
                       AND ws-seed-confirm NOT = "y"
                   DISPLAY "SEED-LOAD CANCELLED"
                   GOBACK
               END-IF
               PERFORM journal-wiped-records
           END-IF.
           OPEN INPUT seed-file.
           IF ws-seed-status NOT = "00"
               DISPLAY "COULD NOT OPEN SEEDIN - STATUS "
                   ws-seed-status
           ELSE
               OPEN OUTPUT roster-file
               CLOSE roster-file
               OPEN I-O roster-file
               PERFORM UNTIL ws-at-eof
                   READ seed-file
                       AT END
                           MOVE "Y" TO ws-eof-flag
                       NOT AT END
                           PERFORM seed-one-person
                   END-READ
               END-PERFORM
               CLOSE roster-file
               CLOSE seed-file
           END-IF.

       seed-one-person.
           PERFORM count-seed-group-ordinal.
           MOVE seed-group TO ws-fld-group.
           MOVE seed-name TO ws-fld-name.
           MOVE seed-dietary-needs TO ws-fld-dietary.
           MOVE SPACES TO ws-edit-msg.
           PERFORM edit-dietary-codes.
           IF NOT ws-fields-are-valid
               DISPLAY "BAD DIETARY CODES SKIPPED: " seed-name
           ELSE
               MOVE seed-group TO ROSTER-GROUP-CODE
               MOVE seed-name TO ROSTER-PERSON-NAME
               MOVE 0 TO ROSTER-START-DATE
               SET ROSTER-IS-OPEN-ENDED TO TRUE
               MOVE seed-dietary-needs TO ROSTER-DIETARY-NEEDS
               MOVE ws-sg-count(ws-sg-found-idx) TO ROSTER-PERSON-NO
               WRITE ROSTER-RECORD
                   INVALID KEY
                       DISPLAY "DUPLICATE NAME SKIPPED: " seed-name
                   NOT INVALID KEY
                       MOVE "SEED-LOAD" TO ws-audit-action
                       MOVE SPACES TO ws-before-image
                       MOVE ROSTER-RECORD TO ws-after-image
                       PERFORM write-roster-journal
               END-WRITE
           END-IF.

       count-seed-group-ordinal.
           MOVE 0 TO ws-sg-found-idx.
           PERFORM VARYING ws-sg-idx FROM 1 BY 1
                   UNTIL ws-sg-idx > ws-seed-group-count
               IF ws-sg-code(ws-sg-idx) = seed-group
                   SET ws-sg-found-idx TO ws-sg-idx
               END-IF
           END-PERFORM.
           IF ws-sg-found-idx = 0
               IF ws-seed-group-count < 200
                   ADD 1 TO ws-seed-group-count
                   MOVE ws-seed-group-count TO ws-sg-found-idx
                   MOVE seed-group TO ws-sg-code(ws-sg-found-idx)
                   MOVE 0 TO ws-sg-count(ws-sg-found-idx)
               ELSE
                   DISPLAY "NOTE: MORE THAN 200 GROUPS ON SEEDIN - "
                       "NUMBERING THE EXTRAS UNDER THE LAST GROUP"
                   MOVE 200 TO ws-sg-found-idx
               END-IF
           END-IF.
           ADD 1 TO ws-sg-count(ws-sg-found-idx).

       journal-wiped-records.
           OPEN INPUT roster-file.
           IF ws-roster-status NOT = "00"
               CONTINUE
           ELSE
               MOVE "N" TO ws-wipe-eof-flag
               PERFORM UNTIL ws-wipe-scan-done
                   READ roster-file NEXT RECORD
                       AT END
                           MOVE "Y" TO ws-wipe-eof-flag
                       NOT AT END
                           MOVE "SEED-WIPE" TO ws-audit-action
                           MOVE ROSTER-RECORD TO ws-before-image
                           MOVE SPACES TO ws-after-image
                           PERFORM write-roster-journal
                   END-READ
               END-PERFORM
               CLOSE roster-file
           END-IF.

       check-master-is-empty.
           MOVE "Y" TO ws-master-empty-flag.
           OPEN INPUT roster-file.
           IF ws-roster-status = "00"
               READ roster-file NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "N" TO ws-master-empty-flag
               END-READ
               CLOSE roster-file
           END-IF.

      *    One journal line per change, appended to the roster
      *    journal - created on first use and never rewritten.
       write-roster-journal.
           OPEN EXTEND rostlog-file.
           IF ws-rostlog-status = "35"
               OPEN OUTPUT rostlog-file
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO ws-audit-stamp.
           MOVE ws-operator-id TO ROSTAUD-OPERATOR-ID.
           MOVE ws-audit-stamp(1:8) TO ROSTAUD-DATE.
           MOVE ws-audit-stamp(9:6) TO ROSTAUD-TIME.
           MOVE ws-audit-action TO ROSTAUD-ACTION.
           MOVE ROSTER-GROUP-CODE TO ROSTAUD-GROUP-CODE.
           MOVE ROSTER-PERSON-NAME TO ROSTAUD-PERSON-NAME.
           MOVE ws-before-image TO ROSTAUD-BEFORE-IMAGE.
           MOVE ws-after-image TO ROSTAUD-AFTER-IMAGE.
           WRITE ROSTAUD-RECORD.
           CLOSE rostlog-file.
