       IDENTIFICATION DIVISION.
       PROGRAM-ID. groupMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT group-file ASSIGN TO "GROUPS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GROUP-KEY
               FILE STATUS IS ws-group-status.

           SELECT seed-file ASSIGN TO "SEEDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-seed-status.

           SELECT grplog-file ASSIGN TO "GRPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-grplog-status.

       DATA DIVISION.
       FILE SECTION.
       FD  group-file.
           COPY GRPREC.

      *    The first eight bytes are the old flat GROUPS line - code
      *    and cutoff - so last year's list loads as it stands; the
      *    rest default when blank.
       FD  seed-file.
           01 seed-record.
            02 seed-code pic x(4).
            02 seed-cutoff-time pic x(4).
            02 seed-channel pic x.
            02 seed-party pic x(3).
            02 seed-status pic x.
            02 seed-office-name pic x(30).
            02 seed-cost-center pic x(10).
            02 seed-veto-pct pic x(3).

       FD  grplog-file.
           COPY GRPAUD.

       WORKING-STORAGE SECTION.
           01 ws-group-status pic xx.
           01 ws-seed-status pic xx.
           01 ws-grplog-status pic xx.
           01 ws-choice pic x.

      *    Which groups run, when, and which cost center they are
      *    charged to all live here, so a change to this master is
      *    journalled the way placeMaint journals the places - who,
      *    when, what, and both record images.
           01 ws-operator-id pic x(8) value spaces.
           01 ws-audit-action pic x(10).
           01 ws-before-image pic x(63).
           01 ws-after-image pic x(63).
           01 ws-audit-stamp pic x(21).
           01 ws-wipe-eof-flag pic x.
              88 ws-wipe-scan-done value "Y".
           01 ws-seed-confirm pic x.
           01 ws-master-empty-flag pic x.
              88 ws-master-is-empty value "Y".
           01 ws-eof-flag pic x value "N".
              88 ws-at-eof value "Y".
           01 ws-load-count pic 9(4) value 0.
           01 ws-reject-count pic 9(4) value 0.

      *    Captured answers are held here until they pass the edits,
      *    the same discipline placeMaint keeps for the places master.
           01 ws-fld.
            02 ws-fld-code pic x(4).
            02 ws-fld-office-name pic x(30).
            02 ws-fld-cutoff pic x(4).
            02 ws-fld-cutoff-num redefines ws-fld-cutoff pic 9(4).
            02 ws-fld-channel pic x.
            02 ws-fld-party pic x(3).
            02 ws-fld-party-num redefines ws-fld-party pic 9(3).
            02 ws-fld-cost-center pic x(10).
            02 ws-fld-veto pic x(3).
            02 ws-fld-veto-num redefines ws-fld-veto pic 9(3).
           01 ws-answer pic x(30).
           01 ws-cutoff-answer pic x(30).
           01 ws-party-answer pic x(30).
           01 ws-party-hold pic x(3).
           01 ws-veto-answer pic x(30).
           01 ws-cutoff-hh pic 99.
           01 ws-cutoff-mm pic 99.

           01 ws-edit-msg pic x(40).
              88 ws-fields-are-valid value spaces.

       PROCEDURE DIVISION.
       main-control.
           DISPLAY "OPERATOR ID (UP TO 8 CHARS): ".
           ACCEPT ws-operator-id.
           DISPLAY "GROUP MAINTENANCE - (A)dd (U)pdate (S)uspend"
               " (R)eactivate (L)ist (I)nitial-load (X)it".
           ACCEPT ws-choice.
           EVALUATE ws-choice
               WHEN "A" WHEN "a"
                   PERFORM add-group
               WHEN "U" WHEN "u"
                   PERFORM update-group
               WHEN "S" WHEN "s"
                   PERFORM suspend-group
               WHEN "R" WHEN "r"
                   PERFORM reactivate-group
               WHEN "L" WHEN "l"
                   PERFORM list-groups
               WHEN "I" WHEN "i"
                   PERFORM seed-load-groups
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           goback.

       open-master-for-update.
           OPEN I-O group-file.
           IF ws-group-status = "35"
               CLOSE group-file
               OPEN OUTPUT group-file
               CLOSE group-file
               OPEN I-O group-file
           END-IF.

      *    A new group starts active - adding it is the decision to
      *    have dailyCycle run it from tomorrow morning.
       add-group.
           PERFORM open-master-for-update.
           DISPLAY "ENTER GROUP/OFFICE CODE (4 CHARS): ".
           ACCEPT ws-fld-code.
           DISPLAY "ENTER OFFICE NAME (UP TO 30 CHARS): ".
           ACCEPT ws-fld-office-name.
           DISPLAY "ENTER CYCLE CUTOFF TIME (HHMM): ".
           ACCEPT ws-cutoff-answer.
           DISPLAY "NOTIFY VIA (E)MAIL OR (S)LACK: ".
           ACCEPT ws-fld-channel.
           DISPLAY "DEFAULT PARTY SIZE (0-999, 0=DON'T CARE): ".
           ACCEPT ws-party-answer.
           DISPLAY "GL COST CENTER (UP TO 10 CHARS): ".
           ACCEPT ws-fld-cost-center.
           DISPLAY "VETO PCT OF ATTENDEES (1-100, BLANK=25): ".
           ACCEPT ws-veto-answer.
           MOVE SPACES TO ws-edit-msg.
           IF ws-fld-code = SPACES
               MOVE "GROUP CODE IS REQUIRED" TO ws-edit-msg
           END-IF.
           IF ws-fields-are-valid
               IF ws-fld-office-name = SPACES
                   MOVE "OFFICE NAME IS REQUIRED" TO ws-edit-msg
               END-IF
           END-IF.
           IF ws-fields-are-valid
               PERFORM edit-group-answers
           END-IF.
           IF NOT ws-fields-are-valid
               DISPLAY "NOT ADDED - " ws-edit-msg
           ELSE
               MOVE SPACES TO GROUP-RECORD
               MOVE ws-fld-code TO GROUP-CODE
               PERFORM move-fields-to-record
               SET GROUP-IS-ACTIVE TO TRUE
               WRITE GROUP-RECORD
                   INVALID KEY
                       DISPLAY "GROUP CODE ALREADY EXISTS - NOT ADDED"
                   NOT INVALID KEY
                       MOVE "ADD" TO ws-audit-action
                       MOVE SPACES TO ws-before-image
                       MOVE GROUP-RECORD TO ws-after-image
                       PERFORM write-audit-record
                       DISPLAY "ADDED"
               END-WRITE
           END-IF.
           CLOSE group-file.

      *    Everything but the code and the status, rewritten under
      *    the same code - RUNCTL, HIST and PLACES all key on it.
      *    Blank keeps the value shown.
       update-group.
           OPEN I-O group-file.
           IF ws-group-status NOT = "00"
               DISPLAY "GROUPS NOT FOUND"
           ELSE
               DISPLAY "ENTER GROUP/OFFICE CODE TO UPDATE: "
               ACCEPT GROUP-CODE
               READ group-file
                   INVALID KEY
                       DISPLAY "GROUP CODE NOT FOUND"
                   NOT INVALID KEY
                       MOVE GROUP-RECORD TO ws-before-image
                       PERFORM capture-group-changes
                       IF NOT ws-fields-are-valid
                           DISPLAY "NOT UPDATED - " ws-edit-msg
                       ELSE
                           PERFORM move-fields-to-record
                           REWRITE GROUP-RECORD
                           MOVE "UPDATE" TO ws-audit-action
                           MOVE GROUP-RECORD TO ws-after-image
                           PERFORM write-audit-record
                           DISPLAY "UPDATED"
                       END-IF
               END-READ
               CLOSE group-file
           END-IF.

       capture-group-changes.
           MOVE GROUP-OFFICE-NAME TO ws-fld-office-name.
           MOVE GROUP-CUTOFF-TIME TO ws-cutoff-answer.
           MOVE GROUP-CHANNEL TO ws-fld-channel.
           MOVE GROUP-DEFAULT-PARTY TO ws-party-answer.
           MOVE GROUP-COST-CENTER TO ws-fld-cost-center.
           IF GROUP-VETO-PCT NUMERIC AND GROUP-VETO-PCT > 0
               MOVE GROUP-VETO-PCT TO ws-veto-answer
           ELSE
               MOVE SPACES TO ws-veto-answer
           END-IF.
           DISPLAY "OFFICE NAME (" ws-fld-office-name
               ") - BLANK KEEPS: ".
           ACCEPT ws-answer.
           IF ws-answer NOT = SPACES
               MOVE ws-answer TO ws-fld-office-name
           END-IF.
           DISPLAY "CUTOFF TIME (" GROUP-CUTOFF-TIME
               ") - BLANK KEEPS: ".
           ACCEPT ws-answer.
           IF ws-answer NOT = SPACES
               MOVE ws-answer TO ws-cutoff-answer
           END-IF.
           DISPLAY "CHANNEL E/S (" ws-fld-channel ") - BLANK KEEPS: ".
           ACCEPT ws-answer.
           IF ws-answer NOT = SPACES
               MOVE ws-answer TO ws-fld-channel
           END-IF.
           DISPLAY "DEFAULT PARTY SIZE (" GROUP-DEFAULT-PARTY
               ") - BLANK KEEPS: ".
           ACCEPT ws-answer.
           IF ws-answer NOT = SPACES
               MOVE ws-answer TO ws-party-answer
           END-IF.
           DISPLAY "GL COST CENTER (" ws-fld-cost-center
               ") - BLANK KEEPS: ".
           ACCEPT ws-answer.
           IF ws-answer NOT = SPACES
               MOVE ws-answer TO ws-fld-cost-center
           END-IF.
           DISPLAY "VETO PCT (" ws-veto-answer(1:3)
               ") - BLANK KEEPS: ".
           ACCEPT ws-answer.
           IF ws-answer NOT = SPACES
               MOVE ws-answer TO ws-veto-answer
           END-IF.
           MOVE SPACES TO ws-edit-msg.
           PERFORM edit-group-answers.

      *    Cutoff, channel and party size, shared by add, update and
      *    the initial load. Answers are captured wide so "12345" is
      *    seen whole and rejected; a short party size is slid right
      *    and zero-filled before the NUMERIC edit judges it.
       edit-group-answers.
           IF ws-cutoff-answer(5:) NOT = SPACES
               MOVE "CUTOFF MUST BE HHMM" TO ws-edit-msg
           ELSE
               MOVE ws-cutoff-answer(1:4) TO ws-fld-cutoff
               IF ws-fld-cutoff NOT NUMERIC
                   MOVE "CUTOFF MUST BE HHMM" TO ws-edit-msg
               ELSE
                   MOVE ws-fld-cutoff(1:2) TO ws-cutoff-hh
                   MOVE ws-fld-cutoff(3:2) TO ws-cutoff-mm
                   IF ws-cutoff-hh > 23 OR ws-cutoff-mm > 59
                       MOVE "CUTOFF MUST BE HHMM" TO ws-edit-msg
                   END-IF
               END-IF
           END-IF.
           IF ws-fields-are-valid
               IF ws-fld-channel = "s"
                   MOVE "S" TO ws-fld-channel
               END-IF
               IF ws-fld-channel = "e"
                   MOVE "E" TO ws-fld-channel
               END-IF
               IF ws-fld-channel NOT = "S" AND ws-fld-channel NOT = "E"
                   MOVE "CHANNEL MUST BE E OR S" TO ws-edit-msg
               END-IF
           END-IF.
           IF ws-fields-are-valid
               IF ws-party-answer = SPACES
                   MOVE "0" TO ws-party-answer
               END-IF
               IF ws-party-answer(4:) NOT = SPACES
                   MOVE "PARTY SIZE MUST BE NUMERIC 0-999"
                       TO ws-edit-msg
               ELSE
                   MOVE ws-party-answer(1:3) TO ws-fld-party
                   PERFORM UNTIL ws-fld-party(3:1) NOT = SPACE
                       MOVE ws-fld-party TO ws-party-hold
                       MOVE "0" TO ws-fld-party(1:1)
                       MOVE ws-party-hold(1:2) TO ws-fld-party(2:2)
                   END-PERFORM
                   IF ws-fld-party NOT NUMERIC
                       MOVE "PARTY SIZE MUST BE NUMERIC 0-999"
                           TO ws-edit-msg
                   END-IF
               END-IF
           END-IF.
           IF ws-fields-are-valid
               PERFORM edit-veto-pct
           END-IF.

      *    Blank takes the shop default of 25 - a quarter of the
      *    people in that day vetoing a place keeps the group away
      *    from it. Slid right and zero-filled the same way as the
      *    party size.
       edit-veto-pct.
           IF ws-veto-answer = SPACES
               MOVE "25" TO ws-veto-answer
           END-IF.
           IF ws-veto-answer(4:) NOT = SPACES
               MOVE "VETO PCT MUST BE NUMERIC 1-100" TO ws-edit-msg
           ELSE
               MOVE ws-veto-answer(1:3) TO ws-fld-veto
               PERFORM UNTIL ws-fld-veto(3:1) NOT = SPACE
                   MOVE ws-fld-veto TO ws-party-hold
                   MOVE "0" TO ws-fld-veto(1:1)
                   MOVE ws-party-hold(1:2) TO ws-fld-veto(2:2)
               END-PERFORM
               IF ws-fld-veto NOT NUMERIC
                   MOVE "VETO PCT MUST BE NUMERIC 1-100"
                       TO ws-edit-msg
               ELSE
                   IF ws-fld-veto-num < 1 OR ws-fld-veto-num > 100
                       MOVE "VETO PCT MUST BE NUMERIC 1-100"
                           TO ws-edit-msg
                   END-IF
               END-IF
           END-IF.

       move-fields-to-record.
           MOVE ws-fld-office-name TO GROUP-OFFICE-NAME.
           MOVE ws-fld-cutoff-num TO GROUP-CUTOFF-TIME.
           MOVE ws-fld-channel TO GROUP-CHANNEL.
           MOVE ws-fld-party-num TO GROUP-DEFAULT-PARTY.
           MOVE ws-fld-cost-center TO GROUP-COST-CENTER.
           MOVE ws-fld-veto-num TO GROUP-VETO-PCT.

      *    A suspended group drops out of dailyCycle and out of
      *    cycleMon's expected list together - an office closed for
      *    a refit stops both its lunch and the morning page that it
      *    never ran. Its places, history and roster are untouched.
       suspend-group.
           OPEN I-O group-file.
           IF ws-group-status NOT = "00"
               DISPLAY "GROUPS NOT FOUND"
           ELSE
               DISPLAY "ENTER GROUP/OFFICE CODE TO SUSPEND: "
               ACCEPT GROUP-CODE
               READ group-file
                   INVALID KEY
                       DISPLAY "GROUP CODE NOT FOUND"
                   NOT INVALID KEY
                       MOVE GROUP-RECORD TO ws-before-image
                       SET GROUP-IS-SUSPENDED TO TRUE
                       REWRITE GROUP-RECORD
                       MOVE "SUSPEND" TO ws-audit-action
                       MOVE GROUP-RECORD TO ws-after-image
                       PERFORM write-audit-record
                       DISPLAY "SUSPENDED"
               END-READ
               CLOSE group-file
           END-IF.

       reactivate-group.
           OPEN I-O group-file.
           IF ws-group-status NOT = "00"
               DISPLAY "GROUPS NOT FOUND"
           ELSE
               DISPLAY "ENTER GROUP/OFFICE CODE TO REACTIVATE: "
               ACCEPT GROUP-CODE
               READ group-file
                   INVALID KEY
                       DISPLAY "GROUP CODE NOT FOUND"
                   NOT INVALID KEY
                       MOVE GROUP-RECORD TO ws-before-image
                       SET GROUP-IS-ACTIVE TO TRUE
                       REWRITE GROUP-RECORD
                       MOVE "REACTIVATE" TO ws-audit-action
                       MOVE GROUP-RECORD TO ws-after-image
                       PERFORM write-audit-record
                       DISPLAY "REACTIVATED"
               END-READ
               CLOSE group-file
           END-IF.

       list-groups.
           OPEN INPUT group-file.
           IF ws-group-status NOT = "00"
               DISPLAY "GROUPS NOT FOUND"
           ELSE
               PERFORM UNTIL ws-group-status = "10"
                   READ group-file NEXT RECORD
                       AT END
                           MOVE "10" TO ws-group-status
                       NOT AT END
                           DISPLAY GROUP-CODE " " GROUP-OFFICE-NAME
                               " CUTOFF " GROUP-CUTOFF-TIME
                               " VIA " GROUP-CHANNEL
                               " PARTY " GROUP-DEFAULT-PARTY
                               " " GROUP-STATUS-FLAG
                               " CC " GROUP-COST-CENTER
                               " VETO " GROUP-VETO-PCT
                   END-READ
               END-PERFORM
               CLOSE group-file
           END-IF.

      *    Same eyes-open rule as the places seed-load: a master
      *    that already holds rows is only rebuilt on a Y.
       seed-load-groups.
           PERFORM check-master-is-empty.
           IF NOT ws-master-is-empty
               DISPLAY "GROUPS MASTER IS NOT EMPTY - INITIAL LOAD "
                   "WILL WIPE IT. PROCEED? (Y/N): "
               ACCEPT ws-seed-confirm
               IF ws-seed-confirm NOT = "Y"
                       AND ws-seed-confirm NOT = "y"
                   DISPLAY "INITIAL LOAD CANCELLED"
                   GOBACK
               END-IF
               PERFORM journal-wiped-records
           END-IF.
           OPEN INPUT seed-file.
           IF ws-seed-status NOT = "00"
               DISPLAY "COULD NOT OPEN SEEDIN - STATUS "
                   ws-seed-status
           ELSE
               OPEN OUTPUT group-file
               CLOSE group-file
               OPEN I-O group-file
               PERFORM UNTIL ws-at-eof
                   READ seed-file
                       AT END
                           MOVE "Y" TO ws-eof-flag
                       NOT AT END
                           PERFORM load-one-seed-row
                   END-READ
               END-PERFORM
               CLOSE group-file
               CLOSE seed-file
               DISPLAY "GROUP ROWS LOADED: " ws-load-count
               IF ws-reject-count > 0
                   DISPLAY "GROUP ROWS REJECTED: " ws-reject-count
               END-IF
           END-IF.

      *    An old-format line carries only code and cutoff, so a
      *    blank channel takes Slack (what LUNCHDLY always posted
      *    to), a blank office name takes the code and a blank
      *    status takes active.
       load-one-seed-row.
           MOVE seed-code TO ws-fld-code.
           MOVE seed-office-name TO ws-fld-office-name.
           IF ws-fld-office-name = SPACES
               MOVE seed-code TO ws-fld-office-name
           END-IF.
           MOVE seed-cutoff-time TO ws-cutoff-answer.
           MOVE seed-channel TO ws-fld-channel.
           IF ws-fld-channel = SPACE
               MOVE "S" TO ws-fld-channel
           END-IF.
           MOVE seed-party TO ws-party-answer.
           MOVE seed-cost-center TO ws-fld-cost-center.
           MOVE seed-veto-pct TO ws-veto-answer.
           MOVE SPACES TO ws-edit-msg.
           IF ws-fld-code = SPACES
               MOVE "GROUP CODE IS REQUIRED" TO ws-edit-msg
           ELSE
               PERFORM edit-group-answers
           END-IF.
           IF NOT ws-fields-are-valid
               ADD 1 TO ws-reject-count
               DISPLAY "REJECTED " seed-code " - " ws-edit-msg
           ELSE
               MOVE SPACES TO GROUP-RECORD
               MOVE ws-fld-code TO GROUP-CODE
               PERFORM move-fields-to-record
               IF seed-status = "S"
                   SET GROUP-IS-SUSPENDED TO TRUE
               ELSE
                   SET GROUP-IS-ACTIVE TO TRUE
               END-IF
               WRITE GROUP-RECORD
                   INVALID KEY
                       DISPLAY "DUPLICATE CODE SKIPPED: " seed-code
                   NOT INVALID KEY
                       ADD 1 TO ws-load-count
                       MOVE "SEED-LOAD" TO ws-audit-action
                       MOVE SPACES TO ws-before-image
                       MOVE GROUP-RECORD TO ws-after-image
                       PERFORM write-audit-record
               END-WRITE
           END-IF.

      *    The wipe is a change to every record on the master, so
      *    every record gets a journal line with its last image as
      *    the before-image.
       journal-wiped-records.
           OPEN INPUT group-file.
           IF ws-group-status NOT = "00"
               CONTINUE
           ELSE
               MOVE "N" TO ws-wipe-eof-flag
               PERFORM UNTIL ws-wipe-scan-done
                   READ group-file NEXT RECORD
                       AT END
                           MOVE "Y" TO ws-wipe-eof-flag
                       NOT AT END
                           MOVE "SEED-WIPE" TO ws-audit-action
                           MOVE GROUP-RECORD TO ws-before-image
                           MOVE SPACES TO ws-after-image
                           PERFORM write-audit-record
                   END-READ
               END-PERFORM
               CLOSE group-file
           END-IF.

       check-master-is-empty.
           MOVE "Y" TO ws-master-empty-flag.
           OPEN INPUT group-file.
           IF ws-group-status = "00"
               READ group-file NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "N" TO ws-master-empty-flag
               END-READ
               CLOSE group-file
           END-IF.

      *    One journal line per change, appended to the group
      *    journal - the file is created on first use and never
      *    rewritten.
       write-audit-record.
           OPEN EXTEND grplog-file.
           IF ws-grplog-status = "35"
               OPEN OUTPUT grplog-file
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO ws-audit-stamp.
           MOVE ws-operator-id TO GRPAUD-OPERATOR-ID.
           MOVE ws-audit-stamp(1:8) TO GRPAUD-DATE.
           MOVE ws-audit-stamp(9:6) TO GRPAUD-TIME.
           MOVE ws-audit-action TO GRPAUD-ACTION.
           MOVE GROUP-CODE TO GRPAUD-GROUP-CODE.
           MOVE ws-before-image TO GRPAUD-BEFORE-IMAGE.
           MOVE ws-after-image TO GRPAUD-AFTER-IMAGE.
           WRITE GRPAUD-RECORD.
           CLOSE grplog-file.
