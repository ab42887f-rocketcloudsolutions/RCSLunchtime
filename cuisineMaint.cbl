       IDENTIFICATION DIVISION.
       PROGRAM-ID. cuisineMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT cuisine-file ASSIGN TO "CUISINES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUIS-KEY
               FILE STATUS IS ws-cuisine-status.

           SELECT seed-file ASSIGN TO "SEEDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-seed-status.

           SELECT cuislog-file ASSIGN TO "CUISLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cuislog-status.

       DATA DIVISION.
       FILE SECTION.
       FD  cuisine-file.
           COPY CUISREC.

       FD  seed-file.
           01 seed-record.
            02 seed-code pic x(10).
            02 seed-group pic x(4).
            02 seed-description pic x(30).
            02 seed-repeat-days pic x(2).
            02 seed-active pic x.

       FD  cuislog-file.
           COPY CUISAUD.

       WORKING-STORAGE SECTION.
           01 ws-cuisine-status pic xx.
           01 ws-seed-status pic xx.
           01 ws-cuislog-status pic xx.
           01 ws-choice pic x.

      *    The draw's no-repeat windows live here, so a change to
      *    this master is journalled the way placeMaint journals the
      *    places - who, when, what, and both record images.
           01 ws-operator-id pic x(8) value spaces.
           01 ws-audit-action pic x(10).
           01 ws-before-image pic x(47).
           01 ws-after-image pic x(47).
           01 ws-audit-stamp pic x(21).
           01 ws-wipe-eof-flag pic x.
              88 ws-wipe-scan-done value "Y".
           01 ws-seed-confirm pic x.
           01 ws-master-empty-flag pic x.
              88 ws-master-is-empty value "Y".
           01 ws-eof-flag pic x value "N".
              88 ws-at-eof value "Y".
           01 ws-list-group-filter pic x(4) value spaces.
           01 ws-group-row-flag pic x.
              88 ws-group-row-exists value "Y".
           01 ws-load-count pic 9(4) value 0.
           01 ws-reject-count pic 9(4) value 0.

      *    Captured answers are held here until they pass the edits,
      *    the same discipline placeMaint keeps for the places master.
           01 ws-fld.
            02 ws-fld-code pic x(10).
            02 ws-fld-group pic x(4).
            02 ws-fld-description pic x(30).
            02 ws-fld-days pic x(2).
           01 ws-answer pic x(30).
           01 ws-days-answer pic x(30).
           01 ws-shift-char pic x.

           01 ws-edit-msg pic x(40).
              88 ws-fields-are-valid value spaces.

      *    Twenty business days is four working weeks - a longer
      *    window would outlast the place pools of the smaller
      *    offices and the draw would give up and repeat anyway.
           01 ws-max-repeat-days pic 9(2) value 20.

       PROCEDURE DIVISION.
       main-control.
           DISPLAY "OPERATOR ID (UP TO 8 CHARS): ".
           ACCEPT ws-operator-id.
           DISPLAY "CUISINE MAINTENANCE - (A)dd (U)pdate (G)roup-window"
               " (D)eactivate (R)eactivate (L)ist (S)eed-load (X)it".
           ACCEPT ws-choice.
           EVALUATE ws-choice
               WHEN "A" WHEN "a"
                   PERFORM add-cuisine
               WHEN "U" WHEN "u"
                   PERFORM update-cuisine
               WHEN "G" WHEN "g"
                   PERFORM set-group-window
               WHEN "D" WHEN "d"
                   PERFORM deactivate-cuisine
               WHEN "R" WHEN "r"
                   PERFORM reactivate-cuisine
               WHEN "L" WHEN "l"
                   PERFORM list-cuisines
               WHEN "S" WHEN "s"
                   PERFORM seed-load-cuisines
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           goback.

       open-master-for-update.
           OPEN I-O cuisine-file.
           IF ws-cuisine-status = "35"
               CLOSE cuisine-file
               OPEN OUTPUT cuisine-file
               CLOSE cuisine-file
               OPEN I-O cuisine-file
           END-IF.

       add-cuisine.
           PERFORM open-master-for-update.
           DISPLAY "ENTER CUISINE CODE (UP TO 10 CHARS): ".
           ACCEPT ws-fld-code.
           DISPLAY "ENTER DESCRIPTION (UP TO 30 CHARS): ".
           ACCEPT ws-fld-description.
           DISPLAY "NO REPEAT WITHIN HOW MANY BUSINESS DAYS (0-20): ".
           ACCEPT ws-days-answer.
           MOVE SPACES TO ws-edit-msg.
           IF ws-fld-code = SPACES
               MOVE "CUISINE CODE IS REQUIRED" TO ws-edit-msg
           END-IF.
           IF ws-fields-are-valid
               IF ws-fld-description = SPACES
                   MOVE "DESCRIPTION IS REQUIRED" TO ws-edit-msg
               END-IF
           END-IF.
           IF ws-fields-are-valid
               PERFORM edit-days-answer
           END-IF.
           IF NOT ws-fields-are-valid
               DISPLAY "NOT ADDED - " ws-edit-msg
           ELSE
               MOVE ws-fld-code TO CUIS-CODE
               MOVE SPACES TO CUIS-GROUP-CODE
               MOVE ws-fld-description TO CUIS-DESCRIPTION
               MOVE ws-fld-days TO CUIS-REPEAT-DAYS
               SET CUIS-IS-ACTIVE TO TRUE
               WRITE CUIS-RECORD
                   INVALID KEY
                       DISPLAY "CUISINE CODE ALREADY EXISTS - NOT ADDED"
                   NOT INVALID KEY
                       MOVE "ADD" TO ws-audit-action
                       MOVE SPACES TO ws-before-image
                       MOVE CUIS-RECORD TO ws-after-image
                       PERFORM write-audit-record
                       DISPLAY "ADDED"
               END-WRITE
           END-IF.
           CLOSE cuisine-file.

      *    Description and the shop-wide window, rewritten under the
      *    same code - places keep pointing at it. Blank keeps the
      *    value shown.
       update-cuisine.
           OPEN I-O cuisine-file.
           IF ws-cuisine-status NOT = "00"
               DISPLAY "CUISINES NOT FOUND"
           ELSE
               DISPLAY "ENTER CUISINE CODE TO UPDATE: "
               ACCEPT CUIS-CODE
               MOVE SPACES TO CUIS-GROUP-CODE
               READ cuisine-file
                   INVALID KEY
                       DISPLAY "CUISINE CODE NOT FOUND"
                   NOT INVALID KEY
                       MOVE CUIS-RECORD TO ws-before-image
                       PERFORM capture-cuisine-changes
                       IF NOT ws-fields-are-valid
                           DISPLAY "NOT UPDATED - " ws-edit-msg
                       ELSE
                           MOVE ws-fld-description TO CUIS-DESCRIPTION
                           MOVE ws-fld-days TO CUIS-REPEAT-DAYS
                           REWRITE CUIS-RECORD
                           MOVE "UPDATE" TO ws-audit-action
                           MOVE CUIS-RECORD TO ws-after-image
                           PERFORM write-audit-record
                           DISPLAY "UPDATED"
                       END-IF
               END-READ
               CLOSE cuisine-file
           END-IF.

       capture-cuisine-changes.
           MOVE CUIS-DESCRIPTION TO ws-fld-description.
           MOVE CUIS-REPEAT-DAYS TO ws-fld-days.
           MOVE ws-fld-days TO ws-days-answer.
           DISPLAY "DESCRIPTION (" ws-fld-description
               ") - BLANK KEEPS: ".
           ACCEPT ws-answer.
           IF ws-answer NOT = SPACES
               MOVE ws-answer TO ws-fld-description
           END-IF.
           DISPLAY "NO-REPEAT DAYS (" ws-fld-days ") - BLANK KEEPS: ".
           ACCEPT ws-answer.
           IF ws-answer NOT = SPACES
               MOVE ws-answer TO ws-days-answer
           END-IF.
           MOVE SPACES TO ws-edit-msg.
           PERFORM edit-days-answer.

      *    One group's own window for one cuisine - an office that
      *    eats Mexican twice a week by choice can set it lower than
      *    the shop-wide figure, one that is tired of it higher. The
      *    cuisine must already be on the master. A blank answer
      *    removes the group's row, putting the group back on the
      *    shop-wide window.
       set-group-window.
           OPEN I-O cuisine-file.
           IF ws-cuisine-status NOT = "00"
               DISPLAY "CUISINES NOT FOUND"
           ELSE
               DISPLAY "ENTER CUISINE CODE: "
               ACCEPT ws-fld-code
               DISPLAY "ENTER GROUP/OFFICE CODE (4 CHARS): "
               ACCEPT ws-fld-group
               MOVE ws-fld-code TO CUIS-CODE
               MOVE SPACES TO CUIS-GROUP-CODE
               READ cuisine-file
                   INVALID KEY
                       DISPLAY "CUISINE CODE NOT FOUND"
                   NOT INVALID KEY
                       PERFORM apply-group-window
               END-READ
               CLOSE cuisine-file
           END-IF.

       apply-group-window.
           MOVE CUIS-DESCRIPTION TO ws-fld-description.
           IF ws-fld-group = SPACES
               DISPLAY "GROUP CODE IS REQUIRED - USE (U)PDATE FOR THE "
                   "SHOP-WIDE WINDOW"
           ELSE
               DISPLAY "SHOP-WIDE WINDOW IS " CUIS-REPEAT-DAYS
                   " DAYS"
               MOVE ws-fld-group TO CUIS-GROUP-CODE
               READ cuisine-file
                   INVALID KEY
                       MOVE "N" TO ws-group-row-flag
                       MOVE SPACES TO ws-before-image
                   NOT INVALID KEY
                       MOVE "Y" TO ws-group-row-flag
                       MOVE CUIS-RECORD TO ws-before-image
                       DISPLAY "GROUP WINDOW IS NOW " CUIS-REPEAT-DAYS
                           " DAYS"
               END-READ
               DISPLAY "NO REPEAT WITHIN HOW MANY BUSINESS DAYS "
                   "(0-20, BLANK REMOVES THE GROUP SETTING): "
               ACCEPT ws-days-answer
               MOVE SPACES TO ws-edit-msg
               IF ws-days-answer = SPACES
                   PERFORM remove-group-window
               ELSE
                   PERFORM edit-days-answer
                   IF NOT ws-fields-are-valid
                       DISPLAY "NOT CHANGED - " ws-edit-msg
                   ELSE
                       PERFORM write-group-window
                   END-IF
               END-IF
           END-IF.

       remove-group-window.
           IF ws-group-row-exists
               DELETE cuisine-file
               MOVE "GRP-REMOVE" TO ws-audit-action
               MOVE SPACES TO ws-after-image
               PERFORM write-audit-record
               DISPLAY "GROUP SETTING REMOVED"
           ELSE
               DISPLAY "NO GROUP SETTING TO REMOVE"
           END-IF.

       write-group-window.
           MOVE ws-fld-code TO CUIS-CODE.
           MOVE ws-fld-group TO CUIS-GROUP-CODE.
           MOVE ws-fld-description TO CUIS-DESCRIPTION.
           MOVE ws-fld-days TO CUIS-REPEAT-DAYS.
           SET CUIS-IS-ACTIVE TO TRUE.
           IF ws-group-row-exists
               REWRITE CUIS-RECORD
           ELSE
               WRITE CUIS-RECORD
           END-IF.
           MOVE "GRP-WINDOW" TO ws-audit-action.
           MOVE CUIS-RECORD TO ws-after-image.
           PERFORM write-audit-record.
           DISPLAY "GROUP WINDOW SET".

      *    The days answer is captured wide so "100" is seen whole
      *    and rejected; a single digit is slid right and zero-
      *    filled before the NUMERIC edit judges it.
       edit-days-answer.
           IF ws-days-answer(3:) NOT = SPACES
               MOVE "DAYS MUST BE NUMERIC 0-20" TO ws-edit-msg
           ELSE
               MOVE ws-days-answer(1:2) TO ws-fld-days
               IF ws-fld-days(2:1) = SPACE
                   MOVE ws-fld-days(1:1) TO ws-shift-char
                   MOVE "0" TO ws-fld-days(1:1)
                   MOVE ws-shift-char TO ws-fld-days(2:1)
               END-IF
               IF ws-fld-days NOT NUMERIC
                   MOVE "DAYS MUST BE NUMERIC 0-20" TO ws-edit-msg
               ELSE
                   IF ws-fld-days > ws-max-repeat-days
                       MOVE "DAYS MUST BE NUMERIC 0-20" TO ws-edit-msg
                   END-IF
               END-IF
           END-IF.

      *    A deactivated cuisine can no longer be given to a place
      *    or a nomination. Places already carrying it keep it and
      *    stay in the draw - retiring the places is placeMaint's
      *    decision, not a side effect of tidying this list.
       deactivate-cuisine.
           OPEN I-O cuisine-file.
           IF ws-cuisine-status NOT = "00"
               DISPLAY "CUISINES NOT FOUND"
           ELSE
               DISPLAY "ENTER CUISINE CODE TO DEACTIVATE: "
               ACCEPT CUIS-CODE
               MOVE SPACES TO CUIS-GROUP-CODE
               READ cuisine-file
                   INVALID KEY
                       DISPLAY "CUISINE CODE NOT FOUND"
                   NOT INVALID KEY
                       MOVE CUIS-RECORD TO ws-before-image
                       SET CUIS-IS-INACTIVE TO TRUE
                       REWRITE CUIS-RECORD
                       MOVE "DEACTIVATE" TO ws-audit-action
                       MOVE CUIS-RECORD TO ws-after-image
                       PERFORM write-audit-record
                       DISPLAY "DEACTIVATED"
               END-READ
               CLOSE cuisine-file
           END-IF.

       reactivate-cuisine.
           OPEN I-O cuisine-file.
           IF ws-cuisine-status NOT = "00"
               DISPLAY "CUISINES NOT FOUND"
           ELSE
               DISPLAY "ENTER CUISINE CODE TO REACTIVATE: "
               ACCEPT CUIS-CODE
               MOVE SPACES TO CUIS-GROUP-CODE
               READ cuisine-file
                   INVALID KEY
                       DISPLAY "CUISINE CODE NOT FOUND"
                   NOT INVALID KEY
                       MOVE CUIS-RECORD TO ws-before-image
                       SET CUIS-IS-ACTIVE TO TRUE
                       REWRITE CUIS-RECORD
                       MOVE "REACTIVATE" TO ws-audit-action
                       MOVE CUIS-RECORD TO ws-after-image
                       PERFORM write-audit-record
                       DISPLAY "REACTIVATED"
               END-READ
               CLOSE cuisine-file
           END-IF.

      *    Master rows list with their shop-wide window; a group's
      *    own rows follow their cuisine, indented, so the window a
      *    group actually gets can be read straight off the list.
       list-cuisines.
           DISPLAY "GROUP/OFFICE CODE TO LIST (BLANK FOR ALL): ".
           ACCEPT ws-list-group-filter.
           OPEN INPUT cuisine-file.
           IF ws-cuisine-status NOT = "00"
               DISPLAY "CUISINES NOT FOUND"
           ELSE
               PERFORM UNTIL ws-cuisine-status = "10"
                   READ cuisine-file NEXT RECORD
                       AT END
                           MOVE "10" TO ws-cuisine-status
                       NOT AT END
                           PERFORM display-cuisine-if-wanted
                   END-READ
               END-PERFORM
               CLOSE cuisine-file
           END-IF.

       display-cuisine-if-wanted.
           IF CUIS-GROUP-CODE = SPACES
               DISPLAY CUIS-CODE " " CUIS-DESCRIPTION " "
                   CUIS-ACTIVE-FLAG " NO REPEAT " CUIS-REPEAT-DAYS
                   " DAYS"
           ELSE
               IF ws-list-group-filter = SPACES
                       OR CUIS-GROUP-CODE = ws-list-group-filter
                   DISPLAY "    GROUP " CUIS-GROUP-CODE
                       " NO REPEAT " CUIS-REPEAT-DAYS " DAYS"
               END-IF
           END-IF.

      *    Same eyes-open rule as the places seed-load: a master
      *    that already holds rows is only rebuilt on a Y.
       seed-load-cuisines.
           PERFORM check-master-is-empty.
           IF NOT ws-master-is-empty
               DISPLAY "CUISINES MASTER IS NOT EMPTY - SEED-LOAD WILL "
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
               OPEN OUTPUT cuisine-file
               CLOSE cuisine-file
               OPEN I-O cuisine-file
               PERFORM UNTIL ws-at-eof
                   READ seed-file
                       AT END
                           MOVE "Y" TO ws-eof-flag
                       NOT AT END
                           PERFORM load-one-seed-row
                   END-READ
               END-PERFORM
               CLOSE cuisine-file
               CLOSE seed-file
               DISPLAY "CUISINE ROWS LOADED: " ws-load-count
               IF ws-reject-count > 0
                   DISPLAY "CUISINE ROWS REJECTED: " ws-reject-count
               END-IF
           END-IF.

      *    A seed line gets the same edits a terminal add does -
      *    code and description required, days numeric 0-20 - plus
      *    an active flag of Y or N. A line that fails is reported
      *    and counted, never loaded half-right. Group rows take
      *    their description from the master, so a blank one passes.
       load-one-seed-row.
           MOVE SPACES TO ws-edit-msg.
           IF seed-code = SPACES
               MOVE "CUISINE CODE IS REQUIRED" TO ws-edit-msg
           END-IF.
           IF ws-fields-are-valid
               IF seed-group = SPACES AND seed-description = SPACES
                   MOVE "DESCRIPTION IS REQUIRED" TO ws-edit-msg
               END-IF
           END-IF.
           IF ws-fields-are-valid
               MOVE seed-repeat-days TO ws-days-answer
               PERFORM edit-days-answer
           END-IF.
           IF ws-fields-are-valid
               IF seed-active NOT = "Y" AND seed-active NOT = "N"
                   MOVE "ACTIVE FLAG MUST BE Y OR N" TO ws-edit-msg
               END-IF
           END-IF.
           IF NOT ws-fields-are-valid
               ADD 1 TO ws-reject-count
               DISPLAY "REJECTED " seed-code " " seed-group " - "
                   ws-edit-msg
           ELSE
               MOVE seed-code TO CUIS-CODE
               MOVE seed-group TO CUIS-GROUP-CODE
               MOVE seed-description TO CUIS-DESCRIPTION
               MOVE ws-fld-days TO CUIS-REPEAT-DAYS
               MOVE seed-active TO CUIS-ACTIVE-FLAG
               WRITE CUIS-RECORD
                   INVALID KEY
                       DISPLAY "DUPLICATE CODE SKIPPED: " seed-code
                           " " seed-group
                   NOT INVALID KEY
                       ADD 1 TO ws-load-count
                       MOVE "SEED-LOAD" TO ws-audit-action
                       MOVE SPACES TO ws-before-image
                       MOVE CUIS-RECORD TO ws-after-image
                       PERFORM write-audit-record
               END-WRITE
           END-IF.

      *    The wipe is a change to every record on the master, so
      *    every record gets a journal line with its last image as
      *    the before-image.
       journal-wiped-records.
           OPEN INPUT cuisine-file.
           IF ws-cuisine-status NOT = "00"
               CONTINUE
           ELSE
               MOVE "N" TO ws-wipe-eof-flag
               PERFORM UNTIL ws-wipe-scan-done
                   READ cuisine-file NEXT RECORD
                       AT END
                           MOVE "Y" TO ws-wipe-eof-flag
                       NOT AT END
                           MOVE "SEED-WIPE" TO ws-audit-action
                           MOVE CUIS-RECORD TO ws-before-image
                           MOVE SPACES TO ws-after-image
                           PERFORM write-audit-record
                   END-READ
               END-PERFORM
               CLOSE cuisine-file
           END-IF.

       check-master-is-empty.
           MOVE "Y" TO ws-master-empty-flag.
           OPEN INPUT cuisine-file.
           IF ws-cuisine-status = "00"
               READ cuisine-file NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "N" TO ws-master-empty-flag
               END-READ
               CLOSE cuisine-file
           END-IF.

      *    One journal line per change, appended to the cuisine
      *    journal - the file is created on first use and never
      *    rewritten.
       write-audit-record.
           OPEN EXTEND cuislog-file.
           IF ws-cuislog-status = "35"
               OPEN OUTPUT cuislog-file
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO ws-audit-stamp.
           MOVE ws-operator-id TO CUISAUD-OPERATOR-ID.
           MOVE ws-audit-stamp(1:8) TO CUISAUD-DATE.
           MOVE ws-audit-stamp(9:6) TO CUISAUD-TIME.
           MOVE ws-audit-action TO CUISAUD-ACTION.
           MOVE CUIS-CODE TO CUISAUD-CUISINE-CODE.
           MOVE CUIS-GROUP-CODE TO CUISAUD-GROUP-CODE.
           MOVE ws-before-image TO CUISAUD-BEFORE-IMAGE.
           MOVE ws-after-image TO CUISAUD-AFTER-IMAGE.
           WRITE CUISAUD-RECORD.
           CLOSE cuislog-file.
