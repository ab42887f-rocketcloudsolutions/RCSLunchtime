               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-seed-status.

           SELECT cuisine-file ASSIGN TO "CUISINES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUIS-KEY
               FILE STATUS IS ws-cuisine-status.

           SELECT audit-file ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-audit-status.
            02 seed-active pic x.
            02 seed-max-capacity pic 9(3).
            02 seed-reservation pic x.
            02 seed-license pic x(12).

       FD  cuisine-file.
           COPY CUISREC.

       FD  audit-file.
           COPY AUDITREC.
           01 ws-place-status pic xx.
           01 ws-seed-status pic xx.
           01 ws-audit-status pic xx.
           01 ws-cuisine-status pic xx.
           01 ws-choice pic x.

      *    Accountability for a file five programs depend on - every
      *    change journals who, when, what, and both record images.
           01 ws-operator-id pic x(8) value spaces.
           01 ws-audit-action pic x(10).
           01 ws-before-image pic x(69).
           01 ws-after-image pic x(69).
           01 ws-audit-stamp pic x(21).
           01 ws-seed-confirm pic x.
           01 ws-master-empty-flag pic x.
            02 ws-fld-gluten-free pic x.
            02 ws-fld-capacity pic x(3).
            02 ws-fld-reservation pic x.
            02 ws-fld-license pic x(12).
           01 ws-answer pic x(17).
           01 ws-capacity-answer pic x(17).

           01 ws-edit-msg pic x(40).
              88 ws-fields-are-valid value spaces.

      *    The agreed cuisine list is the CUISINES reference
      *    master - randomLunch's cuisine filter and variety rule
      *    only work when every place carries a code found there.
           01 ws-cuisine-ok-flag pic x.
           01 ws-shift-pair pic x(2).

           ACCEPT ws-capacity-answer.
           DISPLAY "RESERVATION NEEDED? (Y/N): ".
           ACCEPT ws-fld-reservation.
           DISPLAY "CITY LICENSE/PERMIT NO (UP TO 12 CHARS): ".
           ACCEPT ws-fld-license.
           PERFORM validate-place-fields.
           IF NOT ws-fields-are-valid
               DISPLAY "NOT ADDED - " ws-edit-msg
           ELSE
               PERFORM move-fields-to-record
               PERFORM clear-inspection-fields
               SET PLACE-IS-ACTIVE TO TRUE
               WRITE PLACE-RECORD
                   INVALID KEY
           MOVE PLACE-MAX-CAPACITY TO ws-fld-capacity.
           MOVE PLACE-MAX-CAPACITY TO ws-capacity-answer.
           MOVE PLACE-RESERVATION-FLAG TO ws-fld-reservation.
           MOVE PLACE-LICENSE-NO TO ws-fld-license.
           DISPLAY "NAME (" ws-fld-name ") - BLANK KEEPS: ".
           ACCEPT ws-answer.
           IF ws-answer NOT = SPACES
           IF ws-answer NOT = SPACES
               MOVE ws-answer TO ws-fld-reservation
           END-IF.
           DISPLAY "LICENSE/PERMIT (" ws-fld-license
               ") - BLANK KEEPS: ".
           ACCEPT ws-answer.
           IF ws-answer NOT = SPACES
               MOVE ws-answer TO ws-fld-license
           END-IF.

      *    Every edit that used to be tribal knowledge, in one
      *    place, shared by add and update. The first failure wins
               INSPECT ws-fld-capacity REPLACING LEADING " " BY "0"
           END-IF.

      *    Valid means the cuisine's own row (blank group code) is
      *    on the master and active. A missing master fails every
      *    code, which is the safe way round for a reference edit.
       check-cuisine-code.
           MOVE "N" TO ws-cuisine-ok-flag.
           OPEN INPUT cuisine-file.
           IF ws-cuisine-status = "00"
               MOVE ws-fld-cuisine TO CUIS-CODE
               MOVE SPACES TO CUIS-GROUP-CODE
               READ cuisine-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CUIS-IS-ACTIVE
                           MOVE "Y" TO ws-cuisine-ok-flag
                       END-IF
               END-READ
               CLOSE cuisine-file
           END-IF.

       move-fields-to-record.
           MOVE ws-fld-name TO PLACE-NAME.
           MOVE ws-fld-gluten-free TO PLACE-GLUTEN-FREE-FLAG.
           MOVE ws-fld-capacity TO PLACE-MAX-CAPACITY.
           MOVE ws-fld-reservation TO PLACE-RESERVATION-FLAG.
           MOVE ws-fld-license TO PLACE-LICENSE-NO.

      *    A new place has no inspection history yet; inspLoad
      *    fills the grade and date in from the city's extract.
       clear-inspection-fields.
           MOVE SPACE TO PLACE-INSP-GRADE.
           MOVE 0 TO PLACE-INSP-DATE.
           MOVE "N" TO PLACE-INSP-HOLD-FLAG.

       deactivate-place.
           OPEN I-O place-file.
               NOT INVALID KEY
                   MOVE PLACE-RECORD TO ws-before-image
                   SET PLACE-IS-INACTIVE TO TRUE
                   MOVE "N" TO PLACE-INSP-HOLD-FLAG
                   REWRITE PLACE-RECORD
                   MOVE "DEACTIVATE" TO ws-audit-action
                   MOVE PLACE-RECORD TO ws-after-image

      *    Puts a deactivated place back in the pool under its own
      *    code, history intact - the other half of update-in-place.
      *    Reactivating by hand also lifts an inspection hold; the
      *    operator is told, since the failing grade stays on file.
       reactivate-place.
           OPEN I-O place-file.
           IF ws-place-status NOT = "00"
                       DISPLAY "PLACE CODE NOT FOUND"
                   NOT INVALID KEY
                       MOVE PLACE-RECORD TO ws-before-image
                       IF PLACE-ON-INSPECTION-HOLD
                           DISPLAY "NOTE - PLACE WAS ON INSPECTION "
                               "HOLD, GRADE " PLACE-INSP-GRADE
                               " OF " PLACE-INSP-DATE
                       END-IF
                       SET PLACE-IS-ACTIVE TO TRUE
                       MOVE "N" TO PLACE-INSP-HOLD-FLAG
                       REWRITE PLACE-RECORD
                       MOVE "REACTIVATE" TO ws-audit-action
                       MOVE PLACE-RECORD TO ws-after-image
                   PLACE-PRICE-BAND " " PLACE-ACTIVE-FLAG
                   " SEATS " PLACE-MAX-CAPACITY
                   " RSVP " PLACE-RESERVATION-FLAG
                   " LIC " PLACE-LICENSE-NO
                   " GRADE " PLACE-INSP-GRADE
                   " HOLD " PLACE-INSP-HOLD-FLAG
           END-IF.

      *    A seed-load rebuilds the master from scratch, wiping
                               TO PLACE-MAX-CAPACITY
                           MOVE seed-reservation
                               TO PLACE-RESERVATION-FLAG
                           MOVE seed-license TO PLACE-LICENSE-NO
                           PERFORM clear-inspection-fields
                           WRITE PLACE-RECORD
                               INVALID KEY
                                   DISPLAY "DUPLICATE CODE SKIPPED: "
