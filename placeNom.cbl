               RECORD KEY IS PLACE-KEY
               FILE STATUS IS ws-place-status.

           SELECT cuisine-file ASSIGN TO "CUISINES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUIS-KEY
               FILE STATUS IS ws-cuisine-status.

           SELECT audit-file ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-audit-status.
       FD  place-file.
           COPY PLACEREC.

       FD  cuisine-file.
           COPY CUISREC.

       FD  audit-file.
           COPY AUDITREC.

           01 ws-nom-status pic xx.
           01 ws-place-status pic xx.
           01 ws-audit-status pic xx.
           01 ws-cuisine-status pic xx.
           01 ws-choice pic x.

           01 ws-current-date pic x(21).
      *    did it the same way placeMaint does.
           01 ws-operator-id pic x(8) value spaces.
           01 ws-audit-action pic x(10).
           01 ws-before-image pic x(69).
           01 ws-after-image pic x(69).
           01 ws-audit-stamp pic x(21).

      *    Captured answers sit here untrusted until every edit has
           01 ws-edit-msg pic x(40).
              88 ws-fields-are-valid value spaces.

      *    The agreed cuisine list is the CUISINES reference
      *    master - randomLunch's cuisine filter and variety rule
      *    only work when every place carries a code found there.
           01 ws-cuisine-ok-flag pic x.
           01 ws-shift-pair pic x(2).

           MOVE ws-new-place-code TO PLACE-CODE.
           PERFORM move-fields-to-record.
           SET PLACE-IS-ACTIVE TO TRUE.
           MOVE SPACES TO PLACE-LICENSE-NO.
           MOVE SPACE TO PLACE-INSP-GRADE.
           MOVE 0 TO PLACE-INSP-DATE.
           MOVE "N" TO PLACE-INSP-HOLD-FLAG.
           WRITE PLACE-RECORD
               INVALID KEY
                   DISPLAY "PLACE CODE ALREADY EXISTS - NOT "
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
