       IDENTIFICATION DIVISION.
       PROGRAM-ID. inspLoad.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT insp-file ASSIGN TO "INSPIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-insp-status.

           SELECT place-file ASSIGN TO "PLACES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLACE-KEY
               FILE STATUS IS ws-place-status.

           SELECT insperr-file ASSIGN TO "INSPERR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-insperr-status.

           SELECT audit-file ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-audit-status.

           SELECT plan-file ASSIGN TO "PLANS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PLAN-KEY
               FILE STATUS IS ws-plan-status.

           SELECT rsvp-file ASSIGN TO "RSVPS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RSVP-KEY
               FILE STATUS IS ws-rsvp-status.

           SELECT exc-file ASSIGN TO "INSPEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-exc-status.

       DATA DIVISION.
       FILE SECTION.
       FD  insp-file.
           01 insp-rec pic x(80).

       FD  place-file.
           COPY PLACEREC.

       FD  insperr-file.
           01 insperr-rec pic x(80).

       FD  audit-file.
           COPY AUDITREC.

       FD  plan-file.
           COPY PLANREC.

       FD  rsvp-file.
           COPY RSVPREC.

       FD  exc-file.
           01 exc-line pic x(80).

       WORKING-STORAGE SECTION.
           01 ws-insp-status pic xx.
           01 ws-place-status pic xx.
           01 ws-insperr-status pic xx.
           01 ws-audit-status pic xx.
           01 ws-plan-status pic xx.
           01 ws-rsvp-status pic xx.
           01 ws-exc-status pic xx.

           01 ws-eof-flag pic x value "N".
              88 ws-at-eof value "Y".

      *    The raw extract row, broken into its fixed columns -
      *    nothing here is trusted until it has passed every edit.
      *    The establishment name is the city's, carried only so a
      *    reject can be traced back to the extract by eye.
           01 ws-raw-row.
            02 ws-raw-license pic x(12).
            02 ws-raw-date pic x(8).
            02 ws-raw-grade pic x.
            02 ws-raw-estab-name pic x(30).
            02 filler pic x(29).

           01 ws-date-num pic 9(8).
           01 filler redefines ws-date-num.
            02 ws-date-yyyy pic 9(4).
            02 ws-date-mm pic 9(2).
            02 ws-date-dd pic 9(2).

           01 ws-month-days-table.
            02 filler pic x(24) value "312831303130313130313031".
           01 filler redefines ws-month-days-table.
            02 ws-month-days occurs 12 times pic 9(2).
           01 ws-max-day pic 9(2).
           01 ws-leap-rem-4 pic 9(4).
           01 ws-leap-rem-100 pic 9(4).
           01 ws-leap-rem-400 pic 9(4).

           01 ws-today pic 9(8).
           01 ws-audit-stamp pic x(21).

      *    Grades run A (best) to F; anything that sorts after the
      *    minimum fails. The card can raise or lower the bar
      *    without a code change - blank keeps B.
           01 ws-min-grade pic x value spaces.
              88 ws-min-grade-valid value "A" thru "F".

      *    Every place carrying a license number. The same city
      *    license can sit under more than one group's pool (two
      *    offices sending people to the same kitchen), so one
      *    extract row can touch several places.
           01 ws-license-table.
            02 ws-lic-entry occurs 2000 times.
             03 ws-lic-no pic x(12).
             03 ws-lic-group pic x(4).
             03 ws-lic-code pic x(6).
           01 ws-lic-count pic 9(4) value 0.
           01 ws-lic-ovfl-flag pic x value "N".
              88 ws-lic-table-overflowed value "Y".
           01 ws-lidx pic 9(4).
           01 ws-lic-hits pic 9(4).

      *    Places on hold once the extract is applied - held in an
      *    earlier run as well as this one, since a standing plan
      *    for either is just as wrong.
           01 ws-held-table.
            02 ws-held-entry occurs 2000 times.
             03 ws-held-group pic x(4).
             03 ws-held-code pic x(6).
           01 ws-held-count pic 9(4) value 0.
           01 ws-held-ovfl-flag pic x value "N".
              88 ws-held-table-overflowed value "Y".
           01 ws-hidx pic 9(4).
           01 ws-held-found-flag pic x.
              88 ws-place-is-held value "Y".
           01 ws-look-group pic x(4).
           01 ws-look-code pic x(6).

           01 ws-audit-action pic x(10).
           01 ws-before-image pic x(69).
           01 ws-after-image pic x(69).

           01 ws-reject-reason pic x(20).
              88 ws-row-is-clean value spaces.

           01 ws-rows-in pic 9(6) value 0.
           01 ws-rows-applied pic 9(6) value 0.
           01 ws-rows-rejected pic 9(6) value 0.
           01 ws-places-graded pic 9(6) value 0.
           01 ws-places-older pic 9(6) value 0.
           01 ws-places-held pic 9(6) value 0.
           01 ws-places-cleared pic 9(6) value 0.
           01 ws-exc-count pic 9(6) value 0.

           01 ws-in-display pic zz,zz9.
           01 ws-app-display pic zz,zz9.
           01 ws-rej-display pic zz,zz9.
           01 ws-grd-display pic zz,zz9.
           01 ws-old-display pic zz,zz9.
           01 ws-hld-display pic zz,zz9.
           01 ws-clr-display pic zz,zz9.
           01 ws-exc-display pic zz,zz9.

           01 ws-exc-print.
            02 ws-exc-kind pic x(6).
            02 filler pic x value space.
            02 ws-exc-group pic x(4).
            02 filler pic x value space.
            02 ws-exc-date pic 9(8).
            02 filler pic x value space.
            02 ws-exc-code pic x(6).
            02 filler pic x value space.
            02 ws-exc-name pic x(17).
            02 filler pic x value space.
            02 ws-exc-note pic x(34).

       PROCEDURE DIVISION.
       main-control.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-today.
           PERFORM get-minimum-grade.
           PERFORM open-files.
           PERFORM load-license-table.
           IF ws-lic-table-overflowed
      *        A license missing from the table wrongly rejects the
      *        place's grade - and a failing grade missed is the
      *        one that matters - so the run stops instead.
               DISPLAY "NOTE: MORE THAN 2000 LICENSED PLACES - "
                   "CANNOT MATCH THE EXTRACT RELIABLY"
               PERFORM close-files
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM load-inspection-rows.
           PERFORM write-control-totals.
           PERFORM close-files.
           PERFORM list-held-place-exceptions.
           goback.

       get-minimum-grade.
           DISPLAY "MINIMUM PASSING GRADE A-F (BLANK FOR B): ".
           ACCEPT ws-min-grade.
           IF ws-min-grade = SPACES
               MOVE "B" TO ws-min-grade
           END-IF.
           IF NOT ws-min-grade-valid
               DISPLAY "MINIMUM GRADE MUST BE A-F - " ws-min-grade
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       open-files.
           OPEN INPUT insp-file.
           IF ws-insp-status NOT = "00"
               DISPLAY "ERROR OPENING INSPIN - STATUS " ws-insp-status
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O place-file.
           IF ws-place-status NOT = "00"
               DISPLAY "ERROR OPENING PLACES - STATUS "
                   ws-place-status
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT insperr-file.

       load-license-table.
           PERFORM UNTIL ws-place-status = "10"
               READ place-file NEXT RECORD
                   AT END
                       MOVE "10" TO ws-place-status
                   NOT AT END
                       IF PLACE-LICENSE-NO NOT = SPACES
                           PERFORM remember-license
                       END-IF
               END-READ
           END-PERFORM.

       remember-license.
           IF ws-lic-count < 2000
               ADD 1 TO ws-lic-count
               MOVE PLACE-LICENSE-NO TO ws-lic-no(ws-lic-count)
               MOVE PLACE-GROUP-CODE TO ws-lic-group(ws-lic-count)
               MOVE PLACE-CODE TO ws-lic-code(ws-lic-count)
           ELSE
               SET ws-lic-table-overflowed TO TRUE
           END-IF.

       load-inspection-rows.
           PERFORM UNTIL ws-at-eof
               READ insp-file
                   AT END
                       MOVE "Y" TO ws-eof-flag
                   NOT AT END
                       ADD 1 TO ws-rows-in
                       MOVE insp-rec TO ws-raw-row
                       PERFORM edit-one-row
                       PERFORM disposition-one-row
               END-READ
           END-PERFORM.

      *    The edits run cheapest-first and stop at the first
      *    failure, so the reason on the reject file is the first
      *    thing to fix about the row.
       edit-one-row.
           MOVE SPACES TO ws-reject-reason.
           PERFORM edit-license-no.
           IF ws-row-is-clean
               PERFORM edit-inspection-date
           END-IF.
           IF ws-row-is-clean
               PERFORM edit-grade
           END-IF.

       edit-license-no.
           MOVE 0 TO ws-lic-hits.
           IF ws-raw-license = SPACES
               MOVE "NO LICENSE NUMBER" TO ws-reject-reason
           ELSE
               PERFORM VARYING ws-lidx FROM 1 BY 1
                       UNTIL ws-lidx > ws-lic-count
                   IF ws-lic-no(ws-lidx) = ws-raw-license
                       ADD 1 TO ws-lic-hits
                   END-IF
               END-PERFORM
               IF ws-lic-hits = 0
                   MOVE "LICENSE NOT ON FILE" TO ws-reject-reason
               END-IF
           END-IF.

      *    An inspection cannot have happened after today - a
      *    future date is a keying error in the extract, and
      *    letting it stand would lock out every real grade until
      *    the calendar caught up.
       edit-inspection-date.
           IF ws-raw-date NOT NUMERIC
               MOVE "DATE NOT NUMERIC" TO ws-reject-reason
           ELSE
               MOVE ws-raw-date TO ws-date-num
               IF ws-date-mm < 1 OR ws-date-mm > 12
                   MOVE "BAD MONTH" TO ws-reject-reason
               ELSE
                   PERFORM set-max-day-of-month
                   IF ws-date-dd < 1 OR ws-date-dd > ws-max-day
                       MOVE "BAD DAY" TO ws-reject-reason
                   ELSE
                       IF ws-date-num > ws-today
                           MOVE "DATE IN FUTURE" TO ws-reject-reason
                       END-IF
                   END-IF
               END-IF
           END-IF.

       set-max-day-of-month.
           MOVE ws-month-days(ws-date-mm) TO ws-max-day.
           IF ws-date-mm = 2
               COMPUTE ws-leap-rem-4 =
                   FUNCTION MOD(ws-date-yyyy, 4)
               COMPUTE ws-leap-rem-100 =
                   FUNCTION MOD(ws-date-yyyy, 100)
               COMPUTE ws-leap-rem-400 =
                   FUNCTION MOD(ws-date-yyyy, 400)
               IF ws-leap-rem-4 = 0 AND
                       (ws-leap-rem-100 NOT = 0 OR
                           ws-leap-rem-400 = 0)
                   MOVE 29 TO ws-max-day
               END-IF
           END-IF.

       edit-grade.
           IF ws-raw-grade < "A" OR ws-raw-grade > "F"
               MOVE "GRADE NOT A-F" TO ws-reject-reason
           END-IF.

       disposition-one-row.
           IF NOT ws-row-is-clean
               ADD 1 TO ws-rows-rejected
               MOVE SPACES TO insperr-rec
               STRING ws-reject-reason DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ws-raw-row(1:51) DELIMITED BY SIZE
                   INTO insperr-rec
               WRITE insperr-rec
           ELSE
               ADD 1 TO ws-rows-applied
               PERFORM VARYING ws-lidx FROM 1 BY 1
                       UNTIL ws-lidx > ws-lic-count
                   IF ws-lic-no(ws-lidx) = ws-raw-license
                       PERFORM apply-grade-to-place
                   END-IF
               END-PERFORM
           END-IF.

      *    Only the latest inspection counts. The extract can carry
      *    a place's history, in any order, and can be rerun - a
      *    row older than the date on file is passed over, so the
      *    master always ends on the newest grade whatever order
      *    the rows arrive in.
      *    A failing grade on an active place sets the hold and
      *    takes the place out of the pool; a passing grade on a
      *    held place lifts both. A place deactivated by hand never
      *    carries the hold, so it keeps its grade but stays out.
       apply-grade-to-place.
           MOVE ws-lic-group(ws-lidx) TO PLACE-GROUP-CODE.
           MOVE ws-lic-code(ws-lidx) TO PLACE-CODE.
           READ place-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ws-date-num < PLACE-INSP-DATE
                       ADD 1 TO ws-places-older
                   ELSE
                       PERFORM set-grade-and-hold
                   END-IF
           END-READ.

       set-grade-and-hold.
           MOVE PLACE-RECORD TO ws-before-image.
           MOVE ws-raw-grade TO PLACE-INSP-GRADE.
           MOVE ws-date-num TO PLACE-INSP-DATE.
           MOVE "INSP-GRADE" TO ws-audit-action.
           IF ws-raw-grade > ws-min-grade
               IF PLACE-IS-ACTIVE
                   MOVE "Y" TO PLACE-INSP-HOLD-FLAG
                   SET PLACE-IS-INACTIVE TO TRUE
                   MOVE "INSP-HOLD" TO ws-audit-action
                   ADD 1 TO ws-places-held
               END-IF
           ELSE
               IF PLACE-ON-INSPECTION-HOLD
                   MOVE "N" TO PLACE-INSP-HOLD-FLAG
                   SET PLACE-IS-ACTIVE TO TRUE
                   MOVE "INSP-CLEAR" TO ws-audit-action
                   ADD 1 TO ws-places-cleared
               END-IF
           END-IF.
           IF PLACE-RECORD NOT = ws-before-image
               REWRITE PLACE-RECORD
               ADD 1 TO ws-places-graded
               MOVE PLACE-RECORD TO ws-after-image
               PERFORM write-audit-record
           END-IF.

      *    Same journal placeMaint writes, under a fixed operator
      *    ID so the history shows the city's extract did it.
       write-audit-record.
           OPEN EXTEND audit-file.
           IF ws-audit-status = "35"
               OPEN OUTPUT audit-file
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO ws-audit-stamp.
           MOVE "INSPLOAD" TO AUDIT-OPERATOR-ID.
           MOVE ws-audit-stamp(1:8) TO AUDIT-DATE.
           MOVE ws-audit-stamp(9:6) TO AUDIT-TIME.
           MOVE ws-audit-action TO AUDIT-ACTION.
           MOVE PLACE-GROUP-CODE TO AUDIT-GROUP-CODE.
           MOVE PLACE-CODE TO AUDIT-PLACE-CODE.
           MOVE ws-before-image TO AUDIT-BEFORE-IMAGE.
           MOVE ws-after-image TO AUDIT-AFTER-IMAGE.
           WRITE AUDIT-RECORD.
           CLOSE audit-file.

      *    Rows in must equal applied + rejected. Places graded
      *    counts master records actually changed; older counts
      *    place matches passed over for a newer grade on file.
       write-control-totals.
           MOVE ws-rows-in TO ws-in-display.
           MOVE ws-rows-applied TO ws-app-display.
           MOVE ws-rows-rejected TO ws-rej-display.
           MOVE ws-places-graded TO ws-grd-display.
           MOVE ws-places-older TO ws-old-display.
           MOVE ws-places-held TO ws-hld-display.
           MOVE ws-places-cleared TO ws-clr-display.
           DISPLAY "INSPECTION LOAD CONTROL TOTALS - ROWS IN: "
               ws-in-display "  APPLIED: " ws-app-display
               "  REJECTED: " ws-rej-display.
           DISPLAY "PLACES UPDATED: " ws-grd-display
               "  OLDER THAN ON FILE: " ws-old-display
               "  NEWLY HELD: " ws-hld-display
               "  RELEASED: " ws-clr-display
               "  MINIMUM GRADE: " ws-min-grade.

       close-files.
           CLOSE insp-file.
           CLOSE place-file.
           CLOSE insperr-file.

      *    Holding the place keeps it out of every fresh draw, but a
      *    day already planned and a table already being booked were
      *    settled before the grade came in. Each one for a held
      *    place is listed here for someone to re-pick; an attended
      *    randomLunch run re-draws the planned day by itself.
       list-held-place-exceptions.
           PERFORM load-held-places.
           OPEN OUTPUT exc-file.
           MOVE "INSPECTION HOLD - PLANS AND RESERVATIONS TO RE-PICK"
               TO exc-line.
           WRITE exc-line.
           MOVE SPACES TO exc-line.
           WRITE exc-line.
           IF ws-held-table-overflowed
               MOVE "NOTE: MORE THAN 2000 PLACES ON HOLD - LIST IS "
                   TO exc-line
               MOVE "INCOMPLETE" TO exc-line(47:10)
               WRITE exc-line
               MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM list-held-plan-days.
           PERFORM list-held-rsvps.
           IF ws-exc-count = 0
               MOVE "NO STANDING PLANS OR PENDING RESERVATIONS FOR "
                   TO exc-line
               MOVE "HELD PLACES" TO exc-line(47:11)
               WRITE exc-line
           ELSE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE exc-file.
           MOVE ws-exc-count TO ws-exc-display.
           DISPLAY "RE-PICK EXCEPTIONS LISTED: " ws-exc-display.

       load-held-places.
           OPEN INPUT place-file.
           IF ws-place-status = "00"
               PERFORM UNTIL ws-place-status = "10"
                   READ place-file NEXT RECORD
                       AT END
                           MOVE "10" TO ws-place-status
                       NOT AT END
                           IF PLACE-ON-INSPECTION-HOLD
                               PERFORM remember-held-place
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE place-file
           END-IF.

       remember-held-place.
           IF ws-held-count < 2000
               ADD 1 TO ws-held-count
               MOVE PLACE-GROUP-CODE TO ws-held-group(ws-held-count)
               MOVE PLACE-CODE TO ws-held-code(ws-held-count)
           ELSE
               SET ws-held-table-overflowed TO TRUE
           END-IF.

       find-held-place.
           MOVE "N" TO ws-held-found-flag.
           PERFORM VARYING ws-hidx FROM 1 BY 1
                   UNTIL ws-hidx > ws-held-count
               IF ws-held-group(ws-hidx) = ws-look-group
                       AND ws-held-code(ws-hidx) = ws-look-code
                   MOVE "Y" TO ws-held-found-flag
               END-IF
           END-PERFORM.

      *    Past plan days are history; only today onward can still
      *    be changed. No PLANS file just means nothing is planned.
       list-held-plan-days.
           OPEN INPUT plan-file.
           IF ws-plan-status = "00"
               PERFORM UNTIL ws-plan-status = "10"
                   READ plan-file NEXT RECORD
                       AT END
                           MOVE "10" TO ws-plan-status
                       NOT AT END
                           IF PLAN-DATE >= ws-today
                               MOVE PLAN-GROUP-CODE TO ws-look-group
                               MOVE PLAN-PLACE-CODE TO ws-look-code
                               PERFORM find-held-place
                               IF ws-place-is-held
                                   PERFORM write-plan-exception
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE plan-file
           END-IF.

       write-plan-exception.
           MOVE SPACES TO ws-exc-print.
           MOVE "PLAN" TO ws-exc-kind.
           MOVE PLAN-GROUP-CODE TO ws-exc-group.
           MOVE PLAN-DATE TO ws-exc-date.
           MOVE PLAN-PLACE-CODE TO ws-exc-code.
           MOVE PLAN-PLACE-NAME TO ws-exc-name.
           MOVE "PLANNED DAY - RE-PICK" TO ws-exc-note.
           WRITE exc-line FROM ws-exc-print.
           ADD 1 TO ws-exc-count.

       list-held-rsvps.
           OPEN INPUT rsvp-file.
           IF ws-rsvp-status = "00"
               PERFORM UNTIL ws-rsvp-status = "10"
                   READ rsvp-file NEXT RECORD
                       AT END
                           MOVE "10" TO ws-rsvp-status
                       NOT AT END
                           IF RSVP-IS-PENDING
                                   AND RSVP-DATE >= ws-today
                               MOVE RSVP-GROUP-CODE TO ws-look-group
                               MOVE RSVP-PLACE-CODE TO ws-look-code
                               PERFORM find-held-place
                               IF ws-place-is-held
                                   PERFORM write-rsvp-exception
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE rsvp-file
           END-IF.

       write-rsvp-exception.
           MOVE SPACES TO ws-exc-print.
           MOVE "RSVP" TO ws-exc-kind.
           MOVE RSVP-GROUP-CODE TO ws-exc-group.
           MOVE RSVP-DATE TO ws-exc-date.
           MOVE RSVP-PLACE-CODE TO ws-exc-code.
           MOVE RSVP-PLACE-NAME TO ws-exc-name.
           MOVE "PENDING RESERVATION - DO NOT BOOK" TO ws-exc-note.
           WRITE exc-line FROM ws-exc-print.
           ADD 1 TO ws-exc-count.
