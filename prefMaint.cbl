       IDENTIFICATION DIVISION.
       PROGRAM-ID. prefMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT pref-file ASSIGN TO "PREFS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PREF-KEY
               FILE STATUS IS ws-pref-status.

           SELECT roster-file ASSIGN TO "ROSTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROSTER-KEY
               FILE STATUS IS ws-roster-status.

           SELECT place-file ASSIGN TO "PLACES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PLACE-KEY
               FILE STATUS IS ws-place-status.

       DATA DIVISION.
       FILE SECTION.
       FD  pref-file.
           COPY PREFREC.

       FD  roster-file.
           COPY ROSTREC.

       FD  place-file.
           COPY PLACEREC.

       WORKING-STORAGE SECTION.
           01 ws-pref-status pic xx.
           01 ws-roster-status pic xx.
           01 ws-place-status pic xx.
           01 ws-choice pic x.

           01 ws-current-date pic x(21).
           01 ws-today pic 9(8).

           01 ws-group-code pic x(4) value spaces.
           01 ws-person-name pic x(20) value spaces.
           01 ws-place-answer pic x(6).
           01 ws-choice-answer pic x.
           01 ws-on-roster-flag pic x value "N".
              88 ws-person-on-roster value "Y".
           01 ws-done-flag pic x value "N".
              88 ws-capture-done value "Y".
           01 ws-list-count pic 9(4) value 0.

       PROCEDURE DIVISION.
       main-control.
           MOVE FUNCTION CURRENT-DATE TO ws-current-date.
           MOVE ws-current-date(1:8) TO ws-today.
           DISPLAY "PLACE PREFERENCES - (S)et (L)ist (X)it".
           ACCEPT ws-choice.
           EVALUATE ws-choice
               WHEN "S" WHEN "s"
                   PERFORM set-preferences
               WHEN "L" WHEN "l"
                   PERFORM list-preferences
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           goback.

      *    Preferences belong to people on the roster today - the
      *    draw would never count anyone else's, so they are not
      *    taken in the first place.
       get-person.
           DISPLAY "ENTER GROUP/OFFICE CODE (4 CHARS): ".
           ACCEPT ws-group-code.
           DISPLAY "ENTER PERSON NAME AS ON THE ROSTER: ".
           ACCEPT ws-person-name.
           MOVE "N" TO ws-on-roster-flag.
           OPEN INPUT roster-file.
           IF ws-roster-status NOT = "00"
               DISPLAY "ROSTER NOT FOUND"
           ELSE
               MOVE ws-group-code TO ROSTER-GROUP-CODE
               MOVE ws-person-name TO ROSTER-PERSON-NAME
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
                           PERFORM check-roster-row
                   END-READ
               END-PERFORM
               CLOSE roster-file
           END-IF.

       check-roster-row.
           IF ROSTER-GROUP-CODE NOT = ws-group-code
                   OR ROSTER-PERSON-NAME NOT = ws-person-name
               MOVE "10" TO ws-roster-status
           ELSE
               IF ROSTER-START-DATE <= ws-today
                       AND ROSTER-END-DATE >= ws-today
                   MOVE "Y" TO ws-on-roster-flag
               END-IF
           END-IF.

       set-preferences.
           PERFORM get-person.
           IF NOT ws-person-on-roster
               DISPLAY "NOT ON THE " ws-group-code " ROSTER TODAY - "
                   "NO PREFERENCES TAKEN"
           ELSE
               OPEN INPUT place-file
               IF ws-place-status NOT = "00"
                   DISPLAY "PLACES NOT FOUND"
               ELSE
                   PERFORM open-preferences-file
                   PERFORM capture-one-preference
                       UNTIL ws-capture-done
                   CLOSE pref-file
                   CLOSE place-file
               END-IF
           END-IF.

       open-preferences-file.
           OPEN I-O pref-file.
           IF ws-pref-status = "35"
               CLOSE pref-file
               OPEN OUTPUT pref-file
               CLOSE pref-file
               OPEN I-O pref-file
           END-IF.

      *    One place per trip through here - a blank code ends the
      *    sitting. Setting N takes back an earlier favorite or
      *    veto; the row stays so the list shows it was answered.
       capture-one-preference.
           DISPLAY "PLACE CODE (BLANK WHEN DONE): ".
           ACCEPT ws-place-answer.
           IF ws-place-answer = SPACES
               SET ws-capture-done TO TRUE
           ELSE
               MOVE ws-group-code TO PLACE-GROUP-CODE
               MOVE ws-place-answer TO PLACE-CODE
               READ place-file
                   INVALID KEY
                       DISPLAY "PLACE CODE NOT FOUND FOR "
                           ws-group-code
                   NOT INVALID KEY
                       PERFORM capture-choice-for-place
               END-READ
           END-IF.

       capture-choice-for-place.
           DISPLAY PLACE-NAME " - (F)AVORITE (N)EUTRAL OR NE(V)ER: ".
           ACCEPT ws-choice-answer.
           INSPECT ws-choice-answer CONVERTING "fnv" TO "FNV".
           IF ws-choice-answer NOT = "F" AND ws-choice-answer NOT = "N"
                   AND ws-choice-answer NOT = "V"
               DISPLAY "CHOICE MUST BE F, N OR V - NOT RECORDED"
           ELSE
               MOVE ws-group-code TO PREF-GROUP-CODE
               MOVE ws-person-name TO PREF-PERSON-NAME
               MOVE ws-place-answer TO PREF-PLACE-CODE
               MOVE ws-choice-answer TO PREF-CHOICE
               MOVE ws-today TO PREF-SET-DATE
               SET PREF-SET-AT-TERMINAL TO TRUE
               WRITE PREF-RECORD
                   INVALID KEY
                       REWRITE PREF-RECORD
                       IF ws-pref-status = "00"
                           DISPLAY "CHANGED"
                       ELSE
                           DISPLAY "ERROR CHANGING PREFERENCE - STATUS "
                               ws-pref-status " - NOT RECORDED"
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "RECORDED"
               END-WRITE
           END-IF.

      *    Listing works for anyone with rows on file, on the
      *    roster or not - it is how a leaver's leftovers are
      *    found.
       list-preferences.
           DISPLAY "ENTER GROUP/OFFICE CODE (4 CHARS): ".
           ACCEPT ws-group-code.
           DISPLAY "ENTER PERSON NAME AS ON THE ROSTER: ".
           ACCEPT ws-person-name.
           OPEN INPUT pref-file.
           IF ws-pref-status NOT = "00"
               DISPLAY "PREFS NOT FOUND"
           ELSE
               MOVE ws-group-code TO PREF-GROUP-CODE
               MOVE ws-person-name TO PREF-PERSON-NAME
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
                           PERFORM list-one-preference
                   END-READ
               END-PERFORM
               CLOSE pref-file
               IF ws-list-count = 0
                   DISPLAY "NO PREFERENCES ON FILE"
               END-IF
           END-IF.

       list-one-preference.
           IF PREF-GROUP-CODE NOT = ws-group-code
                   OR PREF-PERSON-NAME NOT = ws-person-name
               MOVE "10" TO ws-pref-status
           ELSE
               ADD 1 TO ws-list-count
               DISPLAY PREF-PLACE-CODE " " PREF-CHOICE
                   " SET " PREF-SET-DATE " VIA " PREF-SOURCE
           END-IF.
