               FILE STATUS IS ws-attend-status.

           SELECT roster-file ASSIGN TO "ROSTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ROSTER-KEY
               FILE STATUS IS ws-roster-status.

           SELECT atthist-file ASSIGN TO "ATTHIST"
            02 att-name pic x(20).

       FD  roster-file.
           COPY ROSTREC.

       FD  atthist-file.
           COPY ATTHREC.
               CONTINUE
           ELSE
               PERFORM UNTIL ws-roster-status = "10"
                   READ roster-file NEXT RECORD
                       AT END
                           MOVE "10" TO ws-roster-status
                       NOT AT END
                   "EXTRAS WILL LOAD FLAGGED AS OFF-ROSTER"
           END-IF.

      *    Only rows in force on the attendance date count, so a
      *    leaver still in the badge feed is retained flagged and a
      *    joiner counts from their first day.
       store-roster-record.
           IF ROSTER-START-DATE <= ws-today
                   AND ROSTER-END-DATE >= ws-today
               IF ws-roster-count < 400
                   ADD 1 TO ws-roster-count
                   MOVE ROSTER-GROUP-CODE
                       TO ws-ros-group(ws-roster-count)
                   MOVE ROSTER-PERSON-NAME
                       TO ws-ros-name(ws-roster-count)
               ELSE
                   SET ws-roster-table-overflowed TO TRUE
               END-IF
           END-IF.

       open-atthist-file.
