               FILE STATUS IS ws-hist-status.

           SELECT roster-file ASSIGN TO "ROSTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ROSTER-KEY
               FILE STATUS IS ws-roster-status.

           SELECT order-file ASSIGN TO "ORDERS"
           COPY HISTREC.

       FD  roster-file.
           COPY ROSTREC.

       FD  order-file.
           COPY ORDREC.
               MOVE HIST-SEQ-NO TO ws-todays-seq
           END-IF.

      *    Only names on the group's roster today may order - a
      *    typo'd name or a leaver is asked again, not quietly
      *    attached to nobody.
       load-roster.
           OPEN INPUT roster-file.
           IF ws-roster-status NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL ws-roster-status = "10"
                   READ roster-file NEXT RECORD
                       AT END
                           MOVE "10" TO ws-roster-status
                       NOT AT END
           END-IF.

       store-roster-record.
           IF ROSTER-GROUP-CODE = ws-group-code
                   AND ROSTER-START-DATE <= ws-today
                   AND ROSTER-END-DATE >= ws-today
               IF ws-roster-count < 200
                   ADD 1 TO ws-roster-count
                   MOVE ROSTER-PERSON-NAME
                       TO ws-roster-name(ws-roster-count)
               ELSE
                   SET ws-roster-table-overflowed TO TRUE
               END-IF
