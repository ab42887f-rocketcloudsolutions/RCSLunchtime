           01 ws-printed-count pic 9(6) value 0.

           01 ws-print-line pic x(80).
           01 ws-old-before pic x(47).
           01 ws-old-after pic x(47).

       PROCEDURE DIVISION.
       main-control.
               END-READ
           END-PERFORM.

      *    Journal lines written before PLACE-RECORD grew its
      *    inspection fields hold two 47-byte images, so the old
      *    after-image starts inside today's before-image. Such a
      *    line is blank past column 136 and has the group and place
      *    codes repeated at column 90; split it the old way.
       split-old-images.
           IF AUDIT-RECORD(137:44) = SPACES
                   AND AUDIT-RECORD(90:4) = AUDIT-GROUP-CODE
                   AND AUDIT-RECORD(94:6) = AUDIT-PLACE-CODE
               MOVE AUDIT-RECORD(43:47) TO ws-old-before
               MOVE AUDIT-RECORD(90:47) TO ws-old-after
               MOVE ws-old-before TO AUDIT-BEFORE-IMAGE
               MOVE ws-old-after TO AUDIT-AFTER-IMAGE
           END-IF.

       print-one-entry.
           PERFORM split-old-images.
           ADD 1 TO ws-printed-count.
           MOVE SPACES TO ws-print-line.
           STRING AUDIT-DATE DELIMITED BY SIZE
