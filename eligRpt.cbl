      *    "unlucky, filtered out, or effectively unreachable" is
      *    answered by which bucket dominates.
           01 ws-reason-table.
            02 ws-reason-entry occurs 20 times indexed by ws-ridx.
             03 ws-reason-text pic x(20).
             03 ws-reason-cnt pic 9(4).
           01 ws-reason-count pic 9(4) value 0.
               END-IF
           END-PERFORM.
           IF ws-found-idx = 0
               IF ws-reason-count < 20
                   ADD 1 TO ws-reason-count
                   MOVE ws-reason-count TO ws-found-idx
                   MOVE elg-reason TO ws-reason-text(ws-found-idx)
