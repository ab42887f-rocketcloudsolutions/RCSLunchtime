           END-IF.
           IF ws-found-idx > 0
               ADD 1 TO ws-sum-total(ws-found-idx)
      *        A fallback re-pick counts with the overrides - both
      *        replace the day's draw, and older HIST rows carry
      *        fallbacks as "O" in any case.
               IF HIST-IS-OVERRIDE OR HIST-IS-FALLBACK
                   ADD 1 TO ws-sum-override(ws-found-idx)
               END-IF
           END-IF.
