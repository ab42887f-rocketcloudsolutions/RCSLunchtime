      ******************************************************************
      *    CUISAUD.CPY
      *    Record layout for the cuisine-master journal (CUISLOG).
      *    One record per change cuisineMaint makes to CUISINES -
      *    add, update, group window set or removed, deactivate,
      *    reactivate, seed-load and seed-wipe: who did it, when,
      *    what the action was, and the full CUIS-RECORD image
      *    before and after, the same way AUDITLOG journals the
      *    places master. The before-image is spaces when a record
      *    is created and the after-image is spaces when one is
      *    removed or wiped.
      ******************************************************************
           01 CUISAUD-RECORD.
           05 CUISAUD-OPERATOR-ID   PIC X(8).
           05 CUISAUD-DATE          PIC 9(8).
           05 CUISAUD-TIME          PIC 9(6).
           05 CUISAUD-ACTION        PIC X(10).
           05 CUISAUD-CUISINE-CODE  PIC X(10).
           05 CUISAUD-GROUP-CODE    PIC X(4).
           05 CUISAUD-BEFORE-IMAGE  PIC X(47).
           05 CUISAUD-AFTER-IMAGE   PIC X(47).
