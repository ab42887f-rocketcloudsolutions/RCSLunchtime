      *    AUDITREC.CPY
      *    Record layout for the places-master audit journal
      *    (AUDITLOG). One record per add, update, deactivate,
      *    reactivate or seed-load row in placeMaint, approved
      *    nomination in placeNom, and inspection hold or release in
      *    inspLoad (operator INSPLOAD): who did it, when, what the
      *    action was, and the full PLACE-RECORD image before and
      *    after. The before-image is spaces on an add or seed-load
      *    of a new record. Lines journaled before the inspection
      *    fields were added carry 47-byte images; auditRpt sorts
      *    those out when it prints them.
      ******************************************************************
           01 AUDIT-RECORD.
           05 AUDIT-OPERATOR-ID     PIC X(8).
           05 AUDIT-ACTION          PIC X(10).
           05 AUDIT-GROUP-CODE      PIC X(4).
           05 AUDIT-PLACE-CODE      PIC X(6).
           05 AUDIT-BEFORE-IMAGE    PIC X(69).
           05 AUDIT-AFTER-IMAGE     PIC X(69).
