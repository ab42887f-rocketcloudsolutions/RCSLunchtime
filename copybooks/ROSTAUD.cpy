      ******************************************************************
      *    ROSTAUD.CPY
      *    Record layout for the roster-master journal (ROSTLOG).
      *    One record per change rosterMaint makes to ROSTER - add,
      *    dietary update, end-date, move out of / into a group,
      *    leave, seed-load and seed-wipe: who did it, when, what
      *    the action was, and the full ROSTER-RECORD image before
      *    and after, the same way AUDITLOG journals the places
      *    master. The before-image is spaces when a record is
      *    created and the after-image is spaces when one is wiped.
      ******************************************************************
           01 ROSTAUD-RECORD.
           05 ROSTAUD-OPERATOR-ID   PIC X(8).
           05 ROSTAUD-DATE          PIC 9(8).
           05 ROSTAUD-TIME          PIC 9(6).
           05 ROSTAUD-ACTION        PIC X(10).
           05 ROSTAUD-GROUP-CODE    PIC X(4).
           05 ROSTAUD-PERSON-NAME   PIC X(20).
           05 ROSTAUD-BEFORE-IMAGE  PIC X(48).
           05 ROSTAUD-AFTER-IMAGE   PIC X(48).
