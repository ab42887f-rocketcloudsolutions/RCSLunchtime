      ******************************************************************
      *    GRPAUD.CPY
      *    Record layout for the group-master journal (GRPLOG).
      *    One record per change groupMaint makes to GROUPS - add,
      *    update, suspend, reactivate, seed-load and seed-wipe: who
      *    did it, when, what the action was, and the full
      *    GROUP-RECORD image before and after, the same way
      *    AUDITLOG journals the places master. The before-image is
      *    spaces when a record is created and the after-image is
      *    spaces when one is wiped.
      ******************************************************************
           01 GRPAUD-RECORD.
           05 GRPAUD-OPERATOR-ID    PIC X(8).
           05 GRPAUD-DATE           PIC 9(8).
           05 GRPAUD-TIME           PIC 9(6).
           05 GRPAUD-ACTION         PIC X(10).
           05 GRPAUD-GROUP-CODE     PIC X(4).
           05 GRPAUD-BEFORE-IMAGE   PIC X(63).
           05 GRPAUD-AFTER-IMAGE    PIC X(63).
