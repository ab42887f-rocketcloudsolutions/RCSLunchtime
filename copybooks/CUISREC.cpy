      ******************************************************************
      *    CUISREC.CPY
      *    Record layout for the cuisine reference master (CUISINES).
      *    Keyed by cuisine code + group/office code. The row with a
      *    blank group code is the cuisine itself - it is what makes
      *    a code valid for placeMaint and placeNom, and it carries
      *    the description and the shop-wide variety window. A row
      *    with a group code only overrides the window for that one
      *    group; it never makes an unknown code valid.
      *    CUIS-REPEAT-DAYS is the cuisine-variety rule: once a group
      *    has eaten this cuisine, no place serving it is drawn again
      *    for that many business days. Zero means no rule.
      ******************************************************************
           01 CUIS-RECORD.
           05 CUIS-KEY.
            10 CUIS-CODE            PIC X(10).
            10 CUIS-GROUP-CODE      PIC X(4).
           05 CUIS-DESCRIPTION      PIC X(30).
           05 CUIS-REPEAT-DAYS      PIC 9(2).
           05 CUIS-ACTIVE-FLAG      PIC X.
              88 CUIS-IS-ACTIVE        VALUE "Y".
              88 CUIS-IS-INACTIVE      VALUE "N".
