      *    Record layout for the lunch-places master file (PLACES.DAT).
      *    Keyed by group/office code + place code (Req 007) so each
      *    office's pool is independent even when codes are reused.
      *    The license/permit number is the city's key for the place;
      *    inspLoad matches the inspection extract on it and keeps
      *    the latest grade and date here. A grade below the minimum
      *    sets PLACE-ON-INSPECTION-HOLD and deactivates the place;
      *    the next passing grade clears both. A place deactivated
      *    by hand never carries the hold, so a passing grade cannot
      *    bring back a place someone meant to keep out.
      ******************************************************************
           01 PLACE-RECORD.
           05 PLACE-KEY.
           05 PLACE-MAX-CAPACITY    PIC 9(3).
           05 PLACE-RESERVATION-FLAG PIC X.
              88 PLACE-NEEDS-RESERVATION VALUE "Y".
           05 PLACE-LICENSE-NO      PIC X(12).
           05 PLACE-INSP-GRADE      PIC X.
           05 PLACE-INSP-DATE       PIC 9(8).
           05 PLACE-INSP-HOLD-FLAG  PIC X.
              88 PLACE-ON-INSPECTION-HOLD VALUE "Y".
