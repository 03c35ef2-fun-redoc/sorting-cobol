      *                      this same item, this night included
      *   :sus:-rec        - the record itself, exactly as it sat on
      *                      SRTCARRY or behind SRTREJ's reason prefix
      *   :sus:-repair     - space while the item is open; "R" once
      *                      SRTREPR has repaired a reject and queued
      *                      the corrected record for re-entry, "W"
      *                      once it has withdrawn one - SRTEDIT
      *                      merges a repaired item's re-entry record
      *                      on its next run, and SRTSUSP settles the
      *                      item as repaired once SRTEDIT's merge log
      *                      shows it went in (a withdrawn item at
      *                      once) instead of as cleared. Items
      *                      written before the byte was added read
      *                      back as open.
      *
      * Parameterised via REPLACE on:
      *   :sus:        - prefix used to build each field name (the
          15 :sus:-first-seen pic x(08).
          15 :sus:-cycles pic 9(03).
          15 :sus:-rec pic x(:sus-reclen:).
          15 :sus:-repair pic x(01).
             88 :sus:-open      value " ".
             88 :sus:-repaired  value "R".
             88 :sus:-withdrawn value "W".
