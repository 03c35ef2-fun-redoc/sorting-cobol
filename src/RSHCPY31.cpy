      *>-----------------------------------------------------------------
      * RSHCPY31 - suspense repair record, written by SRTREPR to both
      *            the REENTRY re-entry file (each accepted repair,
      *            which SRTEDIT merges into the next night's input)
      *            and the REPRAUD repair audit (every repair and
      *            withdrawal); SRTEDIT logs each re-entry record it
      *            merges, as read, on REENMRG for SRTSUSP.
      *
      * One record per suspense item repaired or withdrawn:
      *   :rpr:-date        - the day of the repair (YYYYMMDD)
      *   :rpr:-time        - its time of day (HHMMSS)
      *   :rpr:-operator    - operator id of whoever made it
      *   :rpr:-action      - "R" repaired and queued for re-entry,
      *                       "W" withdrawn - never to be re-entered
      *   :rpr:-rekeyed     - "Y" when a REKEY replaced the key
      *   :rpr:-overlaid    - "Y" when an OVERLAY replaced the payload
      *   :rpr:-source, :rpr:-reason, :rpr:-first-seen
      *                     - the suspense item repaired (RSHCPY9):
      *                       together with :rpr:-before-rec they name
      *                       it exactly, and are how SRTEDIT matches
      *                       a re-entry record to the item it repairs
      *   :rpr:-before-rec  - the record as it sat in suspense
      *   :rpr:-after-rec   - the corrected record, exactly as it is
      *                       re-entered (spaces for a withdrawal)
      *
      * Parameterised via REPLACE on:
      *   :rpr:        - prefix used to build each field name (the
      *                  01-level record itself is declared by the
      *                  caller, e.g. the FD it is copied into)
      *   :rpr-reclen: - PIC width of the interface record
      *>-----------------------------------------------------------------
          05 :rpr:-date pic x(08).
          05 :rpr:-time pic x(06).
          05 :rpr:-operator pic x(08).
          05 :rpr:-action pic x(01).
             88 :rpr:-action-repair   value "R".
             88 :rpr:-action-withdraw value "W".
          05 :rpr:-rekeyed pic x(01).
             88 :rpr:-was-rekeyed value "Y".
          05 :rpr:-overlaid pic x(01).
             88 :rpr:-was-overlaid value "Y".
          05 :rpr:-source pic x(01).
          05 :rpr:-reason pic x(02).
          05 :rpr:-first-seen pic x(08).
          05 :rpr:-before-rec pic x(:rpr-reclen:).
          05 :rpr:-after-rec pic x(:rpr-reclen:).
