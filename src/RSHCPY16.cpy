      *>-----------------------------------------------------------------
      * RSHCPY16 - FIXAUDT intra-day correction audit record, written
      *            by SRTMFIX (one per APPLIED correction) and read
      *            back by anything that has to account for the
      *            master changing outside SRTUPDT's journal.
      *
      * The audit trail used to be a free-text line with the time of
      * day and one operator id; corrections are now made by one
      * operator and approved by another, and the later readers need
      * the date, so the line became a fixed record:
      *   :aud:-date           - the day the correction applied
      *                          (YYYYMMDD)
      *   :aud:-time           - the time it applied (HHMMSS)
      *   :aud:-action         - "R" replace, "D" delete
      *   :aud:-key            - the master key corrected
      *   :aud:-maker          - operator id that staged it
      *   :aud:-checker        - operator id that approved it
      *   :aud:-before-payload - the master payload as it stood
      *   :aud:-after-payload  - the payload as it became (spaces
      *                          for a delete)
      *
      * Lines written before the layout changed start with the
      * six-digit time and a space, so :aud:-date is not numeric on
      * them - readers skip them on exactly that test.
      *
      * Parameterised via REPLACE on:
      *   :aud:        - prefix used to build each field name (the
      *                  01-level record itself is declared by the
      *                  caller, e.g. the FD it is copied into)
      *   :aud-maxlen: - PIC width of the master key
      *   :aud-paylen: - PIC width of the master payload
      *>-----------------------------------------------------------------
          05 :aud:-date pic x(08).
          05 :aud:-time pic x(06).
          05 :aud:-action pic x(01).
             88 :aud:-action-replace value "R".
             88 :aud:-action-delete  value "D".
          05 :aud:-key pic 9(:aud-maxlen:).
          05 :aud:-maker pic x(08).
          05 :aud:-checker pic x(08).
          05 :aud:-before-payload pic x(:aud-paylen:).
          05 :aud:-after-payload pic x(:aud-paylen:).
          05 filler pic x(04).
