      *>-----------------------------------------------------------------
      * RSHCPY29 - parsed SRTXREF key cross-reference, shared by
      *            SRTXRFL (the loader, which fills it from the SRTXREF
      *            statements) and SRTEDCK (which edits a record
      *            against it).
      *
      * :xrf:-present    - "Y" when a SRTXREF file was read; "N" (no
      *                    file) means no renumbering in play and no
      *                    current key range to hold keys to
      * :xrf:-status     - "0" when every statement parsed clean, "1"
      *                    when any was malformed (callers end the run
      *                    rather than half-apply a permanent
      *                    renumbering)
      * :xrf:-entry      - the XREF statements in statement order: old
      *                    key, new key, and the date (YYYYMMDD) the
      *                    renumbering takes effect; up to 1000
      * :xrf:-range-*    - the RANGE statement, the master's current
      *                    key range, when one was given
      *
      * Parameterised via REPLACE on:
      *   :xrf:        - the 01-level group name to generate
      *   :xrf-maxlen: - PIC width of the keys (matches the sort key)
      *>-----------------------------------------------------------------
       01 :xrf:.
          05 :xrf:-status pic x(01) value "0".
             88 :xrf:-parse-ok  value "0".
             88 :xrf:-parse-bad value "1".
          05 :xrf:-present-flag pic x(01) value "N".
             88 :xrf:-present value "Y".
             88 :xrf:-absent  value "N".
          05 :xrf:-count pic 9(04) value 0.
          05 :xrf:-entry occurs 1000 times.
             10 :xrf:-old pic 9(:xrf-maxlen:).
             10 :xrf:-new pic 9(:xrf-maxlen:).
             10 :xrf:-eff pic x(08).
          05 :xrf:-range-flag pic x(01) value "N".
             88 :xrf:-range-present value "Y".
          05 :xrf:-range-lo pic 9(:xrf-maxlen:).
          05 :xrf:-range-hi pic 9(:xrf-maxlen:).
