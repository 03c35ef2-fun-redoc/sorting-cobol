      *>-----------------------------------------------------------------
      * RSHCPY17 - parsed PAYDICT payload field dictionary, shared by
      *            SRTFDCL (the loader, which fills it from the PAYDICT
      *            statements) and SRTFDFM (which formats a payload
      *            field by field from it).
      *
      * :dic:-layout-*   - one named layout per kind of payload the
      *                    suite prints: "RECORD" for the interface
      *                    records (SRTIN, SRTOUT, SRTPROV, SRTREJ,
      *                    SRTCARRY) and "MASTER" for the master
      *                    payload, by convention; any other name is
      *                    allowed and simply never asked for
      * :dic:-fld-*      - that layout's fields, in statement order:
      *                    a name, the position and length within the
      *                    PAYLOAD (position 1 is record position
      *                    :maxlen: + 1), a type - X text, U unsigned
      *                    number, S signed amount (trailing overpunch
      *                    sign, the way the S key type reads it), D
      *                    date YYYYMMDD - and, for U and S, the number
      *                    of implied decimal places
      * :dic:-present    - "Y" when a PAYDICT file was read; "N" (no
      *                    file) leaves every caller printing raw
      *                    payloads exactly as before
      * :dic:-status     - "0" when every statement parsed clean, "1"
      *                    when any was malformed (callers should end
      *                    the run rather than print half a layout)
      *
      * Parameterised via REPLACE on:
      *   :dic:    - the 01-level group name to generate
      *>-----------------------------------------------------------------
       01 :dic:.
          05 :dic:-status pic x(01) value "0".
             88 :dic:-parse-ok  value "0".
             88 :dic:-parse-bad value "1".
          05 :dic:-present-flag pic x(01) value "N".
             88 :dic:-present value "Y".
             88 :dic:-absent  value "N".
          05 :dic:-layout-count pic 9(01) value 0.
          05 :dic:-layout occurs 8 times.
             10 :dic:-lay-name pic x(08).
             10 :dic:-fld-count pic 9(02).
             10 :dic:-fld occurs 12 times.
                15 :dic:-fld-name pic x(12).
                15 :dic:-fld-pos pic 9(02).
                15 :dic:-fld-len pic 9(02).
                15 :dic:-fld-type pic x(01).
                   88 :dic:-fld-text     value "X".
                   88 :dic:-fld-unsigned value "U".
                   88 :dic:-fld-signed   value "S".
                   88 :dic:-fld-date     value "D".
                15 :dic:-fld-dec pic 9(01).
