      * edit's own balance rule. The xlate count is how many keys
      * the SRTXREF cross-reference rewrote (translated records are
      * accepted records, so they are inside that balance already).
      * The reentry count is how many SRTREPR repairs the edit merged
      * into its input: they are read (and accepted or rejected) like
      * any other record, but no feed supplied them.
      *
      * Parameterised via REPLACE on:
      *   :edt:        - prefix used to build each field name (the
          05 :edt:-accept-count pic 9(:edt-maxlen:).
          05 :edt:-reject-count pic 9(:edt-maxlen:).
          05 :edt:-xlate-count  pic 9(:edt-maxlen:).
          05 :edt:-reentry-count pic 9(:edt-maxlen:).
          05 filler             pic x(35).
