      *                    when any statement was malformed (callers
      *                    should refuse the run rather than sort on
      *                    half a key definition)
      * :cfg:-err-*      - the refused statements behind a "1"
      *                    status: each one's line number within
      *                    SRTCFG and the reason, up to 20 (SRTCFGV
      *                    lists them against the statements)
      *
      * Parameterised via REPLACE on:
      *   :cfg:    - the 01-level group name to generate
          05 :cfg:-brk-every-n pic 9(:maxlen:).
          05 :cfg:-brk-count pic 9(01).
          05 :cfg:-brk-hikey occurs 7 times pic 9(:maxlen:).
          05 :cfg:-err-count pic 9(02) value 0.
          05 :cfg:-err occurs 20 times.
             10 :cfg:-err-line pic 9(04).
             10 :cfg:-err-text pic x(50).
