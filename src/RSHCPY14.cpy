      * is append-only across runs, like SRTLOG, so the hand-off
      * history survives the night it is needed.
      *
      * Under SRTDIST distribution each receiver's export appends
      * its own record, carrying the receiver id in :snt:-receiver
      * so SRTACKR holds each receiver to its own count. The single
      * SRTEXP export leaves :snt:-receiver blank - one count every
      * receiver is held to, as records written before the field
      * existed are.
      *
      * Parameterised via REPLACE on:
      *   :snt:        - prefix used to build each field name (the
      *                  01-level record itself is declared by the
      *>-----------------------------------------------------------------
          05 :snt:-date  pic x(08).
          05 :snt:-count pic 9(:snt-maxlen:).
          05 :snt:-receiver pic x(08).
          05 filler      pic x(55).
