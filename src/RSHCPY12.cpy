      *                  SRTDUP, which is what makes "where did this
      *                  record come from" a lookup instead of a
      *                  dead end
      *   :prv:-run-date - the day SRTCAT combined it (YYYYMMDD)
      *   :prv:-run-id - SRTCAT's run id that night
      * so a concatenation of retained provenance generations still
      * says which night each record arrived.
      *
      * Parameterised via REPLACE on:
      *   :prv:        - prefix used to build each field name (the
          05 :prv:-source pic 9(01).
          05 :prv:-seq pic 9(09).
          05 :prv:-rec pic x(:prv-reclen:).
          05 :prv:-run-date pic x(08).
          05 :prv:-run-id pic x(04).
