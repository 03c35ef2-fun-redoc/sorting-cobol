      *>-----------------------------------------------------------------
      * RSHCPY24 - period accumulator record for the SRTSUMM range
      *            totals. SRTSUMM writes a night's records to SRTSUMT;
      *            SRTPACC carries them in the PACCUM accumulator
      *            generations and freezes closed months into the
      *            PACCHIST history.
      *
      * :pac:-type       - "D" one night's total for one range: the
      *                    record SRTSUMM writes and the accumulator
      *                    keeps for every month not yet closed, so a
      *                    rerun of the night can replace it
      *                    "Y" the year-to-date total of the closed
      *                    months of :pac:-period's year, per range
      *                    "C" the latest month closed (:pac:-period
      *                    YYYYMM, no range or figures)
      *                    "H" a closed month's total per range, as
      *                    frozen into PACCHIST
      * :pac:-period     - "D" the business date YYYYMMDD, "Y" the
      *                    year YYYY, "C" and "H" the month YYYYMM
      * :pac:-range-kind - "R" a key range, "G" the grand total
      * :pac:-range-lo / :pac:-range-hi
      *                  - the range's configured key bounds (BREAK
      *                    EVERY band, or between explicit bounds),
      *                    so the same range carries the same bounds
      *                    night after night whatever keys arrived;
      *                    00000-99999 for the grand total
      * :pac:-count      - records
      * :pac:-amount     - the summed positions 6-14 amount
      * :pac:-run-id     - the SRTRUN run id of a "D" record (blank
      *                    without a SRTRUN card)
      *
      * Parameterised via REPLACE on:
      *   :pac:        - prefix used to build each field name (the
      *                  01-level record itself is declared by the
      *                  caller, e.g. the FD it is copied into)
      *>-----------------------------------------------------------------
          05 :pac:-type pic x(01).
             88 :pac:-daily        value "D".
             88 :pac:-year-to-date value "Y".
             88 :pac:-closed-month value "C".
             88 :pac:-history      value "H".
          05 :pac:-period pic x(08).
          05 :pac:-range-kind pic x(01).
             88 :pac:-range       value "R".
             88 :pac:-grand-total value "G".
          05 :pac:-range-lo pic 9(05).
          05 :pac:-range-hi pic 9(05).
          05 :pac:-count pic 9(09).
          05 :pac:-amount pic 9(13)v99.
          05 :pac:-run-id pic x(08).
          05 filler pic x(28).
