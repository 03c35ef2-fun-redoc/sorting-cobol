      *>-----------------------------------------------------------------
      * RSHCPY25 - master amount control record, one MSTRCTL file per
      *            master generation (PROD.SORT.MASTCTL, alongside
      *            PROD.SORT.MASTER). The amount is the master record's
      *            positions 6-14, 9(7)V99 - the slice SRTSUMM totals
      *            and SRTDRV's "S" duplicate mode sums; a record whose
      *            amount positions are not numeric counts as zero.
      *
      * :mct:-type       - "M" the movements, written by the program
      *                    that cut the generation: SRTUPDT overnight,
      *                    SRTMFIX for an intra-day correction
      *                    "P" SRTMBAL's proof of the "M" record ahead
      *                    of it, appended to the same generation
      * :mct:-source     - "U" SRTUPDT, "F" SRTMFIX
      * :mct:-run-date   - the date the generation was cut
      * :mct:-run-id     - the SRTRUN run id (blank without a card)
      *
      * On an "M" record:
      *   open           - the master the program started from
      *   added          - records inserted and their amounts
      *   replaced       - records replaced, amounts before and after
      *   deleted        - records deleted and their amounts
      *   corrected      - SRTMFIX's replaces, before and after
      *                    (its deletes are counted as deleted)
      *   close          - the master the program left
      * so that, record counts and amounts alike,
      *   close = open + added - deleted
      *           - replaced before + replaced after
      *           - corrected before + corrected after
      * (replaces and corrections move no record count).
      *
      * On a "P" record the open and close figures are what SRTMBAL
      * measured instead - open is the previous generation's closing
      * (zero with no previous control record), close is a fresh sum
      * over the new master - and the results say:
      *   :mct:-movement-result - "Y" the "M" record's movements take
      *                           its open to its close, "N" not
      *   :mct:-master-result   - "Y" its close agrees with the fresh
      *                           sum over the master, "N" not
      *   :mct:-forward-result  - "Y" its open agrees with the
      *                           previous generation's close, "N"
      *                           not, "-" no previous control record
      *
      * Parameterised via REPLACE on:
      *   :mct:        - prefix used to build each field name (the
      *                  01-level record itself is declared by the
      *                  caller, e.g. the FD it is copied into)
      *>-----------------------------------------------------------------
          05 :mct:-type pic x(01).
             88 :mct:-movements value "M".
             88 :mct:-proof     value "P".
          05 :mct:-source pic x(01).
             88 :mct:-nightly-update value "U".
             88 :mct:-intra-day-fix  value "F".
          05 :mct:-run-date pic x(08).
          05 :mct:-run-id pic x(08).
          05 :mct:-open-count pic 9(09).
          05 :mct:-open-amount pic 9(13)v99.
          05 :mct:-added-count pic 9(09).
          05 :mct:-added-amount pic 9(13)v99.
          05 :mct:-replaced-count pic 9(09).
          05 :mct:-replaced-before pic 9(13)v99.
          05 :mct:-replaced-after pic 9(13)v99.
          05 :mct:-deleted-count pic 9(09).
          05 :mct:-deleted-amount pic 9(13)v99.
          05 :mct:-corrected-count pic 9(09).
          05 :mct:-corrected-before pic 9(13)v99.
          05 :mct:-corrected-after pic 9(13)v99.
          05 :mct:-close-count pic 9(09).
          05 :mct:-close-amount pic 9(13)v99.
          05 :mct:-movement-result pic x(01).
             88 :mct:-movements-balance value "Y".
          05 :mct:-master-result pic x(01).
             88 :mct:-master-agrees value "Y".
          05 :mct:-forward-result pic x(01).
             88 :mct:-forward-agrees value "Y".
             88 :mct:-no-previous    value "-".
          05 filler pic x(05).
