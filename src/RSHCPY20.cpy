      *>-----------------------------------------------------------------
      * RSHCPY20 - SRTHOLD pre-posting hold totals record (HOLDTOT),
      *            read back by SRTCERT's run certificate.
      *
      * One record per hold run, balancing the posting stream:
      *   :htt:-run-date       - the date (YYYYMMDD) of the hold run
      *   :htt:-run-id         - the run id off SRTOUT's header
      *                          (spaces when the night ran without
      *                          the HDR/TRL convention)
      *   :htt:-in-count       - tonight's transactions read off
      *                          SRTOUT
      *   :htt:-released-count - held items an operator released,
      *                          posted tonight
      *   :htt:-posted-count   - transactions written to the posting
      *                          stream for SRTUPDT
      *   :htt:-held-count     - tonight's transactions diverted to
      *                          hold
      *   :htt:-cancelled-count - held items an operator cancelled;
      *                          they never post
      *   :htt:-on-hold-count  - items left on hold for a later run,
      *                          tonight's included
      * The run balances when in + released = posted + held.
      *
      * Parameterised via REPLACE on:
      *   :htt:        - prefix used to build each field name (the
      *                  01-level record itself is declared by the
      *                  caller, e.g. the FD it is copied into)
      *   :htt-maxlen: - PIC width of the counts
      *>-----------------------------------------------------------------
          05 :htt:-run-date        pic x(08).
          05 :htt:-run-id          pic x(04).
          05 :htt:-in-count        pic 9(:htt-maxlen:).
          05 :htt:-released-count  pic 9(:htt-maxlen:).
          05 :htt:-posted-count    pic 9(:htt-maxlen:).
          05 :htt:-held-count      pic 9(:htt-maxlen:).
          05 :htt:-cancelled-count pic 9(:htt-maxlen:).
          05 :htt:-on-hold-count   pic 9(:htt-maxlen:).
          05 filler                pic x(14).
