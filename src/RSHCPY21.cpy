      *>-----------------------------------------------------------------
      * RSHCPY21 - SRTLEDG step-completion ledger record, written by
      *            SRTLDGR on behalf of every nightly-stream step and
      *            read back by SRTLDGR (the rerun check) and SRTCERT
      *            (first attempt or rerun, per step).
      *
      * The ledger is append-only across nights; each step adds:
      *   "A" - attempt: the step started for this run (a rerun adds
      *         another, so the count of them is the attempt number)
      *   "C" - completion: the step reached its normal end, with
      *         the return code it ended on
      *   "S" - skipped: a resubmitted stream found a clean ("C", RC
      *         4 or better) completion for the step and did not run
      *         it again
      * :ldg:-run-id   - the stream run id from the SRTRUN card
      * :ldg:-bus-date - the business date (YYYYMMDD) from the card
      * :ldg:-step     - the step's name (the program name, or as the
      *                  program qualifies it)
      * :ldg:-rc       - the return code recorded ("C"), or the one a
      *                  skipped step handed back ("S")
      * :ldg:-attempt  - the attempt number the record belongs to
      * :ldg:-stamp    - when it was written (YYYYMMDDHHMMSS)
      *
      * Parameterised via REPLACE on:
      *   :ldg:        - prefix used to build each field name (the
      *                  01-level record itself is declared by the
      *                  caller, e.g. the FD it is copied into)
      *>-----------------------------------------------------------------
          05 :ldg:-type pic x(01).
             88 :ldg:-attempt-rec    value "A".
             88 :ldg:-completion-rec value "C".
             88 :ldg:-skip-rec       value "S".
          05 :ldg:-run-id pic x(08).
          05 :ldg:-bus-date pic x(08).
          05 :ldg:-step pic x(08).
          05 :ldg:-rc pic 9(03).
          05 :ldg:-attempt pic 9(03).
          05 :ldg:-stamp pic x(14).
          05 filler pic x(35).
