      *>-----------------------------------------------------------------
      * RSHCPY22 - SRTLDGR step-ledger request, passed by every
      *            nightly-stream step at its start and at its normal
      *            end.
      *
      * The caller fills in:
      *   :lgr:-function - "C" at the start of the step (check the
      *                    ledger, and record the attempt), "R" at its
      *                    normal end (record the completion); "P" to
      *                    ask as "C" does while recording nothing -
      *                    a job's opening check (SRTLCHK) whether a
      *                    step further down still has to run; "F"
      *                    to record the attempt as "C" does but run
      *                    the step whatever the ledger shows - a
      *                    step that has found its input is not the
      *                    one its earlier completion was for
      *   :lgr:-step     - the step name to file under
      *   :lgr:-rc       - on "R", the return code the step ends with
      * and SRTLDGR returns:
      *   :lgr:-state    - "N" no SRTRUN card, the ledger is not in
      *                    use and the step runs as it always did;
      *                    "Y" run the step; "S" skip it - it already
      *                    completed cleanly for this run id and
      *                    business date; "B" the SRTRUN card or the
      *                    ledger is unusable (the caller ends with
      *                    return code 16)
      *   :lgr:-rc       - on a skip, the return code the earlier
      *                    completion recorded, to end the step with
      *                    so the JCL's COND tests see the same result
      *   :lgr:-run-id, :lgr:-bus-date - from the SRTRUN card
      *   :lgr:-attempt  - this attempt's number (1 the first time)
      * Leave the structure as "C" returned it for the "R" call.
      *
      * Parameterised via REPLACE on:
      *   :lgr:    - the 01-level group name to generate
      *>-----------------------------------------------------------------
       01 :lgr:.
          05 :lgr:-function pic x(01).
             88 :lgr:-check  value "C".
             88 :lgr:-record value "R".
             88 :lgr:-peek   value "P".
             88 :lgr:-rerun  value "F".
          05 :lgr:-step pic x(08).
          05 :lgr:-rc pic 9(03).
          05 :lgr:-state pic x(01).
             88 :lgr:-inactive value "N".
             88 :lgr:-run-step value "Y".
             88 :lgr:-skip-step value "S".
             88 :lgr:-bad value "B".
          05 :lgr:-run-id pic x(08).
          05 :lgr:-bus-date pic x(08).
          05 :lgr:-attempt pic 9(03).
