      *>-----------------------------------------------------------------
      * RSHCPY19 - pre-posting hold item, shared by SRTHOLD's prior-
      *            night input (HOLDIN) and its carried-forward output
      *            (HOLDOUT).
      *
      * One item per transaction SRTHOLD diverted from the posting
      * stream instead of passing it on to SRTUPDT:
      *   :hld:-id          - the item number operators quote on a
      *                       RELEASE or CANCEL statement; numbered
      *                       on from the highest already held
      *   :hld:-held-date   - the run date (YYYYMMDD) it was held
      *   :hld:-reason      - why: "AM" the resulting amount is over
      *                       the absolute limit, "PC" a replace
      *                       changes the amount by more than the
      *                       percentage limit, "DB" a delete drops a
      *                       record whose balance is over the delete
      *                       limit, "SQ" an earlier transaction for
      *                       the same key is on hold, so this one
      *                       waits behind it to keep arrival order
      *   :hld:-trn         - the transaction itself, exactly as it
      *                       sat on SRTOUT
      *   :hld:-mst-flag    - "Y" when the key was on the master at
      *                       hold time
      *   :hld:-mst-payload - the master payload it was judged
      *                       against (spaces when not on master)
      *
      * Parameterised via REPLACE on:
      *   :hld:        - prefix used to build each field name (the
      *                  01-level record itself is declared by the
      *                  caller, e.g. the FD it is copied into)
      *   :hld-reclen: - PIC width of the held transaction record
      *   :hld-paylen: - PIC width of the master payload
      *>-----------------------------------------------------------------
          15 :hld:-id pic 9(07).
          15 :hld:-held-date pic x(08).
          15 :hld:-reason pic x(02).
             88 :hld:-reason-amount   value "AM".
             88 :hld:-reason-change   value "PC".
             88 :hld:-reason-delete   value "DB".
             88 :hld:-reason-sequence value "SQ".
          15 :hld:-trn pic x(:hld-reclen:).
          15 :hld:-mst-flag pic x(01).
             88 :hld:-mst-on-file value "Y".
          15 :hld:-mst-payload pic x(:hld-paylen:).
          15 filler pic x(17).
