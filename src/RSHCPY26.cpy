      *>-----------------------------------------------------------------
      * RSHCPY26 - partition split control record, one per partition,
      *            written by SRTSPLT when it fans the edited input out
      *            across SRTPART1-SRTPARTn for the parallel sort path,
      *            and read back by SRTASMB to prove every partition
      *            came back sorted, complete, and from this split.
      *
      * :spc:-run-id     - the split's run id (start time minute and
      *                    second, minted the way SRTDRV mints its
      *                    own), also carried in the "RID" control
      *                    record that opens each partition file, so
      *                    every partition sort of the night carries
      *                    it into its SRTTOT, SRTLOG entry and header
      * :spc:-run-date   - the date of the split
      * :spc:-part-no    - this record's partition, 1 to part-count
      * :spc:-part-count - how many partitions the PART statement cut
      * :spc:-high-key   - the partition's upper key bound from the
      *                    PART statement; spaces on the last
      *                    partition, which takes the rest
      * :spc:-count      - data records given to the partition
      * :spc:-hash       - the sum of their leading record keys,
      *                    modulo 10 ** 10 - the same hash SRTDRV
      *                    accumulates on its input side, so the two
      *                    must agree
      * :spc:-bus-date   - the input HDR's business date under the
      *                    header/trailer convention, else spaces
      *
      * Parameterised via REPLACE on:
      *   :spc:        - prefix used to build each field name (the
      *                  01-level record itself is declared by the
      *                  caller, e.g. the FD it is copied into)
      *>-----------------------------------------------------------------
          05 :spc:-run-id pic x(04).
          05 :spc:-run-date pic x(08).
          05 :spc:-part-no pic 9(01).
          05 :spc:-part-count pic 9(01).
          05 :spc:-high-key pic x(05).
          05 :spc:-count pic 9(09).
          05 :spc:-hash pic 9(10).
          05 :spc:-bus-date pic x(08).
          05 filler pic x(34).
