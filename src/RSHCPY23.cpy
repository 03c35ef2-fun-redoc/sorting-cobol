      *>-----------------------------------------------------------------
      * RSHCPY23 - SRTFREG inbound feed register record, written by
      *            SRTFCHK for every extract it lets into the nightly
      *            stream and read back by SRTFCHK (tonight's file
      *            against every earlier one) and SRTFLST (the
      *            register listing).
      *
      * One record per accepted extract, append-only across nights:
      * :frg:-type      - "R" registered after a clean check, "F"
      *                   forced in by the operator over a finding
      *                   (PARM FORCE)
      * :frg:-bus-date  - the business date (YYYYMMDD): the HDR
      *                   record's under the header/trailer
      *                   convention, else the SRTRUN card's, else
      *                   blank (no date known)
      * :frg:-count     - data records in the extract (HDR/TRL not
      *                   counted)
      * :frg:-key-hash  - sum of the leading record keys modulo
      *                   10 ** 10, the SRTTOT (RSHCPY7) convention
      * :frg:-content-hash - a hash over every byte of every data
      *                   record, key and payload, in file order -
      *                   the same file re-sent hashes the same, a
      *                   file differing anywhere almost surely not
      * :frg:-run-id    - the stream run id from the SRTRUN card
      *                   (blank when there is none)
      * :frg:-stamp     - when it was registered (YYYYMMDDHHMMSS)
      *
      * Parameterised via REPLACE on:
      *   :frg:        - prefix used to build each field name (the
      *                  01-level record itself is declared by the
      *                  caller, e.g. the FD it is copied into)
      *>-----------------------------------------------------------------
          05 :frg:-type pic x(01).
             88 :frg:-registered value "R".
             88 :frg:-forced     value "F".
          05 :frg:-bus-date pic x(08).
          05 :frg:-count pic 9(09).
          05 :frg:-key-hash pic 9(10).
          05 :frg:-content-hash pic 9(10).
          05 :frg:-run-id pic x(08).
          05 :frg:-stamp pic x(14).
          05 filler pic x(20).
