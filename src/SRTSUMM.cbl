      * Under the SRTCFG header/trailer convention (HDRTRL Y) the
      * HDR/TRL control records around SRTOUT are skipped - control
      * records carry no amount.
      *
      * The same figures are left in SRTSUMT (RSHCPY24 "D" records)
      * for SRTPACC's month-to-date and year-to-date accumulation:
      * one per range and one for the grand total, dated with the
      * night's business date (the SRTRUN card's, else the SRTOUT
      * HDR's, else today). A range is recorded by its configured
      * bounds - the whole EVERY band, or from one explicit bound to
      * the next - not by the first and last key that happened to
      * arrive, so it accumulates as the same range every night. No
      * SRTSUMT DD, no totals kept; the report is unaffected.
      *
      * Under a SRTRUN card the step is entered in the SRTLEDG
      * step-completion ledger through SRTLDGR: a resubmission of the
      * same run skips the step, handing back its earlier return
      * code, once it has completed with 4 or better.
      *>-----------------------------------------------------------------
       identification division.
       program-id. srtsumm.
               organization is line sequential.
           select sum-rpt-file assign to SRTSUMO
               organization is line sequential.
           select sum-tot-file assign to SRTSUMT
               organization is line sequential
               file status is sum-tot-status.
       data division.
       replace ==:maxlen:== by ==5==
               ==:paylen:== by ==20==
                                   ==:elem-keypic:== by ==:keypic:==.
       fd  sum-rpt-file.
       01  rpt-line pic x(80).
       fd  sum-tot-file.
       01  sum-tot-rec.
           copy RSHCPY24 replacing ==:pac:== by ==sum-tot-rec==.
       working-storage section.
       01 out-eof-flag pic 9 binary value 0.
           88 out-eof value 1.
       01 amount-num redefines amount-txt pic 9(7)v99.
       01 amount-edit pic z(12)9.99.
       01 run-date pic x(08).
       01 sum-tot-status pic x(02).
           88 sum-tot-ok value "00".
       01 bus-date pic x(08).
       01 group-range-lo pic 9(:maxlen:).
       01 group-range-hi pic 9(:maxlen:).
       01 band-hi pic 9(06).
       copy RSHCPY6 replacing ==:cfg:== by ==run-cfg==
                              ==:maxlen:== by ==:maxlen:==.
       copy RSHCPY22 replacing ==:lgr:== by ==step-ldg==.
       procedure division.
       0000-mainline section.
           display "in srtsumm"
      *> a resubmitted night skips a step the ledger shows already
      *> completed cleanly for this run (see SRTLDGR).
           move "SRTSUMM" to step-ldg-step
           set step-ldg-check to true
           call "SRTLDGR" using step-ldg
           if step-ldg-bad
           then
              display "SRTSUMM: SRTRUN card is bad, run ended"
              move 16 to return-code
              goback
           end-if
           if step-ldg-skip-step
           then
              display "SRTSUMM: already completed for run "
                      step-ldg-run-id " " step-ldg-bus-date
                      " - step skipped"
              move step-ldg-rc to return-code
              goback
           end-if
           move function CURRENT-DATE(1:8) to run-date
           call "SRTCFGL" using run-cfg
           if run-cfg-parse-bad
              goback
           end-if

           move run-date to bus-date
           if step-ldg-run-step
           then
              move step-ldg-bus-date to bus-date
           end-if
           open input srt-out-file
           open output sum-rpt-file
           open output sum-tot-file
           if not sum-tot-ok
           then
              display "SRTSUMM: no SRTSUMT, range totals not kept"
           end-if
           move spaces to rpt-line
           string "SRTSUMM KEY-RANGE SUMMARY " delimited by size
                  run-date delimited by size
           perform 3000-write-grand-total
           close srt-out-file
           close sum-rpt-file
           if sum-tot-ok
           then
              close sum-tot-file
           end-if
           display "SRTSUMM: " total-count " record(s) summarised"
           move 0 to return-code
           perform 9800-record-step-ledger
           goback.

       1000-take-record section.
              when run-cfg-hdrtrl-yes and not hdr-seen
                   and srt-out-rec(1:3) = "HDR"
                 set hdr-seen to true
                 if not step-ldg-run-step
                    and srt-out-rec(4:8) numeric
                 then
                    move srt-out-rec(4:8) to bus-date
                 end-if
              when run-cfg-hdrtrl-yes and srt-out-rec(1:3) = "TRL"
                 set out-eof to true
              when other
                    set group-open to true
                    move rec-range-id to cur-range-id
                    move srt-out-rec-key to group-lo-key
                    perform 1200-range-bounds
                    move 0 to group-count
                    move 0 to group-amount
                 end-if
           end-evaluate
           continue.

      *> the configured extent of the record's range, for SRTSUMT.
       1200-range-bounds section.
           evaluate true
              when run-cfg-brk-every
                 compute group-range-lo =
                    rec-range-id * run-cfg-brk-every-n
                 compute band-hi =
                    group-range-lo + run-cfg-brk-every-n - 1
                 if band-hi > 99999
                 then
                    move 99999 to band-hi
                 end-if
                 move band-hi to group-range-hi
              when run-cfg-brk-bounds
                 move 0 to group-range-lo
                 if rec-range-id > 1
                 then
                    compute group-range-lo =
                       run-cfg-brk-hikey(rec-range-id - 1) + 1
                 end-if
                 move 99999 to group-range-hi
                 if rec-range-id <= run-cfg-brk-count
                 then
                    move run-cfg-brk-hikey(rec-range-id)
                       to group-range-hi
                 end-if
              when other
                 move 0 to group-range-lo
                 move 99999 to group-range-hi
           end-evaluate
           continue.

       2000-write-subtotal section.
           move group-amount to amount-edit
           move spaces to rpt-line
                  into rpt-line
           end-string
           write rpt-line
           if sum-tot-ok
           then
              move spaces to sum-tot-rec
              set sum-tot-rec-daily to true
              move bus-date to sum-tot-rec-period
              set sum-tot-rec-range to true
              move group-range-lo to sum-tot-rec-range-lo
              move group-range-hi to sum-tot-rec-range-hi
              move group-count to sum-tot-rec-count
              move group-amount to sum-tot-rec-amount
              move step-ldg-run-id to sum-tot-rec-run-id
              write sum-tot-rec
           end-if
           move 0 to group-open-flag
           continue.

                  into rpt-line
           end-string
           write rpt-line
           if sum-tot-ok
           then
              move spaces to sum-tot-rec
              set sum-tot-rec-daily to true
              move bus-date to sum-tot-rec-period
              set sum-tot-rec-grand-total to true
              move 0 to sum-tot-rec-range-lo
              move 99999 to sum-tot-rec-range-hi
              move total-count to sum-tot-rec-count
              move total-amount to sum-tot-rec-amount
              move step-ldg-run-id to sum-tot-rec-run-id
              write sum-tot-rec
           end-if
           if nonnum-count > 0
           then
              move spaces to rpt-line
              write rpt-line
           end-if
           continue.

      *> the normal end goes into the ledger with the step's return
      *> code, which the call must leave as it found it.
       9800-record-step-ledger section.
           move return-code to step-ldg-rc
           set step-ldg-record to true
           call "SRTLDGR" using step-ldg
           move step-ldg-rc to return-code
           continue.
