      * code 8) to certify an output whose header id does not match
      * the totals record it is balancing. Without the convention
      * there is no header to carry an id and the check cannot run,
      * as before. The parallel sort path runs under a PART statement
      * too but leaves one assembled SRTOUT (SRTASMB): with no SRTOUT1
      * DD supplied on a PART night the header is read from SRTOUT.
      *
      * Under a SRTRUN card the step is entered in the SRTLEDG
      * step-completion ledger through SRTLDGR: a resubmission of the
      * same run skips the step, handing back its earlier return
      * code, once it has completed with 4 or better.
      *>-----------------------------------------------------------------
       identification division.
       program-id. srtbal.
           88 srt-out-ok value "00".
       01 srt-out1-status pic x(02).
           88 srt-out1-ok value "00".
           88 srt-out1-not-found value "35".
       01 hdr-file-name pic x(07).
       01 hdr-open-status pic x(02).
       01 hdr-got-flag pic 9 binary.
       01 edt-tot-status pic x(02).
           88 edt-tot-ok value "00".
       01 xlate-count pic 9(09) value 0.
       01 reentry-count pic 9(09) value 0.
       copy RSHCPY6 replacing ==:cfg:== by ==run-cfg==
                              ==:maxlen:== by ==:maxlen:==.
       copy RSHCPY22 replacing ==:lgr:== by ==step-ldg==.
       procedure division.
       0000-mainline section.
           display "in srtbal"
      *> a resubmitted night skips a step the ledger shows already
      *> completed cleanly for this run (see SRTLDGR).
           move "SRTBAL" to step-ldg-step
           set step-ldg-check to true
           call "SRTLDGR" using step-ldg
           if step-ldg-bad
           then
              display "SRTBAL: SRTRUN card is bad, run ended"
              move 16 to return-code
              goback
           end-if
           if step-ldg-skip-step
           then
              display "SRTBAL: already completed for run "
                      step-ldg-run-id " " step-ldg-bus-date
                      " - step skipped"
              move step-ldg-rc to return-code
              goback
           end-if
           set out-of-balance to true
           call "SRTCFGL" using run-cfg
           if run-cfg-parse-bad
           else
              move 8 to return-code
           end-if
           perform 9800-record-step-ledger
           goback.

      *> the balancing rule is in = out + dup + bypass: a record the
      *> proof of anything. A partitioned run (PART 2-8) writes
      *> SRTOUT1..n and never refreshes SRTOUT, so the header read
      *> here comes from SRTOUT1 on those nights - every partition
      *> header carries the same id. (2100 names the file it read.)
       2000-check-run-id section.
           perform 2100-read-header-record
           evaluate true
              when hdr-open-status not = "00"
       2100-read-header-record section.
           move 0 to hdr-got-flag
           move spaces to hdr-work
           move "SRTOUT1" to hdr-file-name
           if run-cfg-part-count > 1
           then
              open input srt-out1-file
                 end-read
                 close srt-out1-file
              end-if
           end-if
      *> a PART night without an SRTOUT1 DD is the parallel path's:
      *> SRTASMB put the partitions back together as one SRTOUT. A
      *> stale SRTOUT read here by mistake still fails on its id.
           if run-cfg-part-count not > 1 or srt-out1-not-found
           then
              move "SRTOUT " to hdr-file-name
              open input srt-out-file
              move srt-out-status to hdr-open-status
              if srt-out-ok
      *> the sort fed straight off SRTCAT's output the source sum
      *> equals the in-side exactly; with SRTEDIT in between, the
      *> difference is the edit's rejects and is reported as such
      *> rather than failed. Repaired suspense items the edit merged
      *> back in (SRTREPR) reach the sort without any feed having
      *> supplied them, so they are added to the feed side before the
      *> two are compared. A missing SRTSRCT just means the night
      *> had a single feed, as always.
       3000-break-down-by-source section.
           open input srct-file
      *> one is; there are no feed totals to hold the in-side to.
              if src-rec-count > 0
              then
                 perform 3050-read-edit-totals
                 if reentry-count > 0
                 then
                    display "SRTBAL: plus " reentry-count
                            " repaired record(s) re-entered by "
                            "the edit"
                 end-if
                 compute src-diff =
                    src-sum-count + reentry-count
                    - srt-tot-rec-in-count
                 evaluate true
                    when src-diff = 0
                         and src-sum-hash = srt-tot-rec-in-hash
      *> equal counts with unequal hashes: the volumes agree but
      *> the KEYS do not. That is a failure - UNLESS the edit's
      *> SRTXREF renumbering rewrote keys between SRTCAT's hash
      *> and the sort's in-hash, or re-entered repairs added keys
      *> no feed hashed, either of which drifts the hashes by
      *> design; 3100 tells the two apart.
                    when src-diff = 0
                       perform 3100-consider-translation
           end-if
           continue.

      *> the edit's own totals, when it ran: how many keys its
      *> SRTXREF renumbering rewrote and how many repaired records
      *> it merged in. A night without the edit, or an SRTEDTOT from
      *> before re-entries were counted, leaves them zero.
       3050-read-edit-totals section.
           move 0 to xlate-count
           move 0 to reentry-count
           open input edt-tot-file
           if edt-tot-ok
           then
                       move edt-tot-rec-xlate-count
                          to xlate-count
                    end-if
                    if edt-tot-rec-reentry-count numeric
                    then
                       move edt-tot-rec-reentry-count
                          to reentry-count
                    end-if
              end-read
              close edt-tot-file
           end-if
           continue.

      *> equal counts, unequal hashes: before calling it a failure,
      *> ask the edit's totals whether the SRTXREF renumbering was
      *> in play - every translated key legitimately moves the
      *> in-hash away from the feeds' pre-translation hashes - or
      *> whether repaired records were re-entered, whose keys no
      *> feed hashed. With neither on record, the keys really were
      *> swapped for different ones somewhere, and the night fails.
       3100-consider-translation section.
           evaluate true
              when xlate-count > 0
                 display "SRTBAL: feed counts match; the key hashes "
                         "differ by design - the edit translated "
                         xlate-count " key(s) (SRTXREF)"
              when reentry-count > 0
                 display "SRTBAL: feed counts match; the key hashes "
                         "differ by design - the edit re-entered "
                         reentry-count " repaired record(s)"
              when other
                 display "SRTBAL: feed counts match but the key "
                         "hashes disagree - a feed is out of "
                         "balance (see the counts above)"
                 set out-of-balance to true
           end-evaluate
           continue.

      *> the normal end goes into the ledger with the step's return
      *> code, which the call must leave as it found it.
       9800-record-step-ledger section.
           move return-code to step-ldg-rc
           set step-ldg-record to true
           call "SRTLDGR" using step-ldg
           move step-ldg-rc to return-code
           continue.
