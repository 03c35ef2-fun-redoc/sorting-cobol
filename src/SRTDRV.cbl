      * control record on SRTDUP - so SRTBAL can refuse a stale
      * SRTTOT and an investigator can tie any artifact to the
      * execution that produced it.
      *
      * On the parallel sort path SRTDRV sorts one partition of
      * SRTSPLT's split, named by a fourth PARM token - the partition
      * number, 1-8 (so "QUICKSRT A K 3" sorts partition 3). SRTIN
      * must then open with the split's "RID" control record for that
      * partition, and the run carries the split's run id instead of
      * minting one, so SRTASMB can tell every partition of the night
      * by it. The partition is sorted to the one SRTOUT whatever the
      * PART statement says (the split already cut the key ranges),
      * and a partition too big for the in-memory table ends with
      * return code 16 rather than going through MERGESRT - the cure
      * is more partitions. Such a step files in the ledger as
      * SRTDRV1-SRTDRV8, so the partitions of a night do not skip one
      * another.
      *
      * Under a SRTRUN card the step is entered in the SRTLEDG
      * step-completion ledger through SRTLDGR: a resubmission of the
      * same run skips the step, handing back its earlier return
      * code, once it has completed with 4 or better.
      *>-----------------------------------------------------------------
       identification division.
       program-id. srtdrv.
       01 algo-name pic x(8) value "QUICKSRT".
       01 order-token pic x(01) value space.
       01 dup-token pic x(01) value space.
       01 part-token pic x(02) value spaces.
      *> the partition of SRTSPLT's split this run sorts, on the
      *> parallel path, and whether its RID control record was read.
       01 split-part-no pic 9(01) value 0.
       01 split-mode-flag pic 9 binary value 0.
           88 split-partition value 1.
       01 rid-seen-flag pic 9 binary value 0.
           88 rid-seen value 1.
       01 dup-mode pic x(01) value "K".
           88 dup-keep-all    value "K" "k".
           88 dup-keep-first  value "F" "f".
       copy RSHCPY6 replacing ==:cfg:== by ==run-cfg==
                              ==:maxlen:== by ==:maxlen:==.
       01 built-key pic :bkeypic:.
       copy RSHCPY22 replacing ==:lgr:== by ==step-ldg==.
       linkage section.
       01  PARM-BUFFER.
          05  PARM-LENGTH         pic S9(4) comp.
       procedure division using PARM-BUFFER.
       0000-mainline section.
           display "in srtdrv"
      *> a resubmitted night skips a step the ledger shows already
      *> completed cleanly for this run (see SRTLDGR).
           move "SRTDRV" to step-ldg-step
           perform 0100-split-parm
           set step-ldg-check to true
           call "SRTLDGR" using step-ldg
           if step-ldg-bad
           then
              display "SRTDRV: SRTRUN card is bad, run ended"
              move 16 to return-code
              goback
           end-if
           if step-ldg-skip-step
           then
              display "SRTDRV: already completed for run "
                      step-ldg-run-id " " step-ldg-bus-date
                      " - step skipped"
              move step-ldg-rc to return-code
              goback
           end-if
           move function CURRENT-DATE(1:8) to run-date
           move function CURRENT-DATE(11:4) to run-id
           display "SRTDRV: run id " run-id
           if PARM-LENGTH > 0
           then
              if order-token = "D" or order-token = "d"
              then
                 set sort-order-descending to true
                    goback
                 end-if
              end-if
              if part-token not = spaces
              then
                 if part-token(1:1) >= "1" and part-token(1:1) <= "8"
                    and part-token(2:1) = space
                 then
                    move part-token(1:1) to split-part-no
                    set split-partition to true
                 else
                    display "unknown partition number: " part-token
                    move 20 to return-code
                    goback
                 end-if
              end-if
           end-if

           perform 0500-load-config
           if input-overflow
           then
              perform 6000-run-merge-path
              perform 9800-record-step-ledger
              goback
           end-if

              move dta-len to logged-len
              perform 3000-write-log
              move 0 to return-code
              perform 9800-record-step-ledger
              goback
           end-if

           perform 2000-write-output

           move 0 to return-code
           perform 9800-record-step-ledger
           goback.

      *> the PARM is taken apart ahead of the ledger check, since a
      *> partition sort files under its own step name.
       0100-split-parm section.
           if PARM-LENGTH > 0
           then
              move spaces to algo-name
              move spaces to order-token
              move spaces to dup-token
              move spaces to part-token
              unstring PARM-DATA(1:PARM-LENGTH) delimited by space
                 into algo-name order-token dup-token part-token
              end-unstring
              if part-token(1:1) >= "1" and part-token(1:1) <= "8"
                 and part-token(2:1) = space
              then
                 move part-token(1:1) to step-ldg-step(7:1)
              end-if
           end-if
           continue.

       0500-load-config section.
           call "SRTCFGL" using run-cfg
           if run-cfg-parse-bad
              move 16 to return-code
              goback
           end-if
      *> a partition of the split is one key range already - it is
      *> sorted to the one SRTOUT, whatever PART says.
           if split-partition
           then
              move 0 to run-cfg-part-count
           end-if
           continue.

       0600-load-checkpoint section.
      *> under the header/trailer convention the first record must be
      *> the "HDR" control record and a "TRL" record closes the data;
      *> neither is a data record, so neither is selected, keyed,
      *> counted or sorted. A partition of the split opens with the
      *> split's "RID" record ahead of all of them.
                    if split-partition and not rid-seen
                    then
                       perform 1040-take-split-record
                    else
                    if run-cfg-hdrtrl-yes and not hdr-seen
                    then
                       perform 1050-take-header
                    end-if
                    end-if
                    end-if
                    end-if
              end-read
           end-perform
           close srt-in-file
           if split-partition and not rid-seen
           then
              display "SRTDRV: SRTIN is empty - no RID control "
                      "record from the split"
              move 12 to return-code
              goback
           end-if
           if run-cfg-hdrtrl-yes and not input-overflow
           then
              perform 1070-check-trailer
           display "bypassed " bypass-count " record(s) by selection"
           continue.

      *> the split's control record names the partition the file
      *> holds, which must be the one this step was scheduled to
      *> sort, and the split's run id, which this run carries from
      *> here on in place of its own.
       1040-take-split-record section.
           if srt-in-rec(1:3) not = "RID"
           then
              display "SRTDRV: expected RID control record from the "
                      "split, found: " srt-in-rec
              move 12 to return-code
              close srt-in-file
              goback
           end-if
           if srt-in-rec(8:1) not = part-token(1:1)
           then
              display "SRTDRV: SRTIN holds partition "
                      srt-in-rec(8:1) " of the split, not partition "
                      split-part-no
              move 12 to return-code
              close srt-in-file
              goback
           end-if
           move srt-in-rec(4:4) to run-id
           set rid-seen to true
           display "SRTDRV: partition " split-part-no " of "
                   srt-in-rec(9:1) " - run id " run-id
                   " from the split"
           continue.

       1050-take-header section.
           if srt-in-rec(1:3) not = "HDR"
           then
       6000-run-merge-path section.
           display "SRTDRV: input exceeds configured max length "
                   run-max-len " - continuing through MERGESRT"
           if split-partition
           then
              display "SRTDRV: a partition of the split must fit "
                      "in memory - split into more partitions, run "
                      "ended"
              move 16 to return-code
              goback
           end-if
           if not dup-keep-all
           then
              display "SRTDRV: duplicate mode " dup-mode
              end-perform
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
