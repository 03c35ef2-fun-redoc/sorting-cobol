      *>-----------------------------------------------------------------
      * SRTSPLT - partition split, the first step of the parallel sort
      * path for nights whose volume will not fit the batch window as
      * one SRTDRV run (SRTGATE says so) - MERGESRT's single-job
      * external merge being slower still.
      *
      * Reads the edited input (SRTIN - point it at the file SRTEDIT
      * wrote to SRTEDOK) and fans it out by key range across
      * SRTPART1-SRTPARTn, against the explicit bounds of the SRTCFG
      * PART statement - the same statement SRTPROF recommends, and
      * the same routing SRTDRV uses for its own fan-out: a record
      * goes to the first partition whose upper bound its leading
      * record key does not pass, the last partition taking the rest.
      * Each partition file is then sorted by its own SRTDRV step,
      * scheduled concurrently, and SRTASMB puts the sorted partitions
      * back together as one SRTOUT.
      *
      * Every partition file opens with a "RID" control record:
      *   positions 1-3  "RID"
      *             4-7  the split's run id
      *             8    the partition number
      *             9    the number of partitions
      * which the partition's SRTDRV checks against the partition it
      * was scheduled to sort and whose run id it carries in place of
      * one of its own. Under the header/trailer convention (HDRTRL Y)
      * the input's HDR record follows the RID on every partition and
      * each partition closes with a TRL record of its own count, so
      * the partition sorts validate their input as the single sort
      * does. The split itself holds the input to the same HDR date
      * and TRL count checks first.
      *
      * SPLTCTL gets one RSHCPY26 record per partition - run id,
      * bound, record count and key hash - for SRTASMB to prove the
      * partitions against. It is emptied when the split starts, so a
      * split that fails part-way leaves nothing to assemble.
      *
      * The partitions only assemble into one ordered file if the
      * sort's major key is the leading record key the split routes
      * on: a run configuration with TYPE statements, or whose first
      * KEY field is anything but positions 1-5 (or wider) of type N
      * or C ascending, is refused with return code 16 - as is a
      * PART statement without bounds (PART n alone is the sort's
      * own even split of data it has already sorted) or no PART
      * statement at all. Return code 12 for input that fails the
      * header/trailer checks.
      *
      * Under a SRTRUN card the step is entered in the SRTLEDG
      * step-completion ledger through SRTLDGR: a resubmission of the
      * same run skips the step, handing back its earlier return
      * code, once it has completed with 4 or better.
      *>-----------------------------------------------------------------
       identification division.
       program-id. srtsplt.
       environment division.
       input-output section.
       file-control.
           select srt-in-file assign to SRTIN
               organization is line sequential
               file status is srt-in-status.
           select part1-file assign to SRTPART1
               organization is line sequential.
           select part2-file assign to SRTPART2
               organization is line sequential.
           select part3-file assign to SRTPART3
               organization is line sequential.
           select part4-file assign to SRTPART4
               organization is line sequential.
           select part5-file assign to SRTPART5
               organization is line sequential.
           select part6-file assign to SRTPART6
               organization is line sequential.
           select part7-file assign to SRTPART7
               organization is line sequential.
           select part8-file assign to SRTPART8
               organization is line sequential.
           select split-ctl-file assign to SPLTCTL
               organization is line sequential.
       data division.
       replace ==:maxlen:== by ==5==
               ==:paylen:== by ==20==
               ==:keypic:== by ==9(5)==
               ==:reclen:== by ==25==.
       file section.
       fd  srt-in-file.
       01  srt-in-rec.
           copy RSHCPY1E replacing ==:elem:== by ==srt-in-rec==
                                   ==:elem-maxlen:== by ==:maxlen:==
                                   ==:elem-paylen:== by ==:paylen:==
                                   ==:elem-keypic:== by ==:keypic:==.
       fd  part1-file.
       01  part1-rec pic x(:reclen:).
       fd  part2-file.
       01  part2-rec pic x(:reclen:).
       fd  part3-file.
       01  part3-rec pic x(:reclen:).
       fd  part4-file.
       01  part4-rec pic x(:reclen:).
       fd  part5-file.
       01  part5-rec pic x(:reclen:).
       fd  part6-file.
       01  part6-rec pic x(:reclen:).
       fd  part7-file.
       01  part7-rec pic x(:reclen:).
       fd  part8-file.
       01  part8-rec pic x(:reclen:).
       fd  split-ctl-file.
       01  split-ctl-rec.
           copy RSHCPY26 replacing ==:spc:== by ==split-ctl-rec==.
       working-storage section.
       01 srt-in-status pic x(02).
           88 srt-in-ok value "00".
       01 in-eof-flag pic 9 binary value 0.
           88 in-eof value 1.
       01 run-date pic x(08).
       01 run-id pic x(04).
       01 in-count pic 9(09) value 0.
       01 hdr-seen-flag pic 9 binary value 0.
           88 hdr-seen value 1.
       01 trl-seen-flag pic 9 binary value 0.
           88 trl-seen value 1.
       01 hdr-rec pic x(:reclen:) value spaces.
       01 trl-count-txt pic x(09).
       01 trl-count-num redefines trl-count-txt pic 9(09).
       01 part-n pic 9(01) value 0.
       01 part-id pic 9(01) value 0.
       01 part-rec pic x(:reclen:).
       01 part-key-txt pic x(:maxlen:).
       01 part-bounds.
          05 part-bound-x occurs 7 times pic x(:maxlen:).
       01 part-totals.
          05 part-total occurs 8 times.
             10 part-rec-count pic 9(09).
             10 part-hash pic 9(10).
       01 p pic 9(01).
       copy RSHCPY6 replacing ==:cfg:== by ==run-cfg==
                              ==:maxlen:== by ==:maxlen:==.
       copy RSHCPY22 replacing ==:lgr:== by ==step-ldg==.
       procedure division.
       0000-mainline section.
           display "in srtsplt"
      *> a resubmitted night skips a step the ledger shows already
      *> completed cleanly for this run (see SRTLDGR).
           move "SRTSPLT" to step-ldg-step
           set step-ldg-check to true
           call "SRTLDGR" using step-ldg
           if step-ldg-bad
           then
              display "SRTSPLT: SRTRUN card is bad, run ended"
              move 16 to return-code
              goback
           end-if
           if step-ldg-skip-step
           then
              display "SRTSPLT: already completed for run "
                      step-ldg-run-id " " step-ldg-bus-date
                      " - step skipped"
              move step-ldg-rc to return-code
              goback
           end-if
           move function CURRENT-DATE(1:8) to run-date
           move function CURRENT-DATE(11:4) to run-id
           display "SRTSPLT: run id " run-id

           perform 0500-load-config

           open input srt-in-file
           if not srt-in-ok
           then
              display "SRTSPLT: cannot open SRTIN, status "
                      srt-in-status
              move 12 to return-code
              goback
           end-if
      *> SPLTCTL is emptied before the first record is routed - a
      *> split that ends early leaves SRTASMB nothing to prove the
      *> night's partitions against, rather than yesterday's counts.
           open output split-ctl-file
           perform varying part-id from 1 by 1 until part-id > part-n
              move 0 to part-rec-count(part-id)
              move 0 to part-hash(part-id)
              perform 9410-open-part-by-id
              perform 1010-write-split-record
           end-perform

           perform 1000-split-input

           if run-cfg-hdrtrl-yes
           then
              perform 1070-check-trailer
              if return-code not = 0
              then
                 goback
              end-if
              perform varying part-id from 1 by 1
                      until part-id > part-n
                 perform 1080-write-part-trailer
              end-perform
           end-if
           perform varying part-id from 1 by 1 until part-id > part-n
              perform 9420-close-part-by-id
              display "partition " part-id " took "
                      part-rec-count(part-id) " record(s)"
           end-perform
           perform 2000-write-split-control
           close split-ctl-file
           display "SRTSPLT: split " in-count " record(s) into "
                   part-n " partitions"

           move 0 to return-code
           perform 9800-record-step-ledger
           goback.

      *> the split needs bounds it can route on before it has seen
      *> the data, and a key layout under which key-range partitions,
      *> each sorted on its own, concatenate into one sorted file.
       0500-load-config section.
           call "SRTCFGL" using run-cfg
           if run-cfg-parse-bad
           then
              display "SRTSPLT: SRTCFG statements are bad, run ended"
              move 16 to return-code
              goback
           end-if
           if run-cfg-part-count < 2
           then
              display "SRTSPLT: SRTCFG has no PART statement - "
                      "nothing to split on, run ended"
              move 16 to return-code
              goback
           end-if
           if run-cfg-part-auto-yes
           then
              display "SRTSPLT: PART " run-cfg-part-count
                      " has no bounds - paste one of SRTPROF's "
                      "recommended PART statements, run ended"
              move 16 to return-code
              goback
           end-if
           if run-cfg-type-count > 0
           then
              display "SRTSPLT: TYPE statements give each record "
                      "type its own key - the partitions would not "
                      "assemble in key order, run ended"
              move 16 to return-code
              goback
           end-if
           if run-cfg-key-count > 0
           then
              if run-cfg-key-pos(1) not = 1
                 or run-cfg-key-len(1) < :maxlen:
                 or not (run-cfg-key-numeric(1)
                         or run-cfg-key-character(1))
                 or not run-cfg-key-ascending(1)
              then
                 display "SRTSPLT: the first KEY field is not the "
                         "leading record key ascending - the "
                         "partitions would not assemble in key "
                         "order, run ended"
                 move 16 to return-code
                 goback
              end-if
           end-if
           move run-cfg-part-count to part-n
           perform varying p from 1 by 1 until p >= part-n
              move run-cfg-part-hikey(p) to part-bound-x(p)
           end-perform
           continue.

       1000-split-input section.
           move 0 to in-eof-flag
           perform test after until in-eof
              read srt-in-file
                 at end
                    set in-eof to true
                 not at end
      *> the HDR and TRL control records are not data: the header is
      *> copied behind every partition's RID, the trailer's count is
      *> held to what was read.
                    if run-cfg-hdrtrl-yes and not hdr-seen
                    then
                       perform 1050-take-header
                    else
                    if run-cfg-hdrtrl-yes
                       and srt-in-rec(1:3) = "TRL"
                    then
                       perform 1060-take-trailer
                    else
                       add 1 to in-count
                       move srt-in-rec to part-rec
                       perform 1100-route-partition
                       perform 9430-write-part-by-id
                       add 1 to part-rec-count(part-id)
                       compute part-hash(part-id) = function mod(
                          part-hash(part-id) + srt-in-rec-key,
                          10000000000)
                    end-if
                    end-if
              end-read
           end-perform
           close srt-in-file
           continue.

       1010-write-split-record section.
           move spaces to part-rec
           move "RID" to part-rec(1:3)
           move run-id to part-rec(4:4)
           move part-id to part-rec(8:1)
           move part-n to part-rec(9:1)
           perform 9430-write-part-by-id
           continue.

       1050-take-header section.
           if srt-in-rec(1:3) not = "HDR"
           then
              display "SRTSPLT: expected HDR control record, found: "
                      srt-in-rec
              move 12 to return-code
              close srt-in-file
              goback
           end-if
           if srt-in-rec(4:8) not = run-date
           then
              display "SRTSPLT: header business date "
                      srt-in-rec(4:8) " is not the run date "
                      run-date
              move 12 to return-code
              close srt-in-file
              goback
           end-if
           move srt-in-rec to hdr-rec
           set hdr-seen to true
           move hdr-rec to part-rec
           perform varying part-id from 1 by 1 until part-id > part-n
              perform 9430-write-part-by-id
           end-perform
           continue.

       1060-take-trailer section.
           move srt-in-rec(4:9) to trl-count-txt
           if trl-count-txt not numeric
           then
              display "SRTSPLT: trailer count is not numeric: "
                      srt-in-rec
              move 12 to return-code
              close srt-in-file
              goback
           end-if
           set trl-seen to true
           set in-eof to true
           continue.

       1070-check-trailer section.
           if not trl-seen
           then
              display "SRTSPLT: no TRL control record on input"
              move 12 to return-code
           else
              if trl-count-num not = in-count
              then
                 display "SRTSPLT: trailer says " trl-count-num
                         " record(s) but input held " in-count
                 move 12 to return-code
              end-if
           end-if
           continue.

       1080-write-part-trailer section.
           move spaces to part-rec
           move "TRL" to part-rec(1:3)
           move part-rec-count(part-id) to trl-count-num
           move trl-count-txt to part-rec(4:9)
           perform 9430-write-part-by-id
           continue.

      *> the same routing as SRTDRV's own fan-out: the first
      *> partition whose upper bound the leading key does not pass.
       1100-route-partition section.
           move part-rec(1::maxlen:) to part-key-txt
           perform varying part-id from 1 by 1
                   until part-id >= part-n
              if part-key-txt <= part-bound-x(part-id)
              then
                 exit perform
              end-if
           end-perform
           continue.

       2000-write-split-control section.
           perform varying part-id from 1 by 1 until part-id > part-n
              move spaces to split-ctl-rec
              move run-id to split-ctl-rec-run-id
              move run-date to split-ctl-rec-run-date
              move part-id to split-ctl-rec-part-no
              move part-n to split-ctl-rec-part-count
              if part-id < part-n
              then
                 move part-bound-x(part-id) to split-ctl-rec-high-key
              end-if
              move part-rec-count(part-id) to split-ctl-rec-count
              move part-hash(part-id) to split-ctl-rec-hash
              if run-cfg-hdrtrl-yes
              then
                 move hdr-rec(4:8) to split-ctl-rec-bus-date
              end-if
              write split-ctl-rec
           end-perform
           continue.

      *>-----------------------------------------------------------------
      * generic open/close/write by partition-file id (1-8), same
      * pattern as SRTDRV's partition-file sections.
      *>-----------------------------------------------------------------
       9410-open-part-by-id section.
           evaluate part-id
              when 1 open output part1-file
              when 2 open output part2-file
              when 3 open output part3-file
              when 4 open output part4-file
              when 5 open output part5-file
              when 6 open output part6-file
              when 7 open output part7-file
              when 8 open output part8-file
           end-evaluate
           continue.

       9420-close-part-by-id section.
           evaluate part-id
              when 1 close part1-file
              when 2 close part2-file
              when 3 close part3-file
              when 4 close part4-file
              when 5 close part5-file
              when 6 close part6-file
              when 7 close part7-file
              when 8 close part8-file
           end-evaluate
           continue.

       9430-write-part-by-id section.
           evaluate part-id
              when 1 write part1-rec from part-rec
              when 2 write part2-rec from part-rec
              when 3 write part3-rec from part-rec
              when 4 write part4-rec from part-rec
              when 5 write part5-rec from part-rec
              when 6 write part6-rec from part-rec
              when 7 write part7-rec from part-rec
              when 8 write part8-rec from part-rec
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
