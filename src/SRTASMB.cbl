      *>-----------------------------------------------------------------
      * SRTASMB - partition assembly, the last step of the parallel
      * sort path: puts the partitions SRTSPLT cut and the concurrent
      * SRTDRV steps sorted back together as the night's one SRTOUT,
      * with one SRTTOT that SRTBAL balances as it would the single
      * sort's.
      *
      * PARM layout (same shape as the other programs' PARM-BUFFER):
      *   PARM-DATA = "<order>" - "A" (the default) or "D", the order
      *               the partitions were sorted in: ascending takes
      *               them 1 to n, descending n to 1.
      *
      * SPLTCTL is the split's control file (RSHCPY26): the run id,
      * the number of partitions and each one's record count and key
      * hash. For every partition n the step then reads
      *   PTOTn  - the partition sort's SRTTOT
      *   PLOGn  - its SRTLOG (one per partition, so the partition
      *            jobs do not queue on the shared run log)
      *   PDUPn  - its SRTDUP, needed only when it dropped duplicates
      *   PSORTn - its sorted SRTOUT
      * and fails the assembly - return code 8, no SRTTOT written -
      * when any partition is missing, when any of them carries
      * another run id than the split's (a partition sorted from an
      * earlier split, or its totals left from one), when a
      * partition's input side is not the count and hash the split
      * gave it, when its totals do not balance, when its last log
      * entry did not sort or ended non-zero, when its SRTDUP or its
      * sorted output is not what its totals say, or when the
      * assembled output is not in key order across the partition
      * boundaries. Under the header/trailer convention (HDRTRL Y)
      * each partition's header must carry the split's run id and
      * its trailer the count read, and SRTOUT gets one HDR (the
      * split's run id) and one TRL of its own.
      *
      * On a clean assembly:
      *   SRTOUT - the partitions' data records, in key order;
      *   SRTTOT - the partitions' totals added up, side by side, under
      *            the split's run id - in = out + dup + bypass holds
      *            for the whole as it held for every part;
      *   SRTDUP - when any partition dropped duplicates, one "RID"
      *            record and every partition's drops (otherwise left
      *            alone, as the single sort leaves it on a keep-all
      *            night);
      *   SRTLOG - every partition log's entries copied to the run
      *            log, the partition logs emptied behind them.
      * Whatever the outcome, an entry of the step's own is appended
      * to SRTLOG last - algorithm "SRTASMB", the records sorted
      * across all partitions, the elapsed time of the slowest
      * partition (they ran side by side), sorted "Y" only for a
      * clean assembly - so the night's newest entry, the one SRTCERT
      * certifies, is the whole night's and not one partition's.
      *
      * Return code 12 when SPLTCTL is missing, empty (the split
      * never finished) or inconsistent; 16 for bad SRTCFG
      * statements; 20 for a bad PARM.
      *
      * Under a SRTRUN card the step is entered in the SRTLEDG
      * step-completion ledger through SRTLDGR: a resubmission of the
      * same run skips the step, handing back its earlier return
      * code, once it has completed with 4 or better.
      *>-----------------------------------------------------------------
       identification division.
       program-id. srtasmb.
       environment division.
       input-output section.
       file-control.
           select split-ctl-file assign to SPLTCTL
               organization is line sequential
               file status is split-ctl-status.
           select ptot1-file assign to PTOT1
               organization is line sequential
               file status is part-file-status.
           select ptot2-file assign to PTOT2
               organization is line sequential
               file status is part-file-status.
           select ptot3-file assign to PTOT3
               organization is line sequential
               file status is part-file-status.
           select ptot4-file assign to PTOT4
               organization is line sequential
               file status is part-file-status.
           select ptot5-file assign to PTOT5
               organization is line sequential
               file status is part-file-status.
           select ptot6-file assign to PTOT6
               organization is line sequential
               file status is part-file-status.
           select ptot7-file assign to PTOT7
               organization is line sequential
               file status is part-file-status.
           select ptot8-file assign to PTOT8
               organization is line sequential
               file status is part-file-status.
           select plog1-file assign to PLOG1
               organization is line sequential
               file status is part-file-status.
           select plog2-file assign to PLOG2
               organization is line sequential
               file status is part-file-status.
           select plog3-file assign to PLOG3
               organization is line sequential
               file status is part-file-status.
           select plog4-file assign to PLOG4
               organization is line sequential
               file status is part-file-status.
           select plog5-file assign to PLOG5
               organization is line sequential
               file status is part-file-status.
           select plog6-file assign to PLOG6
               organization is line sequential
               file status is part-file-status.
           select plog7-file assign to PLOG7
               organization is line sequential
               file status is part-file-status.
           select plog8-file assign to PLOG8
               organization is line sequential
               file status is part-file-status.
           select pdup1-file assign to PDUP1
               organization is line sequential
               file status is part-file-status.
           select pdup2-file assign to PDUP2
               organization is line sequential
               file status is part-file-status.
           select pdup3-file assign to PDUP3
               organization is line sequential
               file status is part-file-status.
           select pdup4-file assign to PDUP4
               organization is line sequential
               file status is part-file-status.
           select pdup5-file assign to PDUP5
               organization is line sequential
               file status is part-file-status.
           select pdup6-file assign to PDUP6
               organization is line sequential
               file status is part-file-status.
           select pdup7-file assign to PDUP7
               organization is line sequential
               file status is part-file-status.
           select pdup8-file assign to PDUP8
               organization is line sequential
               file status is part-file-status.
           select psort1-file assign to PSORT1
               organization is line sequential
               file status is part-file-status.
           select psort2-file assign to PSORT2
               organization is line sequential
               file status is part-file-status.
           select psort3-file assign to PSORT3
               organization is line sequential
               file status is part-file-status.
           select psort4-file assign to PSORT4
               organization is line sequential
               file status is part-file-status.
           select psort5-file assign to PSORT5
               organization is line sequential
               file status is part-file-status.
           select psort6-file assign to PSORT6
               organization is line sequential
               file status is part-file-status.
           select psort7-file assign to PSORT7
               organization is line sequential
               file status is part-file-status.
           select psort8-file assign to PSORT8
               organization is line sequential
               file status is part-file-status.
           select srt-out-file assign to SRTOUT
               organization is line sequential.
           select srt-tot-file assign to SRTTOT
               organization is line sequential.
           select srt-log-file assign to SRTLOG
               organization is line sequential
               file status is srt-log-status.
           select srt-dup-file assign to SRTDUP
               organization is line sequential.
       data division.
       replace ==:maxlen:== by ==5==
               ==:reclen:== by ==25==.
       file section.
       fd  split-ctl-file.
       01  split-ctl-rec.
           copy RSHCPY26 replacing ==:spc:== by ==split-ctl-rec==.
       fd  ptot1-file.
       01  ptot1-rec pic x(80).
       fd  ptot2-file.
       01  ptot2-rec pic x(80).
       fd  ptot3-file.
       01  ptot3-rec pic x(80).
       fd  ptot4-file.
       01  ptot4-rec pic x(80).
       fd  ptot5-file.
       01  ptot5-rec pic x(80).
       fd  ptot6-file.
       01  ptot6-rec pic x(80).
       fd  ptot7-file.
       01  ptot7-rec pic x(80).
       fd  ptot8-file.
       01  ptot8-rec pic x(80).
       fd  plog1-file.
       01  plog1-rec pic x(66).
       fd  plog2-file.
       01  plog2-rec pic x(66).
       fd  plog3-file.
       01  plog3-rec pic x(66).
       fd  plog4-file.
       01  plog4-rec pic x(66).
       fd  plog5-file.
       01  plog5-rec pic x(66).
       fd  plog6-file.
       01  plog6-rec pic x(66).
       fd  plog7-file.
       01  plog7-rec pic x(66).
       fd  plog8-file.
       01  plog8-rec pic x(66).
       fd  pdup1-file.
       01  pdup1-rec pic x(:reclen:).
       fd  pdup2-file.
       01  pdup2-rec pic x(:reclen:).
       fd  pdup3-file.
       01  pdup3-rec pic x(:reclen:).
       fd  pdup4-file.
       01  pdup4-rec pic x(:reclen:).
       fd  pdup5-file.
       01  pdup5-rec pic x(:reclen:).
       fd  pdup6-file.
       01  pdup6-rec pic x(:reclen:).
       fd  pdup7-file.
       01  pdup7-rec pic x(:reclen:).
       fd  pdup8-file.
       01  pdup8-rec pic x(:reclen:).
       fd  psort1-file.
       01  psort1-rec pic x(:reclen:).
       fd  psort2-file.
       01  psort2-rec pic x(:reclen:).
       fd  psort3-file.
       01  psort3-rec pic x(:reclen:).
       fd  psort4-file.
       01  psort4-rec pic x(:reclen:).
       fd  psort5-file.
       01  psort5-rec pic x(:reclen:).
       fd  psort6-file.
       01  psort6-rec pic x(:reclen:).
       fd  psort7-file.
       01  psort7-rec pic x(:reclen:).
       fd  psort8-file.
       01  psort8-rec pic x(:reclen:).
       fd  srt-out-file.
       01  srt-out-rec pic x(:reclen:).
       fd  srt-tot-file.
       01  srt-tot-rec.
           copy RSHCPY7 replacing ==:tot:== by ==srt-tot-rec==
                                  ==:tot-maxlen:== by ==9==
                                  ==:tot-hashlen:== by ==10==.
       fd  srt-log-file.
       01  srt-log-rec.
           copy RSHCPY3 replacing ==:logrec:== by ==srt-log-rec==
                                  ==:logrec-maxlen:== by ==:maxlen:==.
       fd  srt-dup-file.
       01  srt-dup-rec pic x(:reclen:).
       working-storage section.
       01 split-ctl-status pic x(02).
           88 split-ctl-ok value "00".
       01 part-file-status pic x(02).
           88 part-file-ok value "00".
       01 srt-log-status pic x(02).
           88 srt-log-not-found value "35".
       01 file-eof-flag pic 9 binary.
           88 file-eof value 1.
       01 order-token pic x(01) value space.
       01 run-date pic x(08).
       01 fail-count pic 9(03) value 0.
      *> the split, as SPLTCTL describes it.
       01 split-run-id pic x(04).
       01 split-run-date pic x(08).
       01 split-read pic 9(03) value 0.
       01 split-bad-flag pic 9 binary value 0.
           88 split-bad value 1.
       01 part-n pic 9(01) value 0.
       01 part-id pic 9(01).
       01 split-table.
          05 split-entry occurs 8 times.
             10 split-seen-flag pic 9 binary.
                88 split-seen value 1.
             10 split-high-key pic x(05).
             10 split-count pic 9(09).
             10 split-hash pic 9(10).
      *> what each partition's totals say it wrote and dropped.
       01 part-table.
          05 part-entry occurs 8 times.
             10 part-out-count pic 9(09).
             10 part-out-hash pic 9(10).
             10 part-dup-count pic 9(09).
       01 ptot-work.
           copy RSHCPY7 replacing ==:tot:== by ==ptot-work==
                                  ==:tot-maxlen:== by ==9==
                                  ==:tot-hashlen:== by ==10==.
       01 log-work.
           copy RSHCPY3 replacing ==:logrec:== by ==log-work==
                                  ==:logrec-maxlen:== by ==:maxlen:==.
       01 log-found-flag pic 9 binary.
           88 log-found value 1.
       01 check-count pic 9(09).
       01 check-hash pic 9(10).
      *> the partitions' totals added up - the assembled SRTTOT.
       01 in-count pic 9(09) value 0.
       01 in-hash pic 9(10) value 0.
       01 out-count pic 9(09) value 0.
       01 out-hash pic 9(10) value 0.
       01 dup-count pic 9(09) value 0.
       01 dup-hash pic 9(10) value 0.
       01 bypass-count pic 9(09) value 0.
       01 bypass-hash pic 9(10) value 0.
       01 max-elapsed pic 9(16) value 0.
       01 sorted-count pic 9(09).
      *> one partition's data, counted again on the way through.
       01 part-rec pic x(:reclen:).
       01 part-key-txt pic x(:maxlen:).
       01 part-key-num redefines part-key-txt pic 9(:maxlen:).
       01 asm-count pic 9(09).
       01 asm-hash pic 9(10).
       01 asm-total pic 9(09) value 0.
       01 dup-file-count pic 9(09).
       01 dup-run-id pic x(04).
       01 hdr-seen-flag pic 9 binary.
           88 hdr-seen value 1.
       01 trl-seen-flag pic 9 binary.
           88 trl-seen value 1.
       01 trl-count-txt pic x(09).
       01 trl-count-num redefines trl-count-txt pic 9(09).
       01 prev-key pic x(:maxlen:).
       01 prev-key-flag pic 9 binary value 0.
           88 prev-key-set value 1.
       01 order-flag pic 9 binary value 0.
           88 out-of-order value 1.
       copy RSHCPY2 replacing ==:order:== by ==sort-order==.
       copy RSHCPY6 replacing ==:cfg:== by ==run-cfg==
                              ==:maxlen:== by ==:maxlen:==.
       copy RSHCPY22 replacing ==:lgr:== by ==step-ldg==.
       linkage section.
       01  PARM-BUFFER.
          05  PARM-LENGTH         pic S9(4) comp.
          05  PARM-DATA           pic X(256).
       procedure division using PARM-BUFFER.
       0000-mainline section.
           display "in srtasmb"
      *> a resubmitted night skips a step the ledger shows already
      *> completed cleanly for this run (see SRTLDGR).
           move "SRTASMB" to step-ldg-step
           set step-ldg-check to true
           call "SRTLDGR" using step-ldg
           if step-ldg-bad
           then
              display "SRTASMB: SRTRUN card is bad, run ended"
              move 16 to return-code
              goback
           end-if
           if step-ldg-skip-step
           then
              display "SRTASMB: already completed for run "
                      step-ldg-run-id " " step-ldg-bus-date
                      " - step skipped"
              move step-ldg-rc to return-code
              goback
           end-if
           move function CURRENT-DATE(1:8) to run-date
           if PARM-LENGTH > 0
           then
              unstring PARM-DATA(1:PARM-LENGTH) delimited by space
                 into order-token
              end-unstring
              evaluate order-token
                 when "D"
                 when "d"
                    set sort-order-descending to true
                 when "A"
                 when "a"
                 when space
                    continue
                 when other
                    display "SRTASMB: unknown order: " order-token
                    move 20 to return-code
                    goback
              end-evaluate
           end-if
           call "SRTCFGL" using run-cfg
           if run-cfg-parse-bad
           then
              display "SRTASMB: SRTCFG statements are bad, run ended"
              move 16 to return-code
              goback
           end-if

           perform 1000-read-split-control
           perform varying part-id from 1 by 1 until part-id > part-n
              perform 2000-check-totals
              perform 2100-check-log
              perform 2200-check-dups
           end-perform
      *> nothing is assembled from partitions that did not all come
      *> back whole from this split.
           if fail-count = 0
           then
              perform 3000-assemble-output
           end-if
           if fail-count = 0
           then
              perform 4000-write-totals
              if dup-count > 0
              then
                 perform 4100-write-dups
              end-if
              perform 5000-copy-partition-logs
              display "SRTASMB: " part-n " partitions, " asm-total
                      " record(s) assembled for run " split-run-id
              move 0 to return-code
           else
              display "SRTASMB: " fail-count " check(s) failed - "
                      "no totals written for run " split-run-id
              move 8 to return-code
           end-if
           perform 6000-write-log
           perform 9800-record-step-ledger
           goback.

      *> the split's control records, one per partition, all of one
      *> run id and one partition count - anything else means the
      *> split did not finish or the file is not one split's.
       1000-read-split-control section.
           open input split-ctl-file
           if not split-ctl-ok
           then
              display "SRTASMB: no SPLTCTL split control, status "
                      split-ctl-status
              move 12 to return-code
              goback
           end-if
           initialize split-table
           initialize part-table
           move 0 to file-eof-flag
           perform test after until file-eof
              read split-ctl-file
                 at end
                    set file-eof to true
                 not at end
                    add 1 to split-read
                    perform 1010-take-split-record
              end-read
           end-perform
           close split-ctl-file
           if split-read = 0
           then
              display "SRTASMB: SPLTCTL is empty - the split did "
                      "not complete"
              move 12 to return-code
              goback
           end-if
           if not split-bad
           then
              perform varying part-id from 1 by 1
                      until part-id > part-n
                 if not split-seen(part-id)
                 then
                    display "SRTASMB: SPLTCTL has no record for "
                            "partition " part-id
                    set split-bad to true
                 end-if
              end-perform
           end-if
           if split-bad
           then
              display "SRTASMB: SPLTCTL is not one split's control "
                      "file, run ended"
              move 12 to return-code
              goback
           end-if
           display "SRTASMB: split run id " split-run-id " of "
                   split-run-date " - " part-n " partitions"
           continue.

       1010-take-split-record section.
           if split-read = 1
           then
              move split-ctl-rec-run-id to split-run-id
              move split-ctl-rec-run-date to split-run-date
              if split-ctl-rec-part-count is numeric
                 and split-ctl-rec-part-count > 1
                 and split-ctl-rec-part-count < 9
              then
                 move split-ctl-rec-part-count to part-n
              else
                 display "SRTASMB: SPLTCTL partition count "
                         split-ctl-rec-part-count " is not 2-8"
                 set split-bad to true
              end-if
           end-if
           evaluate true
              when split-bad
                 continue
              when split-ctl-rec-run-id not = split-run-id
                 or split-ctl-rec-part-count not = part-n
                 display "SRTASMB: SPLTCTL mixes splits: run id "
                         split-ctl-rec-run-id " beside "
                         split-run-id
                 set split-bad to true
              when split-ctl-rec-part-no not numeric
                 or split-ctl-rec-part-no < 1
                 or split-ctl-rec-part-no > part-n
                 display "SRTASMB: SPLTCTL partition number "
                         split-ctl-rec-part-no " is out of range"
                 set split-bad to true
              when split-seen(split-ctl-rec-part-no)
                 display "SRTASMB: SPLTCTL holds partition "
                         split-ctl-rec-part-no " twice"
                 set split-bad to true
              when other
                 move split-ctl-rec-part-no to part-id
                 set split-seen(part-id) to true
                 move split-ctl-rec-high-key to split-high-key(part-id)
                 move split-ctl-rec-count to split-count(part-id)
                 move split-ctl-rec-hash to split-hash(part-id)
           end-evaluate
           continue.

      *> the partition's own totals: this split's run id, the input
      *> side the split gave it, and SRTBAL's rule within itself.
       2000-check-totals section.
           perform 9510-open-ptot-by-id
           if not part-file-ok
           then
              display "SRTASMB: partition " part-id " has no SRTTOT "
                      "(PTOT" part-id ") - not sorted"
              add 1 to fail-count
           else
              move 0 to file-eof-flag
              perform 9511-read-ptot-by-id
              perform 9512-close-ptot-by-id
              compute check-count =
                 ptot-work-out-count + ptot-work-dup-count
                 + ptot-work-bypass-count
              compute check-hash = function mod(
                 ptot-work-out-hash + ptot-work-dup-hash
                 + ptot-work-bypass-hash,
                 10000000000)
              evaluate true
                 when file-eof
                    display "SRTASMB: partition " part-id
                            " SRTTOT is empty"
                    add 1 to fail-count
                 when ptot-work-run-id not = split-run-id
                    display "SRTASMB: partition " part-id
                            " totals carry run id " ptot-work-run-id
                            " - the split's is " split-run-id
                    add 1 to fail-count
                 when ptot-work-in-count not = split-count(part-id)
                    or ptot-work-in-hash not = split-hash(part-id)
                    display "SRTASMB: partition " part-id " sorted "
                            ptot-work-in-count " record(s) of the "
                            split-count(part-id) " the split gave it"
                    add 1 to fail-count
                 when ptot-work-in-count not = check-count
                    or ptot-work-in-hash not = check-hash
                    display "SRTASMB: partition " part-id
                            " totals do not balance"
                    add 1 to fail-count
                 when other
                    move ptot-work-out-count to part-out-count(part-id)
                    move ptot-work-out-hash to part-out-hash(part-id)
                    move ptot-work-dup-count to part-dup-count(part-id)
                    add ptot-work-in-count to in-count
                    add ptot-work-out-count to out-count
                    add ptot-work-dup-count to dup-count
                    add ptot-work-bypass-count to bypass-count
                    compute in-hash = function mod(
                       in-hash + ptot-work-in-hash, 10000000000)
                    compute out-hash = function mod(
                       out-hash + ptot-work-out-hash, 10000000000)
                    compute dup-hash = function mod(
                       dup-hash + ptot-work-dup-hash, 10000000000)
                    compute bypass-hash = function mod(
                       bypass-hash + ptot-work-bypass-hash,
                       10000000000)
              end-evaluate
           end-if
           continue.

      *> the partition log's newest entry is the partition sort that
      *> wrote the totals just checked - it must be this split's, and
      *> it must have sorted and ended clean.
       2100-check-log section.
           move 0 to log-found-flag
           perform 9520-open-plog-by-id
           if part-file-ok
           then
              move 0 to file-eof-flag
              perform test after until file-eof
                 perform 9521-read-plog-by-id
                 if not file-eof
                 then
                    set log-found to true
                 end-if
              end-perform
              perform 9522-close-plog-by-id
           end-if
           evaluate true
              when not log-found
                 display "SRTASMB: partition " part-id " has no "
                         "SRTLOG entry (PLOG" part-id ")"
                 add 1 to fail-count
              when log-work-run-id not = split-run-id
                 display "SRTASMB: partition " part-id " last logged "
                         "run id " log-work-run-id " - the split's is "
                         split-run-id
                 add 1 to fail-count
              when log-work-sort-bad
                 display "SRTASMB: partition " part-id
                         " did not sort"
                 add 1 to fail-count
              when log-work-rc numeric and log-work-rc > 0
                 display "SRTASMB: partition " part-id
                         " ended with code " log-work-rc
                 add 1 to fail-count
              when other
                 if log-work-elapsed > max-elapsed
                 then
                    move log-work-elapsed to max-elapsed
                 end-if
           end-evaluate
           continue.

      *> a partition that dropped duplicates left them in its own
      *> SRTDUP, behind a "RID" record that must name this split.
       2200-check-dups section.
           if part-dup-count(part-id) > 0
           then
              move 0 to dup-file-count
              move spaces to dup-run-id
              perform 9530-open-pdup-by-id
              if not part-file-ok
              then
                 display "SRTASMB: partition " part-id " dropped "
                         part-dup-count(part-id) " duplicate(s) but "
                         "has no SRTDUP (PDUP" part-id ")"
                 add 1 to fail-count
              else
                 move 0 to file-eof-flag
                 perform test after until file-eof
                    perform 9531-read-pdup-by-id
                    if not file-eof
                    then
                       if part-rec(1:3) = "RID"
                       then
                          move part-rec(4:4) to dup-run-id
                       else
                          add 1 to dup-file-count
                       end-if
                    end-if
                 end-perform
                 perform 9532-close-pdup-by-id
                 if dup-run-id not = split-run-id
                    or dup-file-count not = part-dup-count(part-id)
                 then
                    display "SRTASMB: partition " part-id " SRTDUP "
                            "holds " dup-file-count " record(s) for "
                            "run id " dup-run-id " - its totals "
                            "say " part-dup-count(part-id)
                    add 1 to fail-count
                 end-if
              end-if
           end-if
           continue.

      *> the sorted partitions end to end - 1 to n ascending, n to 1
      *> descending - each one counted and hashed again against its
      *> totals on the way through, and the keys held in order across
      *> the joins.
       3000-assemble-output section.
           open output srt-out-file
           if run-cfg-hdrtrl-yes
           then
              move spaces to srt-out-rec
              move "HDR" to srt-out-rec(1:3)
              move run-date to srt-out-rec(4:8)
              move split-run-id to srt-out-rec(12:4)
              write srt-out-rec
           end-if
           if sort-order-descending
           then
              perform varying part-id from part-n by -1
                      until part-id < 1
                 perform 3100-copy-partition
              end-perform
           else
              perform varying part-id from 1 by 1
                      until part-id > part-n
                 perform 3100-copy-partition
              end-perform
           end-if
           if run-cfg-hdrtrl-yes
           then
              move spaces to srt-out-rec
              move "TRL" to srt-out-rec(1:3)
              move asm-total to trl-count-num
              move trl-count-txt to srt-out-rec(4:9)
              write srt-out-rec
           end-if
           close srt-out-file
           continue.

       3100-copy-partition section.
           move 0 to asm-count
           move 0 to asm-hash
           move 0 to hdr-seen-flag
           move 0 to trl-seen-flag
           perform 9540-open-psort-by-id
           if not part-file-ok
           then
              display "SRTASMB: partition " part-id " has no sorted "
                      "output (PSORT" part-id ")"
              add 1 to fail-count
           else
              move 0 to file-eof-flag
              perform test after until file-eof
                 perform 9541-read-psort-by-id
                 if not file-eof
                 then
                    if run-cfg-hdrtrl-yes and not hdr-seen
                    then
                       perform 3110-take-part-header
                    else
                    if run-cfg-hdrtrl-yes
                       and part-rec(1:3) = "TRL"
                    then
                       perform 3120-take-part-trailer
                    else
                       perform 3130-take-data-record
                    end-if
                    end-if
                 end-if
              end-perform
              perform 9542-close-psort-by-id
              if run-cfg-hdrtrl-yes and hdr-seen and not trl-seen
              then
                 display "SRTASMB: partition " part-id " sorted "
                         "output has no TRL control record"
                 add 1 to fail-count
              end-if
              if asm-count not = part-out-count(part-id)
                 or asm-hash not = part-out-hash(part-id)
              then
                 display "SRTASMB: partition " part-id " sorted "
                         "output holds " asm-count " record(s) - "
                         "its totals say " part-out-count(part-id)
                 add 1 to fail-count
              end-if
           end-if
           continue.

       3110-take-part-header section.
           set hdr-seen to true
           evaluate true
              when part-rec(1:3) not = "HDR"
                 display "SRTASMB: partition " part-id " sorted "
                         "output has no HDR control record"
                 add 1 to fail-count
                 set file-eof to true
              when part-rec(12:4) not = split-run-id
                 display "SRTASMB: partition " part-id " header "
                         "carries run id " part-rec(12:4)
                         " - the split's is " split-run-id
                 add 1 to fail-count
              when other
                 continue
           end-evaluate
           continue.

       3120-take-part-trailer section.
           set trl-seen to true
           set file-eof to true
           move part-rec(4:9) to trl-count-txt
           if trl-count-txt not numeric
              or trl-count-num not = asm-count
           then
              display "SRTASMB: partition " part-id " trailer says "
                      trl-count-txt " record(s) but it held "
                      asm-count
              add 1 to fail-count
           end-if
           continue.

       3130-take-data-record section.
           move part-rec to srt-out-rec
           write srt-out-rec
           add 1 to asm-count
           add 1 to asm-total
           move part-rec(1::maxlen:) to part-key-txt
           compute asm-hash = function mod(
              asm-hash + part-key-num, 10000000000)
      *> within a partition the sort kept the order; this holds it
      *> across the joins too - a partition assembled out of turn,
      *> or bounds that overlap, show here first.
           if prev-key-set and not out-of-order
           then
              if (sort-order-ascending and part-key-txt < prev-key)
                 or (sort-order-descending
                     and part-key-txt > prev-key)
              then
                 display "SRTASMB: assembled output falls out of "
                         "key order at key " part-key-txt
                         " in partition " part-id
                 set out-of-order to true
                 add 1 to fail-count
              end-if
           end-if
           move part-key-txt to prev-key
           set prev-key-set to true
           continue.

       4000-write-totals section.
           open output srt-tot-file
           move spaces to srt-tot-rec
           move in-count to srt-tot-rec-in-count
           move in-hash to srt-tot-rec-in-hash
           move out-count to srt-tot-rec-out-count
           move out-hash to srt-tot-rec-out-hash
           move dup-count to srt-tot-rec-dup-count
           move dup-hash to srt-tot-rec-dup-hash
           move bypass-count to srt-tot-rec-bypass-count
           move bypass-hash to srt-tot-rec-bypass-hash
           move split-run-id to srt-tot-rec-run-id
           write srt-tot-rec
           close srt-tot-file
           continue.

      *> one dup file for the night, as the single sort leaves it -
      *> readers that count SRTDUP skip the one "RID" record.
       4100-write-dups section.
           open output srt-dup-file
           move spaces to srt-dup-rec
           move "RID" to srt-dup-rec(1:3)
           move split-run-id to srt-dup-rec(4:4)
           write srt-dup-rec
           perform varying part-id from 1 by 1 until part-id > part-n
              if part-dup-count(part-id) > 0
              then
                 perform 9530-open-pdup-by-id
                 move 0 to file-eof-flag
                 perform test after until file-eof
                    perform 9531-read-pdup-by-id
                    if not file-eof and part-rec(1:3) not = "RID"
                    then
                       write srt-dup-rec from part-rec
                    end-if
                 end-perform
                 perform 9532-close-pdup-by-id
              end-if
           end-perform
           close srt-dup-file
           continue.

      *> every partition's log entries go to the run log, where
      *> SRTRPT and SRTGATE look for them, and the partition log is
      *> emptied behind them - a partition log only ever holds what
      *> the next assembly has still to copy.
       5000-copy-partition-logs section.
           open extend srt-log-file
           if srt-log-not-found
           then
              open output srt-log-file
           end-if
           perform varying part-id from 1 by 1 until part-id > part-n
              perform 9520-open-plog-by-id
              move 0 to file-eof-flag
              perform test after until file-eof
                 perform 9521-read-plog-by-id
                 if not file-eof
                 then
                    write srt-log-rec from log-work
                 end-if
              end-perform
              perform 9522-close-plog-by-id
              perform 9523-empty-plog-by-id
           end-perform
           close srt-log-file
           continue.

      *> the step's own entry, after the partitions' - the newest on
      *> the log, and the one the night's certificate reads.
       6000-write-log section.
           open extend srt-log-file
           if srt-log-not-found
           then
              open output srt-log-file
           end-if
           compute sorted-count = in-count - bypass-count
           move spaces to srt-log-rec
           move function CURRENT-DATE(1:16) to srt-log-rec-timestamp
           move sorted-count to srt-log-rec-length
           move "SRTASMB" to srt-log-rec-algo
           move max-elapsed to srt-log-rec-elapsed
           if fail-count = 0
           then
              set srt-log-rec-sort-ok to true
           else
              set srt-log-rec-sort-bad to true
           end-if
           move return-code to srt-log-rec-rc
           move split-run-id to srt-log-rec-run-id
           write srt-log-rec
           close srt-log-file
           continue.

      *>-----------------------------------------------------------------
      * generic open/read/close by partition id (1-8), same pattern
      * as SRTDRV's partition-file sections.
      *>-----------------------------------------------------------------
       9510-open-ptot-by-id section.
           evaluate part-id
              when 1 open input ptot1-file
              when 2 open input ptot2-file
              when 3 open input ptot3-file
              when 4 open input ptot4-file
              when 5 open input ptot5-file
              when 6 open input ptot6-file
              when 7 open input ptot7-file
              when 8 open input ptot8-file
           end-evaluate
           continue.

       9511-read-ptot-by-id section.
           evaluate part-id
              when 1 read ptot1-file into ptot-work
                        at end set file-eof to true
                     end-read
              when 2 read ptot2-file into ptot-work
                        at end set file-eof to true
                     end-read
              when 3 read ptot3-file into ptot-work
                        at end set file-eof to true
                     end-read
              when 4 read ptot4-file into ptot-work
                        at end set file-eof to true
                     end-read
              when 5 read ptot5-file into ptot-work
                        at end set file-eof to true
                     end-read
              when 6 read ptot6-file into ptot-work
                        at end set file-eof to true
                     end-read
              when 7 read ptot7-file into ptot-work
                        at end set file-eof to true
                     end-read
              when 8 read ptot8-file into ptot-work
                        at end set file-eof to true
                     end-read
           end-evaluate
           continue.

       9512-close-ptot-by-id section.
           evaluate part-id
              when 1 close ptot1-file
              when 2 close ptot2-file
              when 3 close ptot3-file
              when 4 close ptot4-file
              when 5 close ptot5-file
              when 6 close ptot6-file
              when 7 close ptot7-file
              when 8 close ptot8-file
           end-evaluate
           continue.

       9520-open-plog-by-id section.
           evaluate part-id
              when 1 open input plog1-file
              when 2 open input plog2-file
              when 3 open input plog3-file
              when 4 open input plog4-file
              when 5 open input plog5-file
              when 6 open input plog6-file
              when 7 open input plog7-file
              when 8 open input plog8-file
           end-evaluate
           continue.

       9521-read-plog-by-id section.
           evaluate part-id
              when 1 read plog1-file into log-work
                        at end set file-eof to true
                     end-read
              when 2 read plog2-file into log-work
                        at end set file-eof to true
                     end-read
              when 3 read plog3-file into log-work
                        at end set file-eof to true
                     end-read
              when 4 read plog4-file into log-work
                        at end set file-eof to true
                     end-read
              when 5 read plog5-file into log-work
                        at end set file-eof to true
                     end-read
              when 6 read plog6-file into log-work
                        at end set file-eof to true
                     end-read
              when 7 read plog7-file into log-work
                        at end set file-eof to true
                     end-read
              when 8 read plog8-file into log-work
                        at end set file-eof to true
                     end-read
           end-evaluate
           continue.

       9522-close-plog-by-id section.
           evaluate part-id
              when 1 close plog1-file
              when 2 close plog2-file
              when 3 close plog3-file
              when 4 close plog4-file
              when 5 close plog5-file
              when 6 close plog6-file
              when 7 close plog7-file
              when 8 close plog8-file
           end-evaluate
           continue.

       9523-empty-plog-by-id section.
           evaluate part-id
              when 1 open output plog1-file
                     close plog1-file
              when 2 open output plog2-file
                     close plog2-file
              when 3 open output plog3-file
                     close plog3-file
              when 4 open output plog4-file
                     close plog4-file
              when 5 open output plog5-file
                     close plog5-file
              when 6 open output plog6-file
                     close plog6-file
              when 7 open output plog7-file
                     close plog7-file
              when 8 open output plog8-file
                     close plog8-file
           end-evaluate
           continue.

       9530-open-pdup-by-id section.
           evaluate part-id
              when 1 open input pdup1-file
              when 2 open input pdup2-file
              when 3 open input pdup3-file
              when 4 open input pdup4-file
              when 5 open input pdup5-file
              when 6 open input pdup6-file
              when 7 open input pdup7-file
              when 8 open input pdup8-file
           end-evaluate
           continue.

       9531-read-pdup-by-id section.
           evaluate part-id
              when 1 read pdup1-file into part-rec
                        at end set file-eof to true
                     end-read
              when 2 read pdup2-file into part-rec
                        at end set file-eof to true
                     end-read
              when 3 read pdup3-file into part-rec
                        at end set file-eof to true
                     end-read
              when 4 read pdup4-file into part-rec
                        at end set file-eof to true
                     end-read
              when 5 read pdup5-file into part-rec
                        at end set file-eof to true
                     end-read
              when 6 read pdup6-file into part-rec
                        at end set file-eof to true
                     end-read
              when 7 read pdup7-file into part-rec
                        at end set file-eof to true
                     end-read
              when 8 read pdup8-file into part-rec
                        at end set file-eof to true
                     end-read
           end-evaluate
           continue.

       9532-close-pdup-by-id section.
           evaluate part-id
              when 1 close pdup1-file
              when 2 close pdup2-file
              when 3 close pdup3-file
              when 4 close pdup4-file
              when 5 close pdup5-file
              when 6 close pdup6-file
              when 7 close pdup7-file
              when 8 close pdup8-file
           end-evaluate
           continue.

       9540-open-psort-by-id section.
           evaluate part-id
              when 1 open input psort1-file
              when 2 open input psort2-file
              when 3 open input psort3-file
              when 4 open input psort4-file
              when 5 open input psort5-file
              when 6 open input psort6-file
              when 7 open input psort7-file
              when 8 open input psort8-file
           end-evaluate
           continue.

       9541-read-psort-by-id section.
           evaluate part-id
              when 1 read psort1-file into part-rec
                        at end set file-eof to true
                     end-read
              when 2 read psort2-file into part-rec
                        at end set file-eof to true
                     end-read
              when 3 read psort3-file into part-rec
                        at end set file-eof to true
                     end-read
              when 4 read psort4-file into part-rec
                        at end set file-eof to true
                     end-read
              when 5 read psort5-file into part-rec
                        at end set file-eof to true
                     end-read
              when 6 read psort6-file into part-rec
                        at end set file-eof to true
                     end-read
              when 7 read psort7-file into part-rec
                        at end set file-eof to true
                     end-read
              when 8 read psort8-file into part-rec
                        at end set file-eof to true
                     end-read
           end-evaluate
           continue.

       9542-close-psort-by-id section.
           evaluate part-id
              when 1 close psort1-file
              when 2 close psort2-file
              when 3 close psort3-file
              when 4 close psort4-file
              when 5 close psort5-file
              when 6 close psort6-file
              when 7 close psort7-file
              when 8 close psort8-file
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
