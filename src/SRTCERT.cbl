      * Gathers, each optional except the run log:
      *   SRTLOG   - the night's sort entry (the LAST record: the
      *              log is append-only, so the newest entry is the
      *              run this certificate is for; on a night the
      *              parallel sort path ran, SRTASMB's entry for the
      *              partitions put together) - algorithm, volume,
      *              elapsed time, sorted Y/N, return code;
      *   SRTTOT   - the balancing totals, re-checked here with
      *              SRTBAL's own rule (in = out + dup + bypass);
      *   SRTEDTOT - SRTEDIT's read/accepted/rejected counts;
      *   SRTDUP   - the duplicate-drop file, counted and compared
      *              against SRTTOT's dup side;
      *   SRTUPTOT - SRTUPDT's master adds/replaces/deletes;
      *   HOLDTOT  - SRTHOLD's pre-posting hold totals, re-checked
      *              with SRTHOLD's own rule (in + released = posted
      *              + held) and, when both carry the same run id,
      *              its transactions-in against SRTTOT's out-count.
      *              A HOLDTOT not dated tonight is a prior night's
      *              and is reported as such, not judged;
      *   MSTRCTL  - the new master generation's amount control
      *              (RSHCPY25): opening balance, the night's added,
      *              deleted, replaced and corrected amounts, closing
      *              balance - re-checked here with SRTMBAL's own
      *              rule (opening + movements = closing) - and
      *              SRTMBAL's proof record: the fresh sum over the
      *              master and the balance forward from the previous
      *              generation. Like HOLDTOT, a generation not cut
      *              tonight is reported as a prior night's.
      * The certificate goes to SRTCERTO: records in, rejected,
      * bypassed, deduplicated, written, master activity, elapsed
      * time, and an overall PASS/FAIL line. FAIL - and return code
      * 8 - on a missing or unsorted or non-zero-rc log entry, totals
      * that do not balance, an edit whose read count is not
      * accepted + rejected, a SRTDUP file that disagrees with
      * SRTTOT's dup count, hold totals that do not balance or do
      * not account for every record the sort wrote, master amount
      * movements that do not come to the closing balance, or a
      * SRTMBAL proof that found the master or the balance forward
      * disagreeing. A master generation SRTMBAL has not proved is
      * reported as not proved. A missing
      * optional artifact is reported as absent but fails nothing -
      * not every night runs every step.
      *
      * Under a SRTRUN card the certificate also carries the night's
      * step ledger, read from SRTLEDG for the card's run id and
      * business date: each step of the stream with the attempt its
      * completion came on (FIRST ATTEMPT, or RERUN and the attempt
      * number), a step begun but never completed, or a step not run
      * at all. The ledger is information for audit and fails
      * nothing. SRTCERT is itself a ledger step: a resubmission of
      * the same run skips it, handing back its earlier return code,
      * once it has completed with 4 or better - a PASS certificate
      * is not re-cut.
      *>-----------------------------------------------------------------
       identification division.
       program-id. srtcert.
           select upd-tot-file assign to SRTUPTOT
               organization is line sequential
               file status is upd-tot-status.
           select hold-tot-file assign to HOLDTOT
               organization is line sequential
               file status is hold-tot-status.
           select ldg-file assign to SRTLEDG
               organization is line sequential
               file status is ldg-status.
           select mst-ctl-file assign to MSTRCTL
               organization is line sequential
               file status is mst-ctl-status.
           select cert-file assign to SRTCERTO
               organization is line sequential.
       data division.
       01  upd-tot-rec.
           copy RSHCPY11 replacing ==:upd:== by ==upd-tot-rec==
                                   ==:upd-maxlen:== by ==9==.
       fd  hold-tot-file.
       01  hold-tot-rec.
           copy RSHCPY20 replacing ==:htt:== by ==hold-tot-rec==
                                   ==:htt-maxlen:== by ==9==.
       fd  ldg-file.
       01  ldg-rec.
           copy RSHCPY21 replacing ==:ldg:== by ==ldg-rec==.
       fd  mst-ctl-file.
       01  mst-ctl-rec.
           copy RSHCPY25 replacing ==:mct:== by ==mst-ctl-rec==.
       fd  cert-file.
       01  rpt-line pic x(80).
       working-storage section.
           88 srt-dup-ok value "00".
       01 upd-tot-status pic x(02).
           88 upd-tot-ok value "00".
       01 hold-tot-status pic x(02).
           88 hold-tot-ok value "00".
       01 ldg-status pic x(02).
           88 ldg-ok value "00".
       01 mst-ctl-status pic x(02).
           88 mst-ctl-ok value "00".
       01 file-eof-flag pic 9 binary.
           88 file-eof value 1.
       01 run-date pic x(08).
       01 upd-work.
           copy RSHCPY11 replacing ==:upd:== by ==upd-work==
                                   ==:upd-maxlen:== by ==9==.
       01 hold-found-flag pic 9 binary value 0.
           88 hold-found value 1.
       01 hold-stale-flag pic 9 binary value 0.
           88 hold-stale value 1.
       01 hold-work.
           copy RSHCPY20 replacing ==:htt:== by ==hold-work==
                                   ==:htt-maxlen:== by ==9==.
       01 mct-found-flag pic 9 binary value 0.
           88 mct-found value 1.
       01 mct-stale-flag pic 9 binary value 0.
           88 mct-stale value 1.
       01 mct-proof-flag pic 9 binary value 0.
           88 mct-proved value 1.
       01 mct-balance-flag pic 9 binary value 0.
           88 mct-balanced value 1.
       01 mct-work.
           copy RSHCPY25 replacing ==:mct:== by ==mct-work==.
       01 mct-proof.
           copy RSHCPY25 replacing ==:mct:== by ==mct-proof==.
       01 mct-calc-count pic s9(10).
       01 mct-calc-amount pic s9(14)v99.
       01 mct-label pic x(19).
       01 mct-count pic 9(09).
       01 mct-amount pic 9(13)v99.
       01 amount-edit pic zzz,zzz,zzz,zz9.99.
       copy RSHCPY22 replacing ==:lgr:== by ==step-ldg==.
      *> the stream's ledger steps in running order, SRTMSTUP's
      *> SRTUPDT with them, and this step last. The parallel sort
      *> path's split and assembly are listed only on a night that
      *> took that path.
       01 ledger-step-names.
          05 filler pic x(08) value "SRTFCHK".
          05 filler pic x(08) value "SRTEDIT".
          05 filler pic x(08) value "SRTGATE".
          05 filler pic x(08) value "SRTSPLT".
          05 filler pic x(08) value "SRTDRV".
          05 filler pic x(08) value "SRTASMB".
          05 filler pic x(08) value "SRTBAL".
          05 filler pic x(08) value "SRTEXTR".
          05 filler pic x(08) value "SRTSUMM".
          05 filler pic x(08) value "SRTUPDT".
          05 filler pic x(08) value "SRTCERT".
       01 filler redefines ledger-step-names.
          05 ledger-step-name pic x(08) occurs 11 times.
             88 ledger-parallel-step value "SRTSPLT" "SRTASMB".
       01 ledger-steps.
          05 ledger-step occurs 11 times.
             10 ledger-attempts pic 9(03).
             10 ledger-skips pic 9(03).
             10 ledger-done-flag pic 9 binary.
                88 ledger-done value 1.
             10 ledger-done-rc pic 9(03).
             10 ledger-done-attempt pic 9(03).
       01 s pic 9(02).
       procedure division.
       0000-mainline section.
           display "in srtcert"
      *> a resubmitted night skips a step the ledger shows already
      *> completed cleanly for this run (see SRTLDGR).
           move "SRTCERT" to step-ldg-step
           set step-ldg-check to true
           call "SRTLDGR" using step-ldg
           if step-ldg-bad
           then
              display "SRTCERT: SRTRUN card is bad, run ended"
              move 16 to return-code
              goback
           end-if
           if step-ldg-skip-step
           then
              display "SRTCERT: already completed for run "
                      step-ldg-run-id " " step-ldg-bus-date
                      " - step skipped"
              move step-ldg-rc to return-code
              goback
           end-if
           move function CURRENT-DATE(1:8) to run-date
           perform 1000-gather-log
           perform 1100-gather-totals
           perform 1200-gather-edit-totals
           perform 1300-gather-dup-file
           perform 1400-gather-update-totals
           perform 1500-gather-hold-totals
           perform 1600-gather-ledger
           perform 1700-gather-master-control
           perform 2000-judge-the-night
           perform 3000-write-certificate
           display "SRTCERT: " fail-count " check(s) failed"
           else
              move 0 to return-code
           end-if
           perform 9800-record-step-ledger
           goback.

      *> the newest SRTLOG entry is the run being certified - the
           end-if
           continue.

       1500-gather-hold-totals section.
           open input hold-tot-file
           if hold-tot-ok
           then
              read hold-tot-file
                 at end
                    continue
                 not at end
                    move hold-tot-rec to hold-work
                    set hold-found to true
              end-read
              close hold-tot-file
           end-if
           continue.

      *> the ledger records for the SRTRUN card's run and date only;
      *> for each step the latest completion counts, as in SRTLDGR.
       1600-gather-ledger section.
           initialize ledger-steps
           if step-ldg-run-step
           then
              open input ldg-file
              if ldg-ok
              then
                 move 0 to file-eof-flag
                 perform test after until file-eof
                    read ldg-file
                       at end
                          set file-eof to true
                       not at end
                          if ldg-rec-run-id = step-ldg-run-id
                             and ldg-rec-bus-date = step-ldg-bus-date
                          then
                             perform 1610-tally-ledger-record
                          end-if
                    end-read
                 end-perform
                 close ldg-file
              end-if
           end-if
           continue.

       1610-tally-ledger-record section.
           perform varying s from 1 by 1 until s > 11
              if ledger-step-name(s) = ldg-rec-step
              then
                 evaluate true
                    when ldg-rec-attempt-rec
                       add 1 to ledger-attempts(s)
                    when ldg-rec-completion-rec
                       set ledger-done(s) to true
                       move ldg-rec-rc to ledger-done-rc(s)
                       move ldg-rec-attempt to ledger-done-attempt(s)
                    when other
                       add 1 to ledger-skips(s)
                 end-evaluate
                 exit perform
              end-if
           end-perform
           continue.

      *> the generation's movement record, and SRTMBAL's proof of
      *> it when one follows - a proof ahead of the last movement
      *> record belongs to an earlier cut and proves nothing here.
       1700-gather-master-control section.
           open input mst-ctl-file
           if mst-ctl-ok
           then
              move 0 to file-eof-flag
              perform test after until file-eof
                 read mst-ctl-file
                    at end
                       set file-eof to true
                    not at end
                       evaluate true
                          when mst-ctl-rec-movements
                             move mst-ctl-rec to mct-work
                             set mct-found to true
                             move 0 to mct-proof-flag
                          when mst-ctl-rec-proof and mct-found
                             move mst-ctl-rec to mct-proof
                             set mct-proved to true
                          when other
                             continue
                       end-evaluate
                 end-read
              end-perform
              close mst-ctl-file
           end-if
           continue.

      *> every check that would have taken a SYSOUT dig, in one
      *> place; each miss counts one failure and prints on the
      *> certificate.
           then
              add 1 to fail-count
           end-if
      *> the hold step sits between the sort and the master update;
      *> every record the sort wrote must either post or be held.
           if hold-found and hold-work-run-date not = run-date
           then
              set hold-stale to true
              move 0 to hold-found-flag
           end-if
           if hold-found
           then
              if hold-work-in-count + hold-work-released-count
                 not = hold-work-posted-count + hold-work-held-count
              then
                 add 1 to fail-count
              end-if
              if tot-found and hold-work-run-id not = spaces
                 and hold-work-run-id = tot-work-run-id
                 and hold-work-in-count not = tot-work-out-count
              then
                 add 1 to fail-count
              end-if
           end-if
      *> the master's money: the movements must take the opening
      *> balance to the closing one, and SRTMBAL's findings against
      *> the master itself and the previous generation stand.
           if mct-found and mct-work-run-date not = run-date
           then
              set mct-stale to true
              move 0 to mct-found-flag
           end-if
           if mct-found
           then
              compute mct-calc-count = mct-work-open-count
                 + mct-work-added-count - mct-work-deleted-count
              compute mct-calc-amount = mct-work-open-amount
                 + mct-work-added-amount - mct-work-deleted-amount
                 - mct-work-replaced-before + mct-work-replaced-after
                 - mct-work-corrected-before
                 + mct-work-corrected-after
              if mct-calc-count = mct-work-close-count
                 and mct-calc-amount = mct-work-close-amount
              then
                 set mct-balanced to true
              else
                 add 1 to fail-count
              end-if
              if mct-proved
              then
                 if not mct-proof-master-agrees
                 then
                    add 1 to fail-count
                 end-if
                 if not mct-proof-forward-agrees
                    and not mct-proof-no-previous
                 then
                    add 1 to fail-count
                 end-if
              end-if
           end-if
           continue.

       3000-write-certificate section.
              end-string
              write rpt-line
           end-if
           perform 3200-write-master-control
           evaluate true
              when hold-found
                 move spaces to rpt-line
                 string "HOLD TRANS IN      " delimited by size
                        hold-work-in-count delimited by size
                        into rpt-line
                 end-string
                 write rpt-line
                 move spaces to rpt-line
                 string "HOLD RELEASED      " delimited by size
                        hold-work-released-count delimited by size
                        into rpt-line
                 end-string
                 write rpt-line
                 move spaces to rpt-line
                 string "HOLD POSTED        " delimited by size
                        hold-work-posted-count delimited by size
                        into rpt-line
                 end-string
                 write rpt-line
                 move spaces to rpt-line
                 string "HELD TONIGHT       " delimited by size
                        hold-work-held-count delimited by size
                        into rpt-line
                 end-string
                 write rpt-line
                 move spaces to rpt-line
                 string "LEFT ON HOLD       " delimited by size
                        hold-work-on-hold-count delimited by size
                        into rpt-line
                 end-string
                 write rpt-line
              when hold-stale
                 move spaces to rpt-line
                 string "HOLD TOTALS        PRIOR RUN'S FILE - "
                        "IGNORED" delimited by size
                        into rpt-line
                 end-string
                 write rpt-line
              when other
                 move spaces to rpt-line
                 string "HOLD TOTALS        ABSENT"
                    delimited by size into rpt-line
                 end-string
                 write rpt-line
           end-evaluate
           perform 3100-write-ledger
           move spaces to rpt-line
           write rpt-line
           move spaces to rpt-line
           write rpt-line
           close cert-file
           continue.

      *> this step's own line is the attempt now running - its
      *> completion is recorded only after the certificate is cut.
       3100-write-ledger section.
           move spaces to rpt-line
           write rpt-line
           move spaces to rpt-line
           if step-ldg-run-step
           then
              string "STEP LEDGER        RUN " delimited by size
                     step-ldg-run-id delimited by size
                     " BUSINESS DATE " delimited by size
                     step-ldg-bus-date delimited by size
                     into rpt-line
              end-string
              write rpt-line
              perform varying s from 1 by 1 until s > 11
                 if not ledger-parallel-step(s)
                    or ledger-attempts(s) > 0
                    or ledger-skips(s) > 0
                 then
                    perform 3110-write-ledger-step
                 end-if
              end-perform
           else
              string "STEP LEDGER        NOT IN USE (NO SRTRUN CARD)"
                 delimited by size into rpt-line
              end-string
              write rpt-line
           end-if
           continue.

       3110-write-ledger-step section.
           move spaces to rpt-line
           evaluate true
              when s = 11
                 string "  " delimited by size
                        ledger-step-name(s) delimited by size
                        "         THIS RUN, ATTEMPT " delimited by size
                        step-ldg-attempt delimited by size
                        into rpt-line
                 end-string
              when ledger-done(s) and ledger-done-attempt(s) = 1
                 string "  " delimited by size
                        ledger-step-name(s) delimited by size
                        "         FIRST ATTEMPT, RC " delimited by size
                        ledger-done-rc(s) delimited by size
                        into rpt-line
                 end-string
              when ledger-done(s)
                 string "  " delimited by size
                        ledger-step-name(s) delimited by size
                        "         RERUN, ATTEMPT " delimited by size
                        ledger-done-attempt(s) delimited by size
                        ", RC " delimited by size
                        ledger-done-rc(s) delimited by size
                        into rpt-line
                 end-string
              when ledger-attempts(s) > 0
                 string "  " delimited by size
                        ledger-step-name(s) delimited by size
                        "         NOT COMPLETED, " delimited by size
                        ledger-attempts(s) delimited by size
                        " ATTEMPT(S)" delimited by size
                        into rpt-line
                 end-string
              when other
                 string "  " delimited by size
                        ledger-step-name(s) delimited by size
                        "         NOT RUN" delimited by size
                        into rpt-line
                 end-string
           end-evaluate
           write rpt-line
           if s < 11 and ledger-skips(s) > 0
           then
              move spaces to rpt-line
              string "                   SKIPPED ON " delimited by size
                     ledger-skips(s) delimited by size
                     " RESUBMISSION(S)" delimited by size
                     into rpt-line
              end-string
              write rpt-line
           end-if
           continue.

       3200-write-master-control section.
           evaluate true
              when mct-found
                 move "MASTER OPENING" to mct-label
                 move mct-work-open-count to mct-count
                 move mct-work-open-amount to mct-amount
                 perform 3210-write-control-line
                 move "AMOUNT ADDED" to mct-label
                 move mct-work-added-count to mct-count
                 move mct-work-added-amount to mct-amount
                 perform 3210-write-control-line
                 move "AMOUNT DELETED" to mct-label
                 move mct-work-deleted-count to mct-count
                 move mct-work-deleted-amount to mct-amount
                 perform 3210-write-control-line
                 move "REPLACED BEFORE" to mct-label
                 move mct-work-replaced-count to mct-count
                 move mct-work-replaced-before to mct-amount
                 perform 3210-write-control-line
                 move "REPLACED AFTER" to mct-label
                 move mct-work-replaced-after to mct-amount
                 perform 3210-write-control-line
                 if mct-work-intra-day-fix
                 then
                    move "CORRECTED BEFORE" to mct-label
                    move mct-work-corrected-count to mct-count
                    move mct-work-corrected-before to mct-amount
                    perform 3210-write-control-line
                    move "CORRECTED AFTER" to mct-label
                    move mct-work-corrected-after to mct-amount
                    perform 3210-write-control-line
                 end-if
                 move "MASTER CLOSING" to mct-label
                 move mct-work-close-count to mct-count
                 move mct-work-close-amount to mct-amount
                 perform 3210-write-control-line
                 move spaces to rpt-line
                 if mct-balanced
                 then
                    move "AMOUNT MOVEMENTS   BALANCED" to rpt-line
                 else
                    move "AMOUNT MOVEMENTS   OUT OF BALANCE" to rpt-line
                 end-if
                 write rpt-line
                 if mct-proved
                 then
                    move "MASTER FRESH SUM" to mct-label
                    move mct-proof-close-count to mct-count
                    move mct-proof-close-amount to mct-amount
                    perform 3210-write-control-line
                    move spaces to rpt-line
                    if mct-proof-master-agrees
                    then
                       move "MASTER PROOF       AGREES WITH CLOSING"
                          to rpt-line
                    else
                       move "MASTER PROOF       DISAGREES WITH CLOSING"
                          to rpt-line
                    end-if
                    write rpt-line
                    move spaces to rpt-line
                    evaluate true
                       when mct-proof-forward-agrees
                          move "BALANCE FORWARD    AGREES WITH PREVIOUS"
                             to rpt-line
                       when mct-proof-no-previous
                          string "BALANCE FORWARD    NOT PROVED - "
                                 "NO PRIOR CONTROL RECORD"
                                 delimited by size into rpt-line
                          end-string
                       when other
                          string "BALANCE FORWARD    DISAGREES WITH "
                                 "PREVIOUS" delimited by size
                                 into rpt-line
                          end-string
                    end-evaluate
                    write rpt-line
                 else
                    move spaces to rpt-line
                    string "MASTER PROOF       NOT PROVED (NO "
                           "SRTMBAL RECORD)" delimited by size
                           into rpt-line
                    end-string
                    write rpt-line
                 end-if
              when mct-stale
                 move spaces to rpt-line
                 string "MASTER CONTROL     PRIOR RUN'S FILE - "
                        "IGNORED" delimited by size
                        into rpt-line
                 end-string
                 write rpt-line
              when other
                 move spaces to rpt-line
                 string "MASTER CONTROL     ABSENT"
                    delimited by size into rpt-line
                 end-string
                 write rpt-line
           end-evaluate
           continue.

       3210-write-control-line section.
           move mct-amount to amount-edit
           move spaces to rpt-line
           string mct-label delimited by size
                  mct-count delimited by size
                  " " delimited by size
                  amount-edit delimited by size
                  into rpt-line
           end-string
           write rpt-line
           continue.

      *> the normal end goes into the ledger with the step's return
      *> code, which the call must leave as it found it.
       9800-record-step-ledger section.
           move return-code to step-ldg-rc
           set step-ldg-record to true
           call "SRTLDGR" using step-ldg
           move step-ldg-rc to return-code
           continue.
