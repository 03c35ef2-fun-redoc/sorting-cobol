      * Reads the day's sorted SRTOUT (RSHCPY1E shape) as the
      * transaction file against MSTRIN, the current master
      * generation sorted on the same key, and writes the new
      * generation to MSTROUT. In the nightly stream the SRTOUT DD is
      * SRTHOLD's posting stream (SRTPOST) - the sorted transactions
      * less anything held for review, plus held items released for
      * tonight - in the same shape. The first payload character of
      * each transaction is the action code:
      *   "A" - add: a new master record; its data is the rest of the
      *         payload. An add for a key already on master is
      *         unmatched.
      * to the SRTUPTOT totals record (RSHCPY11) for SRTCERT's run
      * certificate.
      *
      * The money moves with the counts: the master amount (record
      * positions 6-14, as SRTSUMM totals it) is summed over MSTRIN
      * as the opening balance and over MSTROUT as the closing
      * balance, and every applied action adds its amounts to the
      * added, replaced-before/after or deleted movement. They go on
      * SRTUPRPT and, as a MSTRCTL "M" record (RSHCPY25), alongside
      * the new master generation, for SRTMBAL to prove opening plus
      * movements against closing and closing against the master
      * itself. No MSTRCTL DD, no control record; the update is
      * unaffected.
      *
      * SRTJRNL is the master-change journal (RSHCPY8): one record per
      * APPLIED action - before-image, after-image, action code, the
      * triggering transaction and the run date - so accounting can
      * journal generations are the audit trail SRTMSTRB replays
      * against an archived master generation to reconstruct the
      * master as of any chosen date.
      *
      * Under a SRTRUN card the step is entered in the SRTLEDG
      * step-completion ledger through SRTLDGR: a resubmission of the
      * same run skips the step, handing back its earlier return
      * code, once it has completed with 4 or better.
      *>-----------------------------------------------------------------
       identification division.
       program-id. srtupdt.
               organization is line sequential.
           select upd-tot-file assign to SRTUPTOT
               organization is line sequential.
           select mst-ctl-file assign to MSTRCTL
               organization is line sequential
               file status is mst-ctl-status.
       data division.
       replace ==:maxlen:== by ==5==
               ==:paylen:== by ==20==
       01  upd-tot-rec.
           copy RSHCPY11 replacing ==:upd:== by ==upd-tot-rec==
                                   ==:upd-maxlen:== by ==9==.
       fd  mst-ctl-file.
       01  mst-ctl-rec.
           copy RSHCPY25 replacing ==:mct:== by ==mst-ctl-rec==.
       working-storage section.
       01 mst-in-status pic x(02).
           88 mst-in-ok value "00".
           88 mst-in-not-found value "35".
       01 mst-ctl-status pic x(02).
           88 mst-ctl-ok value "00".
       01 trn-eof-flag pic 9 binary value 0.
           88 trn-eof value 1.
       01 mst-eof-flag pic 9 binary value 0.
       01 jrn-before-exists pic x(01).
           88 jrn-had-before value "Y".
       01 jrn-before-work pic x(:paylen:).
      *> the master amount, positions 6-14 of the record; not
      *> numeric counts as zero, as in SRTSUMM.
       01 amount-txt pic x(09).
       01 amount-num redefines amount-txt pic 9(7)v99.
       01 amount-value pic 9(7)v99.
       01 amount-edit pic zzz,zzz,zzz,zz9.99.
       01 ctl-work.
           copy RSHCPY25 replacing ==:mct:== by ==ctl-work==.
       copy RSHCPY6 replacing ==:cfg:== by ==run-cfg==
                              ==:maxlen:== by ==:maxlen:==.
       copy RSHCPY22 replacing ==:lgr:== by ==step-ldg==.
       procedure division.
       0000-mainline section.
           display "in srtupdt"
      *> a resubmitted night skips a step the ledger shows already
      *> completed cleanly for this run (see SRTLDGR).
           move "SRTUPDT" to step-ldg-step
           set step-ldg-check to true
           call "SRTLDGR" using step-ldg
           if step-ldg-bad
           then
              display "SRTUPDT: SRTRUN card is bad, run ended"
              move 16 to return-code
              goback
           end-if
           if step-ldg-skip-step
           then
              display "SRTUPDT: already completed for run "
                      step-ldg-run-id " " step-ldg-bus-date
                      " - step skipped"
              move step-ldg-rc to return-code
              goback
           end-if
           move function CURRENT-DATE(1:8) to run-date
           call "SRTCFGL" using run-cfg
           if run-cfg-parse-bad
           open output carry-file
           open output upd-rpt-file
           open output jrn-file
           move spaces to ctl-work
           initialize ctl-work
           if mst-in-not-found
           then
              display "SRTUPDT: no MSTRIN - first-generation load"
                 move cur-master to mst-out-rec
                 write mst-out-rec
                 add 1 to mst-write-count
                 move cur-master-payload(1:9) to amount-txt
                 perform 2900-value-amount
                 add 1 to ctl-work-close-count
                 add amount-value to ctl-work-close-amount
              end-if
           end-perform

           perform 3000-write-report
           close upd-rpt-file
           perform 3500-write-totals
           perform 3600-write-control
           if unmatched-count > 0
           then
              move 4 to return-code
           else
              move 0 to return-code
           end-if
           perform 9800-record-step-ledger
           goback.

       1100-read-master section.
                 set mst-eof to true
              not at end
                 add 1 to mst-read-count
                 move mst-in-rec-payload(1:9) to amount-txt
                 perform 2900-value-amount
                 add 1 to ctl-work-open-count
                 add amount-value to ctl-work-open-amount
           end-read
           continue.

                       to cur-master-payload(1:19)
                    set cur-exists to true
                    add 1 to inserted-count
                    move cur-master-payload(1:9) to amount-txt
                    perform 2900-value-amount
                    add 1 to ctl-work-added-count
                    add amount-value to ctl-work-added-amount
                    move "N" to jrn-before-exists
                    move spaces to jrn-before-work
                    perform 2300-write-journal
                 when trn-action = "R" and cur-exists
                    move "Y" to jrn-before-exists
                    move cur-master-payload to jrn-before-work
                    move cur-master-payload(1:9) to amount-txt
                    perform 2900-value-amount
                    add amount-value to ctl-work-replaced-before
                    move trn-rec-payload(2:19)
                       to cur-master-payload(1:19)
                    move cur-master-payload(1:9) to amount-txt
                    perform 2900-value-amount
                    add amount-value to ctl-work-replaced-after
                    add 1 to ctl-work-replaced-count
                    add 1 to applied-count
                    perform 2300-write-journal
                 when trn-action = "D" and cur-exists
                    move "Y" to jrn-before-exists
                    move cur-master-payload to jrn-before-work
                    move cur-master-payload(1:9) to amount-txt
                    perform 2900-value-amount
                    add 1 to ctl-work-deleted-count
                    add amount-value to ctl-work-deleted-amount
                    move 0 to cur-exists-flag
                    add 1 to deleted-count
                    perform 2300-write-journal
           add 1 to journal-count
           continue.

       2900-value-amount section.
           if amount-txt numeric
           then
              move amount-num to amount-value
           else
              move 0 to amount-value
           end-if
           continue.

       3000-write-report section.
           move spaces to rpt-line
           string "SRTUPDT ACTIVITY" delimited by size into rpt-line
                  into rpt-line
           end-string
           write rpt-line
           move spaces to rpt-line
           write rpt-line
           move ctl-work-open-amount to amount-edit
           move spaces to rpt-line
           string "OPENING AMOUNT     " delimited by size
                  amount-edit delimited by size
                  into rpt-line
           end-string
           write rpt-line
           move ctl-work-added-amount to amount-edit
           move spaces to rpt-line
           string "ADDED AMOUNT       " delimited by size
                  amount-edit delimited by size
                  into rpt-line
           end-string
           write rpt-line
           move ctl-work-replaced-before to amount-edit
           move spaces to rpt-line
           string "REPLACED BEFORE    " delimited by size
                  amount-edit delimited by size
                  into rpt-line
           end-string
           write rpt-line
           move ctl-work-replaced-after to amount-edit
           move spaces to rpt-line
           string "REPLACED AFTER     " delimited by size
                  amount-edit delimited by size
                  into rpt-line
           end-string
           write rpt-line
           move ctl-work-deleted-amount to amount-edit
           move spaces to rpt-line
           string "DELETED AMOUNT     " delimited by size
                  amount-edit delimited by size
                  into rpt-line
           end-string
           write rpt-line
           move ctl-work-close-amount to amount-edit
           move spaces to rpt-line
           string "CLOSING AMOUNT     " delimited by size
                  amount-edit delimited by size
                  into rpt-line
           end-string
           write rpt-line
           display "SRTUPDT: applied " applied-count ", inserted "
                   inserted-count ", deleted " deleted-count
                   ", unmatched " unmatched-count
           write upd-tot-rec
           close upd-tot-file
           continue.

      *> the generation's amount control record for SRTMBAL; the
      *> proof itself is SRTMBAL's, made against the master as
      *> written rather than taken on this program's word.
       3600-write-control section.
           open output mst-ctl-file
           if mst-ctl-ok
           then
              set ctl-work-movements to true
              set ctl-work-nightly-update to true
              move run-date to ctl-work-run-date
              if step-ldg-run-step
              then
                 move step-ldg-run-id to ctl-work-run-id
              end-if
              move ctl-work to mst-ctl-rec
              write mst-ctl-rec
              close mst-ctl-file
           else
              display "SRTUPDT: no MSTRCTL - amount control record "
                      "not kept"
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
