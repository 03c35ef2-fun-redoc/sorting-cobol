      *>-----------------------------------------------------------------
      * SRTMBAL - master amount balancing: proves a master generation's
      * money the way SRTBAL proves the sort's records.
      *
      * Reads the generation's amount control record - the MSTRCTL
      * "M" record (RSHCPY25) SRTUPDT or SRTMFIX left with it - and
      * makes three checks, on record counts and on the master amount
      * (record positions 6-14, not numeric counting as zero):
      *   MOVEMENTS - opening + added - deleted - replaced before
      *               + replaced after - corrected before + corrected
      *               after comes to the closing balance the record
      *               claims;
      *   MSTROUT   - that closing balance agrees with a fresh sum
      *               over the generation itself;
      *   FORWARD   - the opening balance agrees with the closing
      *               balance of the previous generation's control
      *               record (MCTLPRV), so nothing moved the master
      *               between the two programs that cut them. With no
      *               previous control record (DUMMY, or a generation
      *               from before control records were kept) the
      *               balance forward is reported as not proved and
      *               fails nothing.
      * The proof goes to MBALRPT and is appended to the same MSTRCTL
      * generation as a "P" record - the fresh sum, the previous
      * closing balance and the three results - which SRTCERT prints
      * on the run certificate.
      *
      * Return code 0 when every check holds, 8 when one does not or
      * there is no "M" record (or no MSTROUT) to prove.
      *>-----------------------------------------------------------------
       identification division.
       program-id. srtmbal.
       environment division.
       input-output section.
       file-control.
           select mst-ctl-file assign to MSTRCTL
               organization is line sequential
               file status is mst-ctl-status.
           select prv-ctl-file assign to MCTLPRV
               organization is line sequential
               file status is prv-ctl-status.
           select mst-out-file assign to MSTROUT
               organization is line sequential
               file status is mst-out-status.
           select bal-rpt-file assign to MBALRPT
               organization is line sequential.
       data division.
       replace ==:maxlen:== by ==5==
               ==:paylen:== by ==20==
               ==:keypic:== by ==9(5)==.
       file section.
       fd  mst-ctl-file.
       01  mst-ctl-rec.
           copy RSHCPY25 replacing ==:mct:== by ==mst-ctl-rec==.
       fd  prv-ctl-file.
       01  prv-ctl-rec.
           copy RSHCPY25 replacing ==:mct:== by ==prv-ctl-rec==.
       fd  mst-out-file.
       01  mst-out-rec.
           copy RSHCPY1E replacing ==:elem:== by ==mst-out-rec==
                                   ==:elem-maxlen:== by ==:maxlen:==
                                   ==:elem-paylen:== by ==:paylen:==
                                   ==:elem-keypic:== by ==:keypic:==.
       fd  bal-rpt-file.
       01  rpt-line pic x(80).
       working-storage section.
       01 mst-ctl-status pic x(02).
           88 mst-ctl-ok value "00".
       01 prv-ctl-status pic x(02).
           88 prv-ctl-ok value "00".
       01 mst-out-status pic x(02).
           88 mst-out-ok value "00".
       01 file-eof-flag pic 9 binary.
           88 file-eof value 1.
       01 run-date pic x(08).
       01 ctl-found-flag pic 9 binary value 0.
           88 ctl-found value 1.
       01 prv-found-flag pic 9 binary value 0.
           88 prv-found value 1.
       01 fail-count pic 9(03) value 0.
      *> the "M" record under proof, and the previous generation's.
       01 ctl-work.
           copy RSHCPY25 replacing ==:mct:== by ==ctl-work==.
       01 prv-work.
           copy RSHCPY25 replacing ==:mct:== by ==prv-work==.
      *> the "P" record being built.
       01 prf-work.
           copy RSHCPY25 replacing ==:mct:== by ==prf-work==.
      *> what the movements make of the opening balance - signed,
      *> since a bad record can take it below zero.
       01 calc-count pic s9(10).
       01 calc-amount pic s9(14)v99.
       01 amount-txt pic x(09).
       01 amount-num redefines amount-txt pic 9(7)v99.
       01 rpt-label pic x(19).
       01 rpt-count pic s9(10).
       01 rpt-amount pic s9(14)v99.
       01 rpt-result pic x(30).
       01 count-edit pic z(8)9-.
       01 amount-edit pic zzz,zzz,zzz,zz9.99-.
       procedure division.
       0000-mainline section.
           display "in srtmbal"
           move function CURRENT-DATE(1:8) to run-date
           perform 1000-read-control
           if not ctl-found
           then
              display "SRTMBAL: no MSTRCTL movement record - nothing "
                      "to prove"
              move 8 to return-code
              goback
           end-if
           perform 1100-read-previous
           perform 1200-sum-master
           if not mst-out-ok
           then
              display "SRTMBAL: no MSTROUT to prove against, status "
                      mst-out-status
              move 8 to return-code
              goback
           end-if
           perform 2000-prove
           perform 3000-write-report
           perform 4000-append-proof
           display "SRTMBAL: " fail-count " check(s) failed"
           if fail-count > 0
           then
              move 8 to return-code
           else
              move 0 to return-code
           end-if
           goback.

      *> the LAST movement record counts - a generation SRTMBAL has
      *> already proved once carries its "P" record behind it.
       1000-read-control section.
           open input mst-ctl-file
           if mst-ctl-ok
           then
              move 0 to file-eof-flag
              perform test after until file-eof
                 read mst-ctl-file
                    at end
                       set file-eof to true
                    not at end
                       if mst-ctl-rec-movements
                       then
                          move mst-ctl-rec to ctl-work
                          set ctl-found to true
                       end-if
                 end-read
              end-perform
              close mst-ctl-file
           end-if
           continue.

       1100-read-previous section.
           open input prv-ctl-file
           if prv-ctl-ok
           then
              move 0 to file-eof-flag
              perform test after until file-eof
                 read prv-ctl-file
                    at end
                       set file-eof to true
                    not at end
                       if prv-ctl-rec-movements
                       then
                          move prv-ctl-rec to prv-work
                          set prv-found to true
                       end-if
                 end-read
              end-perform
              close prv-ctl-file
           end-if
           continue.

      *> the fresh sum goes straight into the proof record's close.
       1200-sum-master section.
           move spaces to prf-work
           initialize prf-work
           open input mst-out-file
           if mst-out-ok
           then
              move 0 to file-eof-flag
              perform test after until file-eof
                 read mst-out-file
                    at end
                       set file-eof to true
                    not at end
                       add 1 to prf-work-close-count
                       move mst-out-rec-payload(1:9) to amount-txt
                       if amount-txt numeric
                       then
                          add amount-num to prf-work-close-amount
                       end-if
                 end-read
              end-perform
              close mst-out-file
           end-if
           continue.

       2000-prove section.
           set prf-work-proof to true
           move ctl-work-source to prf-work-source
           move run-date to prf-work-run-date
           move ctl-work-run-id to prf-work-run-id
           compute calc-count = ctl-work-open-count
              + ctl-work-added-count - ctl-work-deleted-count
           compute calc-amount = ctl-work-open-amount
              + ctl-work-added-amount - ctl-work-deleted-amount
              - ctl-work-replaced-before + ctl-work-replaced-after
              - ctl-work-corrected-before + ctl-work-corrected-after
           if calc-count = ctl-work-close-count
              and calc-amount = ctl-work-close-amount
           then
              move "Y" to prf-work-movement-result
           else
              move "N" to prf-work-movement-result
              add 1 to fail-count
           end-if
           if prf-work-close-count = ctl-work-close-count
              and prf-work-close-amount = ctl-work-close-amount
           then
              move "Y" to prf-work-master-result
           else
              move "N" to prf-work-master-result
              add 1 to fail-count
           end-if
           if prv-found
           then
              move prv-work-close-count to prf-work-open-count
              move prv-work-close-amount to prf-work-open-amount
              if prv-work-close-count = ctl-work-open-count
                 and prv-work-close-amount = ctl-work-open-amount
              then
                 move "Y" to prf-work-forward-result
              else
                 move "N" to prf-work-forward-result
                 add 1 to fail-count
              end-if
           else
              move "-" to prf-work-forward-result
           end-if
           continue.

       3000-write-report section.
           open output bal-rpt-file
           move spaces to rpt-line
           string "SRTMBAL MASTER AMOUNT PROOF " delimited by size
                  run-date delimited by size
                  into rpt-line
           end-string
           write rpt-line
           move spaces to rpt-line
           if ctl-work-intra-day-fix
           then
              string "GENERATION CUT BY  SRTMFIX " delimited by size
                     ctl-work-run-date delimited by size
                     into rpt-line
              end-string
           else
              string "GENERATION CUT BY  SRTUPDT " delimited by size
                     ctl-work-run-date delimited by size
                     " " delimited by size
                     ctl-work-run-id delimited by size
                     into rpt-line
              end-string
           end-if
           write rpt-line
           move spaces to rpt-line
           write rpt-line
           move spaces to rpt-line
           string "                      RECORDS               AMOUNT"
              delimited by size into rpt-line
           end-string
           write rpt-line
           move spaces to rpt-result
           move "OPENING" to rpt-label
           move ctl-work-open-count to rpt-count
           move ctl-work-open-amount to rpt-amount
           perform 3100-write-figures
           move "ADDED" to rpt-label
           move ctl-work-added-count to rpt-count
           move ctl-work-added-amount to rpt-amount
           perform 3100-write-figures
           move "DELETED" to rpt-label
           move ctl-work-deleted-count to rpt-count
           move ctl-work-deleted-amount to rpt-amount
           perform 3100-write-figures
           move "REPLACED BEFORE" to rpt-label
           move ctl-work-replaced-count to rpt-count
           move ctl-work-replaced-before to rpt-amount
           perform 3100-write-figures
           move "REPLACED AFTER" to rpt-label
           move ctl-work-replaced-after to rpt-amount
           perform 3100-write-figures
           move "CORRECTED BEFORE" to rpt-label
           move ctl-work-corrected-count to rpt-count
           move ctl-work-corrected-before to rpt-amount
           perform 3100-write-figures
           move "CORRECTED AFTER" to rpt-label
           move ctl-work-corrected-after to rpt-amount
           perform 3100-write-figures
           move "CLOSING" to rpt-label
           move ctl-work-close-count to rpt-count
           move ctl-work-close-amount to rpt-amount
           perform 3100-write-figures
           move spaces to rpt-line
           write rpt-line
           move "MOVEMENTS GIVE" to rpt-label
           move calc-count to rpt-count
           move calc-amount to rpt-amount
           if prf-work-movements-balance
           then
              move "BALANCED" to rpt-result
           else
              move "OUT OF BALANCE" to rpt-result
           end-if
           perform 3100-write-figures
           move "MSTROUT FRESH SUM" to rpt-label
           move prf-work-close-count to rpt-count
           move prf-work-close-amount to rpt-amount
           if prf-work-master-agrees
           then
              move "AGREES WITH CLOSING" to rpt-result
           else
              move "DISAGREES WITH CLOSING" to rpt-result
           end-if
           perform 3100-write-figures
           if prv-found
           then
              move "PREVIOUS CLOSING" to rpt-label
              move prf-work-open-count to rpt-count
              move prf-work-open-amount to rpt-amount
              if prf-work-forward-agrees
              then
                 move "AGREES WITH OPENING" to rpt-result
              else
                 move "DISAGREES WITH OPENING" to rpt-result
              end-if
              perform 3100-write-figures
           else
              move spaces to rpt-line
              string "PREVIOUS CLOSING   NO CONTROL RECORD - BALANCE "
                     "FORWARD NOT PROVED" delimited by size
                     into rpt-line
              end-string
              write rpt-line
           end-if
           move spaces to rpt-line
           write rpt-line
           move spaces to rpt-line
           if fail-count = 0
           then
              string "PROOF              PASS"
                 delimited by size into rpt-line
              end-string
           else
              string "PROOF              FAIL (" delimited by size
                     fail-count delimited by size
                     " CHECK(S))" delimited by size
                     into rpt-line
              end-string
           end-if
           write rpt-line
           close bal-rpt-file
           continue.

       3100-write-figures section.
           move rpt-count to count-edit
           move rpt-amount to amount-edit
           move spaces to rpt-line
           string rpt-label delimited by size
                  count-edit delimited by size
                  " " delimited by size
                  amount-edit delimited by size
                  " " delimited by size
                  rpt-result delimited by size
                  into rpt-line
           end-string
           write rpt-line
           continue.

      *> the proof travels with the generation it proves.
       4000-append-proof section.
           open extend mst-ctl-file
           if mst-ctl-ok
           then
              move prf-work to mst-ctl-rec
              write mst-ctl-rec
              close mst-ctl-file
           else
              display "SRTMBAL: proof could not be appended to "
                      "MSTRCTL, status " mst-ctl-status
           end-if
           continue.
