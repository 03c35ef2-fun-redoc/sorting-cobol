      *                           against a key the master lost
      * Matching records have srt-in-rec-key rewritten BEFORE they
      * reach SRTEDOK, and the edit summary counts the translations.
      * The statements are read by SRTXRFL and every record's checks
      * are made by SRTEDCK, which SRTREPR calls too - a repaired
      * record is held to exactly the rules the edit applies.
      *
      * REENTRY (optional) is SRTREPR's re-entry file: rejects an
      * operator repaired out of suspense. Behind the provider's data
      * records, each one whose suspense item SUSPIN (the current
      * suspense generation) still shows as repaired is merged into
      * the night's input and edited like any other record; entries
      * whose item has since been settled - merged on an earlier
      * night - are passed over, so the file never needs emptying.
      * The provider's TRL count is checked before the merge, and
      * the TRL written to SRTEDOK counts the merged records with the
      * rest. Each re-entered record accepted also gets a provenance
      * marker on REENPROV - an RSHCPY12 record with source 0 (a
      * repair, not a feed), its sequence among the night's re-
      * entries and the record as it goes to SRTEDOK - so SRTSRC and
      * SRTKHIST can tell it from the provider's records. Every re-
      * entry merged, accepted or not, is logged as read on REENMRG,
      * which is kept across nights (DISP=MOD): it is how SRTSUSP
      * knows a repaired item's corrected record really went in
      * before it settles the item as repaired. The edit summary
      * counts the re-entries. A night whose TRL check fails merges
      * nothing, so no re-entry is logged into a refused feed; a
      * REENTRY file against a SUSPIN showing no repaired item at
      * all is warned of on SYSOUT.
      *
      * An edit summary (read / accepted / rejected counts) is
      * displayed at end of run, and the same counts are left in the
      * return code 12), and a fresh "TRL" carrying the ACCEPTED
      * count is written to SRTEDOK - so the sort step's own trailer
      * check still balances after rejects are removed.
      *
      * Under a SRTRUN card the step is entered in the SRTLEDG
      * step-completion ledger through SRTLDGR: a resubmission of the
      * same run skips the step, handing back its earlier return
      * code, once it has completed with 4 or better.
      *>-----------------------------------------------------------------
       identification division.
       program-id. srtedit.
               organization is line sequential.
           select edt-tot-file assign to SRTEDTOT
               organization is line sequential.
           select reentry-file assign to REENTRY
               organization is line sequential
               file status is reentry-status.
           select susp-file assign to SUSPIN
               organization is line sequential
               file status is susp-status.
           select prov-file assign to REENPROV
               organization is line sequential.
           select merged-file assign to REENMRG
               organization is line sequential
               file status is merged-status.
       data division.
       replace ==:maxlen:== by ==5==
               ==:paylen:== by ==20==
               ==:keypic:== by ==9(5)==
               ==:reclen:== by ==25==
               ==:susmax:== by ==5000==.
       file section.
       fd  edt-in-file.
       01  edt-in-rec.
       01  edt-tot-rec.
           copy RSHCPY10 replacing ==:edt:== by ==edt-tot-rec==
                                   ==:edt-maxlen:== by ==9==.
       fd  reentry-file.
       01  reentry-rec.
           copy RSHCPY31 replacing ==:rpr:== by ==reentry-rec==
                                   ==:rpr-reclen:== by ==:reclen:==.
       fd  susp-file.
       01  susp-rec.
           copy RSHCPY9 replacing ==:sus:== by ==susp-rec==
                                  ==:sus-reclen:== by ==:reclen:==.
       fd  prov-file.
       01  prov-rec.
           copy RSHCPY12 replacing ==:prv:== by ==prov-rec==
                                   ==:prv-reclen:== by ==:reclen:==.
       fd  merged-file.
       01  merged-rec.
           copy RSHCPY31 replacing ==:rpr:== by ==merged-rec==
                                   ==:rpr-reclen:== by ==:reclen:==.
       working-storage section.
       01 in-eof-flag pic 9 binary value 0.
           88 in-eof value 1.
           88 trl-seen value 1.
       01 trl-count-txt pic x(09).
       01 trl-count-num redefines trl-count-txt pic 9(09).
       01 run-date pic x(08).
       01 run-id pic x(04).
       01 translate-count pic 9(09) value 0.
       01 reentry-status pic x(02).
           88 reentry-ok value "00".
           88 reentry-not-found value "35".
       01 susp-status pic x(02).
           88 susp-ok value "00".
           88 susp-not-found value "35".
       01 merged-status pic x(02).
           88 merged-ok value "00".
           88 merged-not-found value "35".
       01 reentry-count pic 9(09) value 0.
       01 passed-count pic 9(09) value 0.
       01 r pic 9(05).
      *> the suspense items SUSPIN shows as repaired - the only ones
      *> whose re-entry records are still to be merged. The merged
      *> flag keeps a re-entry written twice from going in twice.
       01 rep-count pic 9(05) value 0.
       01 rep-items.
          05 rep-item occurs :susmax: times.
             10 rep-merged pic x(01).
                88 rep-is-merged value "Y".
             10 rep-source pic x(01).
             10 rep-reason pic x(02).
             10 rep-first-seen pic x(08).
             10 rep-rec pic x(:reclen:).
       copy RSHCPY6 replacing ==:cfg:== by ==run-cfg==
                              ==:maxlen:== by ==:maxlen:==.
       copy RSHCPY29 replacing ==:xrf:== by ==key-xref==
                               ==:xrf-maxlen:== by ==:maxlen:==.
       copy RSHCPY30 replacing ==:eck:== by ==edit-chk==
                               ==:eck-keypic:== by ==:keypic:==
                               ==:eck-paylen:== by ==:paylen:==.
       copy RSHCPY22 replacing ==:lgr:== by ==step-ldg==.
       procedure division.
       0000-mainline section.
           display "in srtedit"
      *> a resubmitted night skips a step the ledger shows already
      *> completed cleanly for this run (see SRTLDGR).
           move "SRTEDIT" to step-ldg-step
           set step-ldg-check to true
           call "SRTLDGR" using step-ldg
           if step-ldg-bad
           then
              display "SRTEDIT: SRTRUN card is bad, run ended"
              move 16 to return-code
              goback
           end-if
           if step-ldg-skip-step
           then
              display "SRTEDIT: already completed for run "
                      step-ldg-run-id " " step-ldg-bus-date
                      " - step skipped"
              move step-ldg-rc to return-code
              goback
           end-if
           move function CURRENT-DATE(1:8) to run-date
           move function CURRENT-DATE(11:4) to run-id
           call "SRTCFGL" using run-cfg
           if run-cfg-parse-bad
           then
              move 16 to return-code
              goback
           end-if
      *> a malformed cross-reference ends the run (return code 16,
      *> like bad SRTCFG) rather than half-apply a permanent
      *> renumbering.
           call "SRTXRFL" using key-xref
           if key-xref-parse-bad
           then
              display "SRTEDIT: SRTXREF statements are bad, run ended"
              move 16 to return-code
              goback
           end-if
           if key-xref-present
           then
              display "SRTEDIT: " key-xref-count
                      " cross-reference entr(y/ies) loaded"
           end-if
           open input edt-in-file
           open output edt-ok-file
           open output edt-rej-file
              move 12 to return-code
              goback
           end-if
      *> a feed the trailer check refused is not going on tonight,
      *> so nothing is merged into it or logged as re-entered.
           if return-code not = 12
           then
              perform 2000-merge-reentries
              if run-cfg-hdrtrl-yes
              then
                 perform 1300-write-trailer
              end-if
           end-if
           close edt-ok-file
           close edt-rej-file
           perform 3000-write-summary
              when other
                 move 0 to return-code
           end-evaluate
           perform 9800-record-step-ledger
           goback.

       1100-take-header section.
           if edt-in-rec(1:3) not = "HDR"
           then
      *> the trailer ends the data. The provider's count is checked
      *> against what was actually read - short or long is an
      *> interface failure on their side - and the trailer written on
      *> to SRTEDOK (see 1300) carries the ACCEPTED count instead, so
      *> the sort step's trailer check balances after rejects are
      *> removed.
       1200-take-trailer section.
           set trl-seen to true
           set in-eof to true
                 move 12 to return-code
              end-if
           end-if
           continue.

      *> written once the re-entries are merged, so it counts them.
       1300-write-trailer section.
           move spaces to edt-ok-rec
           move "TRL" to edt-ok-rec(1:3)
           move accept-count to trl-count-num
           continue.

       1000-edit-record section.
           move run-date to edit-chk-run-date
           move edt-in-rec to edit-chk-rec
           call "SRTEDCK" using run-cfg, key-xref, edit-chk
           move edit-chk-reason to reject-reason
      *> a record the renumbering rewrites reaches SRTEDOK already
      *> carrying its new number.
           if edit-chk-translated
           then
              add 1 to translate-count
           end-if
           if reject-reason = spaces
           then
              add 1 to accept-count
              move edit-chk-rec to edt-ok-rec
              write edt-ok-rec
           else
              add 1 to reject-count
           end-if
           continue.

      *> the re-entries go in behind the provider's data. Without the
      *> suspense file there is no telling which are still due, so
      *> none are merged rather than risk posting one twice.
       2000-merge-reentries section.
           open input reentry-file
           if reentry-not-found
           then
              continue
           else
              open input susp-file
              if susp-not-found
              then
                 display "SRTEDIT: REENTRY but no SUSPIN - "
                         "re-entries not merged"
                 close reentry-file
              else
                 perform 2100-load-repaired-items
                 open output prov-file
      *> the merge log only ever grows - EXTEND onto it, or OUTPUT
      *> to create it the first time it is missing.
                 open extend merged-file
                 if merged-not-found
                 then
                    open output merged-file
                 end-if
                 move 0 to in-eof-flag
                 perform test after until in-eof
                    read reentry-file
                       at end
                          set in-eof to true
                       not at end
                          perform 2200-take-reentry
                    end-read
                 end-perform
                 close reentry-file
                 close prov-file
                 close merged-file
                 display "SRTEDIT: re-entered " reentry-count
                         ", passed over (already settled) "
                         passed-count
      *> re-entries against a suspense file showing no repair at all
      *> is SUSPIN left DUMMY or pointed at the wrong generation.
                 if passed-count > 0 and rep-count = 0
                 then
                    display "SRTEDIT: REENTRY holds " passed-count
                            " record(s) but SUSPIN shows no repaired "
                            "items - none merged, check SUSPIN"
                 end-if
              end-if
           end-if
           continue.

       2100-load-repaired-items section.
           move 0 to in-eof-flag
           perform test after until in-eof
              read susp-file
                 at end
                    set in-eof to true
                 not at end
                    if susp-rec-repaired
                       and rep-count < :susmax:
                    then
                       add 1 to rep-count
                       move "N" to rep-merged(rep-count)
                       move susp-rec-source to rep-source(rep-count)
                       move susp-rec-reason to rep-reason(rep-count)
                       move susp-rec-first-seen
                          to rep-first-seen(rep-count)
                       move susp-rec-rec to rep-rec(rep-count)
                    end-if
              end-read
           end-perform
           close susp-file
           continue.

      *> a re-entry goes in only while its item is repaired and not
      *> yet merged tonight; the accepted ones get their provenance.
       2200-take-reentry section.
           perform varying r from 1 by 1 until r > rep-count
              if rep-source(r) = reentry-rec-source
                 and rep-reason(r) = reentry-rec-reason
                 and rep-first-seen(r) = reentry-rec-first-seen
                 and rep-rec(r) = reentry-rec-before-rec
                 and not rep-is-merged(r)
              then
                 exit perform
              end-if
           end-perform
           if r > rep-count or not reentry-rec-action-repair
           then
              add 1 to passed-count
           else
              move "Y" to rep-merged(r)
              add 1 to reentry-count
              move reentry-rec to merged-rec
              write merged-rec
              add 1 to read-count
              move reentry-rec-after-rec to edt-in-rec
              perform 1000-edit-record
              if reject-reason = spaces
              then
                 move spaces to prov-rec
                 move 0 to prov-rec-source
                 move reentry-count to prov-rec-seq
                 move edit-chk-rec to prov-rec-rec
                 move run-date to prov-rec-run-date
                 move run-id to prov-rec-run-id
                 write prov-rec
              end-if
           end-if
           continue.
           display "SRTEDIT: read     " read-count
           display "SRTEDIT: accepted " accept-count
           display "SRTEDIT: rejected " reject-count
           if key-xref-count > 0 or key-xref-range-present
           then
              display "SRTEDIT: translated " translate-count
           end-if
           if reentry-count > 0
           then
              display "SRTEDIT: (of which re-entered " reentry-count
                      ")"
           end-if
           open output edt-tot-file
           move spaces to edt-tot-rec
           move read-count to edt-tot-rec-read-count
           move accept-count to edt-tot-rec-accept-count
           move reject-count to edt-tot-rec-reject-count
           move translate-count to edt-tot-rec-xlate-count
           move reentry-count to edt-tot-rec-reentry-count
           write edt-tot-rec
           close edt-tot-file
           continue.

      *> the normal end goes into the ledger with the step's return
      *> code, which the call must leave as it found it.
       9800-record-step-ledger section.
           move return-code to step-ldg-rc
           set step-ldg-record to true
           call "SRTLDGR" using step-ldg
           move step-ldg-rc to return-code
           continue.
