      * master SRTMIXB built, for the bad-replace-posted-overnight
      * emergencies that used to cost a full extra batch cycle.
      *
      * Corrections are maker-checker controlled: one operator stages
      * them with SRTMFXS (REPLACE kkkkk <payload> / DELETE kkkkk
      * statements, each captured with the record's before-image),
      * SRTMFXL lists the queue, and a second operator approves or
      * rejects each item with SRTMFXA. This program reads that queue
      * (PENDIN, RSHCPY15 items) and:
      *   - applies each APPROVED item to MSTRX by key - but only if
      *     the master record still holds exactly the before-image
      *     captured at staging; a record that changed (or vanished)
      *     since is STALE, is not touched, and the item has to be
      *     staged again against what the master holds now;
      *   - drops each REJECTED item unapplied;
      *   - carries every item still PENDING a decision forward on
      *     PENDOUT for a later run.
      * Every applied correction writes one FIXAUDT audit record
      * (RSHCPY16) - date and time, action, key, the maker's and the
      * checker's operator ids, before- and after-image - so the
      * intra-day change trail stands next to SRTUPDT's nightly
      * journal.
      *
      * Each applied correction is also displayed on SYSOUT, and when
      * a PAYDICT field dictionary is supplied (see SRTFDCL) its
      * before- and after-image are broken out there field by field
      * under the "MASTER" layout; a malformed PAYDICT is return code
      * 16 before anything is applied.
      *
      * A stale item is displayed and counted; the run ends with
      * return code 4 so the mismatch is looked at. Run SRTMUNL
      * afterwards to regenerate the sequential master. A run that
      * ends before applying anything (bad PAYDICT, no MSTRX) copies
      * PENDIN to PENDOUT unchanged, so the queue is not lost with
      * the generation.
      *
      * The corrections are money too: before anything is applied
      * MSTRX is read through once for the opening balance (the
      * master amount, record positions 6-14, as SRTUPDT keeps it),
      * and each applied replace adds its before and after amounts
      * to the corrected movement, each applied delete its amount to
      * the deleted movement. The closing balance those movements
      * come to goes with them into a MSTRCTL "M" record (RSHCPY25)
      * for the generation SRTMUNL cuts, and SRTMBAL proves it
      * against that generation. No MSTRCTL DD, no control record.
      *>-----------------------------------------------------------------
       identification division.
       program-id. srtmfix.
       environment division.
       input-output section.
       file-control.
           select pnd-in-file assign to PENDIN
               organization is line sequential
               file status is pnd-in-status.
           select pnd-out-file assign to PENDOUT
               organization is line sequential.
           select mstx-file assign to MSTRX
               organization is indexed
               access is dynamic
               record key is mstx-key
               file status is mstx-status.
           select fix-aud-file assign to FIXAUDT
               organization is line sequential.
           select mst-ctl-file assign to MSTRCTL
               organization is line sequential
               file status is mst-ctl-status.
       data division.
       replace ==:maxlen:== by ==5==
               ==:paylen:== by ==20==.
       file section.
       fd  pnd-in-file.
       01  pnd-in-rec.
           copy RSHCPY15 replacing ==:pnd:== by ==pnd-in-rec==
                                   ==:pnd-maxlen:== by ==:maxlen:==
                                   ==:pnd-paylen:== by ==:paylen:==.
       fd  pnd-out-file.
       01  pnd-out-rec.
           copy RSHCPY15 replacing ==:pnd:== by ==pnd-out-rec==
                                   ==:pnd-maxlen:== by ==:maxlen:==
                                   ==:pnd-paylen:== by ==:paylen:==.
       fd  mstx-file.
       01  mstx-rec.
           05 mstx-key pic 9(:maxlen:).
           05 mstx-payload pic x(:paylen:).
       fd  fix-aud-file.
       01  aud-rec.
           copy RSHCPY16 replacing ==:aud:== by ==aud-rec==
                                   ==:aud-maxlen:== by ==:maxlen:==
                                   ==:aud-paylen:== by ==:paylen:==.
       fd  mst-ctl-file.
       01  mst-ctl-rec.
           copy RSHCPY25 replacing ==:mct:== by ==mst-ctl-rec==.
       working-storage section.
       01 mstx-status pic x(02).
           88 mstx-ok value "00".
       01 mst-ctl-status pic x(02).
           88 mst-ctl-ok value "00".
       01 mstx-eof-flag pic 9 binary value 0.
           88 mstx-eof value 1.
       01 pnd-in-status pic x(02).
           88 pnd-in-ok value "00".
           88 pnd-in-not-found value "35".
       01 pnd-eof-flag pic 9 binary value 0.
           88 pnd-eof value 1.
       01 applied-count pic 9(09) value 0.
       01 stale-count pic 9(09) value 0.
       01 rejected-count pic 9(09) value 0.
       01 pending-count pic 9(09) value 0.
       01 run-stamp pic x(14).
       01 f pic 9(02).
      *> the master amount, positions 6-14 of the record; not
      *> numeric counts as zero, as in SRTUPDT.
       01 amount-txt pic x(09).
       01 amount-num redefines amount-txt pic 9(7)v99.
       01 amount-value pic 9(7)v99.
       01 ctl-work.
           copy RSHCPY25 replacing ==:mct:== by ==ctl-work==.
       copy RSHCPY17 replacing ==:dic:== by ==pay-dict==.
       copy RSHCPY18 replacing ==:fmt:== by ==fmt-before==
                               ==:fmt-paylen:== by ==:paylen:==.
       copy RSHCPY18 replacing ==:fmt:== by ==fmt-after==
                               ==:fmt-paylen:== by ==:paylen:==.
       procedure division.
       0000-mainline section.
           display "in srtmfix"
           call "SRTFDCL" using pay-dict
           if pay-dict-parse-bad
           then
              display "SRTMFIX: PAYDICT is malformed - nothing applied"
              move 16 to return-code
              perform 3900-copy-queue-through
              goback
           end-if
           move "MASTER" to fmt-before-layout
           move "MASTER" to fmt-after-layout
           open input pnd-in-file
           if pnd-in-not-found
           then
              display "SRTMFIX: no correction queue on PENDIN - "
                      "stage corrections with SRTMFXS first"
              move 8 to return-code
              goback
           end-if
           open i-o mstx-file
           if not mstx-ok
           then
              display "SRTMFIX: MSTRX open failed, status "
                      mstx-status " - run SRTMIXB first"
              close pnd-in-file
              move 8 to return-code
              perform 3900-copy-queue-through
              goback
           end-if
           open output pnd-out-file
           open output fix-aud-file
           perform 0500-sum-opening

           move 0 to pnd-eof-flag
           perform test after until pnd-eof
              read pnd-in-file
                 at end
                    set pnd-eof to true
                 not at end
                    perform 1000-take-item
              end-read
           end-perform

           close pnd-in-file
           close pnd-out-file
           close mstx-file
           close fix-aud-file
           perform 4000-write-control
           display "SRTMFIX: applied " applied-count
                   ", stale " stale-count
                   ", rejected " rejected-count
                   ", still pending " pending-count
           if stale-count > 0
           then
              move 4 to return-code
           else
           end-if
           goback.

      *> the opening balance is the master as the index holds it
      *> before the first correction touches it.
       0500-sum-opening section.
           move spaces to ctl-work
           initialize ctl-work
           move 0 to mstx-eof-flag
           perform test after until mstx-eof
              read mstx-file next record
                 at end
                    set mstx-eof to true
                 not at end
                    move mstx-payload(1:9) to amount-txt
                    perform 2900-value-amount
                    add 1 to ctl-work-open-count
                    add amount-value to ctl-work-open-amount
              end-read
           end-perform
           continue.

       1000-take-item section.
           evaluate true
              when pnd-in-rec-approved
                 perform 2000-apply-item
              when pnd-in-rec-rejected
                 display "SRTMFIX: item " pnd-in-rec-item
                         " rejected by " pnd-in-rec-checker
                         " - dropped"
                 add 1 to rejected-count
              when other
                 move pnd-in-rec to pnd-out-rec
                 write pnd-out-rec
                 add 1 to pending-count
           end-evaluate
           continue.

      *> the before-image is the approval's premise: the checker
      *> signed off on changing THAT record into the after-image.
      *> If the master moved on since (tonight's SRTUPDT, another
      *> correction) the approval no longer describes the change,
      *> so nothing is applied.
       2000-apply-item section.
           move pnd-in-rec-key to mstx-key
           read mstx-file
              invalid key
                 display "SRTMFIX: item " pnd-in-rec-item " key "
                         pnd-in-rec-key " no longer on master - stale"
                 add 1 to stale-count
              not invalid key
                 if mstx-payload not = pnd-in-rec-before-payload
                 then
                    display "SRTMFIX: item " pnd-in-rec-item " key "
                            pnd-in-rec-key " changed since staging"
                            " - stale"
                    add 1 to stale-count
                 else
                    move mstx-payload(1:9) to amount-txt
                    perform 2900-value-amount
                    if pnd-in-rec-action-delete
                    then
                       delete mstx-file
                       add 1 to ctl-work-deleted-count
                       add amount-value to ctl-work-deleted-amount
                    else
                       add amount-value to ctl-work-corrected-before
                       move pnd-in-rec-after-payload to mstx-payload
                       rewrite mstx-rec
                       move mstx-payload(1:9) to amount-txt
                       perform 2900-value-amount
                       add amount-value to ctl-work-corrected-after
                       add 1 to ctl-work-corrected-count
                    end-if
                    add 1 to applied-count
                    perform 3000-write-audit-record
                    perform 3100-display-fields
                 end-if
           end-read
           continue.

       2900-value-amount section.
           if amount-txt numeric
           then
              move amount-num to amount-value
           else
              move 0 to amount-value
           end-if
           continue.

       3000-write-audit-record section.
           move function CURRENT-DATE(1:14) to run-stamp
           move spaces to aud-rec
           move run-stamp(1:8) to aud-rec-date
           move run-stamp(9:6) to aud-rec-time
           move pnd-in-rec-action to aud-rec-action
           move pnd-in-rec-key to aud-rec-key
           move pnd-in-rec-maker to aud-rec-maker
           move pnd-in-rec-checker to aud-rec-checker
           move pnd-in-rec-before-payload to aud-rec-before-payload
           move pnd-in-rec-after-payload to aud-rec-after-payload
           write aud-rec
           continue.

       3100-display-fields section.
           display "SRTMFIX: item " pnd-in-rec-item " key "
                   pnd-in-rec-key " applied, approved by "
                   pnd-in-rec-checker
           move pnd-in-rec-before-payload to fmt-before-payload
           call "SRTFDFM" using pay-dict, fmt-before
           move pnd-in-rec-after-payload to fmt-after-payload
           call "SRTFDFM" using pay-dict, fmt-after
           perform varying f from 1 by 1
                     until f > fmt-before-fld-count
              if pnd-in-rec-action-delete
              then
                 display "SRTMFIX:     " fmt-before-fld-name(f) " "
                         fmt-before-fld-value(f) " (deleted)"
              else
                 display "SRTMFIX:     " fmt-before-fld-name(f) " "
                         fmt-before-fld-value(f) " -> "
                         fmt-after-fld-value(f)
              end-if
           end-perform
           continue.

      *> nothing decided: the queue goes on to the next generation
      *> exactly as it came in.
       3900-copy-queue-through section.
           open input pnd-in-file
           open output pnd-out-file
           if pnd-in-ok
           then
              move 0 to pnd-eof-flag
              perform test after until pnd-eof
                 read pnd-in-file
                    at end
                       set pnd-eof to true
                    not at end
                       move pnd-in-rec to pnd-out-rec
                       write pnd-out-rec
                 end-read
              end-perform
              close pnd-in-file
           end-if
           close pnd-out-file
           continue.

      *> the closing balance is what the movements make of the
      *> opening one; SRTMBAL holds it to the unloaded master.
       4000-write-control section.
           compute ctl-work-close-count =
              ctl-work-open-count - ctl-work-deleted-count
           compute ctl-work-close-amount =
              ctl-work-open-amount - ctl-work-deleted-amount
              - ctl-work-corrected-before + ctl-work-corrected-after
           open output mst-ctl-file
           if mst-ctl-ok
           then
              set ctl-work-movements to true
              set ctl-work-intra-day-fix to true
              move function CURRENT-DATE(1:8) to ctl-work-run-date
              move ctl-work to mst-ctl-rec
              write mst-ctl-rec
              close mst-ctl-file
           else
              display "SRTMFIX: no MSTRCTL - amount control record "
                      "not kept"
           end-if
           continue.
