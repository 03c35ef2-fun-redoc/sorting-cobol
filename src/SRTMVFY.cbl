      *>-----------------------------------------------------------------
      * SRTMVFY - nightly proof of the new master generation by
      * replay: rebuilds what tonight's master SHOULD be from its
      * inputs and compares it, key by key, with what SRTUPDT wrote.
      *
      * Reads MSTRBASE, the master generation last night's SRTUPDT
      * left, into the in-memory table, then replays onto it:
      *   FIXAUDT - the day's intra-day corrections (RSHCPY16 audit
      *             records dated the correction date, see the PARM),
      *             in the order SRTMFIX applied them: "R" overlays
      *             the payload with the after-image, "D" drops the
      *             record;
      *   SRTJRNL - tonight's journal (RSHCPY8), exactly as SRTMSTRB
      *             replays it: "A" inserts, "R" overlays, "D" drops.
      * The result is matched against MSTROUT, the generation
      * tonight's SRTUPDT wrote, and every difference listed on
      * MVFYRPT:
      *   MISSING  - the replay holds the key, MSTROUT does not;
      *   EXTRA    - MSTROUT holds a key the replay does not;
      *   MISMATCH - both hold the key with different payloads.
      *
      * PARM layout (same shape as the other programs' PARM-BUFFER):
      *   PARM-DATA = "<fixdate>" - the date (YYYYMMDD) whose FIXAUDT
      *               corrections are replayed; empty PARM takes
      *               today's date.
      *
      * MSTRBASE is normally the SRTUPDT output of the previous night.
      * When it is instead the generation SRTMUNL cut after the day's
      * corrections, those corrections are already in it: a replace
      * whose after-image the base already holds, or a delete whose
      * key is already gone, is counted as already in the base rather
      * than as a misfit. Any other action that does not fit - a
      * correction whose before-image the base does not hold, a
      * journal add for a key present, a replace or delete for one
      * absent - is a misfit and is displayed.
      *
      * Return code 0 when the replay and MSTROUT agree exactly with
      * no misfits, 8 on any difference or misfit, 20 for a bad PARM.
      *>-----------------------------------------------------------------
       identification division.
       program-id. srtmvfy.
       environment division.
       input-output section.
       file-control.
           select base-file assign to MSTRBASE
               organization is line sequential
               file status is base-status.
           select fix-aud-file assign to FIXAUDT
               organization is line sequential
               file status is aud-status.
           select jrn-file assign to SRTJRNL
               organization is line sequential
               file status is jrn-status.
           select mst-out-file assign to MSTROUT
               organization is line sequential
               file status is mst-out-status.
           select vfy-rpt-file assign to MVFYRPT
               organization is line sequential.
       data division.
       replace ==:maxlen:== by ==5==
               ==:maxval:== by ==50000==
               ==:paylen:== by ==20==
               ==:keypic:== by ==9(5)==.
       file section.
       fd  base-file.
       01  base-rec.
           copy RSHCPY1E replacing ==:elem:== by ==base-rec==
                                   ==:elem-maxlen:== by ==:maxlen:==
                                   ==:elem-paylen:== by ==:paylen:==
                                   ==:elem-keypic:== by ==:keypic:==.
       fd  fix-aud-file.
       01  aud-rec.
           copy RSHCPY16 replacing ==:aud:== by ==aud-rec==
                                   ==:aud-maxlen:== by ==:maxlen:==
                                   ==:aud-paylen:== by ==:paylen:==.
       fd  jrn-file.
       01  jrn-rec.
           copy RSHCPY8 replacing ==:jrn:== by ==jrn-rec==
                                  ==:jrn-maxlen:== by ==:maxlen:==
                                  ==:jrn-paylen:== by ==:paylen:==
                                  ==:jrn-trnlen:== by ==25==.
       fd  mst-out-file.
       01  mst-out-rec.
           copy RSHCPY1E replacing ==:elem:== by ==mst-out-rec==
                                   ==:elem-maxlen:== by ==:maxlen:==
                                   ==:elem-paylen:== by ==:paylen:==
                                   ==:elem-keypic:== by ==:keypic:==.
       fd  vfy-rpt-file.
       01  rpt-line pic x(80).
       working-storage section.
       01 base-status pic x(02).
           88 base-ok value "00".
           88 base-not-found value "35".
       01 aud-status pic x(02).
           88 aud-ok value "00".
           88 aud-not-found value "35".
       01 jrn-status pic x(02).
           88 jrn-ok value "00".
           88 jrn-not-found value "35".
       01 mst-out-status pic x(02).
           88 mst-out-ok value "00".
           88 mst-out-not-found value "35".
       01 i pic 9(:maxlen:).
       01 j pic 9(:maxlen:).
       01 found-ix pic 9(:maxlen:).
       01 want-key pic 9(:maxlen:).
       01 file-eof-flag pic 9 binary.
           88 file-eof value 1.
       01 out-eof-flag pic 9 binary value 0.
           88 out-eof value 1.
       01 fix-date pic x(08) value spaces.
       01 run-date pic x(08).
       01 base-count pic 9(09) value 0.
       01 fix-count pic 9(09) value 0.
       01 fix-in-base-count pic 9(09) value 0.
       01 jrn-count pic 9(09) value 0.
       01 misfit-count pic 9(09) value 0.
       01 out-count pic 9(09) value 0.
       01 missing-count pic 9(09) value 0.
       01 extra-count pic 9(09) value 0.
       01 mismatch-count pic 9(09) value 0.
       01 match-count pic 9(09) value 0.
      *> the replayed master, sorted on the key throughout - the base
      *> generation arrives sorted and inserts keep it so, which is
      *> what lets the comparison walk it beside MSTROUT.
       copy RSHCPY1 replacing ==:struct:== by ==mst==
                              ==:struct-maxlen:== by ==:maxlen:==
                              ==:struct-maxoccurs:== by ==:maxval:==
                              ==:struct-paylen:== by ==:paylen:==
                              ==:struct-keypic:== by ==:keypic:==.
       linkage section.
       01  PARM-BUFFER.
          05  PARM-LENGTH         pic S9(4) comp.
          05  PARM-DATA           pic X(256).
       procedure division using PARM-BUFFER.
       0000-mainline section.
           display "in srtmvfy"
           move function CURRENT-DATE(1:8) to run-date
           if PARM-LENGTH > 0
           then
              unstring PARM-DATA(1:PARM-LENGTH) delimited by space
                 into fix-date
              end-unstring
           end-if
           if fix-date = spaces
           then
              move run-date to fix-date
           end-if
           if fix-date not numeric
           then
              display "SRTMVFY: correction date is not YYYYMMDD: "
                      fix-date
              move 20 to return-code
              goback
           end-if
           display "SRTMVFY: replaying corrections dated " fix-date

           perform 1000-load-base
           perform 2000-replay-corrections
           perform 3000-replay-journal
           perform 4000-compare-master

           display "SRTMVFY: base " base-count ", corrections "
                   fix-count ", journal " jrn-count ", misfit "
                   misfit-count
           display "SRTMVFY: missing " missing-count ", extra "
                   extra-count ", mismatch " mismatch-count
           if misfit-count > 0 or missing-count > 0
              or extra-count > 0 or mismatch-count > 0
           then
              display "SRTMVFY: MSTROUT IS NOT PROVEN"
              move 8 to return-code
           else
              display "SRTMVFY: MSTROUT PROVEN BY REPLAY"
              move 0 to return-code
           end-if
           goback.

       1000-load-base section.
           move 0 to mst-len
           open input base-file
           if base-not-found
           then
              display "SRTMVFY: no MSTRBASE - replaying from an "
                      "empty master"
           else
              move 0 to file-eof-flag
              perform test after until file-eof
                 read base-file
                    at end
                       set file-eof to true
                    not at end
                       if mst-len >= mst-maxocc
                       then
                          display "SRTMVFY: master exceeds the "
                                  "compiled ceiling " mst-maxocc
                          move 16 to return-code
                          goback
                       end-if
                       add 1 to mst-len
                       move base-rec-key to mst-key(mst-len)
                       move base-rec-payload to mst-payload(mst-len)
                 end-read
              end-perform
              close base-file
           end-if
           move mst-len to base-count
           continue.

      *> only the correction date's records - the trail is one
      *> append-only file across every day, and lines written before
      *> it carried a date have none to match.
       2000-replay-corrections section.
           open input fix-aud-file
           if aud-not-found
           then
              display "SRTMVFY: no FIXAUDT audit trail supplied"
           else
              move 0 to file-eof-flag
              perform test after until file-eof
                 read fix-aud-file
                    at end
                       set file-eof to true
                    not at end
                       if aud-rec-date = fix-date
                       then
                          add 1 to fix-count
                          perform 2100-apply-correction
                       end-if
                 end-read
              end-perform
              close fix-aud-file
           end-if
           continue.

       2100-apply-correction section.
           move aud-rec-key to want-key
           perform 2500-find-key
           evaluate true
              when aud-rec-action-replace and found-ix > 0
                   and mst-payload(found-ix) = aud-rec-before-payload
                 move aud-rec-after-payload to mst-payload(found-ix)
              when aud-rec-action-delete and found-ix > 0
                   and mst-payload(found-ix) = aud-rec-before-payload
                 perform 2300-delete-record
              when aud-rec-action-replace and found-ix > 0
                   and mst-payload(found-ix) = aud-rec-after-payload
                 add 1 to fix-in-base-count
              when aud-rec-action-delete and found-ix = 0
                 add 1 to fix-in-base-count
              when other
                 display "SRTMVFY: correction " aud-rec-action
                         " for key " aud-rec-key " at " aud-rec-time
                         " does not fit the base"
                 add 1 to misfit-count
           end-evaluate
           continue.

       3000-replay-journal section.
           open input jrn-file
           if jrn-not-found
           then
              display "SRTMVFY: no SRTJRNL journal to replay"
           else
              move 0 to file-eof-flag
              perform test after until file-eof
                 read jrn-file
                    at end
                       set file-eof to true
                    not at end
                       add 1 to jrn-count
                       perform 3100-apply-journal-action
                 end-read
              end-perform
              close jrn-file
           end-if
           continue.

       3100-apply-journal-action section.
           move jrn-rec-key to want-key
           perform 2500-find-key
           evaluate true
              when jrn-rec-action-add and found-ix = 0
                 perform 2200-insert-record
              when jrn-rec-action-replace and found-ix > 0
                 move jrn-rec-after-payload
                    to mst-payload(found-ix)
              when jrn-rec-action-delete and found-ix > 0
                 perform 2300-delete-record
              when other
                 display "SRTMVFY: journal " jrn-rec-action
                         " for key " jrn-rec-key
                         " (run " jrn-rec-run-date
                         ") does not fit the replay"
                 add 1 to misfit-count
           end-evaluate
           continue.

       2500-find-key section.
           move 0 to found-ix
           perform varying i from 1 by 1 until i > mst-len
              if mst-key(i) = want-key
              then
                 move i to found-ix
                 exit perform
              end-if
              if mst-key(i) > want-key
              then
                 exit perform
              end-if
           end-perform
           continue.

      *> insert in key order - 2500 left i sitting on the first entry
      *> whose key collates above the new one (or just past the end),
      *> so everything from there shifts up one slot.
       2200-insert-record section.
           if mst-len >= mst-maxocc
           then
              display "SRTMVFY: replayed master exceeds the "
                      "compiled ceiling " mst-maxocc
              move 16 to return-code
              goback
           end-if
           add 1 to mst-len
           perform varying j from mst-len by -1 until j <= i
              move mst-elem(j - 1) to mst-elem(j)
           end-perform
           move jrn-rec-key to mst-key(i)
           move jrn-rec-after-payload to mst-payload(i)
           continue.

       2300-delete-record section.
           perform varying j from found-ix by 1 until j >= mst-len
              move mst-elem(j + 1) to mst-elem(j)
           end-perform
           subtract 1 from mst-len
           continue.

      *> both sides are in key order: one matched pass, the replay
      *> table against MSTROUT read sequentially.
       4000-compare-master section.
           open output vfy-rpt-file
           move spaces to rpt-line
           string "SRTMVFY MASTER GENERATION PROOF " delimited by size
                  run-date delimited by size
                  "  CORRECTIONS OF " delimited by size
                  fix-date delimited by size
                  into rpt-line
           end-string
           write rpt-line
           move spaces to rpt-line
           write rpt-line

           open input mst-out-file
           if mst-out-not-found
           then
              display "SRTMVFY: no MSTROUT generation to prove"
              set out-eof to true
           else
              perform 4100-read-out
           end-if
           move 1 to i
           perform until i > mst-len and out-eof
              evaluate true
                 when out-eof
                    perform 4200-report-missing
                    add 1 to i
                 when i > mst-len
                    perform 4300-report-extra
                    perform 4100-read-out
                 when mst-key(i) < mst-out-rec-key
                    perform 4200-report-missing
                    add 1 to i
                 when mst-key(i) > mst-out-rec-key
                    perform 4300-report-extra
                    perform 4100-read-out
                 when other
                    if mst-payload(i) = mst-out-rec-payload
                    then
                       add 1 to match-count
                    else
                       perform 4400-report-mismatch
                    end-if
                    add 1 to i
                    perform 4100-read-out
              end-evaluate
           end-perform
           if not mst-out-not-found
           then
              close mst-out-file
           end-if
           perform 4900-write-totals
           close vfy-rpt-file
           continue.

       4100-read-out section.
           read mst-out-file
              at end
                 set out-eof to true
              not at end
                 add 1 to out-count
           end-read
           continue.

       4200-report-missing section.
           add 1 to missing-count
           move spaces to rpt-line
           string "MISSING  " delimited by size
                  mst-key(i) delimited by size
                  " REPLAY  [" delimited by size
                  mst-payload(i) delimited by size
                  "]" delimited by size
                  into rpt-line
           end-string
           write rpt-line
           continue.

       4300-report-extra section.
           add 1 to extra-count
           move spaces to rpt-line
           string "EXTRA    " delimited by size
                  mst-out-rec-key delimited by size
                  " MSTROUT [" delimited by size
                  mst-out-rec-payload delimited by size
                  "]" delimited by size
                  into rpt-line
           end-string
           write rpt-line
           continue.

       4400-report-mismatch section.
           add 1 to mismatch-count
           move spaces to rpt-line
           string "MISMATCH " delimited by size
                  mst-key(i) delimited by size
                  " REPLAY  [" delimited by size
                  mst-payload(i) delimited by size
                  "]" delimited by size
                  into rpt-line
           end-string
           write rpt-line
           move spaces to rpt-line
           string "               MSTROUT [" delimited by size
                  mst-out-rec-payload delimited by size
                  "]" delimited by size
                  into rpt-line
           end-string
           write rpt-line
           continue.

       4900-write-totals section.
           move spaces to rpt-line
           write rpt-line
           move spaces to rpt-line
           string "BASE RECORDS       " delimited by size
                  base-count delimited by size
                  into rpt-line
           end-string
           write rpt-line
           move spaces to rpt-line
           string "CORRECTIONS        " delimited by size
                  fix-count delimited by size
                  "  ALREADY IN BASE " delimited by size
                  fix-in-base-count delimited by size
                  into rpt-line
           end-string
           write rpt-line
           move spaces to rpt-line
           string "JOURNAL RECORDS    " delimited by size
                  jrn-count delimited by size
                  into rpt-line
           end-string
           write rpt-line
           move spaces to rpt-line
           string "MISFITS            " delimited by size
                  misfit-count delimited by size
                  into rpt-line
           end-string
           write rpt-line
           move spaces to rpt-line
           string "REPLAYED RECORDS   " delimited by size
                  mst-len delimited by size
                  into rpt-line
           end-string
           write rpt-line
           move spaces to rpt-line
           string "MSTROUT RECORDS    " delimited by size
                  out-count delimited by size
                  into rpt-line
           end-string
           write rpt-line
           move spaces to rpt-line
           string "MATCHED            " delimited by size
                  match-count delimited by size
                  into rpt-line
           end-string
           write rpt-line
           move spaces to rpt-line
           string "MISSING            " delimited by size
                  missing-count delimited by size
                  into rpt-line
           end-string
           write rpt-line
           move spaces to rpt-line
           string "EXTRA              " delimited by size
                  extra-count delimited by size
                  into rpt-line
           end-string
           write rpt-line
           move spaces to rpt-line
           string "MISMATCHED         " delimited by size
                  mismatch-count delimited by size
                  into rpt-line
           end-string
           write rpt-line
           move spaces to rpt-line
           if misfit-count > 0 or missing-count > 0
              or extra-count > 0 or mismatch-count > 0
           then
              string "VERDICT            NOT PROVEN" delimited by size
                 into rpt-line
              end-string
           else
              string "VERDICT            PROVEN" delimited by size
                 into rpt-line
              end-string
           end-if
           write rpt-line
           continue.
