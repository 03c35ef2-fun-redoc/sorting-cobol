      *>-----------------------------------------------------------------
      * SRTFCHK - inbound feed check ahead of SRTEDIT, against the
      * SRTFREG feed register of every extract already let into the
      * nightly stream.
      *
      * SRTEDIT checks one extract's HDR/TRL pair against itself;
      * nothing remembered what came in on earlier nights, and a
      * provider's re-send of the previous night's file was sorted
      * and posted a second time. SRTFCHK reads the raw SRTIN once,
      * takes its business date (the HDR record's under the SRTCFG
      * header/trailer convention, else the SRTRUN card's), counts
      * its data records and hashes them twice - the key-hash total
      * of the SRTTOT convention and a content hash over every byte
      * of every data record (RSHCPY23) - and compares that with the
      * register:
      *   - the same count and content hash as an extract already
      *     registered: the same file again. Return code 12, the
      *     stream stops;
      *   - a business date earlier than, or the same as, the latest
      *     one registered: an old or repeated night. Return code 12;
      *   - business days missing between the latest registered
      *     business date and tonight's: each is displayed and the
      *     step ends 4 - the stream carries on, someone should ask
      *     the provider. Business days are the SRTCAL business-day
      *     calendar's (see SRTCALL), so a bank holiday is not a
      *     missing extract; Monday to Friday without a SRTCAL. A
      *     malformed SRTCAL is return code 16;
      *   - a HDR business date that is not the SRTRUN card's: the
      *     night's card or the night's file is wrong. Return code 4.
      * An extract that passes (0 or 4) is appended to the register,
      * with the SRTRUN run id; one that is stopped is not.
      *
      * A resubmission of the same night (same SRTRUN run id) is not
      * its own duplicate: register entries carrying tonight's run id
      * are left out of the checks. The same file again under that
      * run id is already registered and passes without a second
      * entry; a corrected file under it is registered anew. Without
      * a SRTRUN card there is no run id to tell a resubmission by,
      * and the operator reruns with PARM FORCE.
      *
      * PARM layout (same shape as BUBLETST's PARM-BUFFER):
      *   PARM-DATA = "FORCE" - the operator has looked at a stopped
      *               extract and wants it in anyway: the findings are
      *               still displayed, the extract is registered as
      *               forced ("F") and the step ends 4, not 12.
      *
      * Under a SRTRUN card the step is entered in the SRTLEDG
      * step-completion ledger through SRTLDGR. Once it has completed
      * with 4 or better for the run, a resubmission still reads and
      * hashes SRTIN first: when the register holds the same count
      * and content hash under tonight's run id the file is the one
      * already checked, and the step is skipped, handing back its
      * earlier return code. A replaced SRTIN is checked and
      * registered as a new attempt, exactly as above.
      *>-----------------------------------------------------------------
       identification division.
       program-id. srtfchk.
       environment division.
       input-output section.
       file-control.
           select chk-in-file assign to SRTIN
               organization is line sequential.
           select frg-file assign to SRTFREG
               organization is line sequential
               file status is frg-status.
       data division.
       replace ==:maxlen:== by ==5==
               ==:paylen:== by ==20==
               ==:keypic:== by ==9(5)==.
       file section.
       fd  chk-in-file.
       01  chk-in-rec.
           copy RSHCPY1E replacing ==:elem:== by ==chk-in-rec==
                                   ==:elem-maxlen:== by ==:maxlen:==
                                   ==:elem-paylen:== by ==:paylen:==
                                   ==:elem-keypic:== by ==:keypic:==.
       fd  frg-file.
       01  frg-rec.
           copy RSHCPY23 replacing ==:frg:== by ==frg-rec==.
       working-storage section.
       01 frg-status pic x(02).
           88 frg-ok value "00".
           88 frg-not-found value "35".
       01 file-eof-flag pic 9 binary.
           88 file-eof value 1.
       01 hdr-seen-flag pic 9 binary value 0.
           88 hdr-seen value 1.
       01 force-flag pic 9 binary value 0.
           88 force-requested value 1.
       01 parm-token pic x(08).
       01 feed-date pic x(08).
       01 hdr-date pic x(08).
       01 feed-count pic 9(09) value 0.
       01 feed-key-hash pic 9(10) value 0.
       01 feed-content-hash pic 9(10) value 0.
       01 b pic 9(02).
       01 last-date pic x(08).
       01 last-run-id pic x(08).
       01 dup-flag pic 9 binary value 0.
           88 dup-found value 1.
       01 dup-date pic x(08).
       01 dup-run-id pic x(08).
       01 rerun-same-flag pic 9 binary value 0.
           88 rerun-same-file value 1.
       01 run-card-flag pic 9 binary value 0.
           88 run-card-in-use value 1.
       01 ledger-done-flag pic 9 binary value 0.
           88 ledger-done value 1.
       01 stop-flag pic 9 binary value 0.
           88 stop-found value 1.
       01 warn-flag pic 9 binary value 0.
           88 warn-found value 1.
       01 last-int pic 9(07).
       01 feed-int pic 9(07).
       01 gap-int pic 9(07).
       01 gap-date pic 9(08).
       01 gap-count pic 9(05) value 0.
       copy RSHCPY6 replacing ==:cfg:== by ==run-cfg==
                              ==:maxlen:== by ==:maxlen:==.
       copy RSHCPY22 replacing ==:lgr:== by ==step-ldg==.
       copy RSHCPY27 replacing ==:cal:== by ==bus-cal==.
       copy RSHCPY28 replacing ==:cdq:== by ==cal-qry==.
       linkage section.
       01  PARM-BUFFER.
          05  PARM-LENGTH         pic S9(4) comp.
          05  PARM-DATA           pic X(256).
       procedure division using PARM-BUFFER.
       0000-mainline section.
           display "in srtfchk"
      *> the ledger is only asked here: a night it shows already
      *> completed cleanly is skipped only once SRTIN has been read
      *> and found to be the file completed then (see 4000).
           move "SRTFCHK" to step-ldg-step
           set step-ldg-peek to true
           call "SRTLDGR" using step-ldg
           if step-ldg-skip-step
           then
              set ledger-done to true
           else
              if not step-ldg-bad
              then
                 set step-ldg-check to true
                 call "SRTLDGR" using step-ldg
              end-if
           end-if
           if step-ldg-bad
           then
              display "SRTFCHK: SRTRUN card is bad, run ended"
              move 16 to return-code
              goback
           end-if
           if step-ldg-run-step or step-ldg-skip-step
           then
              set run-card-in-use to true
           end-if
           move spaces to parm-token
           if PARM-LENGTH > 0
           then
              unstring PARM-DATA(1:PARM-LENGTH) delimited by space
                 into parm-token
              end-unstring
           end-if
           evaluate parm-token
              when spaces
                 continue
              when "FORCE"
                 set force-requested to true
              when other
                 display "SRTFCHK: PARM must be FORCE or nothing: "
                         parm-token
                 move 20 to return-code
                 goback
           end-evaluate

           call "SRTCFGL" using run-cfg
           if run-cfg-parse-bad
           then
              display "SRTFCHK: SRTCFG statements are bad, run ended"
              move 16 to return-code
              goback
           end-if
           call "SRTCALL" using bus-cal
           if bus-cal-parse-bad
           then
              display "SRTFCHK: SRTCAL statements are bad, run ended"
              move 16 to return-code
              goback
           end-if

           perform 1000-read-feed
           perform 2000-scan-register
           if ledger-done
           then
              perform 4000-settle-ledger-skip
              if step-ldg-skip-step
              then
                 goback
              end-if
           end-if
           perform 3000-judge-feed
           perform 9800-record-step-ledger
           goback.

      *> the hashes cover the data records only, so the HDR/TRL pair
      *> a provider re-stamps on a re-send cannot hide a repeat.
       1000-read-feed section.
           move spaces to hdr-date
           open input chk-in-file
           move 0 to file-eof-flag
           perform test after until file-eof
              read chk-in-file
                 at end
                    set file-eof to true
                 not at end
                    evaluate true
                       when run-cfg-hdrtrl-yes and not hdr-seen
                            and chk-in-rec(1:3) = "HDR"
                          set hdr-seen to true
                          move chk-in-rec(4:8) to hdr-date
                       when run-cfg-hdrtrl-yes
                            and chk-in-rec(1:3) = "TRL"
                          set file-eof to true
                       when other
                          perform 1100-hash-record
                    end-evaluate
              end-read
           end-perform
           close chk-in-file

           move spaces to feed-date
           evaluate true
              when hdr-date not = spaces
                 move hdr-date to feed-date
                 if run-card-in-use
                    and step-ldg-bus-date not = hdr-date
                 then
                    display "SRTFCHK: HDR business date " hdr-date
                            " is not the SRTRUN card's "
                            step-ldg-bus-date
                    set warn-found to true
                 end-if
              when run-card-in-use
                 move step-ldg-bus-date to feed-date
              when other
                 display "SRTFCHK: no business date (no HDR, no "
                         "SRTRUN card) - the date checks are skipped"
           end-evaluate
           display "SRTFCHK: SRTIN business date " feed-date ", "
                   feed-count " record(s), content hash "
                   feed-content-hash
           continue.

       1100-hash-record section.
           add 1 to feed-count
           if chk-in-rec-key numeric
           then
              compute feed-key-hash = function mod(
                 feed-key-hash + chk-in-rec-key, 10000000000)
           end-if
           perform varying b from 1 by 1 until b > 25
              compute feed-content-hash = function mod(
                 feed-content-hash * 131
                 + function ord(chk-in-rec(b:1)), 9999999967)
           end-perform
           continue.

      *> entries under tonight's own run id are an earlier submission
      *> of this same night, not a night of their own.
       2000-scan-register section.
           move spaces to last-date
           move spaces to last-run-id
           open input frg-file
           if frg-ok
           then
              move 0 to file-eof-flag
              perform test after until file-eof
                 read frg-file
                    at end
                       set file-eof to true
                    not at end
                       perform 2100-check-entry
                 end-read
              end-perform
              close frg-file
           end-if
           continue.

       2100-check-entry section.
           if run-card-in-use
              and frg-rec-run-id = step-ldg-run-id
           then
              if frg-rec-content-hash = feed-content-hash
                 and frg-rec-count = feed-count
              then
                 set rerun-same-file to true
              end-if
           else
              if frg-rec-content-hash = feed-content-hash
                 and frg-rec-count = feed-count
                 and not dup-found
              then
                 set dup-found to true
                 move frg-rec-bus-date to dup-date
                 move frg-rec-run-id to dup-run-id
              end-if
              if frg-rec-bus-date not = spaces
                 and (last-date = spaces
                      or frg-rec-bus-date > last-date)
              then
                 move frg-rec-bus-date to last-date
                 move frg-rec-run-id to last-run-id
              end-if
           end-if
           continue.

       3000-judge-feed section.
           if dup-found
           then
              display "SRTFCHK: SRTIN is the extract already "
                      "processed for business date " dup-date
                      " run " dup-run-id
              set stop-found to true
           end-if
           if feed-date not = spaces and last-date not = spaces
           then
              if feed-date <= last-date
              then
                 display "SRTFCHK: business date " feed-date
                         " is not after the last one processed, "
                         last-date " run " last-run-id
                 set stop-found to true
              else
                 perform 3100-find-skipped-dates
              end-if
           end-if

           evaluate true
              when stop-found and not force-requested
                 display "SRTFCHK: extract stopped - not registered"
                 move 12 to return-code
              when rerun-same-file and not stop-found
                 display "SRTFCHK: already registered for run "
                         step-ldg-run-id " - resubmission"
                 move 0 to return-code
                 if warn-found
                 then
                    move 4 to return-code
                 end-if
              when other
                 perform 3200-register-feed
                 move 0 to return-code
                 if warn-found or stop-found
                 then
                    move 4 to return-code
                 end-if
           end-evaluate
           continue.

      *> weekends and holidays carry no business date; any business
      *> day between the last date registered and tonight's never
      *> came.
       3100-find-skipped-dates section.
           compute last-int = function integer-of-date(
                                 function numval(last-date))
           compute feed-int = function integer-of-date(
                                 function numval(feed-date))
           perform varying gap-int from last-int by 1
                     until gap-int >= feed-int - 1
              compute gap-date = function date-of-integer(gap-int + 1)
              set cal-qry-check to true
              move gap-date to cal-qry-date
              call "SRTCALD" using bus-cal, cal-qry
              if cal-qry-business-day
              then
                 display "SRTFCHK: no extract registered for "
                         "business date " gap-date
                 add 1 to gap-count
                 set warn-found to true
              end-if
           end-perform
           if gap-count > 0
           then
              display "SRTFCHK: " gap-count " business date(s) "
                      "skipped since " last-date
           end-if
           continue.

      *> append-only across nights - EXTEND onto the register, or
      *> OUTPUT to create it the first time it is missing.
       3200-register-feed section.
           move spaces to frg-rec
           if stop-found
           then
              set frg-rec-forced to true
              display "SRTFCHK: FORCE - extract registered over the "
                      "findings above"
           else
              set frg-rec-registered to true
           end-if
           move feed-date to frg-rec-bus-date
           move feed-count to frg-rec-count
           move feed-key-hash to frg-rec-key-hash
           move feed-content-hash to frg-rec-content-hash
           if run-card-in-use
           then
              move step-ldg-run-id to frg-rec-run-id
           end-if
           move function CURRENT-DATE(1:14) to frg-rec-stamp
           open extend frg-file
           if frg-not-found
           then
              open output frg-file
           end-if
           write frg-rec
           close frg-file
           continue.

      *> the ledger says this night's check already completed; the
      *> register says whether SRTIN is still the file it checked.
      *> The same file skips the step as the ledger asks; any other
      *> is a new attempt, checked and registered like a first one.
       4000-settle-ledger-skip section.
           if rerun-same-file
           then
              set step-ldg-check to true
              call "SRTLDGR" using step-ldg
              display "SRTFCHK: already completed for run "
                      step-ldg-run-id " " step-ldg-bus-date
                      " with this SRTIN - step skipped"
              move step-ldg-rc to return-code
           else
              display "SRTFCHK: completed earlier for run "
                      step-ldg-run-id " " step-ldg-bus-date
                      " but SRTIN is not the file registered then "
                      "- checked again"
              set step-ldg-rerun to true
              call "SRTLDGR" using step-ldg
           end-if
           continue.

       9800-record-step-ledger section.
           move return-code to step-ldg-rc
           set step-ldg-record to true
           call "SRTLDGR" using step-ldg
           move step-ldg-rc to return-code
           continue.
