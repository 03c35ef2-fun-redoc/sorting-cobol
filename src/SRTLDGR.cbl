      *>-----------------------------------------------------------------
      * SRTLDGR - the step-completion ledger, called by every step of
      * the nightly stream (SRTFCHK, SRTEDIT, SRTGATE, SRTDRV, SRTBAL,
      * SRTEXTR, SRTSUMM, SRTCERT, and SRTUPDT in SRTMSTUP) so a stream
      * that failed part-way can simply be resubmitted: every step that
      * already completed cleanly for the night skips itself, and the
      * rerun picks up at the first unfinished step without anything
      * being re-edited, re-sorted or appended twice.
      *
      * The night is named by the SRTRUN card, one record:
      *   RUN runid yyyymmdd  - the stream run id (up to 8 characters,
      *                         the same for every submission of the
      *                         night) and the business date
      * No SRTRUN card (DD missing or DUMMY) leaves the ledger out of
      * use - every step runs exactly as it did before. A card that
      * does not read as above is state "B" and the step ends 16.
      *
      * Called with an RSHCPY22 request:
      *   "C" at the start of a step - scans the SRTLEDG ledger
      *       (RSHCPY21 records) for this run id, business date and
      *       step. If the latest completion there ended with return
      *       code 4 or better the step is skipped: state "S", the
      *       recorded return code handed back, and an "S" record
      *       added. Otherwise state "Y", and an "A" attempt record
      *       is added, numbered one past the attempts already there.
      *   "R" at the normal end of a step - adds the "C" completion
      *       record with the step's return code and attempt number.
      *   "P" ahead of the step, from SRTLCHK at the head of its job
      *       (or SRTFCHK, before it has read its input) - answers
      *       exactly as "C" would, but adds nothing: the step itself
      *       still makes its own "C" (or "F") call when it runs.
      *   "F" in place of "C", from a step that has looked at its
      *       input and found it is not what the earlier completion
      *       processed (SRTFCHK, a replaced SRTIN) - the attempt is
      *       added and the step runs ("Y") whatever the ledger shows.
      * A step that ends abnormally, or through an error exit before
      * its normal end, leaves its attempt without a completion, and
      * the next submission runs it again.
      *
      * The ledger is append-only (DISP=MOD); a missing SRTLEDG is
      * simply an empty ledger the first time.
      *>-----------------------------------------------------------------
       identification division.
       program-id. srtldgr.
       environment division.
       input-output section.
       file-control.
           select run-card-file assign to SRTRUN
               organization is line sequential
               file status is run-card-status.
           select ldg-file assign to SRTLEDG
               organization is line sequential
               file status is ldg-status.
       data division.
       file section.
       fd  run-card-file.
       01  run-card-rec pic x(80).
       fd  ldg-file.
       01  ldg-rec.
           copy RSHCPY21 replacing ==:ldg:== by ==ldg-rec==.
       working-storage section.
       01 run-card-status pic x(02).
           88 run-card-ok value "00".
           88 run-card-not-found value "35".
       01 ldg-status pic x(02).
           88 ldg-ok value "00".
           88 ldg-not-found value "35".
       01 ldg-eof-flag pic 9 binary value 0.
           88 ldg-eof value 1.
       01 card-tokens.
          05 card-tok-1 pic x(10).
          05 card-tok-2 pic x(10).
          05 card-tok-3 pic x(10).
          05 card-tok-4 pic x(10).
       01 card-date-num pic 9(08).
       01 attempt-count pic 9(03).
       01 last-done-flag pic 9 binary.
           88 last-done value 1.
       01 last-done-rc pic 9(03).
       01 new-type pic x(01).
       linkage section.
       copy RSHCPY22 replacing ==:lgr:== by ==ldg-req==.
       procedure division using ldg-req.
       0000-mainline section.
           if ldg-req-record
           then
              if ldg-req-run-step
              then
                 move "C" to new-type
                 perform 3000-append-record
              end-if
              goback
           end-if

           move 0 to ldg-req-attempt
           perform 1000-read-run-card
           if ldg-req-inactive or ldg-req-bad
           then
              goback
           end-if
           perform 2000-scan-ledger
           if last-done and last-done-rc <= 4
              and not ldg-req-rerun
           then
              set ldg-req-skip-step to true
              move last-done-rc to ldg-req-rc
              move "S" to new-type
           else
              set ldg-req-run-step to true
              compute ldg-req-attempt = attempt-count + 1
              move 0 to ldg-req-rc
              move "A" to new-type
           end-if
           if ldg-req-peek
           then
              goback
           end-if
           perform 3000-append-record
           goback.

       1000-read-run-card section.
           set ldg-req-inactive to true
           move spaces to ldg-req-run-id
           move spaces to ldg-req-bus-date
           move spaces to run-card-rec
           open input run-card-file
           if run-card-ok
           then
              read run-card-file
                 at end
                    move spaces to run-card-rec
              end-read
              close run-card-file
           end-if
           move spaces to card-tokens
           unstring run-card-rec delimited by all " "
              into card-tok-1 card-tok-2 card-tok-3 card-tok-4
           end-unstring
           move 0 to card-date-num
           if card-tok-3(1:8) numeric
           then
              move card-tok-3(1:8) to card-date-num
           end-if
           evaluate true
              when run-card-rec = spaces
                 continue
              when card-tok-1 not = "RUN"
                   or card-tok-2 = spaces or card-tok-2(9:) not = spaces
                   or card-tok-3 = spaces
                   or card-tok-4 not = spaces
                 display "SRTLDGR: SRTRUN card must read RUN runid "
                         "yyyymmdd: " run-card-rec
                 set ldg-req-bad to true
              when card-date-num = 0 or card-tok-3(9:) not = spaces
                   or function test-date-yyyymmdd(card-date-num)
                      not = 0
                 display "SRTLDGR: SRTRUN business date is not a "
                         "date: " run-card-rec
                 set ldg-req-bad to true
              when other
                 set ldg-req-run-step to true
                 move card-tok-2(1:8) to ldg-req-run-id
                 move card-tok-3(1:8) to ldg-req-bus-date
           end-evaluate
           continue.

      *> the latest completion for this run, date and step decides;
      *> a clean one earlier followed by a failed rerun (someone
      *> forced the step) still leaves the failed one the latest.
       2000-scan-ledger section.
           move 0 to attempt-count
           move 0 to last-done-flag
           move 0 to last-done-rc
           open input ldg-file
           if ldg-ok
           then
              move 0 to ldg-eof-flag
              perform test after until ldg-eof
                 read ldg-file
                    at end
                       set ldg-eof to true
                    not at end
                       if ldg-rec-run-id = ldg-req-run-id
                          and ldg-rec-bus-date = ldg-req-bus-date
                          and ldg-rec-step = ldg-req-step
                       then
                          evaluate true
                             when ldg-rec-attempt-rec
                                add 1 to attempt-count
                             when ldg-rec-completion-rec
                                set last-done to true
                                move ldg-rec-rc to last-done-rc
                             when other
                                continue
                          end-evaluate
                       end-if
                 end-read
              end-perform
              close ldg-file
           end-if
           continue.

      *> append-only across nights - EXTEND onto the ledger, or
      *> OUTPUT to create it the first time it is missing.
       3000-append-record section.
           move spaces to ldg-rec
           move new-type to ldg-rec-type
           move ldg-req-run-id to ldg-rec-run-id
           move ldg-req-bus-date to ldg-rec-bus-date
           move ldg-req-step to ldg-rec-step
           move ldg-req-rc to ldg-rec-rc
           move ldg-req-attempt to ldg-rec-attempt
           move function CURRENT-DATE(1:14) to ldg-rec-stamp
           open extend ldg-file
           if ldg-not-found
           then
              open output ldg-file
           end-if
           write ldg-rec
           close ldg-file
           continue.
