      *       of discovering the overrun at hand-over time
      *
      * PARM layout (same shape as the other programs' PARM-BUFFER):
      *   PARM-DATA = "<algo> [<deadline>]" - algo is the algorithm
      *               the sort step will be given ("QUICKSRT",
      *               "BUBLESRT" or "MERGESRT"); deadline is the
      *               hand-over wall-clock time as HHMM (a deadline
      *               earlier than now is taken as tomorrow's, so a
      *               23:30 run gates correctly against 06:00). It
      *               may be left off when the SRTCAL calendar sets a
      *               DEADLINE NORMAL.
      *
      * The night is judged against the SRTCAL business-day calendar
      * (see SRTCALL) for the SRTRUN card's business date, or today's
      * date without a card: a month-end, quarter-end, year-end or
      * SPECIAL night the calendar gives a deadline of its own gates
      * against that deadline instead of the PARM's, so the tighter
      * hand-over on those nights is not discovered at hand-over
      * time. A malformed SRTCAL is return code 16.
      *
      * The SRTARCH archive generation is folded into the history
      * when present, so a freshly rotated (empty) current log does
      * convention the HDR/TRL control records on SRTIN are not
      * counted. LOG-ELAPSED is averaged exactly as the auto-pick
      * history scan averages it.
      *
      * Under a SRTRUN card the step is entered in the SRTLEDG
      * step-completion ledger through SRTLDGR: a resubmission of the
      * same run skips the step, handing back its earlier return
      * code, once it has completed with 4 or better.
      *>-----------------------------------------------------------------
       identification division.
       program-id. srtgate.
       01 deadline-mm pic 9(02).
       01 deadline-hs pic 9(16).
       01 finish-hs pic 9(16).
       01 night-name pic x(11).
       01 night-msg pic x(72).
       copy RSHCPY6 replacing ==:cfg:== by ==run-cfg==
                              ==:maxlen:== by ==:maxlen:==.
       copy RSHCPY22 replacing ==:lgr:== by ==step-ldg==.
       copy RSHCPY27 replacing ==:cal:== by ==bus-cal==.
       copy RSHCPY28 replacing ==:cdq:== by ==cal-qry==.
       linkage section.
       01  PARM-BUFFER.
          05  PARM-LENGTH         pic S9(4) comp.
       procedure division using PARM-BUFFER.
       0000-mainline section.
           display "in srtgate"
      *> a resubmitted night skips a step the ledger shows already
      *> completed cleanly for this run (see SRTLDGR).
           move "SRTGATE" to step-ldg-step
           set step-ldg-check to true
           call "SRTLDGR" using step-ldg
           if step-ldg-bad
           then
              display "SRTGATE: SRTRUN card is bad, run ended"
              move 16 to return-code
              goback
           end-if
           if step-ldg-skip-step
           then
              display "SRTGATE: already completed for run "
                      step-ldg-run-id " " step-ldg-bus-date
                      " - step skipped"
              move step-ldg-rc to return-code
              goback
           end-if
           move spaces to deadline-token
           if PARM-LENGTH > 0
           then
           then
              move "QUICKSRT" to algo-name
           end-if
           if deadline-token not = spaces
           then
              if function test-numval(deadline-token) not = 0
              then
                 display "SRTGATE: PARM needs <algo> <deadline HHMM>"
                 move 20 to return-code
                 goback
              end-if
              compute deadline-num = function numval(deadline-token)
              if deadline-num > 2359
                 or function mod(deadline-num 100) > 59
              then
                 display "SRTGATE: deadline is not a clock time: "
                         deadline-token
                 move 20 to return-code
                 goback
              end-if
           end-if

           call "SRTCFGL" using run-cfg
              move 16 to return-code
              goback
           end-if
           call "SRTCALL" using bus-cal
           if bus-cal-parse-bad
           then
              display "SRTGATE: SRTCAL statements are bad, run ended"
              move 16 to return-code
              goback
           end-if
           perform 0600-set-deadline
           if deadline-token = spaces
           then
              display "SRTGATE: PARM needs <algo> <deadline HHMM> - "
                      "the calendar sets no DEADLINE NORMAL"
              move 20 to return-code
              goback
           end-if
           compute deadline-num = function numval(deadline-token)

           perform 1000-count-input
           perform 2000-scan-history
           perform 3000-project-and-gate
           perform 9800-record-step-ledger
           goback.

      *> tonight per the calendar: a night with a deadline of its own
      *> gates against it; an ordinary night keeps the PARM's, or
      *> takes the calendar's DEADLINE NORMAL when the PARM has none.
       0600-set-deadline section.
           set cal-qry-check to true
           move function CURRENT-DATE(1:8) to cal-qry-date
           if step-ldg-run-step and step-ldg-bus-date numeric
           then
              move step-ldg-bus-date to cal-qry-date
           end-if
           call "SRTCALD" using bus-cal, cal-qry
           if not cal-qry-ok
           then
              continue
           else
              evaluate true
                 when cal-qry-special-night
                    move "special" to night-name
                 when cal-qry-year-end
                    move "year-end" to night-name
                 when cal-qry-quarter-end
                    move "quarter-end" to night-name
                 when cal-qry-month-end
                    move "month-end" to night-name
                 when other
                    move spaces to night-name
              end-evaluate
              if bus-cal-present and not cal-qry-business-day
              then
                 display "SRTGATE: " cal-qry-date " is not a business "
                         "day on the calendar"
              end-if
              evaluate true
                 when cal-qry-deadline = spaces
                    continue
                 when night-name not = spaces
                    move spaces to night-msg
                    string "SRTGATE: " delimited by size
                           cal-qry-date delimited by size
                           " is a " delimited by size
                           night-name delimited by space
                           " night - calendar deadline "
                              delimited by size
                           cal-qry-deadline delimited by size
                           into night-msg
                    end-string
                    display night-msg
                    move cal-qry-deadline to deadline-token
                 when deadline-token = spaces
                    move cal-qry-deadline to deadline-token
              end-evaluate
           end-if
           continue.

       1000-count-input section.
           open input srt-in-file
           move 0 to file-eof-flag
              end-if
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
