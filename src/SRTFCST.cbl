      *     stops fitting the batch window in the PARM.
      * Flat or shrinking volume projects no crossing and says so.
      *
      * Projected dates are business nights on the SRTCAL business-
      * day calendar (see SRTCALL) - the first business day on or
      * after the trend's date. When the calendar sets a DEADLINE
      * NORMAL and an earlier DEADLINE for month-end, quarter-end or
      * year-end nights, the window on those nights is shorter by
      * the difference, and the report adds the first such night
      * the trend outgrows it - usually months before the ordinary
      * night's window goes. A malformed SRTCAL is return code 16.
      *
      * PARM layout (same shape as the other programs' PARM-BUFFER):
      *   PARM-DATA = "<minutes>" - the batch window available to
      *               the sort step, in minutes (default 240, the
       01 target-date pic 9(08).
       01 wk-start-int pic 9(09).
       01 wk-start-date pic 9(08).
       01 k pic 9(01).
       01 step-count pic 9(03).
       01 normal-mins pic 9(04).
       01 period-mins pic 9(04).
       01 period-window pic 9(04).
       01 period-cap pic 9(09).
       01 period-deadline pic x(04).
       01 period-name pic x(11).
       01 period-found-flag pic 9 binary.
           88 period-found value 1.
       copy RSHCPY27 replacing ==:cal:== by ==bus-cal==.
       copy RSHCPY28 replacing ==:cdq:== by ==cal-qry==.
       linkage section.
       01  PARM-BUFFER.
          05  PARM-LENGTH         pic S9(4) comp.
              end-if
           end-if
           compute window-hs = window-mins * 6000
           call "SRTCALL" using bus-cal
           if bus-cal-parse-bad
           then
              display "SRTFCST: SRTCAL statements are bad, run ended"
              move 16 to return-code
              goback
           end-if

           perform 1000-scan-history
           if run-total = 0
                        into rpt-line
                 end-string
                 write rpt-line
                 perform 3200-project-period-ends
              end-if
           end-if
           continue.
                 (wk-num(wk-count) + weeks-ahead) * 7
              compute target-date =
                 function date-of-integer(wk-start-int)
      *> the crossing happens on a night the sort runs.
              set cal-qry-check to true
              move target-date to cal-qry-date
              call "SRTCALD" using bus-cal, cal-qry
              if not cal-qry-business-day
              then
                 set cal-qry-next to true
                 call "SRTCALD" using bus-cal, cal-qry
              end-if
              move cal-qry-result to target-date
           end-if
           continue.

      *> month-end, quarter-end and year-end nights the calendar
      *> hands over earlier than an ordinary night: the same trend
      *> against the shorter window, landed on the first such night.
       3200-project-period-ends section.
           if bus-cal-dl-normal = spaces
           then
              continue
           else
              compute normal-mins =
                 function numval(bus-cal-dl-normal(1:2)) * 60
                 + function numval(bus-cal-dl-normal(3:2))
              perform varying k from 1 by 1 until k > 3
                 evaluate k
                    when 1
                       move bus-cal-dl-month to period-deadline
                       move "MONTH-END" to period-name
                    when 2
                       move bus-cal-dl-quarter to period-deadline
                       move "QUARTER-END" to period-name
                    when other
                       move bus-cal-dl-year-end to period-deadline
                       move "YEAR-END" to period-name
                 end-evaluate
                 if period-deadline not = spaces
                 then
                    perform 3210-project-period-end
                 end-if
              end-perform
           end-if
           continue.

       3210-project-period-end section.
           compute period-mins =
              function numval(period-deadline(1:2)) * 60
              + function numval(period-deadline(3:2))
           if period-mins >= normal-mins
           then
              continue
           else
              if normal-mins - period-mins >= window-mins
              then
                 move 0 to period-window
              else
                 compute period-window =
                    window-mins - (normal-mins - period-mins)
              end-if
              compute period-cap =
                 period-window * 6000 / rate-per-rec
              move period-cap to target-int
              perform 3100-project-one-date
              if target-date not = 99991231
              then
                 perform 3220-find-period-night
              end-if
              move spaces to rpt-line
              string period-name delimited by space
                     " WINDOW (" delimited by size
                     period-window delimited by size
                     " MIN) OUTGROWN " delimited by size
                     target-date delimited by size
                     into rpt-line
              end-string
              write rpt-line
           end-if
           continue.

      *> from the crossing date forward to the first night of the
      *> kind in hand (a year-end is also a quarter-end and a month-
      *> end, a quarter-end also a month-end).
       3220-find-period-night section.
           set cal-qry-check to true
           move target-date to cal-qry-date
           call "SRTCALD" using bus-cal, cal-qry
           move 0 to period-found-flag
           move 0 to step-count
           perform until period-found or step-count > 400
              evaluate true
                 when k = 1 and cal-qry-month-end
                 when k = 2 and cal-qry-quarter-end
                 when k = 3 and cal-qry-year-end
                    set period-found to true
                 when other
                    set cal-qry-next to true
                    move cal-qry-result to cal-qry-date
                    call "SRTCALD" using bus-cal, cal-qry
                    add 1 to step-count
              end-evaluate
           end-perform
           move cal-qry-result to target-date
           continue.
