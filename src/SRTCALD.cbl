      *>-----------------------------------------------------------------
      * SRTCALD - answers business-day questions from the RSHCPY27
      * calendar SRTCALL loaded (see RSHCPY28 for the question and
      * the answer): is a date a business day and what kind of night
      * is it, which is the next business day after it, and which is
      * the business day a number of business days before it.
      *
      * A date is a business day when the calendar makes it one - a
      * WORKDAY or SPECIAL entry - or when it is a Monday to Friday
      * the calendar does not enter as a HOLIDAY. With no calendar
      * that leaves the plain weekday rule the suite always used.
      *
      * A business day is a month-end night when the next business
      * day falls in another month, so a month whose last weekday is
      * a holiday ends the business day before it without anyone
      * entering it; March, June, September and December month-ends
      * are quarter-ends, December's the year-end. A SPECIAL entry
      * outranks all of them.
      *>-----------------------------------------------------------------
       identification division.
       program-id. srtcald.
       data division.
       working-storage section.
       01 day-int pic 9(07).
       01 probe-int pic 9(07).
       01 probe-num pic 9(08).
       01 probe-date redefines probe-num pic x(08).
       01 probe-ix pic 9(03).
       01 probe-flag pic x(01).
           88 probe-business value "Y".
       01 next-num pic 9(08).
       01 next-date redefines next-num pic x(08).
       01 days-left pic 9(05).
       01 step-count pic 9(05).
       01 d pic 9(03).
       01 y pic 9(02).
       linkage section.
       copy RSHCPY27 replacing ==:cal:== by ==bus-cal==.
       copy RSHCPY28 replacing ==:cdq:== by ==cal-qry==.
       procedure division using bus-cal, cal-qry.
       0000-mainline section.
           set cal-qry-ok to true
           move spaces to cal-qry-result
           if cal-qry-date not numeric
           then
              set cal-qry-bad-date to true
              goback
           end-if
           if function test-date-yyyymmdd(
                 function numval(cal-qry-date)) not = 0
           then
              set cal-qry-bad-date to true
              goback
           end-if
           compute day-int = function integer-of-date(
                                function numval(cal-qry-date))
           evaluate true
              when cal-qry-next
                 perform 2000-find-next
              when cal-qry-back
                 perform 2100-count-back
              when other
                 continue
           end-evaluate
           perform 1000-judge-day
           goback.

      *> the full answer for day-int: business or not, the kind of
      *> night, its deadline, description and coverage.
       1000-judge-day section.
           move day-int to probe-int
           perform 1100-probe-day
           move probe-date to cal-qry-result
           move probe-flag to cal-qry-business
           move spaces to cal-qry-deadline
           move spaces to cal-qry-text
           if probe-ix > 0
           then
              move bus-cal-day-text(probe-ix) to cal-qry-text
           end-if
           move "N" to cal-qry-covered
           perform varying y from 1 by 1
                     until y > bus-cal-year-count
              if bus-cal-year(y) = probe-date(1:4)
              then
                 move "Y" to cal-qry-covered
              end-if
           end-perform
           evaluate true
              when not probe-business and probe-ix > 0
                 move "H" to cal-qry-night
              when not probe-business
                 move "W" to cal-qry-night
              when probe-ix > 0 and bus-cal-day-special(probe-ix)
                 move "S" to cal-qry-night
                 move bus-cal-day-deadline(probe-ix)
                    to cal-qry-deadline
              when other
                 perform 1200-judge-period-end
           end-evaluate
           continue.

      *> one day by the business-day rule, probe-int in; probe-flag,
      *> probe-date and the calendar entry (probe-ix, 0 for none) out.
       1100-probe-day section.
           compute probe-num = function date-of-integer(probe-int)
           move 0 to probe-ix
           perform varying d from 1 by 1
                     until d > bus-cal-day-count
              if bus-cal-day-date(d) = probe-date
              then
                 move d to probe-ix
                 exit perform
              end-if
           end-perform
      *> day 1 of the integer calendar, 1601-01-01, was a Monday, so
      *> mod 7 gives 6 on a Saturday and 0 on a Sunday.
           evaluate true
              when probe-ix > 0 and bus-cal-day-holiday(probe-ix)
                 move "N" to probe-flag
              when probe-ix > 0
                 move "Y" to probe-flag
              when function mod(probe-int, 7) = 6
                   or function mod(probe-int, 7) = 0
                 move "N" to probe-flag
              when other
                 move "Y" to probe-flag
           end-evaluate
           continue.

      *> the next business day decides it: another month behind it
      *> makes tonight the month's last. The longest run of
      *> non-business days the calendar can hold is bounded by its
      *> 400 entries plus their weekends.
       1200-judge-period-end section.
           move day-int to probe-int
           move 0 to step-count
           perform test after until probe-business or step-count > 999
              add 1 to probe-int
              add 1 to step-count
              perform 1100-probe-day
           end-perform
           move probe-num to next-num
           compute probe-num = function date-of-integer(day-int)
           evaluate true
              when next-date(5:2) = probe-date(5:2)
                 move "N" to cal-qry-night
                 move bus-cal-dl-normal to cal-qry-deadline
              when probe-date(5:2) = "12"
                 move "Y" to cal-qry-night
                 move bus-cal-dl-year-end to cal-qry-deadline
              when probe-date(5:2) = "03" or "06" or "09"
                 move "Q" to cal-qry-night
              when other
                 move "M" to cal-qry-night
           end-evaluate
           if cal-qry-quarter-end and cal-qry-deadline = spaces
           then
              move bus-cal-dl-quarter to cal-qry-deadline
           end-if
           if cal-qry-month-end and cal-qry-deadline = spaces
           then
              move bus-cal-dl-month to cal-qry-deadline
           end-if
           continue.

       2000-find-next section.
           move day-int to probe-int
           move 0 to step-count
           perform test after until probe-business or step-count > 999
              add 1 to probe-int
              add 1 to step-count
              perform 1100-probe-day
           end-perform
           move probe-int to day-int
           continue.

       2100-count-back section.
           move day-int to probe-int
           move cal-qry-days to days-left
           perform until days-left = 0 or probe-int <= 1
              subtract 1 from probe-int
              perform 1100-probe-day
              if probe-business
              then
                 subtract 1 from days-left
              end-if
           end-perform
           move probe-int to day-int
           continue.
