      *>-----------------------------------------------------------------
      * SRTCLST - business-day calendar listing, so operations can
      * check the coming year's SRTCAL entries (see SRTCALL) before
      * the first holiday or month-end night they get wrong.
      *
      * Walks every date in the range through SRTCALD and lists the
      * ones that are not an ordinary business day: each HOLIDAY, each
      * weekend WORKDAY, each SPECIAL night and every month-end,
      * quarter-end and year-end night the business days work out to,
      * with the night's hand-over deadline (NONE where the calendar
      * sets none and the job's own deadline stands) and the entry's
      * description. Behind the dates come the business days per
      * month, and then the calendar's loose ends:
      *   - a year in the range no YEAR statement covers - its
      *     holidays have not been entered;
      *   - a HOLIDAY entered on a Saturday or Sunday, or a WORKDAY on
      *     a weekday - the entry changes nothing, and is usually a
      *     mistyped date.
      *
      * PARM layout (same shape as BUBLETST's PARM-BUFFER):
      *   PARM-DATA = "[from [to]]" - the dates (YYYYMMDD) to list;
      *               from alone lists a year from it, none a year
      *               from today. At most ten years.
      *
      * The report goes to SRTCALO. Return code 0, 4 when there are
      * loose ends, 12 when there is no SRTCAL, 16 when its
      * statements are bad, 20 for a bad PARM.
      *>-----------------------------------------------------------------
       identification division.
       program-id. srtclst.
       environment division.
       input-output section.
       file-control.
           select cal-rpt-file assign to SRTCALO
               organization is line sequential.
       data division.
       file section.
       fd  cal-rpt-file.
       01  rpt-line pic x(80).
       working-storage section.
       01 run-date pic x(08).
       01 from-token pic x(08).
       01 to-token pic x(08).
       01 from-date pic x(08).
       01 to-date pic x(08).
       01 from-int pic 9(07).
       01 to-int pic 9(07).
       01 day-int pic 9(07).
       01 day-num pic 9(08).
       01 day-date redefines day-num pic x(08).
       01 day-names pic x(21) value "SUNMONTUEWEDTHUFRISAT".
       01 day-name pic x(03).
       01 night-label pic x(11).
       01 deadline-text pic x(04).
       01 dl-texts.
          05 dl-text pic x(04) occurs 4 times.
       01 listed-count pic 9(05) value 0.
       01 warn-count pic 9(05) value 0.
       01 mon-count pic 9(03) value 0.
       01 m pic 9(03).
       01 mon-table.
          05 mon-entry occurs 121 times.
             10 mon-yyyymm pic x(06).
             10 mon-business pic 9(02).
             10 mon-covered pic x(01).
       01 d pic 9(03).
       01 ent-int pic 9(07).
       01 warned-year pic x(04).
       copy RSHCPY27 replacing ==:cal:== by ==bus-cal==.
       copy RSHCPY28 replacing ==:cdq:== by ==cal-qry==.
       linkage section.
       01  PARM-BUFFER.
          05  PARM-LENGTH         pic S9(4) comp.
          05  PARM-DATA           pic X(256).
       procedure division using PARM-BUFFER.
       0000-mainline section.
           display "in srtclst"
           move function CURRENT-DATE(1:8) to run-date
           move spaces to from-token
           move spaces to to-token
           if PARM-LENGTH > 0
           then
              unstring PARM-DATA(1:PARM-LENGTH) delimited by all " "
                 into from-token to-token
              end-unstring
           end-if
           if from-token = spaces
           then
              move run-date to from-date
           else
              if from-token not numeric
                 or function test-date-yyyymmdd(
                    function numval(from-token)) not = 0
              then
                 display "SRTCLST: from date is not a date: "
                         from-token
                 move 20 to return-code
                 goback
              end-if
              move from-token to from-date
           end-if
           compute from-int = function integer-of-date(
                                 function numval(from-date))
           if to-token = spaces
           then
              compute to-int = from-int + 364
           else
              if to-token not numeric
                 or function test-date-yyyymmdd(
                    function numval(to-token)) not = 0
                 or to-token < from-date
              then
                 display "SRTCLST: to date is not a date on or after "
                         "the from date: " to-token
                 move 20 to return-code
                 goback
              end-if
              compute to-int = function integer-of-date(
                                  function numval(to-token))
           end-if
           if to-int - from-int > 3652
           then
              display "SRTCLST: more than ten years asked for"
              move 20 to return-code
              goback
           end-if
           compute day-num = function date-of-integer(to-int)
           move day-date to to-date

           call "SRTCALL" using bus-cal
           if bus-cal-parse-bad
           then
              display "SRTCLST: SRTCAL statements are bad, run ended"
              move 16 to return-code
              goback
           end-if
           if bus-cal-absent
           then
              display "SRTCLST: no SRTCAL calendar to list"
              move 12 to return-code
              goback
           end-if

           open output cal-rpt-file
           perform 1000-write-heading
           perform varying day-int from from-int by 1
                     until day-int > to-int
              perform 2000-list-day
           end-perform
           perform 3000-write-months
           perform 4000-check-entries
           perform 5000-write-totals
           close cal-rpt-file
           move 0 to return-code
           if warn-count > 0
           then
              move 4 to return-code
           end-if
           goback.

       1000-write-heading section.
           move spaces to rpt-line
           string "SRTCLST BUSINESS-DAY CALENDAR " delimited by size
                  run-date delimited by size
                  into rpt-line
           end-string
           write rpt-line
           move spaces to rpt-line
           string "DATES              " delimited by size
                  from-date delimited by size
                  " TO " delimited by size
                  to-date delimited by size
                  into rpt-line
           end-string
           write rpt-line
           move bus-cal-dl-normal to dl-text(1)
           move bus-cal-dl-month to dl-text(2)
           move bus-cal-dl-quarter to dl-text(3)
           move bus-cal-dl-year-end to dl-text(4)
           perform varying d from 1 by 1 until d > 4
              if dl-text(d) = spaces
              then
                 move "NONE" to dl-text(d)
              end-if
           end-perform
           move spaces to rpt-line
           string "DEADLINES          NORMAL " delimited by size
                  dl-text(1) delimited by size
                  "  MONTH-END " delimited by size
                  dl-text(2) delimited by size
                  "  QTR-END " delimited by size
                  dl-text(3) delimited by size
                  "  YEAR-END " delimited by size
                  dl-text(4) delimited by size
                  into rpt-line
           end-string
           write rpt-line
           move spaces to rpt-line
           write rpt-line
           move spaces to rpt-line
           string "DATE     DAY NIGHT       DEADLINE DESCRIPTION"
              delimited by size into rpt-line
           end-string
           write rpt-line
           continue.

      *> one date: counted into its month, and listed when it is
      *> anything but an ordinary business day.
       2000-list-day section.
           compute day-num = function date-of-integer(day-int)
           set cal-qry-check to true
           move day-date to cal-qry-date
           call "SRTCALD" using bus-cal, cal-qry
           if mon-count = 0
              or mon-yyyymm(mon-count) not = day-date(1:6)
           then
              add 1 to mon-count
              move day-date(1:6) to mon-yyyymm(mon-count)
              move 0 to mon-business(mon-count)
              move cal-qry-covered to mon-covered(mon-count)
           end-if
           if cal-qry-business-day
           then
              add 1 to mon-business(mon-count)
           end-if
           move day-names(function mod(day-int, 7) * 3 + 1:3)
              to day-name
           move spaces to night-label
           evaluate true
              when cal-qry-special-night
                 move "SPECIAL" to night-label
              when cal-qry-year-end
                 move "YEAR-END" to night-label
              when cal-qry-quarter-end
                 move "QUARTER-END" to night-label
              when cal-qry-month-end
                 move "MONTH-END" to night-label
              when cal-qry-holiday
                 move "HOLIDAY" to night-label
              when cal-qry-business-day
                   and (day-name = "SAT" or day-name = "SUN")
                 move "WORKDAY" to night-label
           end-evaluate
           if night-label not = spaces
           then
              move cal-qry-deadline to deadline-text
              if not cal-qry-business-day
              then
                 move spaces to deadline-text
              else
                 if deadline-text = spaces
                 then
                    move "NONE" to deadline-text
                 end-if
              end-if
              move spaces to rpt-line
              string day-date delimited by size
                     " " delimited by size
                     day-name delimited by size
                     " " delimited by size
                     night-label delimited by size
                     " " delimited by size
                     deadline-text delimited by size
                     "     " delimited by size
                     cal-qry-text delimited by size
                     into rpt-line
              end-string
              write rpt-line
              add 1 to listed-count
           end-if
           continue.

       3000-write-months section.
           move spaces to rpt-line
           write rpt-line
           move spaces to rpt-line
           string "MONTH   BUSINESS DAYS" delimited by size
                  into rpt-line
           end-string
           write rpt-line
           perform varying m from 1 by 1 until m > mon-count
              move spaces to rpt-line
              string mon-yyyymm(m) delimited by size
                     "  " delimited by size
                     mon-business(m) delimited by size
                     into rpt-line
              end-string
              if mon-covered(m) not = "Y"
              then
                 move "NO YEAR STATEMENT - WEEKDAYS ONLY"
                    to rpt-line(13:)
              end-if
              write rpt-line
           end-perform
           continue.

      *> the loose ends: uncovered years in the range (one line per
      *> year, off the month table) and entries that change nothing.
       4000-check-entries section.
           move spaces to rpt-line
           write rpt-line
           move spaces to warned-year
           perform varying m from 1 by 1 until m > mon-count
              if mon-covered(m) not = "Y"
                 and mon-yyyymm(m)(1:4) not = warned-year
              then
                 move mon-yyyymm(m)(1:4) to warned-year
                 move spaces to rpt-line
                 string "WARNING YEAR " delimited by size
                        mon-yyyymm(m)(1:4) delimited by size
                        " HAS NO YEAR STATEMENT - ITS HOLIDAYS ARE "
                           delimited by size
                        "NOT ENTERED" delimited by size
                        into rpt-line
                 end-string
                 write rpt-line
                 add 1 to warn-count
              end-if
           end-perform
           perform varying d from 1 by 1 until d > bus-cal-day-count
              compute ent-int = function integer-of-date(
                 function numval(bus-cal-day-date(d)))
              move spaces to rpt-line
              evaluate true
                 when bus-cal-day-holiday(d)
                      and (function mod(ent-int, 7) = 6
                           or function mod(ent-int, 7) = 0)
                    string "WARNING HOLIDAY " delimited by size
                           bus-cal-day-date(d) delimited by size
                           " FALLS ON A WEEKEND - NO EFFECT"
                              delimited by size
                           into rpt-line
                    end-string
                 when bus-cal-day-workday(d)
                      and function mod(ent-int, 7) not = 6
                      and function mod(ent-int, 7) not = 0
                    string "WARNING WORKDAY " delimited by size
                           bus-cal-day-date(d) delimited by size
                           " IS A WEEKDAY - NO EFFECT"
                              delimited by size
                           into rpt-line
                    end-string
              end-evaluate
              if rpt-line not = spaces
              then
                 write rpt-line
                 add 1 to warn-count
              end-if
           end-perform
           continue.

       5000-write-totals section.
           move spaces to rpt-line
           write rpt-line
           move spaces to rpt-line
           string "DATES LISTED       " delimited by size
                  listed-count delimited by size
                  into rpt-line
           end-string
           write rpt-line
           move spaces to rpt-line
           string "WARNINGS           " delimited by size
                  warn-count delimited by size
                  into rpt-line
           end-string
           write rpt-line
           display "SRTCLST: " listed-count " date(s) listed, "
                   warn-count " warning(s)"
           continue.
