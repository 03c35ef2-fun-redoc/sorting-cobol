      *>-----------------------------------------------------------------
      * SRTCALL - loads and parses the SRTCAL business-day calendar
      * into the shared RSHCPY27 structure, so every program that
      * counts days or sets a hand-over deadline works from one
      * maintained list of holidays and special nights instead of
      * each counting calendar days or weekdays on its own.
      *
      * SRTCAL is optional: a missing file leaves the calendar absent
      * and SRTCALD answers by the weekday rule, as the suite always
      * counted. When present it holds one statement per record,
      * starting in column 1:
      *
      *   YEAR yyyy           - the calendar has been maintained for
      *                         year yyyy - every holiday and special
      *                         night of it is entered (up to 10
      *                         years); SRTCLST warns of a year it is
      *                         asked to list that has no YEAR
      *   HOLIDAY yyyymmdd [description]
      *                       - a weekday that is not a business day
      *   WORKDAY yyyymmdd [description]
      *                       - a Saturday or Sunday that is
      *   SPECIAL yyyymmdd hhmm [description]
      *                       - a business day whose night has a
      *                         hand-over deadline of its own (a
      *                         conversion weekend, a regulator's
      *                         cut-off), HHMM on the clock
      *   DEADLINE kind hhmm  - the hand-over deadline for a kind of
      *                         night: NORMAL (an ordinary night),
      *                         MONTHEND (the last business day of a
      *                         month), QTREND (of March, June,
      *                         September and December) or YEAREND (of
      *                         December). Month-end, quarter-end and
      *                         year-end nights come from the business
      *                         days themselves - they are not entered
      *                         date by date.
      *
      * Up to 400 dated statements; a date may be entered only once.
      * Descriptions are up to 30 characters. Blank records and
      * records starting "*" are skipped as comments. Any malformed
      * statement is displayed and flags the whole calendar bad
      * (:cal:-parse-bad).
      *>-----------------------------------------------------------------
       identification division.
       program-id. srtcall.
       environment division.
       input-output section.
       file-control.
           select cal-file assign to SRTCAL
               organization is line sequential
               file status is cal-status.
       data division.
       file section.
       fd  cal-file.
       01  cal-rec pic x(80).
       working-storage section.
       01 cal-status pic x(02).
           88 cal-ok value "00".
           88 cal-not-found value "35".
       01 cal-eof-flag pic 9 binary value 0.
           88 cal-eof value 1.
       01 stmt-tokens.
          05 tok-1 pic x(20).
          05 tok-2 pic x(20).
          05 tok-3 pic x(20).
       01 text-ptr pic 9(03).
       01 stmt-text pic x(30).
       01 stmt-date pic x(08).
       01 stmt-time pic x(04).
       01 time-num pic 9(04).
       01 check-flag pic 9 binary.
           88 check-ok value 1.
       01 d pic 9(03).
       linkage section.
       copy RSHCPY27 replacing ==:cal:== by ==bus-cal==.
       procedure division using bus-cal.
       0000-mainline section.
           set bus-cal-parse-ok to true
           set bus-cal-absent to true
           move spaces to bus-cal-dl-normal
           move spaces to bus-cal-dl-month
           move spaces to bus-cal-dl-quarter
           move spaces to bus-cal-dl-year-end
           move 0 to bus-cal-year-count
           move 0 to bus-cal-day-count
           open input cal-file
           if cal-not-found
           then
              goback
           end-if
           if not cal-ok
           then
              display "SRTCALL: SRTCAL open failed, status "
                      cal-status
              set bus-cal-parse-bad to true
              goback
           end-if
           set bus-cal-present to true
           move 0 to cal-eof-flag
           perform test after until cal-eof
              read cal-file
                 at end
                    set cal-eof to true
                 not at end
                    perform 1000-parse-statement
              end-read
           end-perform
           close cal-file
           goback.

       1000-parse-statement section.
           if cal-rec = spaces or cal-rec(1:1) = "*"
           then
              continue
           else
              move spaces to stmt-tokens
              move 1 to text-ptr
              unstring cal-rec delimited by all " "
                 into tok-1 tok-2
                 with pointer text-ptr
              end-unstring
              evaluate tok-1
                 when "YEAR"
                    perform 2000-parse-year
                 when "HOLIDAY"
                 when "WORKDAY"
                    perform 2100-parse-dated-day
                 when "SPECIAL"
                    unstring cal-rec delimited by all " "
                       into tok-3
                       with pointer text-ptr
                    end-unstring
                    perform 2100-parse-dated-day
                 when "DEADLINE"
                    unstring cal-rec delimited by all " "
                       into tok-3
                       with pointer text-ptr
                    end-unstring
                    perform 2200-parse-deadline
                 when other
                    display "SRTCALL: unknown statement: " cal-rec
                    set bus-cal-parse-bad to true
              end-evaluate
           end-if
           continue.

       2000-parse-year section.
           evaluate true
              when tok-2(1:4) not numeric or tok-2(5:) not = spaces
                   or tok-2(1:4) < "1601"
                 display "SRTCALL: YEAR needs a four-digit year: "
                         cal-rec
                 set bus-cal-parse-bad to true
              when bus-cal-year-count >= 10
                 display "SRTCALL: more than 10 YEAR statements"
                 set bus-cal-parse-bad to true
              when other
                 add 1 to bus-cal-year-count
                 move tok-2(1:4) to bus-cal-year(bus-cal-year-count)
           end-evaluate
           continue.

      *> HOLIDAY, WORKDAY and SPECIAL - the description is whatever
      *> follows the last token, as written.
       2100-parse-dated-day section.
           move spaces to stmt-text
           if text-ptr <= 80
           then
              move cal-rec(text-ptr:) to stmt-text
           end-if
           move tok-2(1:8) to stmt-date
           perform 8000-check-date
           if not check-ok or tok-2(9:) not = spaces
           then
              display "SRTCALL: " tok-1(1:7) " needs a date "
                      "(YYYYMMDD): " cal-rec
              set bus-cal-parse-bad to true
           else
              move spaces to stmt-time
              move 1 to check-flag
              if tok-1 = "SPECIAL"
              then
                 move tok-3(1:4) to stmt-time
                 perform 8100-check-time
              end-if
              perform varying d from 1 by 1
                        until d > bus-cal-day-count
                 if bus-cal-day-date(d) = stmt-date
                 then
                    exit perform
                 end-if
              end-perform
              evaluate true
                 when not check-ok or tok-3(5:) not = spaces
                    display "SRTCALL: SPECIAL needs a deadline "
                            "(HHMM) after the date: " cal-rec
                    set bus-cal-parse-bad to true
                 when d <= bus-cal-day-count
                    display "SRTCALL: " stmt-date " is entered twice: "
                            cal-rec
                    set bus-cal-parse-bad to true
                 when bus-cal-day-count >= 400
                    display "SRTCALL: more than 400 dated statements"
                    set bus-cal-parse-bad to true
                 when other
                    add 1 to bus-cal-day-count
                    move bus-cal-day-count to d
                    move stmt-date to bus-cal-day-date(d)
                    move tok-1(1:1) to bus-cal-day-type(d)
                    move stmt-time to bus-cal-day-deadline(d)
                    move stmt-text to bus-cal-day-text(d)
              end-evaluate
           end-if
           continue.

       2200-parse-deadline section.
           move tok-3(1:4) to stmt-time
           perform 8100-check-time
           if not check-ok or tok-3(5:) not = spaces
           then
              display "SRTCALL: DEADLINE needs a time (HHMM): "
                      cal-rec
              set bus-cal-parse-bad to true
           else
              evaluate tok-2
                 when "NORMAL"
                    move stmt-time to bus-cal-dl-normal
                 when "MONTHEND"
                    move stmt-time to bus-cal-dl-month
                 when "QTREND"
                    move stmt-time to bus-cal-dl-quarter
                 when "YEAREND"
                    move stmt-time to bus-cal-dl-year-end
                 when other
                    display "SRTCALL: DEADLINE is for NORMAL, "
                            "MONTHEND, QTREND or YEAREND: " cal-rec
                    set bus-cal-parse-bad to true
              end-evaluate
           end-if
           continue.

       8000-check-date section.
           move 0 to check-flag
           if stmt-date numeric
           then
              if function test-date-yyyymmdd(
                    function numval(stmt-date)) = 0
              then
                 move 1 to check-flag
              end-if
           end-if
           continue.

       8100-check-time section.
           move 0 to check-flag
           if stmt-time numeric
           then
              move stmt-time to time-num
              if time-num <= 2359
                 and function mod(time-num 100) <= 59
              then
                 move 1 to check-flag
              end-if
           end-if
           continue.
