      *
      * SRTEXPC carries one expected run date (YYYYMMDD) per record;
      * blank records and records starting "*" are comments, dates
      * still in the future are ignored tonight. An expected date the
      * SRTCAL business-day calendar (see SRTCALL) says is not a
      * business day - a Saturday, Sunday or holiday - is dropped
      * with a message instead of alerting, so a long weekend does
      * not page anyone; without a SRTCAL every listed date is
      * expected, as before. A malformed SRTCAL is return code 16.
      *>-----------------------------------------------------------------
       identification division.
       program-id. srtalert.
           copy RSHCPY3 replacing ==:logrec:== by ==log-work==
                                  ==:logrec-maxlen:== by ==:maxlen:==.
       01 exp-count pic 9(03) value 0.
       01 not-expected-count pic 9(03) value 0.
       01 e pic 9(03).
       01 expected-dates.
          05 exp-entry occurs :expmax: times.
             10 exp-date pic x(08).
             10 exp-seen pic x(01).
                88 exp-was-seen value "Y".
       copy RSHCPY27 replacing ==:cal:== by ==bus-cal==.
       copy RSHCPY28 replacing ==:cdq:== by ==cal-qry==.
       procedure division.
       0000-mainline section.
           display "in srtalert"
           move function CURRENT-DATE(1:8) to today-x
           call "SRTCALL" using bus-cal
           if bus-cal-parse-bad
           then
              display "SRTALERT: SRTCAL statements are bad, run ended"
              move 16 to return-code
              goback
           end-if
           perform 1000-load-cursor
           perform 1100-load-expectations
           perform 2000-scan-archive
              display "SRTALERT: no SRTEXPC calendar - missed-run "
                      "check skipped"
           end-if
           if not-expected-count > 0
           then
              display "SRTALERT: " not-expected-count " expected "
                      "date(s) dropped - not business days"
           end-if
           continue.

       1110-take-expectation section.
                 display "SRTALERT: bad calendar date: " expc-rec
              when expc-rec(1:8) > today-x
                 continue
              when other
                 perform 1120-take-expected-date
           end-evaluate
           continue.

      *> under a calendar a run is only expected on a business day;
      *> without one the SRTEXPC list stands as written.
       1120-take-expected-date section.
           set cal-qry-check to true
           move expc-rec(1:8) to cal-qry-date
           call "SRTCALD" using bus-cal, cal-qry
           evaluate true
              when not cal-qry-ok
                 display "SRTALERT: bad calendar date: " expc-rec
              when bus-cal-present and not cal-qry-business-day
                 display "SRTALERT: " expc-rec(1:8) " is not a "
                         "business day - not expected"
                 add 1 to not-expected-count
              when exp-count >= :expmax:
                 display "SRTALERT: expected-date table is full - "
                         "rest ignored"
