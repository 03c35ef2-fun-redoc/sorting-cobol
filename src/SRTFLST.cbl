      *>-----------------------------------------------------------------
      * SRTFLST - inbound feed register listing: every extract SRTFCHK
      * let into the nightly stream (the SRTFREG register, RSHCPY23),
      * so "did we ever process the 14th?" is one run of this instead
      * of a dig through old SYSOUT.
      *
      * One line per register entry, in business-date order (entries
      * for the same date in the order registered): the business
      * date, record count, key-hash and content hash, run
      * id, when it was registered, and FORCED for an extract the
      * operator let in over SRTFCHK's findings. An entry under the
      * same run id as the one before it is a resubmitted night's
      * corrected file and is marked RESUBMITTED. A business day with
      * nothing registered between two listed business dates gets a
      * NOT RECEIVED line of its own in date order - business days
      * per the SRTCAL business-day calendar (see SRTCALL), Monday
      * to Friday without one. With a from and to date the range's
      * own ends count as listed dates, so the business days from
      * the from date up to the first entry, and from the last entry
      * through the to date, are owed an extract too.
      *
      * PARM layout (same shape as BUBLETST's PARM-BUFFER):
      *   PARM-DATA = "[from [to]]" - business dates (YYYYMMDD) to
      *               list; one date alone lists just that date (NOT
      *               RECEIVED when the register has no entry for
      *               it), none lists the whole register.
      *
      * The report goes to FREGRPT. Return code 0, 4 when a listed
      * date was not received (or a single requested date never
      * was), 8 when there is no register, 16 when the register
      * holds more than the :regmax: entries the listing can order
      * or the SRTCAL statements are bad.
      *>-----------------------------------------------------------------
       identification division.
       program-id. srtflst.
       environment division.
       input-output section.
       file-control.
           select frg-file assign to SRTFREG
               organization is line sequential
               file status is frg-status.
           select frg-rpt-file assign to FREGRPT
               organization is line sequential.
       data division.
       replace ==:regmax:== by ==5000==.
       file section.
       fd  frg-file.
       01  frg-rec.
           copy RSHCPY23 replacing ==:frg:== by ==frg-rec==.
       fd  frg-rpt-file.
       01  rpt-line pic x(80).
       working-storage section.
       01 frg-status pic x(02).
           88 frg-ok value "00".
           88 frg-not-found value "35".
       01 file-eof-flag pic 9 binary.
           88 file-eof value 1.
       01 run-date pic x(08).
       01 from-token pic x(08).
       01 to-token pic x(08).
       01 from-date pic x(08) value "00000000".
       01 to-date pic x(08) value "99999999".
       01 prev-date pic x(08) value spaces.
       01 prev-run-id pic x(08) value spaces.
       01 entry-label pic x(12).
       01 listed-count pic 9(07) value 0.
       01 missing-count pic 9(05) value 0.
       01 single-hit-flag pic 9 binary value 0.
           88 single-hit value 1.
       01 tail-done-flag pic 9 binary value 0.
           88 tail-done value 1.
       01 prev-int pic 9(07).
       01 this-int pic 9(07).
       01 gap-int pic 9(07).
       01 gap-date pic 9(08).
       01 reg-count pic 9(05) value 0.
       01 r pic 9(05).
       01 m pic 9(05).
      *> whole RSHCPY23 records; the business date is bytes 2-9.
       01 reg-table.
          05 reg-entry pic x(80) occurs :regmax: times.
       01 frg-work.
           copy RSHCPY23 replacing ==:frg:== by ==frg-work==.
       copy RSHCPY27 replacing ==:cal:== by ==bus-cal==.
       copy RSHCPY28 replacing ==:cdq:== by ==cal-qry==.
       linkage section.
       01  PARM-BUFFER.
          05  PARM-LENGTH         pic S9(4) comp.
          05  PARM-DATA           pic X(256).
       procedure division using PARM-BUFFER.
       0000-mainline section.
           display "in srtflst"
           move function CURRENT-DATE(1:8) to run-date
           move spaces to from-token
           move spaces to to-token
           if PARM-LENGTH > 0
           then
              unstring PARM-DATA(1:PARM-LENGTH) delimited by all " "
                 into from-token to-token
              end-unstring
           end-if
           if from-token not = spaces
           then
              if function test-date-yyyymmdd(
                    function numval(from-token)) not = 0
                 or from-token not numeric
              then
                 display "SRTFLST: from date is not a date: "
                         from-token
                 move 20 to return-code
                 goback
              end-if
              move from-token to from-date
              move from-token to to-date
           end-if
           if to-token not = spaces
           then
              if function test-date-yyyymmdd(
                    function numval(to-token)) not = 0
                 or to-token not numeric
                 or to-token < from-token
              then
                 display "SRTFLST: to date is not a date on or after "
                         "the from date: " to-token
                 move 20 to return-code
                 goback
              end-if
              move to-token to to-date
           end-if
           if from-token = spaces
           then
              move "00000000" to from-date
              move "99999999" to to-date
           end-if

           call "SRTCALL" using bus-cal
           if bus-cal-parse-bad
           then
              display "SRTFLST: SRTCAL statements are bad, run ended"
              move 16 to return-code
              goback
           end-if

           open input frg-file
           if not frg-ok
           then
              display "SRTFLST: no SRTFREG register, status "
                      frg-status
              move 8 to return-code
              goback
           end-if
           move 0 to file-eof-flag
           perform test after until file-eof
              read frg-file
                 at end
                    set file-eof to true
                 not at end
                    if reg-count >= :regmax:
                    then
                       display "SRTFLST: more register entries than "
                               "the listing can hold, run ended"
                       close frg-file
                       move 16 to return-code
                       goback
                    end-if
                    perform 1500-file-entry
              end-read
           end-perform
           close frg-file

           open output frg-rpt-file
           perform 1000-write-heading
           perform varying r from 1 by 1 until r > reg-count
              move reg-entry(r) to frg-work
              perform 2000-list-entry
           end-perform
           if not tail-done
           then
              perform 2300-list-tail-dates
           end-if
           perform 3000-write-totals
           close frg-rpt-file
           move 0 to return-code
           if missing-count > 0
           then
              move 4 to return-code
           end-if
           goback.

       1000-write-heading section.
           move spaces to rpt-line
           string "SRTFLST INBOUND FEED REGISTER " delimited by size
                  run-date delimited by size
                  into rpt-line
           end-string
           write rpt-line
           move spaces to rpt-line
           if from-date = "00000000"
           then
              move "BUSINESS DATES     ALL" to rpt-line
           else
              string "BUSINESS DATES     " delimited by size
                     from-date delimited by size
                     " TO " delimited by size
                     to-date delimited by size
                     into rpt-line
              end-string
           end-if
           write rpt-line
           move spaces to rpt-line
           write rpt-line
           move spaces to rpt-line
           string "BUS DATE  RECORDS   KEY HASH   CONTENT    "
                     delimited by size
                  "RUN ID   REGISTERED     " delimited by size
                  into rpt-line
           end-string
           write rpt-line
           continue.

      *> entries without a business date (no HDR, no SRTRUN card) are
      *> listed only when the whole register is asked for.
      *> an insertion into business-date order, behind any entries
      *> already there for the same date; undated entries go first.
       1500-file-entry section.
           move reg-count to m
           perform until m = 0
              if reg-entry(m)(2:8) <= frg-rec-bus-date
              then
                 exit perform
              end-if
              move reg-entry(m) to reg-entry(m + 1)
              subtract 1 from m
           end-perform
           move frg-rec to reg-entry(m + 1)
           add 1 to reg-count
           continue.

       2000-list-entry section.
           evaluate true
              when frg-work-bus-date = spaces
                 if from-date = "00000000"
                 then
                    move "NO DATE" to entry-label
                    perform 2200-write-entry
                 end-if
              when frg-work-bus-date < from-date
                 move frg-work-bus-date to prev-date
                 move frg-work-run-id to prev-run-id
              when frg-work-bus-date > to-date
                 if not tail-done
                 then
                    perform 2300-list-tail-dates
                 end-if
                 move frg-work-bus-date to prev-date
                 move frg-work-run-id to prev-run-id
              when other
                 evaluate true
                    when prev-date not = spaces
                         and frg-work-bus-date > prev-date
                       perform 2100-list-missing-dates
                    when prev-date = spaces
                         and from-date not = "00000000"
                       perform 2100-list-missing-dates
                 end-evaluate
                 move spaces to entry-label
                 evaluate true
                    when frg-work-forced
                       move "FORCED" to entry-label
                    when frg-work-run-id not = spaces
                         and frg-work-run-id = prev-run-id
                       move "RESUBMITTED" to entry-label
                 end-evaluate
                 perform 2200-write-entry
                 set single-hit to true
                 move frg-work-bus-date to prev-date
                 move frg-work-run-id to prev-run-id
           end-evaluate
           continue.

      *> the gap behind an entry in the range: from the entry before
      *> it, or from the from date when nothing came before.
       2100-list-missing-dates section.
           if prev-date = spaces or prev-date < from-date
           then
              compute prev-int = function integer-of-date(
                                    function numval(from-date)) - 1
           else
              compute prev-int = function integer-of-date(
                                    function numval(prev-date))
           end-if
           compute this-int = function integer-of-date(
                                 function numval(frg-work-bus-date))
           perform 2150-list-gap
           continue.

      *> only business days are owed an extract, and only those in
      *> the range asked for.
       2150-list-gap section.
           perform varying gap-int from prev-int by 1
                     until gap-int >= this-int - 1
              compute gap-date = function date-of-integer(gap-int + 1)
              set cal-qry-check to true
              move gap-date to cal-qry-date
              call "SRTCALD" using bus-cal, cal-qry
              if cal-qry-business-day
                 and gap-date >= function numval(from-date)
                 and gap-date <= function numval(to-date)
              then
                 move spaces to rpt-line
                 string gap-date delimited by size
                        "  NOT RECEIVED" delimited by size
                        into rpt-line
                 end-string
                 write rpt-line
                 add 1 to missing-count
              end-if
           end-perform
           continue.

      *> the gap after the last entry in the range, through the to
      *> date; a single date nobody registered is reported by
      *> 3000-write-totals instead, and a listing with no to date
      *> has no end to run to.
       2300-list-tail-dates section.
           set tail-done to true
           if to-date = "99999999" or from-date = to-date
           then
              continue
           else
              if prev-date = spaces or prev-date < from-date
              then
                 compute prev-int = function integer-of-date(
                                       function numval(from-date)) - 1
              else
                 compute prev-int = function integer-of-date(
                                       function numval(prev-date))
              end-if
              compute this-int = function integer-of-date(
                                    function numval(to-date)) + 1
              perform 2150-list-gap
           end-if
           continue.

       2200-write-entry section.
           move spaces to rpt-line
           string frg-work-bus-date delimited by size
                  "  " delimited by size
                  frg-work-count delimited by size
                  " " delimited by size
                  frg-work-key-hash delimited by size
                  " " delimited by size
                  frg-work-content-hash delimited by size
                  " " delimited by size
                  frg-work-run-id delimited by size
                  " " delimited by size
                  frg-work-stamp delimited by size
                  " " delimited by size
                  entry-label delimited by size
                  into rpt-line
           end-string
           if frg-work-bus-date = spaces
           then
              move entry-label(1:8) to rpt-line(1:8)
           end-if
           write rpt-line
           add 1 to listed-count
           continue.

       3000-write-totals section.
           if from-date = to-date and not single-hit
           then
              move spaces to rpt-line
              string from-date delimited by size
                     "  NOT RECEIVED - NOT IN THE REGISTER"
                        delimited by size
                     into rpt-line
              end-string
              write rpt-line
              add 1 to missing-count
           end-if
           move spaces to rpt-line
           write rpt-line
           move spaces to rpt-line
           string "ENTRIES LISTED     " delimited by size
                  listed-count delimited by size
                  into rpt-line
           end-string
           write rpt-line
           move spaces to rpt-line
           string "DATES NOT RECEIVED " delimited by size
                  missing-count delimited by size
                  into rpt-line
           end-string
           write rpt-line
           display "SRTFLST: " listed-count " entry(ies), "
                   missing-count " date(s) not received"
           continue.
