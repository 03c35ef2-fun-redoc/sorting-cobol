      *>-----------------------------------------------------------------
      * SRTPACC - month-to-date and year-to-date accumulation of the
      * SRTSUMM range totals, and the month-end close, so the
      * settlement desk's month no longer has to be added up from
      * thirty SRTSUMO reports.
      *
      * The accumulator is a generation data group (PACCUM): each run
      * reads the current generation as PACCIN and writes the next as
      * PACCOUT, RSHCPY24 records:
      *   "D" - each night's total per range, for every month not
      *         yet closed (SRTSUMM's own SRTSUMT records, carried);
      *   "Y" - per range, the year-to-date total of the months of
      *         the year already closed;
      *   "C" - the latest month closed.
      * Month-to-date is the sum of the month's "D" records; year-to-
      * date is the year's "Y" record plus every "D" record of the
      * year.
      *
      * PARM layout (same shape as BUBLETST's PARM-BUFFER):
      *   PARM-DATA = "ACCUM" (or nothing) - the nightly run after
      *               SRTSUMM: tonight's SRTSUMT records go into the
      *               accumulator, replacing any already there for
      *               the same business date - a rerun of the night
      *               counts once, not twice - and PACCRPT shows each
      *               range's day, month-to-date and year-to-date
      *               records and amount side by side;
      *   PARM-DATA = "CLOSE yyyymm" - the month-end close: each
      *               range's month total is frozen into the PACCHIST
      *               history ("H" records, appended), added into its
      *               year-to-date "Y" record, and the month's "D"
      *               records - the month-to-date buckets - dropped;
      *               PACCRPT is the closing report, month and year-
      *               to-date per range. Months close in order, each
      *               once; closing a month with earlier months still
      *               open is refused.
      * A night dated in a month already closed is refused: its
      * figures would change a month the history has frozen.
      *
      * Ranges are told apart by their configured bounds (see
      * SRTSUMM), the grand total being one more "range"; a BREAK
      * statement changed in mid-month simply starts new ranges, and
      * the report lists every range the period saw.
      *
      * Whatever the outcome PACCOUT is written - a refused run or a
      * bad PARM copies PACCIN through unchanged, so the new generation never
      * loses the accumulator. A missing PACCIN is an empty
      * accumulator (the first generation).
      *
      * Return code 0, 4 when there was nothing to accumulate (no
      * SRTSUMT records) or nothing to close, 8 for a refused night
      * or close, 16 when the periods hold more ranges than the
      * report table (:rngmax:) - PACCOUT is still complete - and 20
      * for a bad PARM.
      *>-----------------------------------------------------------------
       identification division.
       program-id. srtpacc.
       environment division.
       input-output section.
       file-control.
           select sum-tot-file assign to SRTSUMT
               organization is line sequential
               file status is sum-tot-status.
           select pac-in-file assign to PACCIN
               organization is line sequential
               file status is pac-in-status.
           select pac-out-file assign to PACCOUT
               organization is line sequential.
           select pac-hist-file assign to PACCHIST
               organization is line sequential
               file status is pac-hist-status.
           select pac-rpt-file assign to PACCRPT
               organization is line sequential.
       data division.
       replace ==:rngmax:== by ==200==.
       file section.
       fd  sum-tot-file.
       01  sum-tot-rec.
           copy RSHCPY24 replacing ==:pac:== by ==sum-tot-rec==.
       fd  pac-in-file.
       01  pac-in-rec.
           copy RSHCPY24 replacing ==:pac:== by ==pac-in-rec==.
       fd  pac-out-file.
       01  pac-out-rec.
           copy RSHCPY24 replacing ==:pac:== by ==pac-out-rec==.
       fd  pac-hist-file.
       01  pac-hist-rec.
           copy RSHCPY24 replacing ==:pac:== by ==pac-hist-rec==.
       fd  pac-rpt-file.
       01  rpt-line pic x(80).
       working-storage section.
       01 sum-tot-status pic x(02).
           88 sum-tot-ok value "00".
       01 pac-in-status pic x(02).
           88 pac-in-ok value "00".
           88 pac-in-not-found value "35".
       01 pac-hist-status pic x(02).
           88 pac-hist-ok value "00".
           88 pac-hist-not-found value "35".
       01 file-eof-flag pic 9 binary.
           88 file-eof value 1.
       01 run-date pic x(08).
       01 parm-tokens.
          05 parm-tok-1 pic x(08).
          05 parm-tok-2 pic x(08).
          05 parm-tok-3 pic x(08).
       01 run-mode pic x(01).
           88 mode-accum value "A".
           88 mode-close value "C".
       01 refuse-flag pic 9 binary value 0.
           88 run-refused value 1.
       01 tonight-date pic x(08) value spaces.
       01 close-month pic x(06) value spaces.
       01 last-closed pic x(06) value spaces.
       01 earliest-open pic x(06) value spaces.
       01 work-month pic x(06).
       01 work-year pic x(04).
       01 replaced-count pic 9(05) value 0.
       01 month-rec-count pic 9(05) value 0.
      *> tonight's SRTSUMT records, held until the accumulator has
      *> been copied past the night they replace.
       01 tonight-count pic 9(03) value 0.
       01 tonight-table.
          05 tonight-entry pic x(80) occurs :rngmax: times.
       01 t pic 9(03).
      *> one entry per range seen: its day, month-to-date and year-
      *> to-date figures (under CLOSE, the month's total and the
      *> closed months' year-to-date before this one).
       01 rng-count pic 9(03) value 0.
       01 rng-full-flag pic 9 binary value 0.
           88 rng-full value 1.
       01 rng-table.
          05 rng-entry occurs :rngmax: times.
             10 rng-sort-key.
                15 rng-order pic x(01).
                15 rng-lo pic 9(05).
                15 rng-hi pic 9(05).
             10 rng-day-count pic 9(09).
             10 rng-day-amount pic 9(13)v99.
             10 rng-mtd-count pic 9(09).
             10 rng-mtd-amount pic 9(13)v99.
             10 rng-ytd-count pic 9(09).
             10 rng-ytd-amount pic 9(13)v99.
       01 r pic 9(03).
       01 m pic 9(03).
       01 find-key.
          05 find-order pic x(01).
          05 find-lo pic 9(05).
          05 find-hi pic 9(05).
       01 fig-kind pic x(01).
           88 fig-day value "D".
           88 fig-mtd value "M".
           88 fig-ytd value "Y".
       01 pac-work.
           copy RSHCPY24 replacing ==:pac:== by ==pac-work==.
       01 count-edit pic zzz,zzz,zz9.
       01 amount-edit pic zzz,zzz,zzz,zz9.99.
       01 range-label pic x(22).
       linkage section.
       01  PARM-BUFFER.
          05  PARM-LENGTH         pic S9(4) comp.
          05  PARM-DATA           pic X(256).
       procedure division using PARM-BUFFER.
       0000-mainline section.
           display "in srtpacc"
           move function CURRENT-DATE(1:8) to run-date
           move spaces to parm-tokens
           if PARM-LENGTH > 0
           then
              unstring PARM-DATA(1:PARM-LENGTH) delimited by all " "
                 into parm-tok-1 parm-tok-2 parm-tok-3
              end-unstring
           end-if
           evaluate true
              when (parm-tok-1 = spaces or parm-tok-1 = "ACCUM")
                   and parm-tok-2 = spaces
                 set mode-accum to true
              when parm-tok-1 = "CLOSE" and parm-tok-2(1:6) numeric
                   and parm-tok-2(7:) = spaces
                   and parm-tok-3 = spaces
                   and parm-tok-2(5:2) >= "01"
                   and parm-tok-2(5:2) <= "12"
                 set mode-close to true
                 move parm-tok-2(1:6) to close-month
              when other
                 display "SRTPACC: PARM must be ACCUM or CLOSE yyyymm: "
                         PARM-DATA(1:PARM-LENGTH)
                 move 20 to return-code
                 open output pac-out-file
                 perform 3900-copy-through
                 close pac-out-file
                 goback
           end-evaluate

           move 0 to return-code
           perform 1000-scan-accumulator
           open output pac-out-file
           open output pac-rpt-file
           if mode-accum
           then
              perform 2000-accumulate-night
           else
              perform 4000-close-month
           end-if
           close pac-out-file
           close pac-rpt-file
           if rng-full and return-code < 16
           then
              display "SRTPACC: more than the report's ranges - "
                      "report incomplete, accumulator complete"
              move 16 to return-code
           end-if
           goback.

      *> a first pass over the current generation for what decides
      *> whether the run may go ahead: the latest month closed and
      *> the earliest month still open.
       1000-scan-accumulator section.
           open input pac-in-file
           if pac-in-ok
           then
              move 0 to file-eof-flag
              perform test after until file-eof
                 read pac-in-file
                    at end
                       set file-eof to true
                    not at end
                       evaluate true
                          when pac-in-rec-closed-month
                             move pac-in-rec-period(1:6)
                                to last-closed
                          when pac-in-rec-daily
                             if earliest-open = spaces
                                or pac-in-rec-period(1:6)
                                   < earliest-open
                             then
                                move pac-in-rec-period(1:6)
                                   to earliest-open
                             end-if
                          when other
                             continue
                       end-evaluate
                 end-read
              end-perform
              close pac-in-file
           end-if
           continue.

       2000-accumulate-night section.
           perform 2100-load-tonight
           evaluate true
              when tonight-count = 0
                 display "SRTPACC: no SRTSUMT records - nothing to "
                         "accumulate tonight"
                 move 4 to return-code
                 perform 3900-copy-through
                 move "NO SRTSUMT RECORDS - NOTHING ACCUMULATED"
                    to rpt-line
                 write rpt-line
              when last-closed not = spaces
                   and tonight-date(1:6) <= last-closed
                 display "SRTPACC: business date " tonight-date
                         " is in a closed month (" last-closed
                         ") - night refused"
                 move 8 to return-code
                 perform 3900-copy-through
                 move spaces to rpt-line
                 string "BUSINESS DATE " delimited by size
                        tonight-date delimited by size
                        " IS IN A CLOSED MONTH - REFUSED"
                           delimited by size
                        into rpt-line
                 end-string
                 write rpt-line
              when other
                 perform 2200-carry-accumulator
                 perform varying t from 1 by 1 until t > tonight-count
                    move tonight-entry(t) to pac-out-rec
                    write pac-out-rec
                    move tonight-entry(t) to pac-work
                    set fig-day to true
                    perform 5000-post-figures
                    set fig-mtd to true
                    perform 5000-post-figures
                    set fig-ytd to true
                    perform 5000-post-figures
                 end-perform
                 if replaced-count > 0
                 then
                    display "SRTPACC: " replaced-count " record(s) "
                            "for " tonight-date " replaced - rerun"
                 end-if
                 display "SRTPACC: " tonight-count " range total(s) "
                         "accumulated for " tonight-date
                 perform 6000-write-period-report
           end-evaluate
           continue.

       2100-load-tonight section.
           open input sum-tot-file
           if sum-tot-ok
           then
              move 0 to file-eof-flag
              perform test after until file-eof
                 read sum-tot-file
                    at end
                       set file-eof to true
                    not at end
                       if sum-tot-rec-daily
                          and tonight-count < :rngmax:
                       then
                          add 1 to tonight-count
                          move sum-tot-rec
                             to tonight-entry(tonight-count)
                          move sum-tot-rec-period to tonight-date
                       end-if
                 end-read
              end-perform
              close sum-tot-file
           end-if
           continue.

      *> everything carries forward except the records of tonight's
      *> own date, which tonight's replace; the rest of the month and
      *> year feed the month-to-date and year-to-date columns.
       2200-carry-accumulator section.
           move tonight-date(1:4) to work-year
           move tonight-date(1:6) to work-month
           open input pac-in-file
           if pac-in-ok
           then
              move 0 to file-eof-flag
              perform test after until file-eof
                 read pac-in-file
                    at end
                       set file-eof to true
                    not at end
                       perform 2210-carry-record
                 end-read
              end-perform
              close pac-in-file
           end-if
           continue.

       2210-carry-record section.
           if pac-in-rec-daily and pac-in-rec-period = tonight-date
           then
              add 1 to replaced-count
           else
              move pac-in-rec to pac-out-rec
              write pac-out-rec
              move pac-in-rec to pac-work
              evaluate true
                 when pac-in-rec-daily
                      and pac-in-rec-period(1:4) = work-year
                    set fig-ytd to true
                    perform 5000-post-figures
                    if pac-in-rec-period(1:6) = work-month
                    then
                       set fig-mtd to true
                       perform 5000-post-figures
                    end-if
                 when pac-in-rec-year-to-date
                      and pac-in-rec-period(1:4) = work-year
                    set fig-ytd to true
                    perform 5000-post-figures
                 when other
                    continue
              end-evaluate
           end-if
           continue.

      *> a refused run's new generation is the old one, unchanged.
       3900-copy-through section.
           open input pac-in-file
           if pac-in-ok
           then
              move 0 to file-eof-flag
              perform test after until file-eof
                 read pac-in-file
                    at end
                       set file-eof to true
                    not at end
                       move pac-in-rec to pac-out-rec
                       write pac-out-rec
                 end-read
              end-perform
              close pac-in-file
           end-if
           continue.

       4000-close-month section.
           evaluate true
              when last-closed not = spaces
                   and close-month <= last-closed
                 display "SRTPACC: " close-month " is not after the "
                         "last month closed, " last-closed
                         " - close refused"
                 move 8 to return-code
                 set run-refused to true
              when earliest-open not = spaces
                   and earliest-open < close-month
                 display "SRTPACC: " earliest-open " is still open - "
                         "close it before " close-month
                 move 8 to return-code
                 set run-refused to true
           end-evaluate
           if run-refused
           then
              perform 3900-copy-through
              move spaces to rpt-line
              string "MONTH-END CLOSE " delimited by size
                     close-month delimited by size
                     " REFUSED" delimited by size
                     into rpt-line
              end-string
              write rpt-line
           else
              perform 4100-fold-month
              perform 4200-write-closed-periods
              perform 6000-write-period-report
              display "SRTPACC: " close-month " closed, "
                      month-rec-count " night record(s) frozen"
              if month-rec-count = 0
              then
                 display "SRTPACC: no nights were accumulated for "
                         close-month
                 move 4 to return-code
              end-if
           end-if
           continue.

      *> the month's nights come out of the accumulator into the
      *> month column, the year's closed months into the year-to-
      *> date column; later months' nights carry forward untouched.
       4100-fold-month section.
           move close-month(1:4) to work-year
           open input pac-in-file
           if pac-in-ok
           then
              move 0 to file-eof-flag
              perform test after until file-eof
                 read pac-in-file
                    at end
                       set file-eof to true
                    not at end
                       move pac-in-rec to pac-work
                       evaluate true
                          when pac-in-rec-daily
                               and pac-in-rec-period(1:6) = close-month
                             add 1 to month-rec-count
                             set fig-mtd to true
                             perform 5000-post-figures
                          when pac-in-rec-year-to-date
                             if pac-in-rec-period(1:4) = work-year
                             then
                                set fig-ytd to true
                                perform 5000-post-figures
                             end-if
                          when pac-in-rec-closed-month
                             continue
                          when other
                             move pac-in-rec to pac-out-rec
                             write pac-out-rec
                       end-evaluate
                 end-read
              end-perform
              close pac-in-file
           end-if
           continue.

      *> each range's new year-to-date "Y" record and its frozen "H"
      *> month in the history, then the "C" record naming the month.
       4200-write-closed-periods section.
           open extend pac-hist-file
           if pac-hist-not-found
           then
              open output pac-hist-file
           end-if
           perform varying r from 1 by 1 until r > rng-count
              add rng-mtd-count(r) to rng-ytd-count(r)
              add rng-mtd-amount(r) to rng-ytd-amount(r)
              move spaces to pac-out-rec
              set pac-out-rec-year-to-date to true
              move work-year to pac-out-rec-period
              if rng-order(r) = "1"
              then
                 set pac-out-rec-grand-total to true
              else
                 set pac-out-rec-range to true
              end-if
              move rng-lo(r) to pac-out-rec-range-lo
              move rng-hi(r) to pac-out-rec-range-hi
              move rng-ytd-count(r) to pac-out-rec-count
              move rng-ytd-amount(r) to pac-out-rec-amount
              write pac-out-rec
              if rng-mtd-count(r) > 0 or rng-mtd-amount(r) > 0
              then
                 move pac-out-rec to pac-hist-rec
                 set pac-hist-rec-history to true
                 move close-month to pac-hist-rec-period
                 move rng-mtd-count(r) to pac-hist-rec-count
                 move rng-mtd-amount(r) to pac-hist-rec-amount
                 write pac-hist-rec
              end-if
           end-perform
           close pac-hist-file
           move spaces to pac-out-rec
           set pac-out-rec-closed-month to true
           move close-month to pac-out-rec-period
           write pac-out-rec
           continue.

      *> adds pac-work's figures to its range's day, month-to-date or
      *> year-to-date column, filing the range in order the first
      *> time it is seen: key ranges by bound, the grand total last.
       5000-post-figures section.
           if pac-work-grand-total
           then
              move "1" to find-order
           else
              move "0" to find-order
           end-if
           move pac-work-range-lo to find-lo
           move pac-work-range-hi to find-hi
           perform varying r from 1 by 1 until r > rng-count
              if rng-sort-key(r) = find-key
              then
                 exit perform
              end-if
           end-perform
           if r > rng-count
           then
              if rng-count >= :rngmax:
              then
                 set rng-full to true
              else
                 perform 5100-file-range
              end-if
           end-if
           if not rng-full or r <= rng-count
           then
              evaluate true
                 when fig-day
                    add pac-work-count to rng-day-count(r)
                    add pac-work-amount to rng-day-amount(r)
                 when fig-mtd
                    add pac-work-count to rng-mtd-count(r)
                    add pac-work-amount to rng-mtd-amount(r)
                 when other
                    add pac-work-count to rng-ytd-count(r)
                    add pac-work-amount to rng-ytd-amount(r)
              end-evaluate
           end-if
           continue.

       5100-file-range section.
           move rng-count to m
           perform until m = 0
              if rng-sort-key(m) < find-key
              then
                 exit perform
              end-if
              move rng-entry(m) to rng-entry(m + 1)
              subtract 1 from m
           end-perform
           add 1 to m
           initialize rng-entry(m)
           move find-key to rng-sort-key(m)
           add 1 to rng-count
           move m to r
           continue.

       6000-write-period-report section.
           move spaces to rpt-line
           if mode-accum
           then
              string "SRTPACC PERIOD TOTALS  BUSINESS DATE "
                        delimited by size
                     tonight-date delimited by size
                     into rpt-line
              end-string
           else
              string "SRTPACC MONTH-END CLOSE " delimited by size
                     close-month delimited by size
                     "  RUN " delimited by size
                     run-date delimited by size
                     into rpt-line
              end-string
           end-if
           write rpt-line
           move spaces to rpt-line
           write rpt-line
           move spaces to rpt-line
           if mode-accum
           then
              string "RANGE                " delimited by size
                     "                DAY" delimited by size
                     "      MONTH-TO-DATE" delimited by size
                     "       YEAR-TO-DATE" delimited by size
                     into rpt-line
              end-string
           else
              string "RANGE                " delimited by size
                     "                   " delimited by size
                     "              MONTH" delimited by size
                     "       YEAR-TO-DATE" delimited by size
                     into rpt-line
              end-string
           end-if
           write rpt-line
           perform varying r from 1 by 1 until r > rng-count
              perform 6100-write-range
           end-perform
           continue.

      *> two lines a range - records, then amount - with the day,
      *> month-to-date and year-to-date figures in three columns.
       6100-write-range section.
           move spaces to range-label
           if rng-order(r) = "1"
           then
              move "GRAND TOTAL" to range-label
           else
              string rng-lo(r) delimited by size
                     " - " delimited by size
                     rng-hi(r) delimited by size
                     into range-label
              end-string
           end-if
           move spaces to rpt-line
           move range-label to rpt-line(1:14)
           move "RECORDS" to rpt-line(15:7)
           if mode-accum
           then
              move rng-day-count(r) to count-edit
              move count-edit to rpt-line(30:11)
           end-if
           move rng-mtd-count(r) to count-edit
           move count-edit to rpt-line(49:11)
           move rng-ytd-count(r) to count-edit
           move count-edit to rpt-line(68:11)
           write rpt-line
           move spaces to rpt-line
           move "AMOUNT" to rpt-line(15:6)
           if mode-accum
           then
              move rng-day-amount(r) to amount-edit
              move amount-edit to rpt-line(23:18)
           end-if
           move rng-mtd-amount(r) to amount-edit
           move amount-edit to rpt-line(42:18)
           move rng-ytd-amount(r) to amount-edit
           move amount-edit to rpt-line(61:18)
           write rpt-line
           continue.
