      *     once per night, however many times the night presented it;
      *   - in suspense but NOT re-presented tonight: the item
      *     CLEARED on its own (the carry finally applied, the
      *     provider fixed the record) and leaves suspense;
      *   - marked by SRTREPR since last night: the item was
      *     WITHDRAWN by an operator, or REPAIRED - its corrected
      *     record re-entered through SRTEDIT - and leaves suspense
      *     as such rather than as cleared. A repaired item settles
      *     only once SRTEDIT's merge log (REENMRG, optional) shows
      *     the re-entry went in; until then it is carried forward,
      *     still marked repaired and unaged, as AWAITING RE-ENTRY
      *     - an edit that ran before the repair, or without its
      *     REENTRY or SUSPIN, merges it on a later night instead.
      *     A repaired item's original record presented again is a
      *     new item - the provider sent the bad record once more.
      * Anything whose cycle count passes the limit in the PARM is
      * dropped to the SUSPESC escalation file and reported, instead
      * of recycling silently for another month; everything else is
      * carried forward on SUSPOUT for tomorrow's run.
      *
      * PARM layout (same shape as the other programs' PARM-BUFFER):
      *   PARM-DATA = "<limit> [<date>]" - the cycle limit (default
      *               5); an item presented more than this many
      *               business nights escalates. date is the night's
      *               business date (YYYYMMDD), for a run that ends
      *               after midnight; default today.
      *
      * Under the SRTCAL business-day calendar (see SRTCALL) cycles
      * count business nights: on a night that is not a business day
      * - a weekend or holiday run - nothing could have been
      * corrected, so items presented again carry forward without
      * aging and nothing escalates for it. New items still open and
      * unpresented ones still clear. Without a SRTCAL every night
      * ages, as before. A malformed SRTCAL is return code 16.
      *
      * The SUSPRPT suspense report - new / still aging / escalated /
      * cleared / repaired / withdrawn, by reason code, plus a detail
      * line per escalated
      * item - is the morning worklist. When a PAYDICT field
      * dictionary is supplied (see SRTFDCL), each escalated item's
      * record is also broken out underneath its detail line, one
      * line per field of the "RECORD" layout, name and edited value;
      * a malformed PAYDICT is return code 16 before anything is
      * read. Return code 4 when anything escalated, 0 otherwise.
      * A run ended early - bad PARM (20), bad PAYDICT or SRTCAL,
      * or a full suspense table (16) - copies SUSPIN to SUSPOUT
      * unchanged, so no item is lost with the generation.
      *>-----------------------------------------------------------------
       identification division.
       program-id. srtsusp.
               organization is line sequential.
           select susp-rpt-file assign to SUSPRPT
               organization is line sequential.
           select merged-file assign to REENMRG
               organization is line sequential
               file status is merged-status.
       data division.
       replace ==:maxlen:== by ==5==
               ==:paylen:== by ==20==
                                  ==:sus-reclen:== by ==:reclen:==.
       fd  susp-rpt-file.
       01  rpt-line pic x(80).
       fd  merged-file.
       01  merged-rec.
           copy RSHCPY31 replacing ==:rpr:== by ==merged-rec==
                                   ==:rpr-reclen:== by ==:reclen:==.
       working-storage section.
       01 susp-in-status pic x(02).
           88 susp-in-ok value "00".
       01 rej-status pic x(02).
           88 rej-ok value "00".
           88 rej-not-found value "35".
       01 merged-status pic x(02).
           88 merged-ok value "00".
           88 merged-not-found value "35".
       01 file-eof-flag pic 9 binary.
           88 file-eof value 1.
       01 limit-token pic x(05).
       01 date-token pic x(08).
       01 no-aging-flag pic 9 binary value 0.
           88 no-aging value 1.
       01 cycle-limit pic 9(03) value 5.
       01 run-date pic x(08).
       01 i pic 9(05).
       01 aging-count pic 9(09) value 0.
       01 escalated-count pic 9(09) value 0.
       01 cleared-count pic 9(09) value 0.
       01 repaired-count pic 9(09) value 0.
       01 withdrawn-count pic 9(09) value 0.
       01 awaiting-count pic 9(09) value 0.
       01 carried-fwd-count pic 9(09) value 0.
      *> the whole suspense picture in one table: last night's items
      *> first, tonight's new arrivals appended behind them. The
                88 sus-is-cleared   value " ".
             10 sus-seen pic x(01).
                88 sus-seen-tonight value "Y".
             10 sus-merged pic x(01).
                88 sus-re-entered value "Y".
             10 sus-body.
                copy RSHCPY9 replacing ==:sus:== by ==sus==
                                       ==:sus-reclen:== by ==:reclen:==.
             10 rsn-stat-aging pic 9(09).
             10 rsn-stat-esc pic 9(09).
             10 rsn-stat-cleared pic 9(09).
             10 rsn-stat-repaired pic 9(09).
             10 rsn-stat-withdrawn pic 9(09).
       01 f pic 9(02).
       copy RSHCPY17 replacing ==:dic:== by ==pay-dict==.
       copy RSHCPY27 replacing ==:cal:== by ==bus-cal==.
       copy RSHCPY28 replacing ==:cdq:== by ==cal-qry==.
       copy RSHCPY18 replacing ==:fmt:== by ==pay-fmt==
                               ==:fmt-paylen:== by ==:paylen:==.
       linkage section.
       01  PARM-BUFFER.
          05  PARM-LENGTH         pic S9(4) comp.
           if PARM-LENGTH > 0
           then
              move spaces to limit-token
              move spaces to date-token
              unstring PARM-DATA(1:PARM-LENGTH) delimited by all " "
                 into limit-token date-token
              end-unstring
              if limit-token not = spaces
              then
                    display "SRTSUSP: cycle limit is not numeric: "
                            limit-token
                    move 20 to return-code
                    perform 3900-copy-suspense-through
                    goback
                 end-if
              end-if
           end-if
           if date-token not = spaces
           then
              if date-token not numeric
                 or function test-date-yyyymmdd(
                    function numval(date-token)) not = 0
              then
                 display "SRTSUSP: business date is not a date: "
                         date-token
                 move 20 to return-code
                 perform 3900-copy-suspense-through
                 goback
              end-if
              move date-token to run-date
           end-if
           display "SRTSUSP: cycle limit " cycle-limit
           call "SRTFDCL" using pay-dict
           if pay-dict-parse-bad
           then
              display "SRTSUSP: PAYDICT is malformed, run ended"
              move 16 to return-code
              perform 3900-copy-suspense-through
              goback
           end-if
           move "RECORD" to pay-fmt-layout
           call "SRTCALL" using bus-cal
           if bus-cal-parse-bad
           then
              display "SRTSUSP: SRTCAL statements are bad, run ended"
              move 16 to return-code
              perform 3900-copy-suspense-through
              goback
           end-if
           set cal-qry-check to true
           move run-date to cal-qry-date
           call "SRTCALD" using bus-cal, cal-qry
           if bus-cal-present and not cal-qry-business-day
           then
              display "SRTSUSP: " run-date " is not a business day - "
                      "suspense items are not aged tonight"
              set no-aging to true
           end-if

           perform 1000-load-prior-suspense
           perform 1500-mark-merged-repairs
           perform 2000-present-carries
           perform 2100-present-rejects
           perform 3000-settle-items

           display "SRTSUSP: new " new-count ", aging " aging-count
                   ", escalated " escalated-count ", cleared "
                   cleared-count ", repaired " repaired-count
                   ", withdrawn " withdrawn-count
                   ", awaiting re-entry " awaiting-count
           if escalated-count > 0
           then
              move 4 to return-code
                       then
                          display "SRTSUSP: suspense table is full "
                                  "at " sus-count ", run ended"
                          close susp-in-file
                          move 16 to return-code
                          perform 3900-copy-suspense-through
                          goback
                       end-if
                       add 1 to sus-count
                       move susp-in-rec to sus-body(sus-count)
                       move space to sus-status(sus-count)
                       move space to sus-seen(sus-count)
                       move "N" to sus-merged(sus-count)
                 end-read
              end-perform
              close susp-in-file
           display "SRTSUSP: " sus-count " item(s) in suspense"
           continue.

      *> a repaired item whose re-entry SRTEDIT's merge log shows
      *> went in is settled tonight; no log, nothing is settled as
      *> repaired and every repaired item waits.
       1500-mark-merged-repairs section.
           open input merged-file
           if merged-not-found
           then
              display "SRTSUSP: no REENMRG - repaired items wait "
                      "for their re-entry"
           else
              move 0 to file-eof-flag
              perform test after until file-eof
                 read merged-file
                    at end
                       set file-eof to true
                    not at end
                       if merged-rec-action-repair
                       then
                          perform 1600-mark-item
                       end-if
                 end-read
              end-perform
              close merged-file
           end-if
           continue.

       1600-mark-item section.
           perform varying i from 1 by 1 until i > sus-count
              if sus-repaired(i)
                 and sus-source(i) = merged-rec-source
                 and sus-reason(i) = merged-rec-reason
                 and sus-first-seen(i) = merged-rec-first-seen
                 and sus-rec(i) = merged-rec-before-rec
              then
                 move "Y" to sus-merged(i)
              end-if
           end-perform
           continue.

       2000-present-carries section.
           open input carry-file
           if carry-not-found
           end-if
           continue.

      *> one presented record: age the matching open suspense item
      *> once per business night, or open a new item for a record
      *> suspense has never seen. A repaired or withdrawn item is
      *> closed - the same record again is a new item.
       2500-present-item section.
           move 0 to found-ix
           perform varying i from 1 by 1 until i > sus-count
              if sus-source(i) = item-source
                 and sus-reason(i) = item-reason
                 and sus-rec(i) = item-rec
                 and sus-open(i)
              then
                 move i to found-ix
                 exit perform
                 display "SRTSUSP: suspense table is full at "
                         sus-count ", run ended"
                 move 16 to return-code
                 perform 3900-copy-suspense-through
                 goback
              end-if
              add 1 to sus-count
              move run-date to sus-first-seen(sus-count)
              move 1 to sus-cycles(sus-count)
              move item-rec to sus-rec(sus-count)
              move space to sus-repair(sus-count)
              move "N" to sus-status(sus-count)
              move "Y" to sus-seen(sus-count)
              move "N" to sus-merged(sus-count)
           else
              if not sus-seen-tonight(found-ix)
              then
                 if not no-aging
                 then
                    add 1 to sus-cycles(found-ix)
                 end-if
                 move "A" to sus-status(found-ix)
                 move "Y" to sus-seen(found-ix)
              end-if
           end-if
           continue.

      *> the night's verdict per item: a withdrawal, or a repair
      *> whose re-entry went in, settles it; a repair still to go in
      *> waits as it is; over the limit escalates, a re-presented or
      *> new item carries forward, and an item the night never
      *> presented has cleared on its own.
       3000-settle-items section.
           open output susp-out-file
           open output esc-file
           perform varying i from 1 by 1 until i > sus-count
              evaluate true
                 when sus-repaired(i) and sus-re-entered(i)
                    add 1 to repaired-count
                    perform 3500-tally-reason
                 when sus-repaired(i)
                    move sus-body(i) to susp-out-rec
                    write susp-out-rec
                    add 1 to carried-fwd-count
                    add 1 to awaiting-count
                 when sus-withdrawn(i)
                    add 1 to withdrawn-count
                    perform 3500-tally-reason
                 when sus-seen-tonight(i)
                      and sus-cycles(i) > cycle-limit
                    move sus-body(i) to esc-rec
                 move 0 to rsn-stat-aging(rsn-ix)
                 move 0 to rsn-stat-esc(rsn-ix)
                 move 0 to rsn-stat-cleared(rsn-ix)
                 move 0 to rsn-stat-repaired(rsn-ix)
                 move 0 to rsn-stat-withdrawn(rsn-ix)
              end-if
           end-if
           evaluate true
              when sus-repaired(i) and sus-re-entered(i)
                 add 1 to rsn-stat-repaired(rsn-ix)
              when sus-withdrawn(i)
                 add 1 to rsn-stat-withdrawn(rsn-ix)
              when sus-seen-tonight(i)
                   and sus-cycles(i) > cycle-limit
                 add 1 to rsn-stat-esc(rsn-ix)
                  "      AGING" delimited by size
                  "  ESCALATED" delimited by size
                  "    CLEARED" delimited by size
                  "   REPAIRED" delimited by size
                  "  WITHDRAWN" delimited by size
                  into rpt-line
           end-string
           write rpt-line
                     rsn-stat-esc(r) delimited by size
                     "  " delimited by size
                     rsn-stat-cleared(r) delimited by size
                     "  " delimited by size
                     rsn-stat-repaired(r) delimited by size
                     "  " delimited by size
                     rsn-stat-withdrawn(r) delimited by size
                     into rpt-line
              end-string
              write rpt-line
           end-string
           write rpt-line
           move spaces to rpt-line
           string "TOTAL REPAIRED     " delimited by size
                  repaired-count delimited by size
                  into rpt-line
           end-string
           write rpt-line
           move spaces to rpt-line
           string "TOTAL WITHDRAWN    " delimited by size
                  withdrawn-count delimited by size
                  into rpt-line
           end-string
           write rpt-line
           move spaces to rpt-line
           string "AWAITING RE-ENTRY  " delimited by size
                  awaiting-count delimited by size
                  into rpt-line
           end-string
           write rpt-line
           move spaces to rpt-line
           string "CARRIED FORWARD    " delimited by size
                  carried-fwd-count delimited by size
                  into rpt-line
                           into rpt-line
                    end-string
                    write rpt-line
                    perform 4100-write-item-fields
                 end-if
              end-perform
           end-if
           close susp-rpt-file
           continue.

      *> the escalated record's payload, field by field under the
      *> detail line; nothing extra when there is no dictionary.
       4100-write-item-fields section.
           move sus-rec(i)(:maxlen: + 1::paylen:) to pay-fmt-payload
           call "SRTFDFM" using pay-dict, pay-fmt
           perform varying f from 1 by 1 until f > pay-fmt-fld-count
              move spaces to rpt-line
              string "      " delimited by size
                     pay-fmt-fld-name(f) delimited by size
                     " " delimited by size
                     pay-fmt-fld-value(f) delimited by size
                     into rpt-line
              end-string
              write rpt-line
           end-perform
           continue.

      *> a run ended before the night was settled writes the
      *> suspense file on exactly as it came in.
       3900-copy-suspense-through section.
           open output susp-out-file
           open input susp-in-file
           if susp-in-ok
           then
              move 0 to file-eof-flag
              perform test after until file-eof
                 read susp-in-file
                    at end
                       set file-eof to true
                    not at end
                       move susp-in-rec to susp-out-rec
                       write susp-out-rec
                 end-read
              end-perform
              close susp-in-file
           end-if
           close susp-out-file
           continue.
