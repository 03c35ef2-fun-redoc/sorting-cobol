      *>-----------------------------------------------------------------
      * SRTXRFL - loads and parses the SRTXREF key cross-reference
      * into the shared RSHCPY29 structure, so SRTEDIT's input edit
      * and SRTREPR's check of a repaired record renumber and range-
      * check keys from one reading of the same statements.
      *
      * SRTXREF is optional: a missing file leaves the cross-reference
      * absent - no renumbering in play. When present it holds one
      * statement per record, starting in column 1:
      *
      *   XREF old new yyyymmdd - a record keyed old is rewritten to
      *                           new, effective that date (up to
      *                           1000 entries)
      *   RANGE lo hi           - the master's current key range; with
      *                           it declared, a key in neither the
      *                           cross-reference nor the range is
      *                           rejected "X " instead of posting
      *                           against a key the master lost
      *
      * Blank records and records starting "*" are skipped as
      * comments. Any malformed statement is displayed and flags the
      * whole cross-reference bad (:xrf:-parse-bad).
      *>-----------------------------------------------------------------
       identification division.
       program-id. srtxrfl.
       environment division.
       input-output section.
       file-control.
           select xref-file assign to SRTXREF
               organization is line sequential
               file status is xref-status.
       data division.
       replace ==:maxlen:== by ==5==.
       file section.
       fd  xref-file.
       01  xref-in-line pic x(80).
       working-storage section.
       01 xref-status pic x(02).
           88 xref-ok value "00".
           88 xref-not-found value "35".
       01 xref-eof-flag pic 9 binary value 0.
           88 xref-eof value 1.
       01 xref-rec pic x(80).
       01 xref-tokens.
          05 xtok-1 pic x(20).
          05 xtok-2 pic x(20).
          05 xtok-3 pic x(20).
          05 xtok-4 pic x(20).
       linkage section.
       copy RSHCPY29 replacing ==:xrf:== by ==key-xref==
                               ==:xrf-maxlen:== by ==:maxlen:==.
       procedure division using key-xref.
       0000-mainline section.
           set key-xref-parse-ok to true
           set key-xref-absent to true
           move 0 to key-xref-count
           move "N" to key-xref-range-flag
           open input xref-file
           if xref-not-found
           then
              goback
           end-if
           if not xref-ok
           then
              display "SRTXRFL: SRTXREF open failed, status "
                      xref-status
              set key-xref-parse-bad to true
              goback
           end-if
           set key-xref-present to true
           move 0 to xref-eof-flag
           perform test after until xref-eof
              read xref-file into xref-rec
                 at end
                    set xref-eof to true
                 not at end
                    perform 1000-take-statement
              end-read
           end-perform
           close xref-file
           goback.

       1000-take-statement section.
           if xref-rec = spaces or xref-rec(1:1) = "*"
           then
              continue
           else
              move spaces to xref-tokens
              unstring xref-rec delimited by all " "
                 into xtok-1 xtok-2 xtok-3 xtok-4
              end-unstring
              evaluate true
                 when xtok-1 = "XREF"
                    perform 2000-take-xref-entry
                 when xtok-1 = "RANGE"
                    perform 2100-take-range
                 when other
                    display "SRTXRFL: unknown SRTXREF statement: "
                            xref-rec
                    set key-xref-parse-bad to true
              end-evaluate
           end-if
           continue.

       2000-take-xref-entry section.
           evaluate true
              when key-xref-count >= 1000
                 display "SRTXRFL: cross-reference table is full"
                 set key-xref-parse-bad to true
              when function test-numval(xtok-2) not = 0
                   or xtok-2 = spaces
                   or function test-numval(xtok-3) not = 0
                   or xtok-3 = spaces
                 display "SRTXRFL: bad XREF keys: " xref-rec
                 set key-xref-parse-bad to true
              when xtok-4(1:8) not numeric
                 display "SRTXRFL: bad XREF effective date: "
                         xref-rec
                 set key-xref-parse-bad to true
              when other
                 add 1 to key-xref-count
                 compute key-xref-old(key-xref-count) =
                    function numval(xtok-2)
                 compute key-xref-new(key-xref-count) =
                    function numval(xtok-3)
                 move xtok-4(1:8) to key-xref-eff(key-xref-count)
           end-evaluate
           continue.

       2100-take-range section.
           evaluate true
              when key-xref-range-present
                 display "SRTXRFL: second RANGE statement: "
                         xref-rec
                 set key-xref-parse-bad to true
              when function test-numval(xtok-2) not = 0
                   or xtok-2 = spaces
                   or function test-numval(xtok-3) not = 0
                   or xtok-3 = spaces
                 display "SRTXRFL: bad RANGE bounds: " xref-rec
                 set key-xref-parse-bad to true
              when other
                 compute key-xref-range-lo = function numval(xtok-2)
                 compute key-xref-range-hi = function numval(xtok-3)
                 if key-xref-range-lo > key-xref-range-hi
                 then
                    display "SRTXRFL: RANGE is backwards: "
                            xref-rec
                    set key-xref-parse-bad to true
                 else
                    set key-xref-range-present to true
                 end-if
           end-evaluate
           continue.
