      * SRTACKR can reconcile the receivers' acknowledgments against
      * what was actually sent, instead of the outbound leg staying
      * the one hand-off nobody checks.
      *
      * Distribution: when the optional SRTDIST control file lists
      * receivers, the same single pass over SRTOUT writes one export
      * per receiver instead of SRTEXP - SRTEXP1 through SRTEXP8, by
      * the file number each receiver is given - each cut to what
      * that receiver may see, each with its own COUNT line and its
      * own SRTSENT record carrying the receiver id, so SRTACKR can
      * reconcile receiver by receiver. One statement per record,
      * starting in column 1; a RECEIVER statement opens a receiver
      * and the statements following it describe it:
      *   RECEIVER id n      - receiver id (up to 8 characters, as
      *                        ACKRCV names it), written to SRTEXPn
      *                        (1-8, one receiver per file)
      *   DELIM c            - its delimiter (default ";")
      *   STRIP              - strip the key's leading zeros
      *   HEADER h           - its first line: FIXED (the default,
      *                        KEY<d>PAYLOAD), NAMES (KEY and the
      *                        names of the fields it gets) or NONE
      *   RANGE lo hi        - a key range it gets (up to 8; none =
      *                        every key)
      *   TYPE pp vvv        - a record type it gets, as SRTCFG's
      *                        TYPE declares one: positions pp onward
      *                        of the record hold vvv (up to 4; none
      *                        = every type). A record must fall in
      *                        one of its RANGEs and be one of its
      *                        TYPEs to go to the receiver
      *   FIELDS f1 f2 ..    - the payload fields it gets, in that
      *                        order, one column each (repeatable, up
      *                        to 12); without FIELDS the payload
      *                        goes as one column, as in SRTEXP
      *   MASK f             - the field's bytes go out as "*"s
      *   BLANK f            - the field goes out empty
      * Field names are the PAYDICT dictionary's RECORD layout (see
      * SRTFDCL), which FIELDS, MASK and BLANK need. Blank records
      * and records starting "*" are comments. A malformed SRTDIST
      * or PAYDICT ends the step with return code 16 before anything
      * is written. Without SRTDIST (DD missing, DUMMY or only
      * comments) the step writes SRTEXP exactly as before.
      *
      * Under a SRTRUN card the step is entered in the SRTLEDG
      * step-completion ledger through SRTLDGR: a resubmission of the
      * same run skips the step, handing back its earlier return
      * code, once it has completed with 4 or better.
      *>-----------------------------------------------------------------
       identification division.
       program-id. srtextr.
               organization is line sequential.
           select exp-file assign to SRTEXP
               organization is line sequential.
           select dist-file assign to SRTDIST
               organization is line sequential
               file status is dist-status.
           select exp1-file assign to SRTEXP1
               organization is line sequential.
           select exp2-file assign to SRTEXP2
               organization is line sequential.
           select exp3-file assign to SRTEXP3
               organization is line sequential.
           select exp4-file assign to SRTEXP4
               organization is line sequential.
           select exp5-file assign to SRTEXP5
               organization is line sequential.
           select exp6-file assign to SRTEXP6
               organization is line sequential.
           select exp7-file assign to SRTEXP7
               organization is line sequential.
           select exp8-file assign to SRTEXP8
               organization is line sequential.
           select snt-file assign to SRTSENT
               organization is line sequential
               file status is snt-status.
       data division.
       replace ==:maxlen:== by ==5==
               ==:paylen:== by ==20==
               ==:reclen:== by ==25==
               ==:keypic:== by ==9(5)==.
       file section.
       fd  srt-out-file.
                                   ==:elem-keypic:== by ==:keypic:==.
       fd  exp-file.
       01  exp-line pic x(80).
       fd  dist-file.
       01  dist-rec pic x(80).
       fd  exp1-file.
       01  exp1-line pic x(80).
       fd  exp2-file.
       01  exp2-line pic x(80).
       fd  exp3-file.
       01  exp3-line pic x(80).
       fd  exp4-file.
       01  exp4-line pic x(80).
       fd  exp5-file.
       01  exp5-line pic x(80).
       fd  exp6-file.
       01  exp6-line pic x(80).
       fd  exp7-file.
       01  exp7-line pic x(80).
       fd  exp8-file.
       01  exp8-line pic x(80).
       fd  snt-file.
       01  snt-rec.
           copy RSHCPY14 replacing ==:snt:== by ==snt-rec==
       01 count-txt pic x(09).
       01 count-start pic 9(02).
       01 count-len pic 9(02).
       01 count-line pic x(80).
       01 dist-status pic x(02).
           88 dist-ok value "00".
           88 dist-not-found value "35".
       01 dist-eof-flag pic 9 binary value 0.
           88 dist-eof value 1.
       01 dist-bad-flag pic 9 binary value 0.
           88 dist-bad value 1.
       01 dist-tokens.
          05 dtok-1 pic x(20).
          05 dtok-2 pic x(20).
          05 dtok-3 pic x(20).
          05 dtok-4 pic x(20).
          05 dtok-5 pic x(20).
          05 dtok-6 pic x(20).
          05 dtok-7 pic x(20).
          05 dtok-8 pic x(20).
          05 dtok-9 pic x(20).
          05 dtok-10 pic x(20).
       01 filler redefines dist-tokens.
          05 dtok-tab occurs 10 times pic x(20).
       01 t pic 9(02).
       01 f pic 9(02).
       01 m pic 9(02).
       01 g pic 9(01).
       01 r pic 9(01).
       01 file-no pic 9(01).
       01 num-1 pic 9(05).
       01 num-2 pic 9(05).
       01 val-len pic 9(02).
       01 fld-ix pic 9(02).
       01 rec-lay-ix pic 9(01) value 0.
       01 dist-line pic x(80).
       01 out-ptr pic 9(03).
       01 dist-payload pic x(:paylen:).
       01 fld-pos pic 9(02).
       01 fld-len pic 9(02).
       01 keep-flag pic 9 binary.
           88 keep-record value 1.
       01 range-ok-flag pic 9 binary.
           88 range-ok value 1.
       01 type-ok-flag pic 9 binary.
           88 type-ok value 1.
      *> the receivers SRTDIST describes, in statement order.
       01 rcv-count pic 9(01) value 0.
       01 receivers.
          05 rcv occurs 8 times.
             10 rcv-id pic x(08).
             10 rcv-file-no pic 9(01).
             10 rcv-delim pic x(01).
             10 rcv-strip pic x(01).
             10 rcv-header pic x(01).
                88 rcv-header-fixed value "F".
                88 rcv-header-names value "N".
                88 rcv-header-none  value " ".
             10 rcv-range-count pic 9(01).
             10 rcv-range occurs 8 times.
                15 rcv-lo pic 9(:maxlen:).
                15 rcv-hi pic 9(:maxlen:).
             10 rcv-type-count pic 9(01).
             10 rcv-type occurs 4 times.
                15 rcv-type-pos pic 9(02).
                15 rcv-type-len pic 9(02).
                15 rcv-type-val pic x(08).
             10 rcv-fld-count pic 9(02).
             10 rcv-fld-ix occurs 12 times pic 9(02).
             10 rcv-mask-count pic 9(02).
             10 rcv-mask occurs 12 times.
                15 rcv-mask-ix pic 9(02).
                15 rcv-mask-how pic x(01).
                   88 rcv-mask-stars value "M".
                   88 rcv-mask-blank value "B".
             10 rcv-export-count pic 9(09).
       copy RSHCPY6 replacing ==:cfg:== by ==run-cfg==
                              ==:maxlen:== by ==:maxlen:==.
       copy RSHCPY22 replacing ==:lgr:== by ==step-ldg==.
       copy RSHCPY17 replacing ==:dic:== by ==pay-dict==.
       linkage section.
       01  PARM-BUFFER.
          05  PARM-LENGTH         pic S9(4) comp.
       procedure division using PARM-BUFFER.
       0000-mainline section.
           display "in srtextr"
      *> a resubmitted night skips a step the ledger shows already
      *> completed cleanly for this run (see SRTLDGR).
           move "SRTEXTR" to step-ldg-step
           set step-ldg-check to true
           call "SRTLDGR" using step-ldg
           if step-ldg-bad
           then
              display "SRTEXTR: SRTRUN card is bad, run ended"
              move 16 to return-code
              goback
           end-if
           if step-ldg-skip-step
           then
              display "SRTEXTR: already completed for run "
                      step-ldg-run-id " " step-ldg-bus-date
                      " - step skipped"
              move step-ldg-rc to return-code
              goback
           end-if
           move function CURRENT-DATE(1:8) to run-date
           if PARM-LENGTH > 0
           then
              move 16 to return-code
              goback
           end-if
           perform 0500-load-distribution
           if dist-bad
           then
              display "SRTEXTR: SRTDIST statements are bad, run ended"
              move 16 to return-code
              goback
           end-if
           if rcv-count > 0
           then
              perform 5000-distribute
              move 0 to return-code
              perform 9800-record-step-ledger
              goback
           end-if

           open input srt-out-file
           open output exp-file
           perform 3000-record-hand-off
           display "SRTEXTR: exported " export-count " record(s)"
           move 0 to return-code
           perform 9800-record-step-ledger
           goback.

       1000-export-record section.
                 set hdr-seen to true
              when run-cfg-hdrtrl-yes and srt-out-rec(1:3) = "TRL"
                 set out-eof to true
              when rcv-count > 0
                 perform 5100-route-record
              when other
                 perform 1100-write-export-line
           end-evaluate
           continue.

      *> with stripping on, the key goes out from its first non-zero
      *> digit (a key of all zeros still exports one "0"); without,
      *> the full fixed five digits go out as stored.
       1050-find-key-start section.
           move srt-out-rec-key to key-txt
           move 1 to key-start
           if strip-zeros
           then
              end-perform
           end-if
           compute key-len = :maxlen: - key-start + 1
           continue.

       1100-write-export-line section.
           perform 1050-find-key-start
           move 0 to pay-trail
           inspect function reverse(srt-out-rec-payload)
              tallying pay-trail for leading " "
      *> the reconciliation line: COUNT, the delimiter, then the
      *> data-record count without leading zeros.
       2000-write-count-line section.
           perform 2050-build-count-line
           write exp-line from count-line
           continue.

       2050-build-count-line section.
           move export-count to count-txt
           perform varying count-start from 1 by 1
                   until count-start >= 9
              continue
           end-perform
           compute count-len = 9 - count-start + 1
           move spaces to count-line
           string "COUNT" delimited by size
                  delim-char delimited by size
                  count-txt(count-start:count-len)
                     delimited by size
                  into count-line
           end-string
           continue.

      *> SRTSENT is append-only across runs - EXTEND onto the
           write snt-rec
           close snt-file
           continue.

      *> SRTDIST is optional: a missing or comment-only file leaves
      *> no receivers and the step exports SRTEXP as it always did.
      *> The dictionary is loaded only when there is a SRTDIST, so
      *> the plain export never depends on PAYDICT.
       0500-load-distribution section.
           move 0 to rcv-count
           open input dist-file
           if dist-ok
           then
              call "SRTFDCL" using pay-dict
              if pay-dict-parse-bad
              then
                 display "SRTEXTR: PAYDICT statements are bad"
                 set dist-bad to true
              end-if
              if pay-dict-present
              then
                 perform varying g from 1 by 1
                           until g > pay-dict-layout-count
                    if pay-dict-lay-name(g) = "RECORD"
                    then
                       move g to rec-lay-ix
                    end-if
                 end-perform
              end-if
              move 0 to dist-eof-flag
              perform test after until dist-eof
                 read dist-file
                    at end
                       set dist-eof to true
                    not at end
                       perform 0510-take-dist-statement
                 end-read
              end-perform
              close dist-file
           end-if
           continue.

       0510-take-dist-statement section.
           if dist-rec = spaces or dist-rec(1:1) = "*"
           then
              continue
           else
              move spaces to dist-tokens
              unstring dist-rec delimited by all " "
                 into dtok-1 dtok-2 dtok-3 dtok-4 dtok-5
                      dtok-6 dtok-7 dtok-8 dtok-9 dtok-10
              end-unstring
              move rcv-count to r
              evaluate true
                 when dtok-1 = "RECEIVER"
                    perform 0520-take-receiver
                 when r = 0
                    display "SRTEXTR: SRTDIST statement before any "
                            "RECEIVER: " dist-rec
                    set dist-bad to true
                 when dtok-1 = "DELIM"
                    if dtok-2(2:) not = spaces
                    then
                       display "SRTEXTR: DELIM takes one character: "
                               dist-rec
                       set dist-bad to true
                    else
                       move dtok-2(1:1) to rcv-delim(r)
                    end-if
                 when dtok-1 = "STRIP" and dtok-2 = spaces
                    move "Y" to rcv-strip(r)
                 when dtok-1 = "HEADER" and dtok-2 = "FIXED"
                    set rcv-header-fixed(r) to true
                 when dtok-1 = "HEADER" and dtok-2 = "NAMES"
                    set rcv-header-names(r) to true
                 when dtok-1 = "HEADER" and dtok-2 = "NONE"
                    set rcv-header-none(r) to true
                 when dtok-1 = "RANGE"
                    perform 0530-take-range
                 when dtok-1 = "TYPE"
                    perform 0540-take-type
                 when dtok-1 = "FIELDS"
                    perform varying t from 2 by 1
                              until t > 10 or dtok-tab(t) = spaces
                       perform 0550-take-field
                    end-perform
                 when dtok-1 = "MASK" or dtok-1 = "BLANK"
                    perform 0560-take-mask
                 when other
                    display "SRTEXTR: unknown SRTDIST statement: "
                            dist-rec
                    set dist-bad to true
              end-evaluate
           end-if
           continue.

       0520-take-receiver section.
           move 0 to file-no
           if dtok-3(1:1) >= "1" and dtok-3(1:1) <= "8"
              and dtok-3(2:) = spaces
           then
              move dtok-3(1:1) to file-no
           end-if
           evaluate true
              when dtok-2 = spaces or dtok-2(9:) not = spaces
                 display "SRTEXTR: RECEIVER needs an id of up to 8 "
                         "characters: " dist-rec
                 set dist-bad to true
              when file-no = 0 or dtok-4 not = spaces
                 display "SRTEXTR: RECEIVER needs its SRTEXP file "
                         "number 1-8: " dist-rec
                 set dist-bad to true
              when rcv-count >= 8
                 display "SRTEXTR: more than 8 RECEIVER statements"
                 set dist-bad to true
              when other
                 perform varying g from 1 by 1 until g > rcv-count
                    if rcv-file-no(g) = file-no
                    then
                       display "SRTEXTR: SRTEXP" file-no
                               " is given to two receivers"
                       set dist-bad to true
                    end-if
                    if rcv-id(g) = dtok-2(1:8)
                    then
                       display "SRTEXTR: receiver " rcv-id(g)
                               " is listed twice"
                       set dist-bad to true
                    end-if
                 end-perform
                 add 1 to rcv-count
                 move rcv-count to r
                 initialize rcv(r)
                 move dtok-2(1:8) to rcv-id(r)
                 move file-no to rcv-file-no(r)
                 move ";" to rcv-delim(r)
                 move "N" to rcv-strip(r)
                 set rcv-header-fixed(r) to true
           end-evaluate
           continue.

       0530-take-range section.
           move 0 to num-1
           move 0 to num-2
           if dtok-2(1:5) numeric and dtok-2(6:) = spaces
              and dtok-3(1:5) numeric and dtok-3(6:) = spaces
           then
              move dtok-2(1:5) to num-1
              move dtok-3(1:5) to num-2
           end-if
           evaluate true
              when dtok-2(1:5) not numeric or dtok-2(6:) not = spaces
                   or dtok-3(1:5) not numeric
                   or dtok-3(6:) not = spaces
                   or dtok-4 not = spaces
                 display "SRTEXTR: RANGE takes two 5-digit keys: "
                         dist-rec
                 set dist-bad to true
              when num-1 > num-2
                 display "SRTEXTR: RANGE low key is above its high "
                         "key: " dist-rec
                 set dist-bad to true
              when rcv-range-count(r) >= 8
                 display "SRTEXTR: more than 8 RANGEs for receiver "
                         rcv-id(r)
                 set dist-bad to true
              when other
                 add 1 to rcv-range-count(r)
                 move rcv-range-count(r) to g
                 move num-1 to rcv-lo(r g)
                 move num-2 to rcv-hi(r g)
           end-evaluate
           continue.

       0540-take-type section.
           move 0 to num-1
           if function test-numval(dtok-2) = 0 and dtok-2 not = spaces
              and dtok-2(3:) = spaces
           then
              compute num-1 = function numval(dtok-2)
           end-if
           move 0 to val-len
           inspect dtok-3 tallying val-len
              for characters before initial " "
           evaluate true
              when num-1 < 1 or val-len = 0 or val-len > 8
                   or num-1 + val-len - 1 > :reclen:
                   or dtok-4 not = spaces
                 display "SRTEXTR: TYPE needs a position and a value "
                         "of up to 8 within the record: " dist-rec
                 set dist-bad to true
              when rcv-type-count(r) >= 4
                 display "SRTEXTR: more than 4 TYPEs for receiver "
                         rcv-id(r)
                 set dist-bad to true
              when other
                 add 1 to rcv-type-count(r)
                 move rcv-type-count(r) to g
                 move num-1 to rcv-type-pos(r g)
                 move val-len to rcv-type-len(r g)
                 move dtok-3(1:8) to rcv-type-val(r g)
           end-evaluate
           continue.

      *> a field name is looked up in the dictionary's RECORD
      *> layout; fld-ix comes back zero when it is not there.
       0545-find-field section.
           move 0 to fld-ix
           if rec-lay-ix > 0
           then
              perform varying f from 1 by 1
                        until f > pay-dict-fld-count(rec-lay-ix)
                 if pay-dict-fld-name(rec-lay-ix f) = dtok-tab(t)
                 then
                    move f to fld-ix
                    exit perform
                 end-if
              end-perform
           end-if
           continue.

       0550-take-field section.
           perform 0545-find-field
           evaluate true
              when fld-ix = 0
                 display "SRTEXTR: " dtok-tab(t)
                         " is not a field of the PAYDICT RECORD "
                         "layout"
                 set dist-bad to true
              when rcv-fld-count(r) >= 12
                 display "SRTEXTR: more than 12 FIELDS for receiver "
                         rcv-id(r)
                 set dist-bad to true
              when other
                 add 1 to rcv-fld-count(r)
                 move rcv-fld-count(r) to f
                 move fld-ix to rcv-fld-ix(r f)
           end-evaluate
           continue.

       0560-take-mask section.
           move 2 to t
           perform 0545-find-field
           evaluate true
              when dtok-3 not = spaces
                 display "SRTEXTR: " dtok-1 " takes one field name: "
                         dist-rec
                 set dist-bad to true
              when fld-ix = 0
                 display "SRTEXTR: " dtok-2
                         " is not a field of the PAYDICT RECORD "
                         "layout"
                 set dist-bad to true
              when rcv-mask-count(r) >= 12
                 display "SRTEXTR: more than 12 MASK/BLANK fields "
                         "for receiver " rcv-id(r)
                 set dist-bad to true
              when other
                 add 1 to rcv-mask-count(r)
                 move rcv-mask-count(r) to m
                 move fld-ix to rcv-mask-ix(r m)
                 if dtok-1 = "MASK"
                 then
                    set rcv-mask-stars(r m) to true
                 else
                    set rcv-mask-blank(r m) to true
                 end-if
           end-evaluate
           continue.

      *> one pass over SRTOUT for every receiver: each export opened
      *> and headed first, each record routed to every receiver it
      *> belongs to, then each export closed behind its own COUNT
      *> line and its own hand-off record.
       5000-distribute section.
           open input srt-out-file
           perform varying r from 1 by 1 until r > rcv-count
              move rcv-file-no(r) to file-no
              perform 9410-open-export-by-no
              if not rcv-header-none(r)
              then
                 perform 5010-build-header-line
                 perform 9430-write-export-by-no
              end-if
           end-perform
           move 0 to out-eof-flag
           perform test after until out-eof
              read srt-out-file
                 at end
                    set out-eof to true
                 not at end
                    perform 1000-export-record
              end-read
           end-perform
           close srt-out-file
           perform varying r from 1 by 1 until r > rcv-count
              move rcv-file-no(r) to file-no
              move rcv-delim(r) to delim-char
              move rcv-export-count(r) to export-count
              perform 2050-build-count-line
              move count-line to dist-line
              perform 9430-write-export-by-no
              perform 9420-close-export-by-no
              perform 5500-record-receiver-hand-off
              display "SRTEXTR: exported " export-count
                      " record(s) to " rcv-id(r)
                      " on SRTEXP" file-no
           end-perform
           continue.

       5010-build-header-line section.
           move spaces to dist-line
           move 1 to out-ptr
           string "KEY" delimited by size
                  into dist-line with pointer out-ptr
           end-string
           if rcv-header-names(r) and rcv-fld-count(r) > 0
           then
              perform varying f from 1 by 1
                        until f > rcv-fld-count(r)
                 move rcv-fld-ix(r f) to fld-ix
                 string rcv-delim(r) delimited by size
                        pay-dict-fld-name(rec-lay-ix fld-ix)
                           delimited by space
                        into dist-line with pointer out-ptr
                 end-string
              end-perform
           else
              string rcv-delim(r) delimited by size
                     "PAYLOAD" delimited by size
                     into dist-line with pointer out-ptr
              end-string
           end-if
           continue.

       5100-route-record section.
           perform varying r from 1 by 1 until r > rcv-count
              perform 5200-select-for-receiver
              if keep-record
              then
                 move rcv-file-no(r) to file-no
                 perform 5300-build-receiver-line
                 perform 9430-write-export-by-no
                 add 1 to rcv-export-count(r)
              end-if
           end-perform
           continue.

      *> in one of the receiver's ranges (or it has none) and of
      *> one of its types (or it has none).
       5200-select-for-receiver section.
           move 0 to range-ok-flag
           move 0 to type-ok-flag
           if rcv-range-count(r) = 0
           then
              set range-ok to true
           end-if
           perform varying g from 1 by 1
                     until g > rcv-range-count(r) or range-ok
              if srt-out-rec-key >= rcv-lo(r g)
                 and srt-out-rec-key <= rcv-hi(r g)
              then
                 set range-ok to true
              end-if
           end-perform
           if rcv-type-count(r) = 0
           then
              set type-ok to true
           end-if
           perform varying g from 1 by 1
                     until g > rcv-type-count(r) or type-ok
              if srt-out-rec(rcv-type-pos(r g):rcv-type-len(r g))
                 = rcv-type-val(r g)(1:rcv-type-len(r g))
              then
                 set type-ok to true
              end-if
           end-perform
           move 0 to keep-flag
           if range-ok and type-ok
           then
              set keep-record to true
           end-if
           continue.

      *> masking is applied to a copy of the payload first, so a
      *> masked field stays masked whether the receiver takes the
      *> payload whole or field by field.
       5300-build-receiver-line section.
           move srt-out-rec-payload to dist-payload
           perform varying m from 1 by 1 until m > rcv-mask-count(r)
              move rcv-mask-ix(r m) to fld-ix
              move pay-dict-fld-pos(rec-lay-ix fld-ix) to fld-pos
              move pay-dict-fld-len(rec-lay-ix fld-ix) to fld-len
              if rcv-mask-stars(r m)
              then
                 move all "*" to dist-payload(fld-pos:fld-len)
              else
                 move spaces to dist-payload(fld-pos:fld-len)
              end-if
           end-perform
           move rcv-strip(r) to strip-token
           perform 1050-find-key-start
           move spaces to dist-line
           move 1 to out-ptr
           string key-txt(key-start:key-len) delimited by size
                  into dist-line with pointer out-ptr
           end-string
           if rcv-fld-count(r) = 0
           then
              move 1 to fld-pos
              move :paylen: to fld-len
              perform 5310-add-column
           else
              perform varying f from 1 by 1
                        until f > rcv-fld-count(r)
                 move rcv-fld-ix(r f) to fld-ix
                 move pay-dict-fld-pos(rec-lay-ix fld-ix) to fld-pos
                 move pay-dict-fld-len(rec-lay-ix fld-ix) to fld-len
                 perform 5310-add-column
              end-perform
           end-if
           continue.

      *> a column is the delimiter and the bytes with trailing
      *> blanks dropped, the way the payload has always gone out.
       5310-add-column section.
           move 0 to pay-trail
           inspect function reverse(dist-payload(fld-pos:fld-len))
              tallying pay-trail for leading " "
           compute pay-len = fld-len - pay-trail
           string rcv-delim(r) delimited by size
                  into dist-line with pointer out-ptr
           end-string
           if pay-len > 0
           then
              string dist-payload(fld-pos:pay-len) delimited by size
                     into dist-line with pointer out-ptr
              end-string
           end-if
           continue.

       5500-record-receiver-hand-off section.
           open extend snt-file
           if snt-not-found
           then
              open output snt-file
           end-if
           move spaces to snt-rec
           move run-date to snt-rec-date
           move rcv-export-count(r) to snt-rec-count
           move rcv-id(r) to snt-rec-receiver
           write snt-rec
           close snt-file
           continue.

       9410-open-export-by-no section.
           evaluate file-no
              when 1 open output exp1-file
              when 2 open output exp2-file
              when 3 open output exp3-file
              when 4 open output exp4-file
              when 5 open output exp5-file
              when 6 open output exp6-file
              when 7 open output exp7-file
              when 8 open output exp8-file
           end-evaluate
           continue.

       9420-close-export-by-no section.
           evaluate file-no
              when 1 close exp1-file
              when 2 close exp2-file
              when 3 close exp3-file
              when 4 close exp4-file
              when 5 close exp5-file
              when 6 close exp6-file
              when 7 close exp7-file
              when 8 close exp8-file
           end-evaluate
           continue.

       9430-write-export-by-no section.
           evaluate file-no
              when 1 write exp1-line from dist-line
              when 2 write exp2-line from dist-line
              when 3 write exp3-line from dist-line
              when 4 write exp4-line from dist-line
              when 5 write exp5-line from dist-line
              when 6 write exp6-line from dist-line
              when 7 write exp7-line from dist-line
              when 8 write exp8-line from dist-line
           end-evaluate
           continue.

      *> the normal end goes into the ledger with the step's return
      *> code, which the call must leave as it found it.
       9800-record-step-ledger section.
           move return-code to step-ldg-rc
           set step-ldg-record to true
           call "SRTLDGR" using step-ldg
           move step-ldg-rc to return-code
           continue.
