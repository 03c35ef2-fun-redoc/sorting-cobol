      *>-----------------------------------------------------------------
      * SRTFDFM - formats one payload field by field from the PAYDICT
      * dictionary SRTFDCL loaded: the caller names a layout and
      * hands over the payload (RSHCPY18), and gets back each field's
      * name and its value edited for a person to read.
      *
      *   X - the bytes as they stand
      *   U - an unsigned number: leading zeros suppressed, thousands
      *       separated, the implied decimal places behind a point
      *   S - the same, signed by the trailing overpunch the S key
      *       type reads ("{" and "A"-"I" positive 0-9, "}" and
      *       "J"-"R" negative 0-9, a plain digit positive); a
      *       negative value gets a leading "-"
      *   D - YYYYMMDD shown as YYYY-MM-DD
      * A number field of all spaces, or a date of all spaces or
      * zeros, formats as blank. Anything else that does not read as
      * its type comes back as "NOT NUMERIC: " or "NOT A DATE: " and
      * the raw bytes, so the record is still all there to see.
      *
      * No dictionary, or no layout of the requested name, returns a
      * field count of zero - the caller's cue to print the payload
      * raw.
      *>-----------------------------------------------------------------
       identification division.
       program-id. srtfdfm.
       data division.
       replace ==:paylen:== by ==20==.
       working-storage section.
       01 l pic 9(01).
       01 lay-ix pic 9(01).
       01 f pic 9(02).
       01 fld-pos pic 9(02).
       01 fld-len pic 9(02).
       01 fld-dec pic 9(01).
       01 int-len pic 9(02).
       01 raw-text pic x(20).
       01 digits pic x(15).
       01 last-char pic x(01).
       01 neg-flag pic 9 binary.
           88 value-negative value 1.
       01 int-num pic 9(15).
       01 int-edit pic zzz,zzz,zzz,zzz,zz9.
       01 lead-spaces pic 9(02).
       01 out-ptr pic 9(02).
       01 date-num pic 9(08).
       linkage section.
       copy RSHCPY17 replacing ==:dic:== by ==pay-dict==.
       copy RSHCPY18 replacing ==:fmt:== by ==pay-fmt==
                               ==:fmt-paylen:== by ==:paylen:==.
       procedure division using pay-dict, pay-fmt.
       0000-mainline section.
           move 0 to pay-fmt-fld-count
           move 0 to lay-ix
           if pay-dict-present and pay-dict-parse-ok
           then
              perform varying l from 1 by 1
                        until l > pay-dict-layout-count
                 if pay-dict-lay-name(l) = pay-fmt-layout
                 then
                    move l to lay-ix
                    exit perform
                 end-if
              end-perform
           end-if
           if lay-ix > 0
           then
              perform varying f from 1 by 1
                        until f > pay-dict-fld-count(lay-ix)
                 perform 1000-format-field
              end-perform
              move pay-dict-fld-count(lay-ix) to pay-fmt-fld-count
           end-if
           goback.

       1000-format-field section.
           move pay-dict-fld-name(lay-ix f) to pay-fmt-fld-name(f)
           move spaces to pay-fmt-fld-value(f)
           move pay-dict-fld-pos(lay-ix f) to fld-pos
           move pay-dict-fld-len(lay-ix f) to fld-len
           move pay-dict-fld-dec(lay-ix f) to fld-dec
           move spaces to raw-text
           move pay-fmt-payload(fld-pos:fld-len) to raw-text
           evaluate true
              when pay-dict-fld-text(lay-ix f)
                 move raw-text to pay-fmt-fld-value(f)
              when pay-dict-fld-date(lay-ix f)
                 perform 3000-format-date
              when other
                 perform 2000-format-number
           end-evaluate
           continue.

       2000-format-number section.
           move 0 to neg-flag
           move spaces to digits
           move raw-text(1:fld-len) to digits
           if raw-text not = spaces and pay-dict-fld-signed(lay-ix f)
           then
              move digits(fld-len:1) to last-char
              evaluate true
                 when last-char = "{"
                    move "0" to digits(fld-len:1)
                 when last-char >= "A" and last-char <= "I"
                    move function char(function ord(last-char)
                         - function ord("A") + function ord("1"))
                       to digits(fld-len:1)
                 when last-char = "}"
                    move "0" to digits(fld-len:1)
                    set value-negative to true
                 when last-char >= "J" and last-char <= "R"
                    move function char(function ord(last-char)
                         - function ord("J") + function ord("1"))
                       to digits(fld-len:1)
                    set value-negative to true
                 when other
                    continue
              end-evaluate
           end-if
           evaluate true
              when raw-text = spaces
                 continue
              when digits(1:fld-len) not numeric
                 string "NOT NUMERIC: " delimited by size
                        raw-text(1:fld-len) delimited by size
                        into pay-fmt-fld-value(f)
                 end-string
              when other
                 perform 2100-edit-number
           end-evaluate
           continue.

      *> the whole-number part goes through the edit picture and has
      *> its leading blanks trimmed off; the decimals are copied across
      *> digit for digit, so no rounding can creep in.
       2100-edit-number section.
           compute int-len = fld-len - fld-dec
           move 0 to int-num
           if int-len > 0
           then
              compute int-num = function numval(digits(1:int-len))
           end-if
           move int-num to int-edit
           move 0 to lead-spaces
           inspect int-edit tallying lead-spaces for leading " "
           move 1 to out-ptr
           if value-negative
           then
              string "-" delimited by size
                     into pay-fmt-fld-value(f)
                     with pointer out-ptr
              end-string
           end-if
           string int-edit(lead-spaces + 1:) delimited by size
                  into pay-fmt-fld-value(f)
                  with pointer out-ptr
           end-string
           if fld-dec > 0
           then
              string "." delimited by size
                     digits(int-len + 1:fld-dec) delimited by size
                     into pay-fmt-fld-value(f)
                     with pointer out-ptr
              end-string
           end-if
           continue.

       3000-format-date section.
           move 0 to date-num
           if raw-text(1:8) numeric
           then
              move raw-text(1:8) to date-num
           end-if
           evaluate true
              when raw-text(1:8) = spaces or raw-text(1:8) = "00000000"
                 continue
              when date-num > 0
                   and function test-date-yyyymmdd(date-num) = 0
                 string raw-text(1:4) delimited by size
                        "-" delimited by size
                        raw-text(5:2) delimited by size
                        "-" delimited by size
                        raw-text(7:2) delimited by size
                        into pay-fmt-fld-value(f)
                 end-string
              when other
                 string "NOT A DATE: " delimited by size
                        raw-text(1:8) delimited by size
                        into pay-fmt-fld-value(f)
                 end-string
           end-evaluate
           continue.
