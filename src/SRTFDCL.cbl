      *>-----------------------------------------------------------------
      * SRTFDCL - loads and parses the PAYDICT payload field
      * dictionary into the shared RSHCPY17 structure, so every
      * program that prints a payload field by field reads one
      * description of it instead of each hard-coding "positions
      * 6-14 are the amount".
      *
      * PAYDICT is optional: a missing file leaves the dictionary
      * absent and every caller prints raw payloads as before. When
      * present it holds one statement per record, starting in
      * column 1:
      *
      *   LAYOUT name         - starts a layout (up to 8 characters,
      *                         up to 8 layouts); the FIELD statements
      *                         following it belong to it. "RECORD"
      *                         describes the interface records'
      *                         payload, "MASTER" the master's
      *   FIELD name pp ll t [d]
      *                       - one field of the current layout: name
      *                         (up to 12 characters), position pp and
      *                         length ll within the PAYLOAD (1 is the
      *                         first byte behind the key), type t =
      *                         X (text), U (unsigned number), S
      *                         (signed amount, trailing overpunch
      *                         sign) or D (date, YYYYMMDD, length 8),
      *                         and for U and S the implied decimal
      *                         places d (0-9, default 0). Up to 12
      *                         fields per layout; numbers up to 15
      *                         digits. Fields may overlap, the way a
      *                         REDEFINES would.
      *
      * Blank records and records starting "*" are skipped as
      * comments. Any malformed statement is displayed and flags the
      * whole dictionary bad (:dic:-parse-bad).
      *>-----------------------------------------------------------------
       identification division.
       program-id. srtfdcl.
       environment division.
       input-output section.
       file-control.
           select dict-file assign to PAYDICT
               organization is line sequential
               file status is dict-status.
       data division.
       replace ==:paylen:== by ==20==.
       file section.
       fd  dict-file.
       01  dict-rec pic x(80).
       working-storage section.
       01 dict-status pic x(02).
           88 dict-ok value "00".
           88 dict-not-found value "35".
       01 dict-eof-flag pic 9 binary value 0.
           88 dict-eof value 1.
       01 stmt-tokens.
          05 tok-1 pic x(20).
          05 tok-2 pic x(20).
          05 tok-3 pic x(20).
          05 tok-4 pic x(20).
          05 tok-5 pic x(20).
          05 tok-6 pic x(20).
       01 pos-num pic 9(02).
       01 len-num pic 9(02).
       01 dec-num pic 9(02).
       01 l pic 9(01).
       01 f pic 9(02).
       linkage section.
       copy RSHCPY17 replacing ==:dic:== by ==pay-dict==.
       procedure division using pay-dict.
       0000-mainline section.
           set pay-dict-parse-ok to true
           set pay-dict-absent to true
           move 0 to pay-dict-layout-count
           open input dict-file
           if dict-not-found
           then
              goback
           end-if
           if not dict-ok
           then
              display "SRTFDCL: PAYDICT open failed, status "
                      dict-status
              set pay-dict-parse-bad to true
              goback
           end-if
           set pay-dict-present to true
           move 0 to dict-eof-flag
           perform test after until dict-eof
              read dict-file
                 at end
                    set dict-eof to true
                 not at end
                    perform 1000-parse-statement
              end-read
           end-perform
           close dict-file
           goback.

       1000-parse-statement section.
           if dict-rec = spaces or dict-rec(1:1) = "*"
           then
              continue
           else
              move spaces to stmt-tokens
              unstring dict-rec delimited by all " "
                 into tok-1 tok-2 tok-3 tok-4 tok-5 tok-6
              end-unstring
              evaluate tok-1
                 when "LAYOUT"
                    perform 2000-parse-layout
                 when "FIELD"
                    perform 2100-parse-field
                 when other
                    display "SRTFDCL: unknown statement: " dict-rec
                    set pay-dict-parse-bad to true
              end-evaluate
           end-if
           continue.

       2000-parse-layout section.
           evaluate true
              when tok-2 = spaces or tok-2(9:) not = spaces
                 display "SRTFDCL: LAYOUT needs a name of up to 8 "
                         "characters: " dict-rec
                 set pay-dict-parse-bad to true
              when pay-dict-layout-count >= 8
                 display "SRTFDCL: more than 8 LAYOUT statements"
                 set pay-dict-parse-bad to true
              when other
                 add 1 to pay-dict-layout-count
                 move pay-dict-layout-count to l
                 move tok-2(1:8) to pay-dict-lay-name(l)
                 move 0 to pay-dict-fld-count(l)
           end-evaluate
           continue.

       2100-parse-field section.
           move pay-dict-layout-count to l
           move 0 to pos-num
           move 0 to len-num
           move 0 to dec-num
           if function test-numval(tok-3) = 0 and tok-3(3:) = spaces
           then
              compute pos-num = function numval(tok-3)
           end-if
           if function test-numval(tok-4) = 0 and tok-4(3:) = spaces
           then
              compute len-num = function numval(tok-4)
           end-if
           if function test-numval(tok-6) = 0 and tok-6(2:) = spaces
           then
              compute dec-num = function numval(tok-6)
           end-if
           evaluate true
              when l = 0
                 display "SRTFDCL: FIELD before any LAYOUT: "
                         dict-rec
                 set pay-dict-parse-bad to true
              when tok-2 = spaces or tok-2(13:) not = spaces
                 display "SRTFDCL: FIELD needs a name of up to 12 "
                         "characters: " dict-rec
                 set pay-dict-parse-bad to true
              when pay-dict-fld-count(l) >= 12
                 display "SRTFDCL: more than 12 FIELDs in layout "
                         pay-dict-lay-name(l)
                 set pay-dict-parse-bad to true
              when pos-num < 1 or len-num < 1
                   or pos-num + len-num - 1 > :paylen:
                 display "SRTFDCL: FIELD outside the payload: "
                         dict-rec
                 set pay-dict-parse-bad to true
              when tok-5 not = "X" and tok-5 not = "U"
                   and tok-5 not = "S" and tok-5 not = "D"
                 display "SRTFDCL: FIELD type must be X, U, S or D: "
                         dict-rec
                 set pay-dict-parse-bad to true
              when tok-5 = "D" and len-num not = 8
                 display "SRTFDCL: a D field is 8 long (YYYYMMDD): "
                         dict-rec
                 set pay-dict-parse-bad to true
              when (tok-5 = "U" or tok-5 = "S") and len-num > 15
                 display "SRTFDCL: numbers are 15 digits at most: "
                         dict-rec
                 set pay-dict-parse-bad to true
              when tok-6 not = spaces
                   and (function test-numval(tok-6) not = 0
                        or tok-6(2:) not = spaces
                        or dec-num >= len-num
                        or (tok-5 not = "U" and tok-5 not = "S"))
                 display "SRTFDCL: bad FIELD decimal places: "
                         dict-rec
                 set pay-dict-parse-bad to true
              when other
                 add 1 to pay-dict-fld-count(l)
                 move pay-dict-fld-count(l) to f
                 move tok-2(1:12) to pay-dict-fld-name(l f)
                 move pos-num to pay-dict-fld-pos(l f)
                 move len-num to pay-dict-fld-len(l f)
                 move tok-5(1:1) to pay-dict-fld-type(l f)
                 move dec-num to pay-dict-fld-dec(l f)
           end-evaluate
           continue.
