      * records and records starting "*" are skipped as comments.
      *
      * Any malformed statement is displayed and flags the whole
      * configuration bad (:cfg:-parse-bad), and its line number in
      * SRTCFG and the reason are kept in the :cfg:-err table for
      * SRTCFGV's statement listing - callers should end the
      * run rather than sort on half a key definition.
      *>-----------------------------------------------------------------
       identification division.
           88 srt-cfg-not-found value "35".
       01 cfg-eof-flag pic 9 binary value 0.
           88 cfg-eof value 1.
       01 cfg-line-no pic 9(04) value 0.
       01 err-text pic x(50).
       01 err-display pic x(160).
       01 stmt-tokens.
          05 tok-1 pic x(20).
          05 tok-2 pic x(20).
                 at end
                    set cfg-eof to true
                 not at end
                    add 1 to cfg-line-no
                    perform 2000-parse-statement
              end-read
           end-perform

       1000-init-config section.
           set run-cfg-parse-ok to true
           move 0 to cfg-line-no
           move 0 to run-cfg-err-count
           move 0 to run-cfg-max-len
           move 0 to run-cfg-key-count
           perform varying k from 1 by 1 until k > 5
                 when tok-1 = "BREAK"
                    perform 2600-parse-break
                 when other
                    move "unknown statement" to err-text
                    perform 9000-note-error
              end-evaluate
           end-if
           continue.
       2100-parse-maxlen section.
           if function test-numval(tok-2) not = 0 or tok-2 = spaces
           then
              move "bad MAXLEN value" to err-text
              perform 9000-note-error
           else
              compute run-cfg-max-len = function numval(tok-2)
           end-if
           if function test-numval(tok-2) not = 0 or tok-2 = spaces
              or function test-numval(tok-3) not = 0 or tok-3 = spaces
           then
              move "bad KEY position/length" to err-text
              perform 9000-note-error
           else
              compute key-pos-num = function numval(tok-2)
              compute key-len-num = function numval(tok-3)
              compute key-total-len = glb-out-total + key-out-len
              evaluate true
                 when run-cfg-key-count >= 5
                    move "more than 5 KEY statements" to err-text
                    perform 9000-note-error
                 when key-pos-num < 1 or key-len-num < 1
                      or key-pos-num + key-len-num - 1 > :reclen:
                    move "KEY field outside the record" to err-text
                    perform 9000-note-error
                 when key-total-len > :reclen:
                    move "combined KEY length exceeds the record"
                       to err-text
                    perform 9000-note-error
                 when tok-4 not = "N" and tok-4 not = "C"
                      and tok-4 not = "S" and tok-4 not = "D"
                    move "KEY type must be N, C, S or D" to err-text
                    perform 9000-note-error
                 when tok-4 = "D" and tok-5 = spaces
                    move "date KEY needs order and format" to err-text
                    perform 9000-note-error
                 when tok-4 = "D" and fmt-len = 0
                    move "unknown date format" to err-text
                    perform 9000-note-error
                 when tok-4 = "D" and key-len-num not = fmt-len
                    move "KEY length does not match the date format"
                       to err-text
                    perform 9000-note-error
                 when tok-5 not = "A" and tok-5 not = "D"
                      and tok-5 not = spaces
                    move "KEY order must be A or D" to err-text
                    perform 9000-note-error
                 when other
                    add 1 to run-cfg-key-count
                    move key-pos-num
       2700-parse-type section.
           evaluate true
              when run-cfg-type-count >= 4
                 move "more than 4 TYPE statements" to err-text
                 perform 9000-note-error
              when function test-numval(tok-2) not = 0
                   or tok-2 = spaces
                 move "bad TYPE position" to err-text
                 perform 9000-note-error
              when tok-3 = spaces
                 move "TYPE value is missing" to err-text
                 perform 9000-note-error
              when other
                 compute type-pos-num = function numval(tok-2)
                 move 0 to type-trail-spaces
                 if type-pos-num < 1
                    or type-pos-num + type-val-len - 1 > :reclen:
                 then
                    move "TYPE value outside the record" to err-text
                    perform 9000-note-error
                 else
                    add 1 to run-cfg-type-count
                    move run-cfg-type-count to cur-type-ix
           if function test-numval(tok-2) not = 0 or tok-2 = spaces
              or function test-numval(tok-3) not = 0 or tok-3 = spaces
           then
              move "bad KEY position/length" to err-text
              perform 9000-note-error
           else
              compute key-pos-num = function numval(tok-2)
              compute key-len-num = function numval(tok-3)
              compute key-total-len = typ-out-total + key-out-len
              evaluate true
                 when run-cfg-type-key-count(cur-type-ix) >= 5
                    move "more than 5 KEY statements under a TYPE"
                       to err-text
                    perform 9000-note-error
                 when key-pos-num < 1 or key-len-num < 1
                      or key-pos-num + key-len-num - 1 > :reclen:
                    move "KEY field outside the record" to err-text
                    perform 9000-note-error
                 when key-total-len > :reclen:
                    move "combined KEY length exceeds the record"
                       to err-text
                    perform 9000-note-error
                 when tok-4 not = "N" and tok-4 not = "C"
                      and tok-4 not = "S" and tok-4 not = "D"
                    move "KEY type must be N, C, S or D" to err-text
                    perform 9000-note-error
                 when tok-4 = "D" and tok-5 = spaces
                    move "date KEY needs order and format" to err-text
                    perform 9000-note-error
                 when tok-4 = "D" and fmt-len = 0
                    move "unknown date format" to err-text
                    perform 9000-note-error
                 when tok-4 = "D" and key-len-num not = fmt-len
                    move "KEY length does not match the date format"
                       to err-text
                    perform 9000-note-error
                 when tok-5 not = "A" and tok-5 not = "D"
                      and tok-5 not = spaces
                    move "KEY order must be A or D" to err-text
                    perform 9000-note-error
                 when other
                    add 1 to run-cfg-type-key-count(cur-type-ix)
                    move run-cfg-type-key-count(cur-type-ix) to k
           evaluate true
              when tok-1 = "INCLUDE"
                   and run-cfg-include-type not = space
                 move "second INCLUDE statement" to err-text
                 perform 9000-note-error
              when tok-1 = "OMIT"
                   and run-cfg-omit-type not = space
                 move "second OMIT statement" to err-text
                 perform 9000-note-error
              when tok-2 = "KEY"
                 perform 2310-parse-selection-key
              when tok-2 = "PAY"
                 perform 2320-parse-selection-pay
              when other
                 move "selection must be KEY or PAY" to err-text
                 perform 9000-note-error
           end-evaluate
           continue.

              or function test-numval(tok-4) not = 0
              or tok-4 = spaces
           then
              move "bad selection key range" to err-text
              perform 9000-note-error
           else
              compute sel-lo-num = function numval(tok-3)
              compute sel-hi-num = function numval(tok-4)
              if sel-lo-num > sel-hi-num
              then
                 move "selection range is backwards" to err-text
                 perform 9000-note-error
              else
                 if tok-1 = "INCLUDE"
                 then
       2320-parse-selection-pay section.
           if tok-3 = spaces
           then
              move "selection text is missing" to err-text
              perform 9000-note-error
           else
              move 0 to sel-trail-spaces
              inspect function reverse(tok-3)
           end-if
           if part-stmt-bad
           then
              move "bad PART statement" to err-text
              perform 9000-note-error
           end-if
           continue.

              when run-cfg-brk-mode not = space
      *> a second BREAK is a mistake, not an override - refused the
      *> same way a second INCLUDE or OMIT is.
                 move "second BREAK statement" to err-text
                 perform 9000-note-error
              when tok-2 = "EVERY"
                 if function test-numval(tok-3) not = 0
                    or tok-3 = spaces
                    or function numval(tok-3) < 1
                 then
                    move "bad BREAK EVERY width" to err-text
                    perform 9000-note-error
                 else
                    move "E" to run-cfg-brk-mode
                    compute run-cfg-brk-every-n =
                       function numval(tok-3)
                 end-if
              when tok-2 = spaces
                 move "BREAK needs EVERY or bounds" to err-text
                 perform 9000-note-error
              when other
                 perform varying p from 1 by 1
                         until p > 7 or tok-tab(p + 1) = spaces
                 end-if
                 if part-stmt-bad
                 then
                    move "bad BREAK bounds" to err-text
                    perform 9000-note-error
                 else
                    move "B" to run-cfg-brk-mode
                 end-if
           then
              move tok-2(1:1) to run-cfg-hdrtrl-flag
           else
              move "HDRTRL must be Y or N" to err-text
              perform 9000-note-error
           end-if
           continue.

      *> every refused statement is shown on SYSOUT as always and
      *> kept, with its line number, in the error table - past 20
      *> errors only the display is left, the run is refused anyway.
       9000-note-error section.
           move spaces to err-display
           string "SRTCFGL: line " delimited by size
                  cfg-line-no delimited by size
                  " " delimited by size
                  err-text delimited by "  "
                  ": " delimited by size
                  srt-cfg-rec delimited by size
                  into err-display
           end-string
           display err-display
           if run-cfg-err-count < 20
           then
              add 1 to run-cfg-err-count
              move cfg-line-no to run-cfg-err-line(run-cfg-err-count)
              move err-text to run-cfg-err-text(run-cfg-err-count)
           end-if
           set run-cfg-parse-bad to true
           continue.
