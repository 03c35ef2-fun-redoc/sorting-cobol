      *>-----------------------------------------------------------------
      * SRTCFGV - SRTCFG dry run: proves a candidate SRTCFG deck during
      * the day, against a sample of the extract, before it goes
      * anywhere near a production sort.
      *
      * The deck is loaded through SRTCFGL exactly as SRTDRV loads it,
      * and the CFGVRPT report shows:
      *   - every statement with its line number, and under each one
      *     SRTCFGL refused, the reason;
      *   - the effective configuration the sort would run with: the
      *     record-count cap, the header/trailer convention, the
      *     composite key map - file-wide and per record TYPE - with
      *     where each KEY field lands in the built key and the built
      *     key's width, the INCLUDE/OMIT selection rules, the PART
      *     partition bounds and the BREAK ranges;
      *   - for each record of the SRTIN sample: the key SRTKEYB
      *     builds for it, whether SRTSELP keeps or bypasses it, the
      *     partition it lands in and, under TYPE statements, the
      *     type it matches (a record matching none is what SRTEDIT
      *     rejects), followed by the sample totals. A descending
      *     character key field is listed turned back to its input
      *     bytes (the sort sees them complemented); a descending
      *     number shows nines-complemented, as sorted.
      * A deck SRTCFGL refuses gets no effective configuration or
      * sample section - SRTDRV would end 16 on it, there is nothing
      * to explain. Under PART n without bounds the partition bounds
      * come from the night's sorted data, which a sample cannot
      * show: such records are listed as partition "AUTO".
      *
      * PARM layout (same shape as BUBLETST's PARM-BUFFER):
      *   PARM-DATA = "<limit>" - the most sample records to list
      *               (default 100); the totals still cover all of
      *               SRTIN.
      *
      * SRTIN is optional - without it the report stops after the
      * configuration. Under HDRTRL Y the sample's HDR/TRL control
      * records are skipped, as the sort skips them.
      *
      * Return code 0 for a deck that loads clean, 8 when SRTCFGL
      * refused any statement or there is no SRTCFG to validate, 20
      * for a bad PARM.
      *>-----------------------------------------------------------------
       identification division.
       program-id. srtcfgv.
       environment division.
       input-output section.
       file-control.
           select cfg-list-file assign to SRTCFG
               organization is line sequential
               file status is cfg-list-status.
           select smp-file assign to SRTIN
               organization is line sequential
               file status is smp-status.
           select vfy-rpt-file assign to CFGVRPT
               organization is line sequential.
       data division.
       replace ==:maxlen:== by ==5==
               ==:reclen:== by ==25==.
       file section.
       fd  cfg-list-file.
       01  cfg-list-rec pic x(80).
       fd  smp-file.
       01  smp-rec pic x(:reclen:).
       fd  vfy-rpt-file.
       01  rpt-line pic x(80).
       working-storage section.
       01 cfg-list-status pic x(02).
           88 cfg-list-ok value "00".
       01 smp-status pic x(02).
           88 smp-ok value "00".
       01 file-eof-flag pic 9 binary.
           88 file-eof value 1.
       01 run-date pic x(08).
       01 limit-token pic x(05).
       01 sample-limit pic 9(05) value 100.
       01 line-no pic 9(04).
       01 e pic 9(02).
       01 k pic 9(01).
       01 p pic 9(01).
       01 y pic 9(01).
       01 key-n pic 9(01).
       01 key-out-len pic 9(02).
       01 key-from pic 9(02).
       01 key-to pic 9(02).
       01 built-width pic 9(02).
       01 edit-pos pic 9(02).
       01 edit-len pic 9(02).
       01 edit-type pic x(01).
       01 edit-order pic x(01).
       01 edit-fmt pic x(08).
       01 sel-kind pic x(07).
       01 sel-type pic x(01).
       01 sel-lo pic 9(:maxlen:).
       01 sel-hi pic 9(:maxlen:).
       01 sel-text pic x(20).
       01 sel-text-len pic 9(02).
       01 bound-x pic x(:maxlen:).
       01 built-key pic x(:reclen:).
       01 sel-answer pic x(01).
           88 record-kept value "Y".
       01 part-label pic x(04).
       01 type-label pic x(04).
       01 type-hit pic 9(01).
       01 sample-read pic 9(09) value 0.
       01 sample-listed pic 9(05) value 0.
       01 kept-count pic 9(09) value 0.
       01 bypass-count pic 9(09) value 0.
       01 no-type-count pic 9(09) value 0.
       01 part-counts.
          05 part-count occurs 8 times pic 9(09).
       01 show-key pic x(:reclen:).
       01 coll-tables.
          05 coll-fwd pic x(256).
          05 coll-rev pic x(256).
       01 c pic 9(03).
       copy RSHCPY6 replacing ==:cfg:== by ==run-cfg==
                              ==:maxlen:== by ==:maxlen:==.
       linkage section.
       01  PARM-BUFFER.
          05  PARM-LENGTH         pic S9(4) comp.
          05  PARM-DATA           pic X(256).
       procedure division using PARM-BUFFER.
       0000-mainline section.
           display "in srtcfgv"
           move function CURRENT-DATE(1:8) to run-date
           if PARM-LENGTH > 0
           then
              move spaces to limit-token
              unstring PARM-DATA(1:PARM-LENGTH) delimited by space
                 into limit-token
              end-unstring
              if limit-token not = spaces
              then
                 if function test-numval(limit-token) = 0
                 then
                    compute sample-limit =
                       function numval(limit-token)
                 else
                    display "SRTCFGV: sample limit not numeric: "
                            limit-token
                    move 20 to return-code
                    goback
                 end-if
              end-if
           end-if

           move zeros to part-counts
           perform varying c from 1 by 1 until c > 256
              move function char(c) to coll-fwd(c:1)
              move function char(257 - c) to coll-rev(c:1)
           end-perform
           call "SRTCFGL" using run-cfg
           open output vfy-rpt-file
           move spaces to rpt-line
           string "SRTCFGV SRTCFG DRY RUN " delimited by size
                  run-date delimited by size
                  into rpt-line
           end-string
           write rpt-line
           perform 1000-list-statements
           if not cfg-list-ok
           then
              close vfy-rpt-file
              display "SRTCFGV: no SRTCFG to validate"
              move 8 to return-code
              goback
           end-if
           if run-cfg-parse-bad
           then
              move spaces to rpt-line
              write rpt-line
              move spaces to rpt-line
              string "DECK REFUSED       " delimited by size
                     run-cfg-err-count delimited by size
                     " ERROR(S) - SRTDRV WOULD END 16" delimited by size
                     into rpt-line
              end-string
              write rpt-line
              close vfy-rpt-file
              display "SRTCFGV: " run-cfg-err-count
                      " statement error(s) - deck refused"
              move 8 to return-code
              goback
           end-if
           perform 2000-explain-config
           perform 3000-run-sample
           close vfy-rpt-file
           display "SRTCFGV: deck loads clean, " sample-read
                   " sample record(s) run"
           move 0 to return-code
           goback.

      *> the deck as written, line for line - comments and blank
      *> lines included, so the numbers match an editor's - with
      *> SRTCFGL's reason under each statement it refused.
       1000-list-statements section.
           move spaces to rpt-line
           write rpt-line
           move "STATEMENTS" to rpt-line
           write rpt-line
           move 0 to line-no
           open input cfg-list-file
           if cfg-list-ok
           then
              move 0 to file-eof-flag
              perform test after until file-eof
                 read cfg-list-file
                    at end
                       set file-eof to true
                    not at end
                       add 1 to line-no
                       move spaces to rpt-line
                       string line-no delimited by size
                              "  " delimited by size
                              cfg-list-rec(1:74) delimited by size
                              into rpt-line
                       end-string
                       write rpt-line
                       perform 1100-list-line-errors
                 end-read
              end-perform
              close cfg-list-file
           else
              move "      NO SRTCFG DECK" to rpt-line
              write rpt-line
           end-if
           continue.

       1100-list-line-errors section.
           perform varying e from 1 by 1 until e > run-cfg-err-count
              if run-cfg-err-line(e) = line-no
              then
                 move spaces to rpt-line
                 string "      *** " delimited by size
                        run-cfg-err-text(e) delimited by size
                        into rpt-line
                 end-string
                 write rpt-line
              end-if
           end-perform
           continue.

       2000-explain-config section.
           move spaces to rpt-line
           write rpt-line
           move "EFFECTIVE CONFIGURATION" to rpt-line
           write rpt-line
           move spaces to rpt-line
           if run-cfg-max-len = 0
           then
              move "MAXLEN             NONE - THE COMPILED CEILING"
                 to rpt-line
           else
              string "MAXLEN             " delimited by size
                     run-cfg-max-len delimited by size
                     into rpt-line
              end-string
           end-if
           write rpt-line
           move spaces to rpt-line
           string "HDRTRL             " delimited by size
                  run-cfg-hdrtrl-flag delimited by size
                  into rpt-line
           end-string
           write rpt-line
           perform 2100-explain-keys
           move "INCLUDE" to sel-kind
           move run-cfg-include-type to sel-type
           move run-cfg-include-lo to sel-lo
           move run-cfg-include-hi to sel-hi
           move run-cfg-include-text to sel-text
           move run-cfg-include-text-len to sel-text-len
           perform 2200-explain-selection
           move "OMIT" to sel-kind
           move run-cfg-omit-type to sel-type
           move run-cfg-omit-lo to sel-lo
           move run-cfg-omit-hi to sel-hi
           move run-cfg-omit-text to sel-text
           move run-cfg-omit-text-len to sel-text-len
           perform 2200-explain-selection
           perform 2300-explain-partitions
           perform 2400-explain-breaks
           continue.

      *> the file-wide layout first, then each TYPE's own; with no
      *> KEY fields at all the key is the default leading key, and a
      *> TYPE without KEY fields (or a record matching no TYPE) uses
      *> the file-wide layout, as SRTKEYB does.
       2100-explain-keys section.
           move spaces to rpt-line
           move "KEY MAP            FILE-WIDE" to rpt-line
           write rpt-line
           move 0 to y
           move run-cfg-key-count to key-n
           perform 2110-explain-layout
           perform varying y from 1 by 1 until y > run-cfg-type-count
              move spaces to rpt-line
              string "KEY MAP            TYPE " delimited by size
                     y delimited by size
                     " - POSITION " delimited by size
                     run-cfg-type-pos(y) delimited by size
                     " HOLDS " delimited by size
                     run-cfg-type-val(y)(1:run-cfg-type-vlen(y))
                        delimited by size
                     into rpt-line
              end-string
              write rpt-line
              if run-cfg-type-key-count(y) = 0
              then
                 move "  NO KEY FIELDS OF ITS OWN - FILE-WIDE LAYOUT"
                    to rpt-line
                 write rpt-line
              else
                 move run-cfg-type-key-count(y) to key-n
                 perform 2110-explain-layout
              end-if
           end-perform
           continue.

       2110-explain-layout section.
           if key-n = 0
           then
              move spaces to rpt-line
              move "  DEFAULT LEADING KEY - POSITION 01 LENGTH 05"
                 to rpt-line
              write rpt-line
           else
              move 0 to built-width
              perform varying k from 1 by 1 until k > key-n
                 perform 2120-explain-key-field
              end-perform
              move spaces to rpt-line
              string "  BUILT KEY WIDTH  " delimited by size
                     built-width delimited by size
                     into rpt-line
              end-string
              write rpt-line
           end-if
           continue.

      *> a KEY field's place in the built key follows SRTKEYB: an S
      *> field builds one byte wider (its sign byte), a D field
      *> always builds eight (YYYYMMDD).
       2120-explain-key-field section.
           if y = 0
           then
              move run-cfg-key-pos(k) to edit-pos
              move run-cfg-key-len(k) to edit-len
              move run-cfg-key-type(k) to edit-type
              move run-cfg-key-order(k) to edit-order
              move run-cfg-key-fmt(k) to edit-fmt
           else
              move run-cfg-tkey-pos(y k) to edit-pos
              move run-cfg-tkey-len(y k) to edit-len
              move run-cfg-tkey-type(y k) to edit-type
              move run-cfg-tkey-order(y k) to edit-order
              move run-cfg-tkey-fmt(y k) to edit-fmt
           end-if
           evaluate edit-type
              when "S"
                 compute key-out-len = edit-len + 1
              when "D"
                 move 8 to key-out-len
              when other
                 move edit-len to key-out-len
           end-evaluate
           compute key-from = built-width + 1
           compute key-to = built-width + key-out-len
           add key-out-len to built-width
           move spaces to rpt-line
           string "  KEY " delimited by size
                  k delimited by size
                  "            POS " delimited by size
                  edit-pos delimited by size
                  " LEN " delimited by size
                  edit-len delimited by size
                  " TYPE " delimited by size
                  edit-type delimited by size
                  " ORDER " delimited by size
                  edit-order delimited by size
                  " BUILT " delimited by size
                  key-from delimited by size
                  "-" delimited by size
                  key-to delimited by size
                  " " delimited by size
                  edit-fmt delimited by size
                  into rpt-line
           end-string
           write rpt-line
           continue.

       2200-explain-selection section.
           move spaces to rpt-line
           evaluate sel-type
              when "K"
                 string sel-kind delimited by size
                        "            KEYS " delimited by size
                        sel-lo delimited by size
                        " THROUGH " delimited by size
                        sel-hi delimited by size
                        into rpt-line
                 end-string
              when "P"
                 string sel-kind delimited by size
                        "            PAYLOAD STARTING """
                           delimited by size
                        sel-text(1:sel-text-len) delimited by size
                        """" delimited by size
                        into rpt-line
                 end-string
              when other
                 string sel-kind delimited by size
                        "            NONE" delimited by size
                        into rpt-line
                 end-string
           end-evaluate
           write rpt-line
           continue.

       2300-explain-partitions section.
           move spaces to rpt-line
           evaluate true
              when run-cfg-part-count < 2
                 move "PARTITIONS         NONE - ONE SRTOUT" to rpt-line
                 write rpt-line
              when run-cfg-part-auto-yes
                 string "PARTITIONS         " delimited by size
                        run-cfg-part-count delimited by size
                        ", BOUNDS FROM THE NIGHT'S DATA"
                           delimited by size
                        into rpt-line
                 end-string
                 write rpt-line
              when other
                 string "PARTITIONS         " delimited by size
                        run-cfg-part-count delimited by size
                        into rpt-line
                 end-string
                 write rpt-line
                 perform varying p from 1 by 1
                           until p > run-cfg-part-count
                    move spaces to rpt-line
                    if p < run-cfg-part-count
                    then
                       string "  SRTOUT" delimited by size
                              p delimited by size
                              "          KEYS UP TO "
                                 delimited by size
                              run-cfg-part-hikey(p) delimited by size
                              into rpt-line
                       end-string
                    else
                       string "  SRTOUT" delimited by size
                              p delimited by size
                              "          KEYS ABOVE "
                                 delimited by size
                              run-cfg-part-hikey(p - 1)
                                 delimited by size
                              into rpt-line
                       end-string
                    end-if
                    write rpt-line
                 end-perform
           end-evaluate
           continue.

       2400-explain-breaks section.
           move spaces to rpt-line
           evaluate true
              when run-cfg-brk-every
                 string "BREAK              EVERY " delimited by size
                        run-cfg-brk-every-n delimited by size
                        " KEYS" delimited by size
                        into rpt-line
                 end-string
                 write rpt-line
              when run-cfg-brk-bounds
                 move "BREAK              AT BOUNDS" to rpt-line
                 write rpt-line
                 perform varying p from 1 by 1
                           until p > run-cfg-brk-count
                    move spaces to rpt-line
                    string "  RANGE " delimited by size
                           p delimited by size
                           "          KEYS UP TO " delimited by size
                           run-cfg-brk-hikey(p) delimited by size
                           into rpt-line
                    end-string
                    write rpt-line
                 end-perform
                 move spaces to rpt-line
                 string "  RANGE " delimited by size
                        p delimited by size
                        "          KEYS ABOVE " delimited by size
                        run-cfg-brk-hikey(run-cfg-brk-count)
                           delimited by size
                        into rpt-line
                 end-string
                 write rpt-line
              when other
                 move "BREAK              NONE - GRAND TOTAL ONLY"
                    to rpt-line
                 write rpt-line
           end-evaluate
           continue.

       3000-run-sample section.
           move spaces to rpt-line
           write rpt-line
           open input smp-file
           if not smp-ok
           then
              move "SAMPLE             NO SRTIN SAMPLE" to rpt-line
              write rpt-line
           else
              move "SAMPLE RECORDS" to rpt-line
              write rpt-line
              move spaces to rpt-line
              string "RECORD                    " delimited by size
                     "BUILT KEY                 " delimited by size
                     "SELECT PART TYPE" delimited by size
                     into rpt-line
              end-string
              write rpt-line
              move 0 to file-eof-flag
              perform test after until file-eof
                 read smp-file
                    at end
                       set file-eof to true
                    not at end
                       if run-cfg-hdrtrl-yes
                          and (smp-rec(1:3) = "HDR"
                               or smp-rec(1:3) = "TRL")
                       then
                          continue
                       else
                          perform 3100-try-record
                       end-if
                 end-read
              end-perform
              close smp-file
              perform 3500-write-sample-totals
           end-if
           continue.

      *> the same three calls the sort makes per record: SRTSELP's
      *> keep-or-bypass, SRTKEYB's built key, and SRTDRV's partition
      *> routing on the leading record key.
       3100-try-record section.
           add 1 to sample-read
           call "SRTSELP" using run-cfg, smp-rec, sel-answer
           call "SRTKEYB" using run-cfg, smp-rec, built-key
           move "-" to part-label
           if record-kept
           then
              add 1 to kept-count
              perform 3200-route-partition
           else
              add 1 to bypass-count
           end-if
           perform 3300-match-type
           perform 3150-readable-key
           if sample-listed < sample-limit
           then
              add 1 to sample-listed
              move spaces to rpt-line
              string smp-rec delimited by size
                     " " delimited by size
                     show-key delimited by size
                     " " delimited by size
                     into rpt-line
              end-string
              if record-kept
              then
                 move "KEEP" to rpt-line(53:4)
              else
                 move "BYP" to rpt-line(53:4)
              end-if
              move part-label to rpt-line(60:4)
              move type-label to rpt-line(65:4)
              write rpt-line
           end-if
           continue.

      *> a descending character field is complemented byte for byte
      *> in the built key and would print as noise, so its bytes are
      *> turned back for the listing; numeric fields stay nines-
      *> complemented, as the sort sees them.
       3150-readable-key section.
           move built-key to show-key
           move 0 to y
           move run-cfg-key-count to key-n
           if type-hit > 0
           then
              if run-cfg-type-key-count(type-hit) > 0
              then
                 move type-hit to y
                 move run-cfg-type-key-count(y) to key-n
              end-if
           end-if
           move 0 to built-width
           perform varying k from 1 by 1 until k > key-n
              perform 3160-unturn-key-field
           end-perform
           continue.

       3160-unturn-key-field section.
           if y = 0
           then
              move run-cfg-key-len(k) to edit-len
              move run-cfg-key-type(k) to edit-type
              move run-cfg-key-order(k) to edit-order
           else
              move run-cfg-tkey-len(y k) to edit-len
              move run-cfg-tkey-type(y k) to edit-type
              move run-cfg-tkey-order(y k) to edit-order
           end-if
           evaluate edit-type
              when "S"
                 compute key-out-len = edit-len + 1
              when "D"
                 move 8 to key-out-len
              when other
                 move edit-len to key-out-len
           end-evaluate
           if edit-type = "C" and edit-order = "D"
           then
              inspect show-key(built-width + 1:key-out-len)
                 converting coll-rev to coll-fwd
           end-if
           add key-out-len to built-width
           continue.

       3200-route-partition section.
           evaluate true
              when run-cfg-part-count < 2
                 move "1" to part-label
                 add 1 to part-count(1)
              when run-cfg-part-auto-yes
                 move "AUTO" to part-label
              when other
                 perform varying p from 1 by 1
                           until p >= run-cfg-part-count
                    move run-cfg-part-hikey(p) to bound-x
                    if smp-rec(1::maxlen:) <= bound-x
                    then
                       exit perform
                    end-if
                 end-perform
                 move p to part-label
                 add 1 to part-count(p)
           end-evaluate
           continue.

       3300-match-type section.
           move "-" to type-label
           move 0 to type-hit
           if run-cfg-type-count > 0
           then
              perform varying y from 1 by 1
                        until y > run-cfg-type-count
                 if smp-rec(run-cfg-type-pos(y):run-cfg-type-vlen(y))
                    = run-cfg-type-val(y)(1:run-cfg-type-vlen(y))
                 then
                    move y to type-hit
                    exit perform
                 end-if
              end-perform
              if type-hit = 0
              then
                 move "NONE" to type-label
                 add 1 to no-type-count
              else
                 move type-hit to type-label
              end-if
           end-if
           continue.

       3500-write-sample-totals section.
           move spaces to rpt-line
           write rpt-line
           move spaces to rpt-line
           string "SAMPLE READ        " delimited by size
                  sample-read delimited by size
                  into rpt-line
           end-string
           write rpt-line
           move spaces to rpt-line
           string "KEPT               " delimited by size
                  kept-count delimited by size
                  into rpt-line
           end-string
           write rpt-line
           move spaces to rpt-line
           string "BYPASSED           " delimited by size
                  bypass-count delimited by size
                  into rpt-line
           end-string
           write rpt-line
           if run-cfg-type-count > 0
           then
              move spaces to rpt-line
              string "NO TYPE (REJECTED) " delimited by size
                     no-type-count delimited by size
                     into rpt-line
              end-string
              write rpt-line
           end-if
           if run-cfg-part-count > 1 and not run-cfg-part-auto-yes
           then
              perform varying p from 1 by 1
                        until p > run-cfg-part-count
                 move spaces to rpt-line
                 string "  TO SRTOUT" delimited by size
                        p delimited by size
                        "       " delimited by size
                        part-count(p) delimited by size
                        into rpt-line
                 end-string
                 write rpt-line
              end-perform
           end-if
           continue.
