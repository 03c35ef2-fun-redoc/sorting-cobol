      *>-----------------------------------------------------------------
      * SRTEDCK - the input edit's checks on one record (see RSHCPY30
      * for the question and the answer), so SRTEDIT's nightly edit
      * and SRTREPR's check of a repaired suspense item apply exactly
      * the same rules and cannot drift apart.
      *
      * In order, the first that applies decides the reason code:
      *   "B " - record entirely blank
      *   "K " - key positions not numeric
      *   "T " - the run declares record TYPEs (SRTCFG TYPE
      *          statements) and the record matches none of them
      *   "X " - the key is in neither the SRTXREF cross-reference
      *          nor the declared current key range
      * A key an effective cross-reference entry names is rewritten
      * to its new number on the way through.
      *>-----------------------------------------------------------------
       identification division.
       program-id. srtedck.
       data division.
       replace ==:maxlen:== by ==5==
               ==:paylen:== by ==20==
               ==:keypic:== by ==9(5)==.
       working-storage section.
       01 t pic 9(01).
       01 type-ok-flag pic 9 binary.
           88 type-ok value 1.
       01 x pic 9(04).
       linkage section.
       copy RSHCPY6 replacing ==:cfg:== by ==run-cfg==
                              ==:maxlen:== by ==:maxlen:==.
       copy RSHCPY29 replacing ==:xrf:== by ==key-xref==
                               ==:xrf-maxlen:== by ==:maxlen:==.
       copy RSHCPY30 replacing ==:eck:== by ==edit-chk==
                               ==:eck-keypic:== by ==:keypic:==
                               ==:eck-paylen:== by ==:paylen:==.
       procedure division using run-cfg, key-xref, edit-chk.
       0000-mainline section.
           move spaces to edit-chk-reason
           move "N" to edit-chk-xlate
           perform 1000-check-record-type
           evaluate true
              when edit-chk-rec = spaces
                 move "B " to edit-chk-reason
              when edit-chk-rec-key not numeric
                 move "K " to edit-chk-reason
              when not type-ok
                 move "T " to edit-chk-reason
              when other
                 continue
           end-evaluate
      *> the key is known numeric by here, so the renumbering can
      *> compare and rewrite it safely.
           if edit-chk-reason = spaces
              and (key-xref-count > 0 or key-xref-range-present)
           then
              perform 2000-translate-key
           end-if
           goback.

      *> with TYPE statements in play every record must match one of
      *> the declared types, or its key fields would be sliced from
      *> positions belonging to no layout; without them every record
      *> is its own type, as always.
       1000-check-record-type section.
           set type-ok to true
           if run-cfg-type-count > 0
           then
              move 0 to type-ok-flag
              perform varying t from 1 by 1
                      until t > run-cfg-type-count
                 if edit-chk-rec(run-cfg-type-pos(t):
                                 run-cfg-type-vlen(t))
                    = run-cfg-type-val(t)(1:run-cfg-type-vlen(t))
                 then
                    set type-ok to true
                    exit perform
                 end-if
              end-perform
           end-if
           continue.

      *> an effective cross-reference entry (its date on or before
      *> the run date) rewrites the key; a key in neither the
      *> cross-reference nor the declared current range is an old
      *> number the renumbering never mapped - rejecting it here
      *> beats recycling it through SRTCARRY forever.
       2000-translate-key section.
           perform varying x from 1 by 1 until x > key-xref-count
              if key-xref-old(x) = edit-chk-rec-key
                 and key-xref-eff(x) <= edit-chk-run-date
              then
                 move key-xref-new(x) to edit-chk-rec-key
                 move "Y" to edit-chk-xlate
                 exit perform
              end-if
           end-perform
           if x > key-xref-count and key-xref-range-present
           then
              if edit-chk-rec-key < key-xref-range-lo
                 or edit-chk-rec-key > key-xref-range-hi
              then
                 move "X " to edit-chk-reason
              end-if
           end-if
           continue.
