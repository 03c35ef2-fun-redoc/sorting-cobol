      *>-----------------------------------------------------------------
      * SRTREPR - repairs rejected records in suspense and queues them
      * for re-entry into the nightly stream, the sanctioned way to
      * fix a reject instead of hand-editing it into the next extract
      * (which broke the provider's trailer count and lost the link
      * to the original reject).
      *
      * Reads the operator's statements from REPRCTL, one per record,
      * column 1; blanks and "*" records are comments:
      *   REKEY r kkkkk nnnnn     - replace the record's key with nnnnn
      *   OVERLAY r kkkkk <payload>
      *                           - replace the record's payload:
      *                             everything after the single space
      *                             behind the key positions, taken
      *                             verbatim for twenty bytes
      *                             (interior spaces included)
      *   WITHDRAW r kkkkk        - drop the item without re-entry
      * r is the item's reject reason code and kkkkk its key positions
      * exactly as they stand on the suspended record, one space after
      * the reason code - a key that is not numeric names itself, and
      * a blank record's are five spaces. Items are always named by
      * the record as it sits in suspense, so a REKEY and an OVERLAY
      * against the same item both name its original key. REKEY and
      * WITHDRAW apply to every open reject with that reason and key;
      * OVERLAY, whose payload belongs to one record, to exactly one.
      *
      * Only rejects (SRTEDIT's, source "R") are repaired here: a
      * carry-over recycles through SRTCARRY until the master catches
      * up with it, and its fix belongs on the master (SRTMFXS).
      *
      * Every item a statement repaired is then put through the input
      * edit's own checks (SRTEDCK, under the same SRTCFG and SRTXREF
      * as the edit step). A corrected record that passes is:
      *   - written to REENTRY, which SRTEDIT merges into the next
      *     night's input - the provider's extract is left alone;
      *   - marked repaired in the suspense file, so SRTSUSP settles
      *     it as REPAIRED instead of letting it clear unexplained;
      *   - written to the REPRAUD repair audit with the operator id
      *     and the before- and after-image (RSHCPY31).
      * One that still fails is displayed with the reason code it
      * would be rejected under and left in suspense untouched. A
      * withdrawn item is marked withdrawn and audited the same way.
      *
      * Reads the suspense file from SUSPIN and writes it, with the
      * repair marks, to SUSPOUT - the next generation, which the
      * night's SRTSUSP then reads. When a PAYDICT field dictionary is
      * supplied (see SRTFDCL) each repair's before- and after-image
      * are broken out field by field on SYSOUT under the "RECORD"
      * layout.
      *
      * PARM layout (same shape as the other programs' PARM-BUFFER):
      *   PARM-DATA = "<operator>" - the operator id (up to 8
      *               characters) stamped on every repair; a blank
      *               PARM ends the run with return code 20.
      *
      * A statement that names no open reject, names one already
      * repaired or withdrawn, or would both withdraw and repair the
      * same item is displayed, counted and not applied; so is a
      * repair that still fails the edit. Any of those ends the run
      * with return code 4. A malformed statement, a bad SRTCFG,
      * SRTXREF or PAYDICT, or more items than the suspense table
      * holds ends it with return code 16 and repairs nothing; so
      * does a blank PARM, with return code 20. Whatever ends the run
      * early, the suspense file is written on exactly as it was
      * found, so SUSPOUT never goes on short of an item. No suspense
      * file is return code 12.
      *>-----------------------------------------------------------------
       identification division.
       program-id. srtrepr.
       environment division.
       input-output section.
       file-control.
           select rep-ctl-file assign to REPRCTL
               organization is line sequential.
           select susp-in-file assign to SUSPIN
               organization is line sequential
               file status is susp-in-status.
           select susp-out-file assign to SUSPOUT
               organization is line sequential.
           select reentry-file assign to REENTRY
               organization is line sequential.
           select rep-aud-file assign to REPRAUD
               organization is line sequential.
       data division.
       replace ==:maxlen:== by ==5==
               ==:paylen:== by ==20==
               ==:keypic:== by ==9(5)==
               ==:reclen:== by ==25==
               ==:susmax:== by ==5000==.
       file section.
       fd  rep-ctl-file.
       01  rep-ctl-rec pic x(80).
       fd  susp-in-file.
       01  susp-in-rec.
           copy RSHCPY9 replacing ==:sus:== by ==susp-in-rec==
                                  ==:sus-reclen:== by ==:reclen:==.
       fd  susp-out-file.
       01  susp-out-rec.
           copy RSHCPY9 replacing ==:sus:== by ==susp-out-rec==
                                  ==:sus-reclen:== by ==:reclen:==.
       fd  reentry-file.
       01  reentry-rec.
           copy RSHCPY31 replacing ==:rpr:== by ==reentry-rec==
                                   ==:rpr-reclen:== by ==:reclen:==.
       fd  rep-aud-file.
       01  aud-rec.
           copy RSHCPY31 replacing ==:rpr:== by ==aud-rec==
                                   ==:rpr-reclen:== by ==:reclen:==.
       working-storage section.
       01 susp-in-status pic x(02).
           88 susp-in-ok value "00".
           88 susp-in-not-found value "35".
       01 file-eof-flag pic 9 binary value 0.
           88 file-eof value 1.
       01 sus-full-flag pic 9 binary value 0.
           88 sus-full value 1.
       01 operator-id pic x(08) value spaces.
       01 run-stamp pic x(14).
       01 verb-tok pic x(08).
       01 reason-tok pic x(03).
       01 scan-ptr pic 9(03).
       01 key-text pic x(:maxlen:).
       01 new-key pic x(:maxlen:).
       01 new-payload pic x(:paylen:).
       01 i pic 9(05).
       01 match-count pic 9(05).
       01 match-ix pic 9(05).
       01 closed-count pic 9(05).
       01 carry-count pic 9(05).
       01 repaired-count pic 9(09) value 0.
       01 withdrawn-count pic 9(09) value 0.
       01 refused-count pic 9(09) value 0.
       01 f pic 9(02).
      *> one repair record, built once for the audit and, for a
      *> repair, the re-entry file.
       01 rpr-work.
           copy RSHCPY31 replacing ==:rpr:== by ==rpr-work==
                                   ==:rpr-reclen:== by ==:reclen:==.
      *> the suspense file as SUSPIN holds it. The statements work on
      *> each item's after-image and flags only; nothing reaches the
      *> item itself until the edit has passed the after-image.
       01 sus-count pic 9(05) value 0.
       01 sus-items.
          05 sus-item occurs :susmax: times.
             10 sus-rekey-flag pic x(01).
                88 sus-rekeyed value "Y".
             10 sus-overlay-flag pic x(01).
                88 sus-overlaid value "Y".
             10 sus-withdraw-flag pic x(01).
                88 sus-to-withdraw value "Y".
             10 sus-after-rec pic x(:reclen:).
             10 sus-body.
                copy RSHCPY9 replacing ==:sus:== by ==sus==
                                       ==:sus-reclen:== by ==:reclen:==.
       copy RSHCPY6 replacing ==:cfg:== by ==run-cfg==
                              ==:maxlen:== by ==:maxlen:==.
       copy RSHCPY29 replacing ==:xrf:== by ==key-xref==
                               ==:xrf-maxlen:== by ==:maxlen:==.
       copy RSHCPY30 replacing ==:eck:== by ==edit-chk==
                               ==:eck-keypic:== by ==:keypic:==
                               ==:eck-paylen:== by ==:paylen:==.
       copy RSHCPY17 replacing ==:dic:== by ==pay-dict==.
       copy RSHCPY18 replacing ==:fmt:== by ==fmt-before==
                               ==:fmt-paylen:== by ==:paylen:==.
       copy RSHCPY18 replacing ==:fmt:== by ==fmt-after==
                               ==:fmt-paylen:== by ==:paylen:==.
       linkage section.
       01  PARM-BUFFER.
          05  PARM-LENGTH         pic S9(4) comp.
          05  PARM-DATA           pic X(256).
       procedure division using PARM-BUFFER.
       0000-mainline section.
           display "in srtrepr"
      *> the suspense file first: from here on every way out of the
      *> run writes it on, so the next generation is never cut short
      *> of the items it came in with.
           perform 1000-load-suspense
           if return-code not = 0
           then
              goback
           end-if
           if PARM-LENGTH > 0
           then
              unstring PARM-DATA(1:PARM-LENGTH) delimited by space
                 into operator-id
              end-unstring
           end-if
           if operator-id = spaces
           then
              display "SRTREPR: PARM must carry the operator id"
              move 20 to return-code
              perform 4000-write-suspense
              goback
           end-if
           move function CURRENT-DATE(1:14) to run-stamp
           call "SRTFDCL" using pay-dict
           if pay-dict-parse-bad
           then
              display "SRTREPR: PAYDICT is malformed - nothing "
                      "repaired"
              move 16 to return-code
              perform 4000-write-suspense
              goback
           end-if
           move "RECORD" to fmt-before-layout
           move "RECORD" to fmt-after-layout
      *> the edit's own configuration and cross-reference: a repair
      *> is only as good as tomorrow night's edit says it is.
           call "SRTCFGL" using run-cfg
           if run-cfg-parse-bad
           then
              display "SRTREPR: SRTCFG statements are bad - nothing "
                      "repaired"
              move 16 to return-code
              perform 4000-write-suspense
              goback
           end-if
           call "SRTXRFL" using key-xref
           if key-xref-parse-bad
           then
              display "SRTREPR: SRTXREF statements are bad - nothing "
                      "repaired"
              move 16 to return-code
              perform 4000-write-suspense
              goback
           end-if

           open input rep-ctl-file
           move 0 to file-eof-flag
           perform test after until file-eof
              read rep-ctl-file
                 at end
                    set file-eof to true
                 not at end
                    perform 2000-take-statement
                    if return-code not = 0
                    then
                       set file-eof to true
                    end-if
              end-read
           end-perform
           close rep-ctl-file

           open output reentry-file
           open output rep-aud-file
           if return-code = 0
           then
              perform 3000-settle-repairs
           else
      *> a malformed deck repairs nothing - the suspense file goes
      *> on exactly as it came in.
              display "SRTREPR: nothing repaired from this deck"
           end-if
           close reentry-file
           close rep-aud-file
           perform 4000-write-suspense

           display "SRTREPR: repaired " repaired-count
                   ", withdrawn " withdrawn-count
                   ", refused " refused-count
           if return-code = 0 and refused-count > 0
           then
              move 4 to return-code
           end-if
           goback.

      *> no SUSPIN leaves an empty SUSPOUT, which is all there is to
      *> write on; a suspense file bigger than the table is copied
      *> through record by record instead.
       1000-load-suspense section.
           open input susp-in-file
           if susp-in-not-found
           then
              display "SRTREPR: no suspense file on SUSPIN"
              move 12 to return-code
              perform 4000-write-suspense
           else
              move 0 to file-eof-flag
              perform test after until file-eof
                 read susp-in-file
                    at end
                       set file-eof to true
                    not at end
                       if sus-count >= :susmax:
                       then
                          set sus-full to true
                          set file-eof to true
                       else
                          perform 1100-take-item
                       end-if
                 end-read
              end-perform
              close susp-in-file
              if sus-full
              then
                 display "SRTREPR: suspense table is full at "
                         sus-count ", run ended - nothing repaired"
                 move 16 to return-code
                 perform 1200-copy-suspense-through
              else
                 display "SRTREPR: " sus-count
                         " item(s) in suspense"
              end-if
           end-if
           continue.

       1100-take-item section.
           add 1 to sus-count
           move susp-in-rec to sus-body(sus-count)
           move "N" to sus-rekey-flag(sus-count)
           move "N" to sus-overlay-flag(sus-count)
           move "N" to sus-withdraw-flag(sus-count)
           move sus-rec(sus-count) to sus-after-rec(sus-count)
           continue.

       1200-copy-suspense-through section.
           open input susp-in-file
           open output susp-out-file
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
           close susp-out-file
           continue.

      *> verb and reason code are tokens; the key positions are taken
      *> verbatim from the five bytes behind the single space after
      *> the reason code, so a key with letters or blanks in it can
      *> still be named.
       2000-take-statement section.
           if rep-ctl-rec = spaces or rep-ctl-rec(1:1) = "*"
           then
              continue
           else
              move spaces to verb-tok
              move spaces to reason-tok
              move 1 to scan-ptr
              unstring rep-ctl-rec delimited by all " "
                 into verb-tok
                 with pointer scan-ptr
              end-unstring
              unstring rep-ctl-rec delimited by " "
                 into reason-tok
                 with pointer scan-ptr
              end-unstring
              if reason-tok = spaces or reason-tok(3:1) not = space
                 or scan-ptr > 55
              then
                 display "SRTREPR: bad reason code: " rep-ctl-rec
                 move 16 to return-code
              else
                 move rep-ctl-rec(scan-ptr::maxlen:) to key-text
                 add :maxlen: to scan-ptr
                 evaluate verb-tok
                    when "REKEY"
                       move rep-ctl-rec(scan-ptr + 1::maxlen:)
                          to new-key
                       if rep-ctl-rec(scan-ptr:1) not = space
                          or new-key not numeric
                          or rep-ctl-rec(scan-ptr + :maxlen: + 1:)
                             not = spaces
                       then
                          display "SRTREPR: bad REKEY new key: "
                                  rep-ctl-rec
                          move 16 to return-code
                       else
                          perform 2100-find-items
                          perform 2200-rekey-items
                       end-if
                    when "OVERLAY"
                       if rep-ctl-rec(scan-ptr:1) not = space
                       then
                          display "SRTREPR: OVERLAY needs one space "
                                  "after the key: " rep-ctl-rec
                          move 16 to return-code
                       else
                          move rep-ctl-rec(scan-ptr + 1::paylen:)
                             to new-payload
                          perform 2100-find-items
                          perform 2300-overlay-item
                       end-if
                    when "WITHDRAW"
                       if rep-ctl-rec(scan-ptr:) not = spaces
                       then
                          display "SRTREPR: WITHDRAW takes nothing "
                                  "after the key: " rep-ctl-rec
                          move 16 to return-code
                       else
                          perform 2100-find-items
                          perform 2400-withdraw-items
                       end-if
                    when other
                       display "SRTREPR: unknown statement: "
                               rep-ctl-rec
                       move 16 to return-code
                 end-evaluate
              end-if
           end-if
           continue.

      *> counts what the statement names: open rejects (the last one
      *> found in match-ix), and the closed rejects and carry-overs
      *> with the same reason and key that it cannot touch.
       2100-find-items section.
           move 0 to match-count
           move 0 to match-ix
           move 0 to closed-count
           move 0 to carry-count
           perform varying i from 1 by 1 until i > sus-count
              if sus-reason(i) = reason-tok(1:2)
                 and sus-rec(i)(1::maxlen:) = key-text
              then
                 evaluate true
                    when sus-from-carry(i)
                       add 1 to carry-count
                    when not sus-open(i)
                       add 1 to closed-count
                    when other
                       add 1 to match-count
                       move i to match-ix
                 end-evaluate
              end-if
           end-perform
           if match-count = 0
           then
              evaluate true
                 when closed-count > 0
                    display "SRTREPR: " reason-tok(1:2) " [" key-text
                            "] already repaired or withdrawn - "
                            "not applied"
                 when carry-count > 0
                    display "SRTREPR: " reason-tok(1:2) " [" key-text
                            "] is a carry-over - correct the master "
                            "instead"
                 when other
                    display "SRTREPR: no open reject " reason-tok(1:2)
                            " [" key-text "] in suspense"
              end-evaluate
              add 1 to refused-count
           end-if
           continue.

       2200-rekey-items section.
           perform varying i from 1 by 1 until i > sus-count
              if match-count > 0
                 and sus-from-reject(i) and sus-open(i)
                 and sus-reason(i) = reason-tok(1:2)
                 and sus-rec(i)(1::maxlen:) = key-text
              then
                 if sus-to-withdraw(i)
                 then
                    display "SRTREPR: " reason-tok(1:2) " [" key-text
                            "] is being withdrawn - REKEY not applied"
                    add 1 to refused-count
                 else
                    move new-key to sus-after-rec(i)(1::maxlen:)
                    move "Y" to sus-rekey-flag(i)
                 end-if
              end-if
           end-perform
           continue.

       2300-overlay-item section.
           evaluate true
              when match-count = 0
                 continue
              when match-count > 1
                 display "SRTREPR: " match-count " open rejects "
                         reason-tok(1:2) " [" key-text "] - an "
                         "OVERLAY must name exactly one"
                 add 1 to refused-count
              when sus-to-withdraw(match-ix)
                 display "SRTREPR: " reason-tok(1:2) " [" key-text
                         "] is being withdrawn - OVERLAY not applied"
                 add 1 to refused-count
              when other
                 move new-payload
                    to sus-after-rec(match-ix)(:maxlen: + 1::paylen:)
                 move "Y" to sus-overlay-flag(match-ix)
           end-evaluate
           continue.

       2400-withdraw-items section.
           perform varying i from 1 by 1 until i > sus-count
              if match-count > 0
                 and sus-from-reject(i) and sus-open(i)
                 and sus-reason(i) = reason-tok(1:2)
                 and sus-rec(i)(1::maxlen:) = key-text
              then
                 if sus-rekeyed(i) or sus-overlaid(i)
                 then
                    display "SRTREPR: " reason-tok(1:2) " [" key-text
                            "] is being repaired - WITHDRAW not "
                            "applied"
                    add 1 to refused-count
                 else
                    move "Y" to sus-withdraw-flag(i)
                 end-if
              end-if
           end-perform
           continue.

      *> every item the deck touched: a withdrawal closes it, a repair
      *> closes it only once the corrected record passes the edit.
       3000-settle-repairs section.
           perform varying i from 1 by 1 until i > sus-count
              evaluate true
                 when sus-to-withdraw(i)
                    set sus-withdrawn(i) to true
                    add 1 to withdrawn-count
                    perform 3200-write-audit
                    display "SRTREPR: " sus-reason(i) " ["
                            sus-rec(i) "] withdrawn"
                 when sus-rekeyed(i) or sus-overlaid(i)
                    perform 3100-edit-repair
                 when other
                    continue
              end-evaluate
           end-perform
           continue.

       3100-edit-repair section.
           move run-stamp(1:8) to edit-chk-run-date
           move sus-after-rec(i) to edit-chk-rec
           call "SRTEDCK" using run-cfg, key-xref, edit-chk
           if edit-chk-reason not = spaces
           then
              display "SRTREPR: " sus-reason(i) " [" sus-rec(i)
                      "] repaired to [" sus-after-rec(i)
                      "] still fails the edit, reason "
                      edit-chk-reason " - not repaired"
              add 1 to refused-count
           else
              set sus-repaired(i) to true
              add 1 to repaired-count
              perform 3200-write-audit
              move rpr-work to reentry-rec
              write reentry-rec
              perform 3300-display-fields
           end-if
           continue.

       3200-write-audit section.
           move spaces to rpr-work
           move run-stamp(1:8) to rpr-work-date
           move run-stamp(9:6) to rpr-work-time
           move operator-id to rpr-work-operator
           move sus-repair(i) to rpr-work-action
           move sus-rekey-flag(i) to rpr-work-rekeyed
           move sus-overlay-flag(i) to rpr-work-overlaid
           move sus-source(i) to rpr-work-source
           move sus-reason(i) to rpr-work-reason
           move sus-first-seen(i) to rpr-work-first-seen
           move sus-rec(i) to rpr-work-before-rec
           if sus-repaired(i)
           then
              move sus-after-rec(i) to rpr-work-after-rec
           end-if
           move rpr-work to aud-rec
           write aud-rec
           continue.

       3300-display-fields section.
           display "SRTREPR: " sus-reason(i) " [" sus-rec(i)
                   "] repaired to [" sus-after-rec(i)
                   "] - queued for re-entry"
           move sus-rec(i)(:maxlen: + 1::paylen:)
              to fmt-before-payload
           call "SRTFDFM" using pay-dict, fmt-before
           move sus-after-rec(i)(:maxlen: + 1::paylen:)
              to fmt-after-payload
           call "SRTFDFM" using pay-dict, fmt-after
           perform varying f from 1 by 1
                     until f > fmt-before-fld-count
              display "SRTREPR:     " fmt-before-fld-name(f) " "
                      fmt-before-fld-value(f) " -> "
                      fmt-after-fld-value(f)
           end-perform
           continue.

       4000-write-suspense section.
           open output susp-out-file
           perform varying i from 1 by 1 until i > sus-count
              move sus-body(i) to susp-out-rec
              write susp-out-rec
           end-perform
           close susp-out-file
           continue.
