      *>-----------------------------------------------------------------
      * SRTHOLD - pre-posting review of the night's sorted
      * transactions, between balancing and SRTUPDT, so a replace
      * that moves an account from 1,200.00 to 9,000,000.00 no longer
      * posts as quietly as a normal one.
      *
      * Reads the sorted SRTOUT against the current master (MSTRIN,
      * same key order, one balance-line pass) and judges every
      * transaction against the thresholds in HOLDCTL. The business
      * amount is the master's leading nine payload digits (record
      * positions 6-14, 9(7)V99, the slice SRTSUMM totals); a
      * transaction's resulting amount is the nine digits behind its
      * action code, the slice SRTUPDT moves onto the master.
      * HOLDCTL statements, one per record, column 1 (blanks and "*"
      * records are comments):
      *   AMOUNT n   - hold an add or replace whose resulting amount
      *                is over n (e.g. 1000000.00)
      *   CHANGE p   - hold a replace that changes the master's
      *                amount by more than p percent either way (any
      *                change away from zero counts as over)
      *   DELETE n   - hold a delete of a record whose amount is
      *                over n
      * Each is optional; a missing HOLDCTL holds nothing new. A
      * replace or delete is judged against the record as it will
      * stand when SRTUPDT reaches it - the master as read, changed
      * by the earlier transactions for the key that do post. An
      * amount that is not numeric cannot be judged; it passes and
      * is counted on the report.
      *
      * A held transaction goes to the hold file (HOLDOUT, RSHCPY19
      * items) instead of the posting stream, and every later
      * transaction for the same key - tonight's or on a later night
      * - waits behind it (reason SQ), so a key's changes can never
      * post out of order. Items stay held until an operator decides
      * them on a later run with a HOLDREL statement:
      *   RELEASE nnnnnnn opid - post item nnnnnnn tonight, ahead of
      *                          tonight's transactions for its key
      *   CANCEL  nnnnnnn opid - drop item nnnnnnn, never to post
      * opid is the deciding operator's id, printed on the report. A
      * release of an item still queued behind a held item of the
      * same key is refused; so is a statement naming an item that
      * is not on hold. Empty HOLDREL once its night has run.
      *
      * The posting stream SRTPOST is what SRTUPDT reads instead of
      * SRTOUT: released and passed transactions in key order, with
      * SRTOUT's HDR copied and a TRL carrying the posted count under
      * the SRTCFG header/trailer convention (HDRTRL Y, loaded through
      * SRTCFGL). The HOLDRPT report lists what was held tonight and
      * why, what was released and cancelled, and what is still on
      * hold, and balances the night: transactions in + released =
      * posted + held. The same counts go to the HOLDTOT totals
      * record (RSHCPY20) for SRTCERT's run certificate.
      *
      * Return code 4 when anything was held tonight or a HOLDREL
      * statement was refused; 8 when the counts do not balance; 16
      * on a malformed HOLDCTL, HOLDREL or SRTCFG, or a full hold
      * table - SRTUPDT must not run off that night's SRTPOST. A run
      * ended 16 still writes HOLDOUT: last night's hold file copied
      * through unchanged, so no held item is lost with the night.
      *>-----------------------------------------------------------------
       identification division.
       program-id. srthold.
       environment division.
       input-output section.
       file-control.
           select trn-file assign to SRTOUT
               organization is line sequential.
           select mst-in-file assign to MSTRIN
               organization is line sequential
               file status is mst-in-status.
           select hold-ctl-file assign to HOLDCTL
               organization is line sequential
               file status is hold-ctl-status.
           select hold-rel-file assign to HOLDREL
               organization is line sequential
               file status is hold-rel-status.
           select hold-in-file assign to HOLDIN
               organization is line sequential
               file status is hold-in-status.
           select hold-out-file assign to HOLDOUT
               organization is line sequential.
           select post-file assign to SRTPOST
               organization is line sequential.
           select hold-rpt-file assign to HOLDRPT
               organization is line sequential.
           select hold-tot-file assign to HOLDTOT
               organization is line sequential.
       data division.
       replace ==:maxlen:== by ==5==
               ==:paylen:== by ==20==
               ==:keypic:== by ==9(5)==
               ==:reclen:== by ==25==
               ==:hldmax:== by ==2000==.
       file section.
       fd  trn-file.
       01  trn-rec.
           copy RSHCPY1E replacing ==:elem:== by ==trn-rec==
                                   ==:elem-maxlen:== by ==:maxlen:==
                                   ==:elem-paylen:== by ==:paylen:==
                                   ==:elem-keypic:== by ==:keypic:==.
       fd  mst-in-file.
       01  mst-in-rec.
           copy RSHCPY1E replacing ==:elem:== by ==mst-in-rec==
                                   ==:elem-maxlen:== by ==:maxlen:==
                                   ==:elem-paylen:== by ==:paylen:==
                                   ==:elem-keypic:== by ==:keypic:==.
       fd  hold-ctl-file.
       01  hold-ctl-rec pic x(80).
       fd  hold-rel-file.
       01  hold-rel-rec pic x(80).
       fd  hold-in-file.
       01  hold-in-rec.
           copy RSHCPY19 replacing ==:hld:== by ==hold-in-rec==
                                   ==:hld-reclen:== by ==:reclen:==
                                   ==:hld-paylen:== by ==:paylen:==.
       fd  hold-out-file.
       01  hold-out-rec.
           copy RSHCPY19 replacing ==:hld:== by ==hold-out-rec==
                                   ==:hld-reclen:== by ==:reclen:==
                                   ==:hld-paylen:== by ==:paylen:==.
       fd  post-file.
       01  post-rec pic x(:reclen:).
       fd  hold-rpt-file.
       01  rpt-line pic x(80).
       fd  hold-tot-file.
       01  hold-tot-rec.
           copy RSHCPY20 replacing ==:htt:== by ==hold-tot-rec==
                                   ==:htt-maxlen:== by ==9==.
       working-storage section.
       01 mst-in-status pic x(02).
           88 mst-in-ok value "00".
           88 mst-in-not-found value "35".
       01 hold-ctl-status pic x(02).
           88 hold-ctl-ok value "00".
           88 hold-ctl-not-found value "35".
       01 hold-rel-status pic x(02).
           88 hold-rel-ok value "00".
           88 hold-rel-not-found value "35".
       01 hold-in-status pic x(02).
           88 hold-in-ok value "00".
           88 hold-in-not-found value "35".
       01 file-eof-flag pic 9 binary value 0.
           88 file-eof value 1.
       01 trn-eof-flag pic 9 binary value 0.
           88 trn-eof value 1.
       01 mst-eof-flag pic 9 binary value 0.
           88 mst-eof value 1.
       01 hdr-seen-flag pic 9 binary value 0.
           88 hdr-seen value 1.
       01 got-trn-flag pic 9 binary value 0.
           88 got-trn value 1.
       01 cur-exists-flag pic 9 binary value 0.
           88 cur-exists value 1.
       01 key-blocked-flag pic 9 binary value 0.
           88 key-blocked value 1.
       01 bad-stmt-flag pic 9 binary value 0.
           88 bad-stmt value 1.
       01 run-date pic x(08).
       01 run-id pic x(04) value spaces.
       01 next-key pic x(:maxlen:).
       01 cur-payload pic x(:paylen:).
       01 post-work.
           copy RSHCPY1E replacing ==:elem:== by ==post-work==
                                   ==:elem-maxlen:== by ==:maxlen:==
                                   ==:elem-paylen:== by ==:paylen:==
                                   ==:elem-keypic:== by ==:keypic:==.
       01 trn-action pic x(01).
       01 hold-reason pic x(02).
       01 trl-count-txt pic x(09).
       01 trl-count-num redefines trl-count-txt pic 9(09).
      *> the HOLDCTL thresholds; a flag per statement, since a limit
      *> of zero is a legitimate (hold everything) setting.
       01 stmt-tokens.
          05 tok-1 pic x(10).
          05 tok-2 pic x(20).
          05 tok-3 pic x(10).
          05 tok-4 pic x(10).
       01 amount-set-flag pic x(01) value "N".
           88 amount-set value "Y".
       01 amount-limit pic 9(7)v99 value 0.
       01 change-set-flag pic x(01) value "N".
           88 change-set value "Y".
       01 change-limit pic 9(5)v99 value 0.
       01 delete-set-flag pic x(01) value "N".
           88 delete-set value "Y".
       01 delete-limit pic 9(7)v99 value 0.
       01 numval-work pic 9(11)v99.
      *> the amounts being judged, each through its own redefinition
      *> so a non-numeric slice can be tested before it is used.
       01 new-amount-txt pic x(09).
       01 new-amount-num redefines new-amount-txt pic 9(7)v99.
       01 old-amount-txt pic x(09).
       01 old-amount-num redefines old-amount-txt pic 9(7)v99.
       01 amount-diff pic 9(7)v99.
       01 change-pct pic 9(11)v99.
       01 amount-edit pic z,zzz,zz9.99.
       01 limit-edit pic z,zzz,zz9.99.
       01 pct-edit pic zz,zz9.99.
       01 old-amount-show pic x(12).
       01 new-amount-show pic x(12).
       01 i pic 9(05).
       01 j pic 9(05).
       01 op pic 9(05).
       01 want-id pic 9(07).
       01 next-id pic 9(07) value 0.
       01 prior-count pic 9(05) value 0.
       01 in-count pic 9(09) value 0.
       01 released-count pic 9(09) value 0.
       01 posted-count pic 9(09) value 0.
       01 held-count pic 9(09) value 0.
       01 cancelled-count pic 9(09) value 0.
       01 on-hold-count pic 9(09) value 0.
       01 unchecked-count pic 9(09) value 0.
       01 refused-count pic 9(09) value 0.
       01 check-count pic 9(09).
      *> every item on hold - last night's file first, tonight's new
      *> holds appended behind it. The state is what tonight decided:
      *> still held, released, cancelled, or newly held.
       01 hld-count pic 9(05) value 0.
       01 hld-items.
          05 hld-entry occurs :hldmax: times.
             10 hld-state pic x(01).
                88 hld-still-held value "H".
                88 hld-released   value "R".
                88 hld-cancelled  value "C".
                88 hld-new        value "N".
             10 hld-operator pic x(08).
             10 hld-body.
                copy RSHCPY19 replacing ==:hld:== by ==hld==
                                   ==:hld-reclen:== by ==:reclen:==
                                   ==:hld-paylen:== by ==:paylen:==.
      *> last night's items in key order (item number within a key),
      *> walked alongside SRTOUT so released items merge into the
      *> posting stream at their key.
       01 ord-count pic 9(05) value 0.
       01 ord-table.
          05 ord-ix occurs :hldmax: times pic 9(05).
       01 ord-save pic 9(05).
       copy RSHCPY6 replacing ==:cfg:== by ==run-cfg==
                              ==:maxlen:== by ==:maxlen:==.
       procedure division.
       0000-mainline section.
           display "in srthold"
           move function CURRENT-DATE(1:8) to run-date
           call "SRTCFGL" using run-cfg
           if run-cfg-parse-bad
           then
              display "SRTHOLD: SRTCFG statements are bad, run ended"
              move 16 to return-code
              perform 3900-copy-hold-through
              goback
           end-if

           perform 1000-load-thresholds
           if bad-stmt
           then
              display "SRTHOLD: HOLDCTL is malformed, run ended"
              move 16 to return-code
              perform 3900-copy-hold-through
              goback
           end-if
           perform 1200-load-held-items
           if return-code not = 0
           then
              goback
           end-if
           perform 1300-apply-releases
           if bad-stmt
           then
              display "SRTHOLD: HOLDREL is malformed, run ended"
              move 16 to return-code
              perform 3900-copy-hold-through
              goback
           end-if
           perform 1500-order-held-items

           open output hold-rpt-file
           perform 1600-write-report-heading
           open input trn-file
           open input mst-in-file
           open output post-file
           if mst-in-not-found
           then
              display "SRTHOLD: no MSTRIN - first-generation load"
              set mst-eof to true
           else
              perform 2200-read-master
           end-if
           move 1 to op
           perform 2100-read-transaction

           perform until trn-eof and op > ord-count
              perform 2300-pick-next-key
              perform 2400-position-master
              perform 2500-post-released
              perform 2600-judge-transactions
              if return-code not = 0
              then
                 perform 3900-copy-hold-through
                 goback
              end-if
           end-perform

           if run-cfg-hdrtrl-yes and hdr-seen
           then
              move spaces to post-rec
              move "TRL" to post-rec(1:3)
              move posted-count to trl-count-num
              move trl-count-txt to post-rec(4:9)
              write post-rec
           end-if
           close trn-file
           if not mst-in-not-found
           then
              close mst-in-file
           end-if
           close post-file

           perform 3000-write-hold-file
           perform 3100-report-decisions
           perform 3200-write-report-totals
           close hold-rpt-file
           perform 3300-write-totals-record

           display "SRTHOLD: in " in-count ", released "
                   released-count ", posted " posted-count
                   ", held " held-count ", on hold " on-hold-count
           compute check-count = posted-count + held-count
           evaluate true
              when in-count + released-count not = check-count
                 display "SRTHOLD: posting stream does not balance"
                 move 8 to return-code
              when held-count > 0 or refused-count > 0
                 move 4 to return-code
              when other
                 move 0 to return-code
           end-evaluate
           goback.

       1000-load-thresholds section.
           open input hold-ctl-file
           if hold-ctl-not-found
           then
              display "SRTHOLD: no HOLDCTL - no thresholds, nothing "
                      "new is held"
           else
              move 0 to file-eof-flag
              perform test after until file-eof
                 read hold-ctl-file
                    at end
                       set file-eof to true
                    not at end
                       perform 1100-parse-threshold
                 end-read
              end-perform
              close hold-ctl-file
           end-if
           continue.

       1100-parse-threshold section.
           if hold-ctl-rec = spaces or hold-ctl-rec(1:1) = "*"
           then
              continue
           else
              move spaces to stmt-tokens
              unstring hold-ctl-rec delimited by all " "
                 into tok-1 tok-2 tok-3
              end-unstring
              move 0 to numval-work
              if tok-2 not = spaces
                 and function test-numval(tok-2) = 0
              then
                 compute numval-work = function numval(tok-2)
              end-if
              evaluate true
                 when tok-1 not = "AMOUNT" and tok-1 not = "CHANGE"
                      and tok-1 not = "DELETE"
                    display "SRTHOLD: unknown HOLDCTL statement: "
                            hold-ctl-rec
                    set bad-stmt to true
                 when tok-2 = spaces or tok-3 not = spaces
                      or function test-numval(tok-2) not = 0
                    display "SRTHOLD: " tok-1 " needs one number: "
                            hold-ctl-rec
                    set bad-stmt to true
                 when tok-1 = "CHANGE" and numval-work > 99999.99
                    display "SRTHOLD: CHANGE is 99999.99 at most: "
                            hold-ctl-rec
                    set bad-stmt to true
                 when numval-work > 9999999.99
                    display "SRTHOLD: " tok-1 " is 9999999.99 at "
                            "most: " hold-ctl-rec
                    set bad-stmt to true
                 when tok-1 = "AMOUNT"
                    move numval-work to amount-limit
                    set amount-set to true
                 when tok-1 = "CHANGE"
                    move numval-work to change-limit
                    set change-set to true
                 when other
                    move numval-work to delete-limit
                    set delete-set to true
              end-evaluate
           end-if
           continue.

       1200-load-held-items section.
           open input hold-in-file
           if hold-in-not-found
           then
              display "SRTHOLD: no prior hold file - starting fresh"
           else
              move 0 to file-eof-flag
              perform test after until file-eof
                 read hold-in-file
                    at end
                       set file-eof to true
                    not at end
                       if hld-count >= :hldmax:
                       then
                          display "SRTHOLD: hold table is full at "
                                  hld-count ", run ended"
                          close hold-in-file
                          move 16 to return-code
                          perform 3900-copy-hold-through
                          goback
                       end-if
                       add 1 to hld-count
                       move hold-in-rec to hld-body(hld-count)
                       move "H" to hld-state(hld-count)
                       move spaces to hld-operator(hld-count)
                       if hld-id(hld-count) > next-id
                       then
                          move hld-id(hld-count) to next-id
                       end-if
                 end-read
              end-perform
              close hold-in-file
           end-if
           move hld-count to prior-count
           display "SRTHOLD: " prior-count " item(s) on hold"
           continue.

       1300-apply-releases section.
           open input hold-rel-file
           if hold-rel-not-found
           then
              display "SRTHOLD: no HOLDREL - nothing released"
           else
              move 0 to file-eof-flag
              perform test after until file-eof
                 read hold-rel-file
                    at end
                       set file-eof to true
                    not at end
                       perform 1400-parse-release
                 end-read
              end-perform
              close hold-rel-file
           end-if
           continue.

      *> a decision applies to an item last night's file still holds;
      *> anything else (mistyped number, item already decided on an
      *> earlier night) is refused and shown, never guessed at.
       1400-parse-release section.
           if hold-rel-rec = spaces or hold-rel-rec(1:1) = "*"
           then
              continue
           else
              move spaces to stmt-tokens
              unstring hold-rel-rec delimited by all " "
                 into tok-1 tok-2 tok-3 tok-4
              end-unstring
              move 0 to want-id
              if tok-2(1:7) numeric and tok-2(8:) = spaces
              then
                 move tok-2(1:7) to want-id
              end-if
              move 0 to j
              perform varying i from 1 by 1 until i > prior-count
                 if hld-id(i) = want-id
                 then
                    move i to j
                    exit perform
                 end-if
              end-perform
              evaluate true
                 when tok-1 not = "RELEASE" and tok-1 not = "CANCEL"
                    display "SRTHOLD: unknown HOLDREL statement: "
                            hold-rel-rec
                    set bad-stmt to true
                 when want-id = 0 or tok-3 = spaces
                      or tok-3(9:) not = spaces or tok-4 not = spaces
                    display "SRTHOLD: " tok-1 " needs a 7-digit item "
                            "number and an operator id: " hold-rel-rec
                    set bad-stmt to true
                 when j = 0
                    display "SRTHOLD: item " want-id
                            " is not on hold - statement refused"
                    add 1 to refused-count
                 when not hld-still-held(j)
                    display "SRTHOLD: item " want-id
                            " already decided tonight - statement "
                            "refused"
                    add 1 to refused-count
                 when tok-1 = "RELEASE"
                    move "R" to hld-state(j)
                    move tok-3(1:8) to hld-operator(j)
                 when other
                    move "C" to hld-state(j)
                    move tok-3(1:8) to hld-operator(j)
              end-evaluate
           end-if
           continue.

      *> insertion sort of last night's items on key, then item
      *> number - a few hundred items at most, and the order is what
      *> lets the balance line meet each item at its key.
       1500-order-held-items section.
           move 0 to ord-count
           perform varying i from 1 by 1 until i > prior-count
              add 1 to ord-count
              move i to ord-ix(ord-count)
              move ord-count to j
              perform until j <= 1
                 if hld-trn(ord-ix(j - 1))(1::maxlen:)
                       > hld-trn(ord-ix(j))(1::maxlen:)
                    or (hld-trn(ord-ix(j - 1))(1::maxlen:)
                          = hld-trn(ord-ix(j))(1::maxlen:)
                        and hld-id(ord-ix(j - 1)) > hld-id(ord-ix(j)))
                 then
                    move ord-ix(j) to ord-save
                    move ord-ix(j - 1) to ord-ix(j)
                    move ord-save to ord-ix(j - 1)
                    subtract 1 from j
                 else
                    move 1 to j
                 end-if
              end-perform
           end-perform
           continue.

       1600-write-report-heading section.
           move spaces to rpt-line
           string "SRTHOLD PRE-POSTING HOLD REPORT " delimited by size
                  run-date delimited by size
                  into rpt-line
           end-string
           write rpt-line
           move spaces to rpt-line
           write rpt-line
           move spaces to rpt-line
           if amount-set
           then
              move amount-limit to limit-edit
              string "AMOUNT LIMIT       " delimited by size
                     limit-edit delimited by size
                     into rpt-line
              end-string
           else
              move "AMOUNT LIMIT       NONE" to rpt-line
           end-if
           write rpt-line
           move spaces to rpt-line
           if change-set
           then
              move change-limit to pct-edit
              string "CHANGE LIMIT (PCT) " delimited by size
                     pct-edit delimited by size
                     into rpt-line
              end-string
           else
              move "CHANGE LIMIT (PCT) NONE" to rpt-line
           end-if
           write rpt-line
           move spaces to rpt-line
           if delete-set
           then
              move delete-limit to limit-edit
              string "DELETE LIMIT       " delimited by size
                     limit-edit delimited by size
                     into rpt-line
              end-string
           else
              move "DELETE LIMIT       NONE" to rpt-line
           end-if
           write rpt-line
           move spaces to rpt-line
           write rpt-line
           move "HELD TONIGHT" to rpt-line
           write rpt-line
           move "ITEM    KEY   ACT RSN   MASTER AMT    TRN AMOUNT"
              to rpt-line
           write rpt-line
           continue.

      *> SRTOUT's HDR goes straight through to the posting stream -
      *> SRTUPDT skips it the way it always has - and its TRL ends
      *> the data; the posting stream gets a TRL of its own.
       2100-read-transaction section.
           move 0 to got-trn-flag
           perform until got-trn or trn-eof
              read trn-file
                 at end
                    set trn-eof to true
                 not at end
                    evaluate true
                       when run-cfg-hdrtrl-yes and not hdr-seen
                            and trn-rec(1:3) = "HDR"
                          set hdr-seen to true
                          move trn-rec(12:4) to run-id
                          move trn-rec to post-rec
                          write post-rec
                       when run-cfg-hdrtrl-yes
                            and trn-rec(1:3) = "TRL"
                          set trn-eof to true
                       when other
                          add 1 to in-count
                          set got-trn to true
                    end-evaluate
              end-read
           end-perform
           continue.

       2200-read-master section.
           read mst-in-file
              at end
                 set mst-eof to true
           end-read
           continue.

       2300-pick-next-key section.
           evaluate true
              when op > ord-count
                 move trn-rec-key to next-key
              when trn-eof
                 move hld-trn(ord-ix(op))(1::maxlen:) to next-key
              when hld-trn(ord-ix(op))(1::maxlen:) <= trn-rec-key
                 move hld-trn(ord-ix(op))(1::maxlen:) to next-key
              when other
                 move trn-rec-key to next-key
           end-evaluate
           continue.

      *> only the master's state matters here, not its records - skip
      *> past every key below the one in hand.
       2400-position-master section.
           perform until mst-eof or mst-in-rec-key >= next-key
              perform 2200-read-master
           end-perform
           if not mst-eof and mst-in-rec-key = next-key
           then
              set cur-exists to true
              move mst-in-rec-payload to cur-payload
           else
              move 0 to cur-exists-flag
              move spaces to cur-payload
           end-if
           move 0 to key-blocked-flag
           continue.

      *> last night's items for this key, oldest first: a released
      *> one posts, a still-held one blocks everything behind it -
      *> including a released item queued behind it, which stays on
      *> hold until the one in front is decided too.
       2500-post-released section.
           perform until op > ord-count
                    or hld-trn(ord-ix(op))(1::maxlen:) not = next-key
              move ord-ix(op) to i
              evaluate true
                 when hld-released(i) and key-blocked
                    display "SRTHOLD: item " hld-id(i) " waits behind "
                            "an item still on hold - release refused"
                    move "H" to hld-state(i)
                    add 1 to refused-count
                 when hld-released(i)
                    move hld-trn(i) to post-work
                    perform 2800-post-transaction
                    add 1 to released-count
                 when hld-still-held(i)
                    set key-blocked to true
                 when other
                    continue
              end-evaluate
              add 1 to op
           end-perform
           continue.

       2600-judge-transactions section.
           perform until trn-eof or trn-rec-key not = next-key
              move trn-rec-payload(1:1) to trn-action
              move trn-rec-payload(2:9) to new-amount-txt
              move cur-payload(1:9) to old-amount-txt
              move spaces to hold-reason
              if key-blocked
              then
                 move "SQ" to hold-reason
              else
                 perform 2700-check-thresholds
              end-if
              if hold-reason = spaces
              then
                 move trn-rec to post-work
                 perform 2800-post-transaction
              else
                 perform 2900-hold-transaction
                 if return-code not = 0
                 then
                    exit perform
                 end-if
              end-if
              perform 2100-read-transaction
           end-perform
           continue.

      *> AMOUNT first, then CHANGE, then DELETE: the first limit a
      *> transaction breaks is the reason it is held for.
       2700-check-thresholds section.
           evaluate true
              when trn-action = "A" or trn-action = "R"
                 if trn-action = "R" and not cur-exists
                 then
      *> SRTUPDT will carry it over unmatched - nothing to judge.
                    continue
                 else
                    if (amount-set or (change-set and trn-action = "R"))
                       and (new-amount-txt not numeric
                         or (trn-action = "R"
                             and old-amount-txt not numeric))
                    then
                       add 1 to unchecked-count
                    else
                       if amount-set and new-amount-num > amount-limit
                       then
                          move "AM" to hold-reason
                       end-if
                       if hold-reason = spaces and trn-action = "R"
                          and change-set
                       then
                          perform 2750-check-change
                       end-if
                    end-if
                 end-if
              when trn-action = "D" and cur-exists and delete-set
                 if old-amount-txt not numeric
                 then
                    add 1 to unchecked-count
                 else
                    if old-amount-num > delete-limit
                    then
                       move "DB" to hold-reason
                    end-if
                 end-if
              when other
                 continue
           end-evaluate
           continue.

       2750-check-change section.
           if new-amount-num >= old-amount-num
           then
              compute amount-diff = new-amount-num - old-amount-num
           else
              compute amount-diff = old-amount-num - new-amount-num
           end-if
           evaluate true
              when amount-diff = 0
                 continue
              when old-amount-num = 0
                 move "PC" to hold-reason
              when other
                 compute change-pct rounded =
                    amount-diff * 100 / old-amount-num
                    on size error
                       move 99999999999.99 to change-pct
                 end-compute
                 if change-pct > change-limit
                 then
                    move "PC" to hold-reason
                 end-if
           end-evaluate
           continue.

      *> into the posting stream, and onto the key's working state
      *> exactly the way SRTUPDT will apply it, so the next
      *> transaction for the key is judged against the right record.
       2800-post-transaction section.
           move post-work to post-rec
           write post-rec
           add 1 to posted-count
           evaluate true
              when post-work-payload(1:1) = "A" and not cur-exists
                 move spaces to cur-payload
                 move post-work-payload(2:19) to cur-payload(1:19)
                 set cur-exists to true
              when post-work-payload(1:1) = "R" and cur-exists
                 move post-work-payload(2:19) to cur-payload(1:19)
              when post-work-payload(1:1) = "D" and cur-exists
                 move 0 to cur-exists-flag
                 move spaces to cur-payload
              when other
                 continue
           end-evaluate
           continue.

       2900-hold-transaction section.
           if hld-count >= :hldmax:
           then
              display "SRTHOLD: hold table is full at " hld-count
                      ", run ended"
              move 16 to return-code
           else
              add 1 to hld-count
              add 1 to next-id
              move spaces to hld-body(hld-count)
              move "N" to hld-state(hld-count)
              move spaces to hld-operator(hld-count)
              move next-id to hld-id(hld-count)
              move run-date to hld-held-date(hld-count)
              move hold-reason to hld-reason(hld-count)
              move trn-rec to hld-trn(hld-count)
              if cur-exists
              then
                 move "Y" to hld-mst-flag(hld-count)
                 move cur-payload to hld-mst-payload(hld-count)
              else
                 move "N" to hld-mst-flag(hld-count)
              end-if
              add 1 to held-count
              set key-blocked to true
              perform 2950-report-held-item
           end-if
           continue.

       2950-report-held-item section.
           move spaces to old-amount-show
           move spaces to new-amount-show
           if cur-exists and old-amount-txt numeric
           then
              move old-amount-num to amount-edit
              move amount-edit to old-amount-show
           end-if
           if trn-action not = "D" and new-amount-txt numeric
           then
              move new-amount-num to amount-edit
              move amount-edit to new-amount-show
           end-if
           move spaces to rpt-line
           string next-id delimited by size
                  " " delimited by size
                  trn-rec-key delimited by size
                  " " delimited by size
                  trn-action delimited by size
                  "   " delimited by size
                  hold-reason delimited by size
                  "   " delimited by size
                  old-amount-show delimited by size
                  "  " delimited by size
                  new-amount-show delimited by size
                  into rpt-line
           end-string
           write rpt-line
           continue.

      *> tonight's hold file: everything still held, in the order it
      *> was held - last night's survivors, then tonight's new ones.
       3000-write-hold-file section.
           open output hold-out-file
           perform varying i from 1 by 1 until i > hld-count
              if hld-still-held(i) or hld-new(i)
              then
                 move hld-body(i) to hold-out-rec
                 write hold-out-rec
                 add 1 to on-hold-count
              end-if
              if hld-cancelled(i)
              then
                 add 1 to cancelled-count
              end-if
           end-perform
           close hold-out-file
           continue.

       3100-report-decisions section.
           move spaces to rpt-line
           write rpt-line
           move "RELEASED AND POSTED" to rpt-line
           write rpt-line
           perform varying i from 1 by 1 until i > prior-count
              if hld-released(i)
              then
                 perform 3150-report-prior-item
              end-if
           end-perform
           move spaces to rpt-line
           write rpt-line
           move "CANCELLED" to rpt-line
           write rpt-line
           perform varying i from 1 by 1 until i > prior-count
              if hld-cancelled(i)
              then
                 perform 3150-report-prior-item
              end-if
           end-perform
           move spaces to rpt-line
           write rpt-line
           move "STILL ON HOLD FROM EARLIER RUNS" to rpt-line
           write rpt-line
           perform varying i from 1 by 1 until i > prior-count
              if hld-still-held(i)
              then
                 perform 3150-report-prior-item
              end-if
           end-perform
           continue.

       3150-report-prior-item section.
           move spaces to rpt-line
           string hld-id(i) delimited by size
                  " " delimited by size
                  hld-trn(i)(1::maxlen:) delimited by size
                  " " delimited by size
                  hld-trn(i)(:maxlen: + 1:1) delimited by size
                  "   " delimited by size
                  hld-reason(i) delimited by size
                  " HELD " delimited by size
                  hld-held-date(i) delimited by size
                  into rpt-line
           end-string
           if hld-operator(i) not = spaces
           then
              move "BY" to rpt-line(40:2)
              move hld-operator(i) to rpt-line(43:8)
           end-if
           write rpt-line
           continue.

       3200-write-report-totals section.
           move spaces to rpt-line
           write rpt-line
           move spaces to rpt-line
           string "TRANSACTIONS IN    " delimited by size
                  in-count delimited by size
                  into rpt-line
           end-string
           write rpt-line
           move spaces to rpt-line
           string "RELEASED           " delimited by size
                  released-count delimited by size
                  into rpt-line
           end-string
           write rpt-line
           move spaces to rpt-line
           string "POSTED             " delimited by size
                  posted-count delimited by size
                  into rpt-line
           end-string
           write rpt-line
           move spaces to rpt-line
           string "HELD TONIGHT       " delimited by size
                  held-count delimited by size
                  into rpt-line
           end-string
           write rpt-line
           move spaces to rpt-line
           string "CANCELLED          " delimited by size
                  cancelled-count delimited by size
                  into rpt-line
           end-string
           write rpt-line
           move spaces to rpt-line
           string "LEFT ON HOLD       " delimited by size
                  on-hold-count delimited by size
                  into rpt-line
           end-string
           write rpt-line
           move spaces to rpt-line
           string "AMOUNTS UNCHECKED  " delimited by size
                  unchecked-count delimited by size
                  into rpt-line
           end-string
           write rpt-line
           move spaces to rpt-line
           string "DECISIONS REFUSED  " delimited by size
                  refused-count delimited by size
                  into rpt-line
           end-string
           write rpt-line
           move spaces to rpt-line
           if in-count + released-count = posted-count + held-count
           then
              string "BALANCE            IN + RELEASED = POSTED + "
                     "HELD" delimited by size
                     into rpt-line
              end-string
           else
              string "BALANCE            OUT - IN + RELEASED NOT = "
                     "POSTED + HELD" delimited by size
                     into rpt-line
              end-string
           end-if
           write rpt-line
           continue.

       3300-write-totals-record section.
           open output hold-tot-file
           move spaces to hold-tot-rec
           move run-date to hold-tot-rec-run-date
           move run-id to hold-tot-rec-run-id
           move in-count to hold-tot-rec-in-count
           move released-count to hold-tot-rec-released-count
           move posted-count to hold-tot-rec-posted-count
           move held-count to hold-tot-rec-held-count
           move cancelled-count to hold-tot-rec-cancelled-count
           move on-hold-count to hold-tot-rec-on-hold-count
           write hold-tot-rec
           close hold-tot-file
           continue.

      *> a run ended before its decisions were made leaves the hold
      *> file as it found it - releases, cancels and tonight's holds
      *> all undone, to be made again on the rerun.
       3900-copy-hold-through section.
           open output hold-out-file
           open input hold-in-file
           if hold-in-ok
           then
              move 0 to file-eof-flag
              perform test after until file-eof
                 read hold-in-file
                    at end
                       set file-eof to true
                    not at end
                       move hold-in-rec to hold-out-rec
                       write hold-out-rec
                 end-read
              end-perform
              close hold-in-file
           end-if
           close hold-out-file
           continue.
