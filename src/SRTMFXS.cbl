      *>-----------------------------------------------------------------
      * SRTMFXS - stages intra-day master corrections for approval.
      * The maker half of SRTMFIX's maker-checker control: nothing an
      * operator writes in FIXCTL reaches the master any more until
      * a second operator has approved it with SRTMFXA.
      *
      * Reads the operator statements from FIXCTL, one per record,
      * column 1; blanks and "*" records are comments:
      *   REPLACE kkkkk <payload>  - overlay the record's payload:
      *                              everything after the single
      *                              space behind the key, taken
      *                              verbatim for twenty bytes
      *                              (interior spaces included)
      *   DELETE kkkkk             - drop the record
      * looks every key up on the current master (MSTRIN, one
      * sequential pass) to capture its before-image, and adds one
      * pending item per statement (RSHCPY15) behind the queue it
      * found on PENDIN, writing the whole queue to PENDOUT.
      *
      * PARM layout (same shape as the other programs' PARM-BUFFER):
      *   PARM-DATA = "<operator>" - the maker's operator id (up to 8
      *               characters) stamped on every staged item; a
      *               blank PARM ends the run with return code 20.
      *
      * A statement for a key not on the master, or for a key that
      * already has a correction waiting in the queue, is displayed,
      * counted and not staged - two open corrections against one
      * record could not both match their before-image - and the run
      * ends with return code 4. A malformed statement ends the run
      * with return code 16 and stages nothing from the deck; the
      * queue is written back exactly as it was found either way,
      * as it is on a blank PARM or a queue too big for the table.
      *>-----------------------------------------------------------------
       identification division.
       program-id. srtmfxs.
       environment division.
       input-output section.
       file-control.
           select fix-ctl-file assign to FIXCTL
               organization is line sequential.
           select mst-in-file assign to MSTRIN
               organization is line sequential
               file status is mst-in-status.
           select pnd-in-file assign to PENDIN
               organization is line sequential
               file status is pnd-in-status.
           select pnd-out-file assign to PENDOUT
               organization is line sequential.
       data division.
       replace ==:maxlen:== by ==5==
               ==:paylen:== by ==20==
               ==:keypic:== by ==9(5)==
               ==:pndmax:== by ==500==.
       file section.
       fd  fix-ctl-file.
       01  fix-ctl-rec pic x(80).
       fd  mst-in-file.
       01  mst-in-rec.
           copy RSHCPY1E replacing ==:elem:== by ==mst-in-rec==
                                   ==:elem-maxlen:== by ==:maxlen:==
                                   ==:elem-paylen:== by ==:paylen:==
                                   ==:elem-keypic:== by ==:keypic:==.
       fd  pnd-in-file.
       01  pnd-in-rec.
           copy RSHCPY15 replacing ==:pnd:== by ==pnd-in-rec==
                                   ==:pnd-maxlen:== by ==:maxlen:==
                                   ==:pnd-paylen:== by ==:paylen:==.
       fd  pnd-out-file.
       01  pnd-out-rec.
           copy RSHCPY15 replacing ==:pnd:== by ==pnd-out-rec==
                                   ==:pnd-maxlen:== by ==:maxlen:==
                                   ==:pnd-paylen:== by ==:paylen:==.
       working-storage section.
       01 mst-in-status pic x(02).
           88 mst-in-ok value "00".
           88 mst-in-not-found value "35".
       01 pnd-in-status pic x(02).
           88 pnd-in-ok value "00".
           88 pnd-in-not-found value "35".
       01 file-eof-flag pic 9 binary value 0.
           88 file-eof value 1.
       01 operator-id pic x(08) value spaces.
       01 verb-tok pic x(08).
       01 key-tok pic x(06).
       01 scan-ptr pic 9(03).
       01 want-key pic 9(:maxlen:).
       01 new-payload pic x(:paylen:).
       01 stage-stamp pic x(14).
       01 i pic 9(05).
       01 found-ix pic 9(05).
       01 next-item pic 9(05) value 0.
       01 prior-count pic 9(05) value 0.
       01 first-new pic 9(05) value 0.
       01 staged-count pic 9(09) value 0.
       01 refused-count pic 9(09) value 0.
       01 open-count pic 9(09) value 0.
      *> the queue as PENDIN left it, tonight's statements appended
      *> behind it. The on-master flag is set by the master pass;
      *> a new statement that never gets it is not staged.
       01 que-count pic 9(05) value 0.
       01 que-items.
          05 que-entry occurs :pndmax: times.
             10 que-on-master pic x(01).
                88 que-found value "Y".
             10 que-body.
                copy RSHCPY15 replacing ==:pnd:== by ==que==
                                   ==:pnd-maxlen:== by ==:maxlen:==
                                   ==:pnd-paylen:== by ==:paylen:==.
       linkage section.
       01  PARM-BUFFER.
          05  PARM-LENGTH         pic S9(4) comp.
          05  PARM-DATA           pic X(256).
       procedure division using PARM-BUFFER.
       0000-mainline section.
           display "in srtmfxs"
           if PARM-LENGTH > 0
           then
              unstring PARM-DATA(1:PARM-LENGTH) delimited by space
                 into operator-id
              end-unstring
           end-if
           if operator-id = spaces
           then
              display "SRTMFXS: PARM must carry the operator id"
              move 20 to return-code
              perform 3900-copy-queue-through
              goback
           end-if
           move function CURRENT-DATE(1:14) to stage-stamp

           perform 1000-load-queue
           if return-code not = 0
           then
              goback
           end-if

           open input fix-ctl-file
           move 0 to file-eof-flag
           perform test after until file-eof
              read fix-ctl-file
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
           close fix-ctl-file

           if return-code = 0
           then
              perform 3000-capture-before-images
           else
      *> a malformed deck stages nothing - drop everything the deck
      *> appended and write the queue back as it came in.
              display "SRTMFXS: nothing staged from this deck"
              move prior-count to que-count
           end-if
           perform 4000-write-queue

           display "SRTMFXS: staged " staged-count
                   ", refused " refused-count
                   ", open in queue " open-count
           if return-code = 0 and refused-count > 0
           then
              move 4 to return-code
           end-if
           goback.

       1000-load-queue section.
           open input pnd-in-file
           if pnd-in-not-found
           then
              display "SRTMFXS: no prior queue - starting fresh"
           else
              move 0 to file-eof-flag
              perform test after until file-eof
                 read pnd-in-file
                    at end
                       set file-eof to true
                    not at end
                       if que-count >= :pndmax:
                       then
                          display "SRTMFXS: queue table is full at "
                                  que-count ", run ended"
                          close pnd-in-file
                          move 16 to return-code
                          perform 3900-copy-queue-through
                          goback
                       end-if
                       add 1 to que-count
                       move pnd-in-rec to que-body(que-count)
                       move "Y" to que-on-master(que-count)
                       if que-item(que-count) > next-item
                       then
                          move que-item(que-count) to next-item
                       end-if
                 end-read
              end-perform
              close pnd-in-file
           end-if
           move que-count to prior-count
           compute first-new = prior-count + 1
           display "SRTMFXS: " prior-count " item(s) already queued"
           continue.

       2000-take-statement section.
           if fix-ctl-rec = spaces or fix-ctl-rec(1:1) = "*"
           then
              continue
           else
              move spaces to verb-tok
              move spaces to key-tok
              move 1 to scan-ptr
              unstring fix-ctl-rec delimited by all " "
                 into verb-tok key-tok
                 with pointer scan-ptr
              end-unstring
              if key-tok(1::maxlen:) not numeric
                 or key-tok(:maxlen: + 1:1) not = space
              then
                 display "SRTMFXS: bad correction key: "
                         fix-ctl-rec
                 move 16 to return-code
              else
                 move key-tok(1::maxlen:) to want-key
                 evaluate verb-tok
                    when "REPLACE"
      *> the new payload is the twenty bytes behind the key token,
      *> verbatim - UNSTRING left scan-ptr sitting right past the
      *> delimiter, so interior spaces survive.
                       move spaces to new-payload
                       if scan-ptr <= 80
                       then
                          move fix-ctl-rec(scan-ptr:) to new-payload
                       end-if
                       perform 2100-queue-statement
                    when "DELETE"
                       move spaces to new-payload
                       perform 2100-queue-statement
                    when other
                       display "SRTMFXS: unknown statement: "
                               fix-ctl-rec
                       move 16 to return-code
                 end-evaluate
              end-if
           end-if
           continue.

      *> one open correction per key: the approved item must still
      *> match its before-image when SRTMFIX applies it, and a second
      *> item staged against the same record never could.
       2100-queue-statement section.
           move 0 to found-ix
           perform varying i from 1 by 1 until i > que-count
              if que-key(i) = want-key
                 and not que-rejected(i)
              then
                 move i to found-ix
                 exit perform
              end-if
           end-perform
           if found-ix > 0
           then
              display "SRTMFXS: key " want-key " already has item "
                      que-item(found-ix) " open - not staged"
              add 1 to refused-count
           else
              if que-count >= :pndmax:
              then
                 display "SRTMFXS: queue table is full at "
                         que-count ", run ended"
                 move 16 to return-code
              else
                 add 1 to que-count
                 move spaces to que-body(que-count)
                 move space to que-on-master(que-count)
                 move "P" to que-status(que-count)
                 if verb-tok = "REPLACE"
                 then
                    move "R" to que-action(que-count)
                 else
                    move "D" to que-action(que-count)
                 end-if
                 move want-key to que-key(que-count)
                 move new-payload to que-after-payload(que-count)
                 move operator-id to que-maker(que-count)
                 move stage-stamp to que-staged(que-count)
              end-if
           end-if
           continue.

      *> one pass over the master: every record whose key a new
      *> statement names lends that statement its before-image.
       3000-capture-before-images section.
           open input mst-in-file
           if mst-in-not-found
           then
              display "SRTMFXS: no master generation on MSTRIN"
           else
              move 0 to file-eof-flag
              perform test after until file-eof
                 read mst-in-file
                    at end
                       set file-eof to true
                    not at end
                       perform varying i from first-new by 1
                                 until i > que-count
                          if que-key(i) = mst-in-rec-key
                          then
                             move mst-in-rec-payload
                               to que-before-payload(i)
                             move "Y" to que-on-master(i)
                          end-if
                       end-perform
                 end-read
              end-perform
              close mst-in-file
           end-if
           perform varying i from first-new by 1 until i > que-count
              if que-found(i)
              then
                 add 1 to next-item
                 move next-item to que-item(i)
                 add 1 to staged-count
                 display "SRTMFXS: item " next-item " staged for key "
                         que-key(i)
              else
                 display "SRTMFXS: key " que-key(i)
                         " not on master - not staged"
                 add 1 to refused-count
              end-if
           end-perform
           continue.

      *> a run ended before the queue was loaded writes it on to
      *> the next generation exactly as it came in.
       3900-copy-queue-through section.
           open input pnd-in-file
           open output pnd-out-file
           if pnd-in-ok
           then
              move 0 to file-eof-flag
              perform test after until file-eof
                 read pnd-in-file
                    at end
                       set file-eof to true
                    not at end
                       move pnd-in-rec to pnd-out-rec
                       write pnd-out-rec
                 end-read
              end-perform
              close pnd-in-file
           end-if
           close pnd-out-file
           continue.

       4000-write-queue section.
           open output pnd-out-file
           perform varying i from 1 by 1 until i > que-count
              if que-found(i)
              then
                 move que-body(i) to pnd-out-rec
                 write pnd-out-rec
                 if not que-rejected(i)
                 then
                    add 1 to open-count
                 end-if
              end-if
           end-perform
           close pnd-out-file
           continue.
