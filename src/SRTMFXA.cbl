      *>-----------------------------------------------------------------
      * SRTMFXA - approval run for staged master corrections, the
      * checker half of SRTMFIX's maker-checker control.
      *
      * Reads the pending queue SRTMFXS wrote (PENDIN, RSHCPY15
      * items) and the checker's decision statements from FIXDCSN,
      * one per record, column 1; blanks and "*" records are
      * comments:
      *   APPROVE nnnnn            - item nnnnn may be applied
      *   REJECT nnnnn             - item nnnnn is refused; SRTMFIX
      *                              drops it without applying it
      * where nnnnn is the item number SRTMFXL's review listing
      * shows. Each decision stamps the checker's id and the time on
      * the item; the whole queue goes out on PENDOUT.
      *
      * PARM layout (same shape as the other programs' PARM-BUFFER):
      *   PARM-DATA = "<operator>" - the checker's operator id (up to
      *               8 characters); a blank PARM ends the run with
      *               return code 20.
      *
      * The checker may not decide an item they staged themselves -
      * that is the whole point of the control. Such a decision, a
      * decision for an item number not in the queue, or one for an
      * item already decided is displayed, counted and ignored, and
      * the run ends with return code 4. A malformed statement ends
      * the run with return code 16; decisions taken before it stand
      * and the queue is still written out. A blank PARM or a queue
      * too big for the table decides nothing, and PENDIN is copied
      * to PENDOUT unchanged.
      *>-----------------------------------------------------------------
       identification division.
       program-id. srtmfxa.
       environment division.
       input-output section.
       file-control.
           select dcsn-file assign to FIXDCSN
               organization is line sequential.
           select pnd-in-file assign to PENDIN
               organization is line sequential
               file status is pnd-in-status.
           select pnd-out-file assign to PENDOUT
               organization is line sequential.
       data division.
       replace ==:maxlen:== by ==5==
               ==:paylen:== by ==20==
               ==:pndmax:== by ==500==.
       file section.
       fd  dcsn-file.
       01  dcsn-rec pic x(80).
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
       01 pnd-in-status pic x(02).
           88 pnd-in-ok value "00".
           88 pnd-in-not-found value "35".
       01 file-eof-flag pic 9 binary value 0.
           88 file-eof value 1.
       01 operator-id pic x(08) value spaces.
       01 verb-tok pic x(08).
       01 item-tok pic x(06).
       01 want-item pic 9(05).
       01 decide-stamp pic x(14).
       01 i pic 9(05).
       01 found-ix pic 9(05).
       01 approved-count pic 9(09) value 0.
       01 rejected-count pic 9(09) value 0.
       01 refused-count pic 9(09) value 0.
       01 que-count pic 9(05) value 0.
       01 que-items.
          05 que-entry occurs :pndmax: times.
             copy RSHCPY15 replacing ==:pnd:== by ==que==
                                ==:pnd-maxlen:== by ==:maxlen:==
                                ==:pnd-paylen:== by ==:paylen:==.
       linkage section.
       01  PARM-BUFFER.
          05  PARM-LENGTH         pic S9(4) comp.
          05  PARM-DATA           pic X(256).
       procedure division using PARM-BUFFER.
       0000-mainline section.
           display "in srtmfxa"
           if PARM-LENGTH > 0
           then
              unstring PARM-DATA(1:PARM-LENGTH) delimited by space
                 into operator-id
              end-unstring
           end-if
           if operator-id = spaces
           then
              display "SRTMFXA: PARM must carry the operator id"
              move 20 to return-code
              perform 3900-copy-queue-through
              goback
           end-if
           move function CURRENT-DATE(1:14) to decide-stamp

           perform 1000-load-queue
           if return-code not = 0
           then
              goback
           end-if

           open input dcsn-file
           move 0 to file-eof-flag
           perform test after until file-eof
              read dcsn-file
                 at end
                    set file-eof to true
                 not at end
                    perform 2000-take-decision
                    if return-code not = 0
                    then
                       set file-eof to true
                    end-if
              end-read
           end-perform
           close dcsn-file

           open output pnd-out-file
           perform varying i from 1 by 1 until i > que-count
              move que-entry(i) to pnd-out-rec
              write pnd-out-rec
           end-perform
           close pnd-out-file

           display "SRTMFXA: approved " approved-count
                   ", rejected " rejected-count
                   ", refused " refused-count
           if return-code = 0 and refused-count > 0
           then
              move 4 to return-code
           end-if
           goback.

       1000-load-queue section.
           open input pnd-in-file
           if pnd-in-not-found
           then
              display "SRTMFXA: no pending queue on PENDIN"
           else
              move 0 to file-eof-flag
              perform test after until file-eof
                 read pnd-in-file
                    at end
                       set file-eof to true
                    not at end
                       if que-count >= :pndmax:
                       then
                          display "SRTMFXA: queue table is full at "
                                  que-count ", run ended"
                          close pnd-in-file
                          move 16 to return-code
                          perform 3900-copy-queue-through
                          goback
                       end-if
                       add 1 to que-count
                       move pnd-in-rec to que-entry(que-count)
                 end-read
              end-perform
              close pnd-in-file
           end-if
           display "SRTMFXA: " que-count " item(s) in the queue"
           continue.

       2000-take-decision section.
           if dcsn-rec = spaces or dcsn-rec(1:1) = "*"
           then
              continue
           else
              move spaces to verb-tok
              move spaces to item-tok
              unstring dcsn-rec delimited by all " "
                 into verb-tok item-tok
              end-unstring
              if item-tok(1:5) not numeric
                 or item-tok(6:1) not = space
                 or (verb-tok not = "APPROVE"
                     and verb-tok not = "REJECT")
              then
                 display "SRTMFXA: malformed decision: " dcsn-rec
                 move 16 to return-code
              else
                 move item-tok(1:5) to want-item
                 perform 2100-decide-item
              end-if
           end-if
           continue.

       2100-decide-item section.
           move 0 to found-ix
           perform varying i from 1 by 1 until i > que-count
              if que-item(i) = want-item
              then
                 move i to found-ix
                 exit perform
              end-if
           end-perform
           evaluate true
              when found-ix = 0
                 display "SRTMFXA: item " want-item
                         " is not in the queue"
                 add 1 to refused-count
              when not que-pending(found-ix)
                 display "SRTMFXA: item " want-item
                         " was already decided by "
                         que-checker(found-ix)
                 add 1 to refused-count
              when que-maker(found-ix) = operator-id
                 display "SRTMFXA: item " want-item " was staged by "
                         operator-id " - a second operator must "
                         "decide it"
                 add 1 to refused-count
              when verb-tok = "APPROVE"
                 move "A" to que-status(found-ix)
                 move operator-id to que-checker(found-ix)
                 move decide-stamp to que-decided(found-ix)
                 add 1 to approved-count
              when other
                 move "R" to que-status(found-ix)
                 move operator-id to que-checker(found-ix)
                 move decide-stamp to que-decided(found-ix)
                 add 1 to rejected-count
           end-evaluate
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
