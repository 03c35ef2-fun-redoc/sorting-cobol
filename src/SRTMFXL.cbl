      *>-----------------------------------------------------------------
      * SRTMFXL - review listing of the master-correction queue, the
      * page the checker reads before approving anything with
      * SRTMFXA.
      *
      * Reads the queue (PENDIN, RSHCPY15 items) and lists every item
      * on FIXRVW: item number, status, action, key, who staged it
      * and when, who decided it and when, and the before- and
      * after-image of the payload, followed by a count per status.
      * When a PAYDICT field dictionary is supplied (see SRTFDCL) the
      * two images are also broken out field by field under the
      * "MASTER" layout, before and after side by side, so the
      * checker sees "AMOUNT 1,200.00 -> 9,000,000.00" rather than
      * two strings of digits; a malformed PAYDICT is return code 16
      * before anything is listed. The listing changes nothing.
      * Return code 0, or 4 when the queue is empty or absent.
      *>-----------------------------------------------------------------
       identification division.
       program-id. srtmfxl.
       environment division.
       input-output section.
       file-control.
           select pnd-in-file assign to PENDIN
               organization is line sequential
               file status is pnd-in-status.
           select rvw-file assign to FIXRVW
               organization is line sequential.
       data division.
       replace ==:maxlen:== by ==5==
               ==:paylen:== by ==20==.
       file section.
       fd  pnd-in-file.
       01  pnd-in-rec.
           copy RSHCPY15 replacing ==:pnd:== by ==pnd-in-rec==
                                   ==:pnd-maxlen:== by ==:maxlen:==
                                   ==:pnd-paylen:== by ==:paylen:==.
       fd  rvw-file.
       01  rpt-line pic x(80).
       working-storage section.
       01 pnd-in-status pic x(02).
           88 pnd-in-ok value "00".
           88 pnd-in-not-found value "35".
       01 file-eof-flag pic 9 binary value 0.
           88 file-eof value 1.
       01 run-date pic x(08).
       01 status-txt pic x(08).
       01 action-txt pic x(07).
       01 item-count pic 9(09) value 0.
       01 pending-count pic 9(09) value 0.
       01 approved-count pic 9(09) value 0.
       01 rejected-count pic 9(09) value 0.
       01 f pic 9(02).
       copy RSHCPY17 replacing ==:dic:== by ==pay-dict==.
       copy RSHCPY18 replacing ==:fmt:== by ==fmt-before==
                               ==:fmt-paylen:== by ==:paylen:==.
       copy RSHCPY18 replacing ==:fmt:== by ==fmt-after==
                               ==:fmt-paylen:== by ==:paylen:==.
       procedure division.
       0000-mainline section.
           display "in srtmfxl"
           move function CURRENT-DATE(1:8) to run-date
           call "SRTFDCL" using pay-dict
           if pay-dict-parse-bad
           then
              display "SRTMFXL: PAYDICT is malformed - nothing listed"
              move 16 to return-code
              goback
           end-if
           move "MASTER" to fmt-before-layout
           move "MASTER" to fmt-after-layout
           open output rvw-file
           move spaces to rpt-line
           string "SRTMFXL MASTER CORRECTION QUEUE " delimited by size
                  run-date delimited by size
                  into rpt-line
           end-string
           write rpt-line
           move spaces to rpt-line
           write rpt-line

           open input pnd-in-file
           if pnd-in-not-found
           then
              display "SRTMFXL: no queue on PENDIN"
           else
              move 0 to file-eof-flag
              perform test after until file-eof
                 read pnd-in-file
                    at end
                       set file-eof to true
                    not at end
                       perform 1000-list-item
                 end-read
              end-perform
              close pnd-in-file
           end-if

           perform 2000-write-totals
           close rvw-file
           display "SRTMFXL: listed " item-count " item(s)"
           if item-count = 0
           then
              move 4 to return-code
           else
              move 0 to return-code
           end-if
           goback.

       1000-list-item section.
           add 1 to item-count
           evaluate true
              when pnd-in-rec-pending
                 move "PENDING " to status-txt
                 add 1 to pending-count
              when pnd-in-rec-approved
                 move "APPROVED" to status-txt
                 add 1 to approved-count
              when other
                 move "REJECTED" to status-txt
                 add 1 to rejected-count
           end-evaluate
           if pnd-in-rec-action-delete
           then
              move "DELETE " to action-txt
           else
              move "REPLACE" to action-txt
           end-if
           move spaces to rpt-line
           string "ITEM " delimited by size
                  pnd-in-rec-item delimited by size
                  " " delimited by size
                  status-txt delimited by size
                  " " delimited by size
                  action-txt delimited by size
                  " KEY " delimited by size
                  pnd-in-rec-key delimited by size
                  into rpt-line
           end-string
           write rpt-line
           move spaces to rpt-line
           string "     STAGED  BY " delimited by size
                  pnd-in-rec-maker delimited by size
                  " AT " delimited by size
                  pnd-in-rec-staged delimited by size
                  into rpt-line
           end-string
           write rpt-line
           if not pnd-in-rec-pending
           then
              move spaces to rpt-line
              string "     DECIDED BY " delimited by size
                     pnd-in-rec-checker delimited by size
                     " AT " delimited by size
                     pnd-in-rec-decided delimited by size
                     into rpt-line
              end-string
              write rpt-line
           end-if
           move spaces to rpt-line
           string "     BEFORE [" delimited by size
                  pnd-in-rec-before-payload delimited by size
                  "]" delimited by size
                  into rpt-line
           end-string
           write rpt-line
           move spaces to rpt-line
           string "     AFTER  [" delimited by size
                  pnd-in-rec-after-payload delimited by size
                  "]" delimited by size
                  into rpt-line
           end-string
           write rpt-line
           perform 1100-list-fields
           continue.

      *> the two images field by field, before on the left and after
      *> on the right; a delete has no after-image to break out.
       1100-list-fields section.
           move pnd-in-rec-before-payload to fmt-before-payload
           call "SRTFDFM" using pay-dict, fmt-before
           if fmt-before-fld-count = 0
           then
              continue
           else
              move pnd-in-rec-after-payload to fmt-after-payload
              call "SRTFDFM" using pay-dict, fmt-after
              move "     FIELD        BEFORE" to rpt-line
              move "AFTER" to rpt-line(50:5)
              write rpt-line
              perform varying f from 1 by 1
                        until f > fmt-before-fld-count
                 move spaces to rpt-line
                 move fmt-before-fld-name(f) to rpt-line(6:12)
                 move fmt-before-fld-value(f) to rpt-line(19:30)
                 if not pnd-in-rec-action-delete
                 then
                    move fmt-after-fld-value(f) to rpt-line(50:30)
                 end-if
                 write rpt-line
              end-perform
           end-if
           continue.

       2000-write-totals section.
           move spaces to rpt-line
           write rpt-line
           move spaces to rpt-line
           string "ITEMS PENDING      " delimited by size
                  pending-count delimited by size
                  into rpt-line
           end-string
           write rpt-line
           move spaces to rpt-line
           string "ITEMS APPROVED     " delimited by size
                  approved-count delimited by size
                  into rpt-line
           end-string
           write rpt-line
           move spaces to rpt-line
           string "ITEMS REJECTED     " delimited by size
                  rejected-count delimited by size
                  into rpt-line
           end-string
           write rpt-line
           continue.
