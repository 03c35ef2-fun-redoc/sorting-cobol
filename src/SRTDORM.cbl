      *>-----------------------------------------------------------------
      * SRTDORM - dormant-key report and controlled purge of the
      * master, so a record that has seen no business for years
      * stops being carried forward by every nightly generation.
      *
      * Reads three files:
      *   MSTRIN   - the current master generation (RSHCPY1E);
      *   SRTJRNL  - the journal generations SRTUPDT wrote (RSHCPY8),
      *              concatenated - every applied add, replace and
      *              delete is activity on its key;
      *   FIXAUDT  - the intra-day correction audit trail SRTMFIX
      *              writes (RSHCPY16) - a correction is activity too.
      * Each master key's last activity is the latest run date any
      * of them shows for it. A key whose last activity falls before
      * the cut-off - the run date less the dormancy period in the
      * PARM - is dormant, and is listed on DORMRPT with its last
      * activity date and current payload.
      *
      * PARM layout (same shape as the other programs' PARM-BUFFER):
      *   PARM-DATA = "<days> [PURGE]"
      *     <days>  - the dormancy period in days (required) -
      *               business days when the SRTCAL business-day
      *               calendar (see SRTCALL) is supplied, so a key
      *               is not judged dormant sooner for the holidays
      *               in its period; calendar days without one
      *     PURGE   - also write, for every dormant key, a "D"
      *               transaction in SRTUPDT's convention (payload
      *               byte 1 = action code) to DORMTRN, and the
      *               record as it stands to the DORMARC archive.
      *               DORMTRN is key-ordered and goes to SRTUPDT as
      *               its SRTOUT, so the purge is journaled like any
      *               other delete. Without PURGE nothing but the
      *               report is written.
      *
      * A key the supplied journals never mention has no provable
      * last activity: it is dormant only if those journals reach
      * back past the cut-off. When the oldest journal supplied
      * starts after the cut-off such keys are still listed ("NONE
      * SINCE" the oldest date seen), but a PURGE is refused with
      * return code 8 - supply the older generations first. Return
      * code 20 for a bad PARM.
      *
      * Under the SRTCFG header/trailer convention (HDRTRL Y, loaded
      * through SRTCFGL) a fresh HDR/TRL pair goes around DORMTRN so
      * SRTUPDT's reader finds the convention it expects.
      *>-----------------------------------------------------------------
       identification division.
       program-id. srtdorm.
       environment division.
       input-output section.
       file-control.
           select mst-in-file assign to MSTRIN
               organization is line sequential
               file status is mst-in-status.
           select jrn-file assign to SRTJRNL
               organization is line sequential
               file status is jrn-status.
           select fix-aud-file assign to FIXAUDT
               organization is line sequential
               file status is aud-status.
           select dorm-rpt-file assign to DORMRPT
               organization is line sequential.
           select dorm-trn-file assign to DORMTRN
               organization is line sequential.
           select dorm-arc-file assign to DORMARC
               organization is line sequential.
       data division.
       replace ==:maxlen:== by ==5==
               ==:maxval:== by ==50000==
               ==:paylen:== by ==20==
               ==:keypic:== by ==9(5)==.
       file section.
       fd  mst-in-file.
       01  mst-in-rec.
           copy RSHCPY1E replacing ==:elem:== by ==mst-in-rec==
                                   ==:elem-maxlen:== by ==:maxlen:==
                                   ==:elem-paylen:== by ==:paylen:==
                                   ==:elem-keypic:== by ==:keypic:==.
       fd  jrn-file.
       01  jrn-rec.
           copy RSHCPY8 replacing ==:jrn:== by ==jrn-rec==
                                  ==:jrn-maxlen:== by ==:maxlen:==
                                  ==:jrn-paylen:== by ==:paylen:==
                                  ==:jrn-trnlen:== by ==25==.
       fd  fix-aud-file.
       01  aud-rec.
           copy RSHCPY16 replacing ==:aud:== by ==aud-rec==
                                   ==:aud-maxlen:== by ==:maxlen:==
                                   ==:aud-paylen:== by ==:paylen:==.
       fd  dorm-rpt-file.
       01  rpt-line pic x(80).
       fd  dorm-trn-file.
       01  dorm-trn-rec.
           copy RSHCPY1E replacing ==:elem:== by ==dorm-trn-rec==
                                   ==:elem-maxlen:== by ==:maxlen:==
                                   ==:elem-paylen:== by ==:paylen:==
                                   ==:elem-keypic:== by ==:keypic:==.
       fd  dorm-arc-file.
       01  dorm-arc-rec.
           copy RSHCPY1E replacing ==:elem:== by ==dorm-arc-rec==
                                   ==:elem-maxlen:== by ==:maxlen:==
                                   ==:elem-paylen:== by ==:paylen:==
                                   ==:elem-keypic:== by ==:keypic:==.
       working-storage section.
       01 mst-in-status pic x(02).
           88 mst-in-ok value "00".
           88 mst-in-not-found value "35".
       01 jrn-status pic x(02).
           88 jrn-ok value "00".
           88 jrn-not-found value "35".
       01 aud-status pic x(02).
           88 aud-ok value "00".
           88 aud-not-found value "35".
       01 file-eof-flag pic 9 binary.
           88 file-eof value 1.
       01 purge-flag pic 9 binary value 0.
           88 purge-requested value 1.
       01 history-short-flag pic 9 binary value 0.
           88 history-short value 1.
       01 days-token pic x(06).
       01 mode-token pic x(08).
       01 dormancy-days pic 9(05) value 0.
       01 run-date pic x(08).
       01 cutoff-date pic x(08).
       01 cutoff-num pic 9(08).
       01 oldest-date pic x(08) value high-values.
       01 want-key pic 9(:maxlen:).
       01 act-date pic x(08).
       01 i pic 9(:maxlen:).
       01 lo pic 9(:maxlen:).
       01 hi pic 9(:maxlen:).
       01 mid pic 9(:maxlen:).
       01 found-ix pic 9(:maxlen:).
       01 jrn-count pic 9(09) value 0.
       01 aud-count pic 9(09) value 0.
       01 dormant-count pic 9(09) value 0.
       01 purge-count pic 9(09) value 0.
       01 trl-count-txt pic x(09).
       01 trl-count-num redefines trl-count-txt pic 9(09).
      *> the master in key order with each key's latest activity date
      *> beside it (spaces while none has been seen) - key order is
      *> what lets the journal and audit passes find a key by
      *> halving instead of a 50000-row scan per record.
       01 dor-count pic 9(:maxlen:) value 0.
       01 dor-table.
          05 dor-entry occurs :maxval: times.
             10 dor-key pic 9(:maxlen:).
             10 dor-payload pic x(:paylen:).
             10 dor-last-date pic x(08).
       copy RSHCPY6 replacing ==:cfg:== by ==run-cfg==
                              ==:maxlen:== by ==:maxlen:==.
       copy RSHCPY27 replacing ==:cal:== by ==bus-cal==.
       copy RSHCPY28 replacing ==:cdq:== by ==cal-qry==.
       linkage section.
       01  PARM-BUFFER.
          05  PARM-LENGTH         pic S9(4) comp.
          05  PARM-DATA           pic X(256).
       procedure division using PARM-BUFFER.
       0000-mainline section.
           display "in srtdorm"
           move function CURRENT-DATE(1:8) to run-date
           move spaces to days-token
           move spaces to mode-token
           if PARM-LENGTH > 0
           then
              unstring PARM-DATA(1:PARM-LENGTH) delimited by all " "
                 into days-token mode-token
              end-unstring
           end-if
           if days-token = spaces
              or function test-numval(days-token) not = 0
           then
              display "SRTDORM: PARM must start with the dormancy "
                      "period in days: " days-token
              move 20 to return-code
              goback
           end-if
           compute dormancy-days = function numval(days-token)
           evaluate mode-token
              when spaces
                 continue
              when "PURGE"
                 set purge-requested to true
              when other
                 display "SRTDORM: unknown PARM mode: " mode-token
                 move 20 to return-code
                 goback
           end-evaluate
           call "SRTCALL" using bus-cal
           if bus-cal-parse-bad
           then
              display "SRTDORM: SRTCAL statements are bad, run ended"
              move 16 to return-code
              goback
           end-if
           if bus-cal-present
           then
              set cal-qry-back to true
              move run-date to cal-qry-date
              move dormancy-days to cal-qry-days
              call "SRTCALD" using bus-cal, cal-qry
              move cal-qry-result to cutoff-date
              display "SRTDORM: dormant = no activity since "
                      cutoff-date " (" dormancy-days " business days)"
           else
              compute cutoff-num = function date-of-integer(
                         function integer-of-date(
                            function numval(run-date)) - dormancy-days)
              move cutoff-num to cutoff-date
              display "SRTDORM: dormant = no activity since "
                      cutoff-date " (" dormancy-days " days)"
           end-if

           call "SRTCFGL" using run-cfg
           if run-cfg-parse-bad
           then
              display "SRTDORM: SRTCFG statements are bad, run ended"
              move 16 to return-code
              goback
           end-if

           perform 1000-load-master
           perform 2000-scan-journal
           perform 2100-scan-corrections
           if oldest-date > cutoff-date
           then
              set history-short to true
              display "SRTDORM: oldest journal supplied starts "
                      oldest-date ", after the cut-off - keys it "
                      "never mentions are not provably dormant"
           end-if
           if purge-requested and history-short
           then
              display "SRTDORM: PURGE refused - supply journal "
                      "generations back to " cutoff-date
              move 0 to purge-flag
              move 8 to return-code
           else
              move 0 to return-code
           end-if
           perform 3000-report-dormant

           display "SRTDORM: master " dor-count ", journal records "
                   jrn-count ", corrections " aud-count
                   ", dormant " dormant-count ", purged " purge-count
           goback.

       1000-load-master section.
           open input mst-in-file
           if mst-in-not-found
           then
              display "SRTDORM: no master generation on MSTRIN"
           else
              move 0 to file-eof-flag
              perform test after until file-eof
                 read mst-in-file
                    at end
                       set file-eof to true
                    not at end
                       if dor-count >= :maxval:
                       then
                          display "SRTDORM: master exceeds the "
                                  "compiled ceiling " :maxval:
                          move 16 to return-code
                          goback
                       end-if
                       add 1 to dor-count
                       move mst-in-rec-key to dor-key(dor-count)
                       move mst-in-rec-payload
                          to dor-payload(dor-count)
                       move spaces to dor-last-date(dor-count)
                 end-read
              end-perform
              close mst-in-file
           end-if
           display "SRTDORM: loaded " dor-count " master record(s)"
           continue.

       2000-scan-journal section.
           open input jrn-file
           if jrn-not-found
           then
              display "SRTDORM: no SRTJRNL journal supplied"
           else
              move 0 to file-eof-flag
              perform test after until file-eof
                 read jrn-file
                    at end
                       set file-eof to true
                    not at end
                       add 1 to jrn-count
                       if jrn-rec-run-date < oldest-date
                       then
                          move jrn-rec-run-date to oldest-date
                       end-if
                       move jrn-rec-key to want-key
                       move jrn-rec-run-date to act-date
                       perform 2500-note-activity
                 end-read
              end-perform
              close jrn-file
           end-if
           continue.

      *> audit records written before the trail carried a date have
      *> no numeric date in front - they cannot date anything.
       2100-scan-corrections section.
           open input fix-aud-file
           if aud-not-found
           then
              display "SRTDORM: no FIXAUDT audit trail supplied"
           else
              move 0 to file-eof-flag
              perform test after until file-eof
                 read fix-aud-file
                    at end
                       set file-eof to true
                    not at end
                       if aud-rec-date is numeric
                       then
                          add 1 to aud-count
                          move aud-rec-key to want-key
                          move aud-rec-date to act-date
                          perform 2500-note-activity
                       end-if
                 end-read
              end-perform
              close fix-aud-file
           end-if
           continue.

       2500-note-activity section.
           perform 2600-find-key
           if found-ix > 0
           then
              if dor-last-date(found-ix) = spaces
                 or act-date > dor-last-date(found-ix)
              then
                 move act-date to dor-last-date(found-ix)
              end-if
           end-if
           continue.

      *> binary search of the key-ordered table; a key no longer on
      *> the master (deleted since) simply is not found.
       2600-find-key section.
           move 0 to found-ix
           move 1 to lo
           move dor-count to hi
           perform until lo > hi or found-ix > 0
              compute mid = (lo + hi) / 2
              evaluate true
                 when dor-key(mid) = want-key
                    move mid to found-ix
                 when dor-key(mid) < want-key
                    compute lo = mid + 1
                 when other
                    if mid = 1
                    then
                       move 0 to hi
                    else
                       compute hi = mid - 1
                    end-if
              end-evaluate
           end-perform
           continue.

       3000-report-dormant section.
           open output dorm-rpt-file
           if purge-requested
           then
              open output dorm-trn-file
              open output dorm-arc-file
              if run-cfg-hdrtrl-yes
              then
                 move spaces to dorm-trn-rec
                 move "HDR" to dorm-trn-rec(1:3)
                 move run-date to dorm-trn-rec(4:8)
                 write dorm-trn-rec
              end-if
           end-if
           move spaces to rpt-line
           string "SRTDORM DORMANT KEY REPORT " delimited by size
                  run-date delimited by size
                  "  NO ACTIVITY SINCE " delimited by size
                  cutoff-date delimited by size
                  into rpt-line
           end-string
           write rpt-line
           move spaces to rpt-line
           write rpt-line
           move spaces to rpt-line
           string "KEY    LAST ACTIVITY        PAYLOAD"
              delimited by size into rpt-line
           end-string
           write rpt-line

           perform varying i from 1 by 1 until i > dor-count
              if dor-last-date(i) = spaces
                 or dor-last-date(i) < cutoff-date
              then
                 add 1 to dormant-count
                 move spaces to rpt-line
                 if dor-last-date(i) = spaces
                 then
                    string dor-key(i) delimited by size
                           "  NONE SINCE " delimited by size
                           oldest-date delimited by size
                           " [" delimited by size
                           dor-payload(i) delimited by size
                           "]" delimited by size
                           into rpt-line
                    end-string
                 else
                    string dor-key(i) delimited by size
                           "  " delimited by size
                           dor-last-date(i) delimited by size
                           "            [" delimited by size
                           dor-payload(i) delimited by size
                           "]" delimited by size
                           into rpt-line
                    end-string
                 end-if
                 write rpt-line
                 if purge-requested
                 then
                    perform 3100-write-purge
                 end-if
              end-if
           end-perform

           move spaces to rpt-line
           write rpt-line
           move spaces to rpt-line
           string "MASTER RECORDS     " delimited by size
                  dor-count delimited by size
                  into rpt-line
           end-string
           write rpt-line
           move spaces to rpt-line
           string "DORMANT KEYS       " delimited by size
                  dormant-count delimited by size
                  into rpt-line
           end-string
           write rpt-line
           move spaces to rpt-line
           string "PURGE TRANSACTIONS " delimited by size
                  purge-count delimited by size
                  into rpt-line
           end-string
           write rpt-line
           if history-short
           then
              move spaces to rpt-line
              string "HISTORY STARTS     " delimited by size
                     oldest-date delimited by size
                     " - AFTER THE CUT-OFF, NOT PURGED"
                        delimited by size
                     into rpt-line
              end-string
              write rpt-line
           end-if
           close dorm-rpt-file

           if purge-requested
           then
              if run-cfg-hdrtrl-yes
              then
                 move spaces to dorm-trn-rec
                 move "TRL" to dorm-trn-rec(1:3)
                 move purge-count to trl-count-num
                 move trl-count-txt to dorm-trn-rec(4:9)
                 write dorm-trn-rec
              end-if
              close dorm-trn-file
              close dorm-arc-file
           end-if
           continue.

      *> the delete in SRTUPDT's own shape - action code first, the
      *> payload's first nineteen bytes behind it so the transaction
      *> still says what it removed - and the record, whole, to the
      *> archive.
       3100-write-purge section.
           move dor-key(i) to dorm-trn-rec-key
           move spaces to dorm-trn-rec-payload
           move "D" to dorm-trn-rec-payload(1:1)
           move dor-payload(i)(1:19) to dorm-trn-rec-payload(2:19)
           write dorm-trn-rec
           move dor-key(i) to dorm-arc-rec-key
           move dor-payload(i) to dorm-arc-rec-payload
           write dorm-arc-rec
           add 1 to purge-count
           continue.
