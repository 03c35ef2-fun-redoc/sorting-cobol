      *>-----------------------------------------------------------------
      * SRTKHIST - key history: one chronological timeline of
      * everything the stream's artifacts record about a single key,
      * for the disputed-account investigation that used to mean
      * SRTSRC, SRTQRY and a grep through every journal, audit and
      * suspense file in turn.
      *
      * Reads, each optional and each DD a concatenation of as many
      * retained generations as the question needs:
      *   SRTPROV  - SRTCAT provenance (RSHCPY12): ARRIVED, with the
      *              feed number, sequence within the feed, SRTCAT's
      *              run id and the record as it arrived - or, for
      *              SRTEDIT's re-entry provenance (source 0), REPAIR
      *              and its sequence among the night's re-entries;
      *   SRTREJ   - SRTEDIT rejects: REJECTED, with the reason code
      *              (the reject file carries no date - these lines
      *              are UNDATED; SRTSUSP's first-seen date below is
      *              the dated view of the same rejects);
      *   SRTDUP   - SRTDRV's duplicate drops: DUPLICATE, dated from
      *              the SRTLOG entry of the sort run the file's RID
      *              record names;
      *   SRTJRNL  - SRTUPDT's master-change journal (RSHCPY8):
      *              POSTED, the action with its before- and after-
      *              image;
      *   FIXAUDT  - SRTMFIX's correction audit (RSHCPY16):
      *              CORRECTED, the time of day, maker and checker,
      *              before- and after-image;
      *   REPRAUD  - SRTREPR's repair audit (RSHCPY31): REPAIRED or
      *              WITHDRAWN, the time of day, operator and the
      *              reject repaired, the record as it sat in
      *              suspense and, for a repair, as it is re-entered -
      *              found under the old key and, for a REKEY, the
      *              new one too;
      *   SUSPIN   - SRTSUSP suspense generations (RSHCPY9):
      *              SUSPENSE, carry-over or reject with its reason,
      *              dated the night it first hit suspense, with the
      *              most cycles any generation shows;
      *   SUSPESC  - SRTSUSP escalations: ESCALATED, under the
      *              item's first-seen date;
      *   MSTRIN   - the current master: what it holds for the key
      *              now, after the timeline.
      * The run ids come from the SRTLEDG step ledger - the SRTUPDT
      * (or, for a reject, SRTEDIT) run started on the entry's date -
      * and SRTLOG supplies the date of SRTDUP's sort run; without
      * them the entries still list, without a run id.
      *
      * Within a date the entries read in stream order: arrived,
      * rejected, duplicate, posted, suspense, escalated, then the
      * day's corrections and repairs by their time of day.
      * UNDATED entries list first, whatever the date range.
      *
      * PARM layout (same shape as the other programs' PARM-BUFFER):
      *   PARM-DATA = "<key> [from [to]]" - the key, and optionally
      *               the dates (YYYYMMDD) to list; one date alone
      *               lists from that date on.
      *
      * The timeline goes to KHISTRPT, with a line per source saying
      * how much of it was read and how many entries it gave. Return
      * code 0, 4 when nothing anywhere mentions the key, 16 when
      * there are more entries (or ledger and log records) than the
      * tables hold, 20 for a bad PARM.
      *>-----------------------------------------------------------------
       identification division.
       program-id. srtkhist.
       environment division.
       input-output section.
       file-control.
           select prov-file assign to SRTPROV
               organization is line sequential
               file status is prov-status.
           select rej-file assign to SRTREJ
               organization is line sequential
               file status is rej-status.
           select dup-file assign to SRTDUP
               organization is line sequential
               file status is dup-status.
           select log-file assign to SRTLOG
               organization is line sequential
               file status is log-status.
           select jrn-file assign to SRTJRNL
               organization is line sequential
               file status is jrn-status.
           select ldg-file assign to SRTLEDG
               organization is line sequential
               file status is ldg-status.
           select fix-aud-file assign to FIXAUDT
               organization is line sequential
               file status is aud-status.
           select rpr-aud-file assign to REPRAUD
               organization is line sequential
               file status is rpr-status.
           select susp-file assign to SUSPIN
               organization is line sequential
               file status is susp-status.
           select esc-file assign to SUSPESC
               organization is line sequential
               file status is esc-status.
           select mst-file assign to MSTRIN
               organization is line sequential
               file status is mst-status.
           select hist-rpt-file assign to KHISTRPT
               organization is line sequential.
       data division.
       replace ==:maxlen:== by ==5==
               ==:paylen:== by ==20==
               ==:keypic:== by ==9(5)==
               ==:reclen:== by ==25==
               ==:evtmax:== by ==2000==
               ==:mapmax:== by ==9999==
               ==:susmax:== by ==500==.
       file section.
       fd  prov-file.
       01  prov-rec.
           copy RSHCPY12 replacing ==:prv:== by ==prov-rec==
                                   ==:prv-reclen:== by ==:reclen:==.
       fd  rej-file.
       01  rej-rec.
           05 rej-reason pic x(02).
           05 rej-data pic x(:reclen:).
       fd  dup-file.
       01  dup-rec pic x(:reclen:).
       fd  log-file.
       01  log-rec.
           copy RSHCPY3 replacing ==:logrec:== by ==log-rec==
                                  ==:logrec-maxlen:== by ==:maxlen:==.
       fd  jrn-file.
       01  jrn-rec.
           copy RSHCPY8 replacing ==:jrn:== by ==jrn-rec==
                                  ==:jrn-maxlen:== by ==:maxlen:==
                                  ==:jrn-paylen:== by ==:paylen:==
                                  ==:jrn-trnlen:== by ==:reclen:==.
       fd  ldg-file.
       01  ldg-rec.
           copy RSHCPY21 replacing ==:ldg:== by ==ldg-rec==.
       fd  fix-aud-file.
       01  aud-rec.
           copy RSHCPY16 replacing ==:aud:== by ==aud-rec==
                                   ==:aud-maxlen:== by ==:maxlen:==
                                   ==:aud-paylen:== by ==:paylen:==.
       fd  rpr-aud-file.
       01  rpr-rec.
           copy RSHCPY31 replacing ==:rpr:== by ==rpr-rec==
                                   ==:rpr-reclen:== by ==:reclen:==.
       fd  susp-file.
       01  susp-rec.
           copy RSHCPY9 replacing ==:sus:== by ==susp-rec==
                                  ==:sus-reclen:== by ==:reclen:==.
       fd  esc-file.
       01  esc-rec.
           copy RSHCPY9 replacing ==:sus:== by ==esc-rec==
                                  ==:sus-reclen:== by ==:reclen:==.
       fd  mst-file.
       01  mst-rec.
           copy RSHCPY1E replacing ==:elem:== by ==mst-rec==
                                   ==:elem-maxlen:== by ==:maxlen:==
                                   ==:elem-paylen:== by ==:paylen:==
                                   ==:elem-keypic:== by ==:keypic:==.
       fd  hist-rpt-file.
       01  rpt-line pic x(80).
       working-storage section.
       01 prov-status pic x(02).
           88 prov-ok value "00".
       01 rej-status pic x(02).
           88 rej-ok value "00".
       01 dup-status pic x(02).
           88 dup-ok value "00".
       01 log-status pic x(02).
           88 log-ok value "00".
       01 jrn-status pic x(02).
           88 jrn-ok value "00".
       01 ldg-status pic x(02).
           88 ldg-ok value "00".
       01 aud-status pic x(02).
           88 aud-ok value "00".
       01 rpr-status pic x(02).
           88 rpr-ok value "00".
       01 susp-status pic x(02).
           88 susp-ok value "00".
       01 esc-status pic x(02).
           88 esc-ok value "00".
       01 mst-status pic x(02).
           88 mst-ok value "00".
       01 file-eof-flag pic 9 binary.
           88 file-eof value 1.
       01 full-flag pic 9 binary value 0.
           88 tables-full value 1.
       01 run-date pic x(08).
       01 key-tok pic x(10).
       01 from-tok pic x(08).
       01 to-tok pic x(08).
       01 from-date pic x(08) value "00000000".
       01 to-date pic x(08) value "99999999".
       01 want-key pic 9(:maxlen:).
       01 want-key-txt redefines want-key pic x(:maxlen:).
       01 dup-run-id pic x(04).
      *> per source: read, and entries the key gave; a source not
      *> supplied shows as such on the report.
       01 source-names.
          05 filler pic x(08) value "SRTPROV".
          05 filler pic x(08) value "SRTREJ".
          05 filler pic x(08) value "SRTDUP".
          05 filler pic x(08) value "SRTJRNL".
          05 filler pic x(08) value "FIXAUDT".
          05 filler pic x(08) value "SUSPIN".
          05 filler pic x(08) value "SUSPESC".
          05 filler pic x(08) value "MSTRIN".
          05 filler pic x(08) value "REPRAUD".
          05 filler pic x(08) value "SRTLEDG".
          05 filler pic x(08) value "SRTLOG".
       01 filler redefines source-names.
          05 source-name pic x(08) occurs 11 times.
       01 source-stats.
          05 source-stat occurs 11 times.
             10 source-open-flag pic 9 binary.
                88 source-supplied value 1.
             10 source-read pic 9(09).
             10 source-hits pic 9(05).
       01 src pic 9(02).
      *> the timeline: each entry filed in date order, stream order
      *> within the date, then the order found.
       01 evt-count pic 9(05) value 0.
       01 evt-seq pic 9(05) value 0.
       01 evt-table.
          05 evt-entry occurs :evtmax: times.
             10 evt-key pic x(20).
             10 evt-line pic x(80).
       01 evt-work.
          05 evt-work-key.
             10 evt-work-date pic x(08).
             10 evt-work-phase pic 9(01).
             10 evt-work-time pic x(06).
             10 evt-work-seq pic 9(05).
          05 evt-work-line.
             10 evt-work-line-date pic x(08).
             10 filler pic x(01).
             10 evt-work-label pic x(10).
             10 filler pic x(01).
             10 evt-work-detail pic x(60).
       01 e pic 9(05).
      *> the ledger's SRTUPDT and SRTEDIT attempts, for a date's run
      *> id; SRTLOG's sort runs, for a run id's date.
       01 ldg-map-count pic 9(05) value 0.
       01 ldg-map-table.
          05 ldg-map occurs :mapmax: times.
             10 ldg-map-step pic x(08).
             10 ldg-map-date pic x(08).
             10 ldg-map-run-id pic x(08).
             10 ldg-map-bus-date pic x(08).
       01 log-map-count pic 9(05) value 0.
       01 log-map-table.
          05 log-map occurs :mapmax: times.
             10 log-map-run-id pic x(04).
             10 log-map-date pic x(08).
       01 m pic 9(05).
       01 find-step pic x(08).
       01 find-date pic x(08).
       01 found-run-id pic x(08).
       01 found-bus-date pic x(08).
       01 found-date pic x(08).
      *> a suspense item shows once however many generations carry
      *> it, with the highest cycle count any of them reached.
       01 sus-count pic 9(05) value 0.
       01 sus-table.
          05 sus-item occurs :susmax: times.
             10 sus-item-source pic x(01).
             10 sus-item-reason pic x(02).
             10 sus-item-first-seen pic x(08).
             10 sus-item-cycles pic 9(03).
             10 sus-item-rec pic x(:reclen:).
       01 s pic 9(05).
       01 on-master-flag pic 9 binary value 0.
           88 on-master value 1.
       01 mst-payload pic x(:paylen:).
       01 action-text pic x(08).
       01 arrival-from pic x(06).
       linkage section.
       01  PARM-BUFFER.
          05  PARM-LENGTH         pic S9(4) comp.
          05  PARM-DATA           pic X(256).
       procedure division using PARM-BUFFER.
       0000-mainline section.
           display "in srtkhist"
           move function CURRENT-DATE(1:8) to run-date
           if PARM-LENGTH = 0
           then
              display "SRTKHIST: give a key (and optional from and "
                      "to dates) in PARM"
              move 20 to return-code
              goback
           end-if
           move spaces to key-tok
           move spaces to from-tok
           move spaces to to-tok
           unstring PARM-DATA(1:PARM-LENGTH) delimited by all " "
              into key-tok from-tok to-tok
           end-unstring
           if key-tok = spaces
              or function test-numval(key-tok) not = 0
           then
              display "SRTKHIST: key is not numeric: " key-tok
              move 20 to return-code
              goback
           end-if
           if function numval(key-tok) > 99999
              or function numval(key-tok) < 0
           then
              display "SRTKHIST: key is out of range: " key-tok
              move 20 to return-code
              goback
           end-if
           move function numval(key-tok) to want-key
           if from-tok not = spaces
           then
              if from-tok not numeric
                 or function test-date-yyyymmdd(
                       function numval(from-tok)) not = 0
              then
                 display "SRTKHIST: from date is not a date: "
                         from-tok
                 move 20 to return-code
                 goback
              end-if
              move from-tok to from-date
           end-if
           if to-tok not = spaces
           then
              if to-tok not numeric
                 or function test-date-yyyymmdd(
                       function numval(to-tok)) not = 0
                 or to-tok < from-date
              then
                 display "SRTKHIST: to date is not a date on or after "
                         "the from date: " to-tok
                 move 20 to return-code
                 goback
              end-if
              move to-tok to to-date
           end-if
           initialize source-stats

           perform 1100-load-ledger-map
           perform 1200-load-log-map
           perform 2000-scan-provenance
           perform 2100-scan-rejects
           perform 2200-scan-duplicates
           perform 2300-scan-journal
           perform 2400-scan-corrections
           perform 2450-scan-repairs
           perform 2500-scan-suspense
           perform 2600-scan-escalations
           perform 2700-file-suspense-items
           perform 3000-find-master
           perform 9000-write-report

           display "SRTKHIST: key " want-key-txt ", " evt-count
                   " timeline line(s)"
           evaluate true
              when tables-full
                 move 16 to return-code
              when evt-count = 0 and not on-master
                 move 4 to return-code
              when other
                 move 0 to return-code
           end-evaluate
           goback.

      *> the nights' run ids by the date each step started.
       1100-load-ledger-map section.
           open input ldg-file
           if ldg-ok
           then
              set source-supplied(10) to true
              move 0 to file-eof-flag
              perform test after until file-eof
                 read ldg-file
                    at end
                       set file-eof to true
                    not at end
                       add 1 to source-read(10)
                       if ldg-rec-attempt-rec
                          and (ldg-rec-step = "SRTUPDT"
                               or ldg-rec-step = "SRTEDIT")
                       then
                          perform 1110-map-ledger-record
                       end-if
                 end-read
              end-perform
              close ldg-file
           end-if
           continue.

       1110-map-ledger-record section.
           if ldg-map-count >= :mapmax:
           then
              if not tables-full
              then
                 display "SRTKHIST: more ledger attempts than the "
                         "run id table holds"
              end-if
              set tables-full to true
           else
              add 1 to ldg-map-count
              move ldg-rec-step to ldg-map-step(ldg-map-count)
              move ldg-rec-stamp(1:8) to ldg-map-date(ldg-map-count)
              move ldg-rec-run-id to ldg-map-run-id(ldg-map-count)
              move ldg-rec-bus-date
                 to ldg-map-bus-date(ldg-map-count)
           end-if
           continue.

       1200-load-log-map section.
           open input log-file
           if log-ok
           then
              set source-supplied(11) to true
              move 0 to file-eof-flag
              perform test after until file-eof
                 read log-file
                    at end
                       set file-eof to true
                    not at end
                       add 1 to source-read(11)
                       perform 1210-map-log-record
                 end-read
              end-perform
              close log-file
           end-if
           continue.

       1210-map-log-record section.
           if log-map-count >= :mapmax:
           then
              if not tables-full
              then
                 display "SRTKHIST: more SRTLOG entries than the "
                         "run date table holds"
              end-if
              set tables-full to true
           else
              add 1 to log-map-count
              move log-rec-run-id to log-map-run-id(log-map-count)
              move log-rec-timestamp(1:8)
                 to log-map-date(log-map-count)
           end-if
           continue.

       2000-scan-provenance section.
           open input prov-file
           if prov-ok
           then
              set source-supplied(1) to true
              move 0 to file-eof-flag
              perform test after until file-eof
                 read prov-file
                    at end
                       set file-eof to true
                    not at end
                       add 1 to source-read(1)
                       if prov-rec-rec(1::maxlen:) = want-key-txt
                       then
                          perform 2010-file-arrival
                       end-if
                 end-read
              end-perform
              close prov-file
           end-if
           continue.

       2010-file-arrival section.
           move spaces to evt-work
           if prov-rec-run-date numeric
           then
              move prov-rec-run-date to evt-work-date
           else
              move "00000000" to evt-work-date
           end-if
           move 1 to evt-work-phase
           move "ARRIVED" to evt-work-label
           if prov-rec-source = 0
           then
              move "REPAIR" to arrival-from
           else
              move "FEED" to arrival-from
              move prov-rec-source to arrival-from(6:1)
           end-if
           string arrival-from delimited by size
                  " SEQ " delimited by size
                  prov-rec-seq delimited by size
                  " RUN " delimited by size
                  prov-rec-run-id delimited by size
                  " " delimited by size
                  prov-rec-rec delimited by size
                  into evt-work-detail
           end-string
           move 1 to src
           perform 8000-file-event
           continue.

       2100-scan-rejects section.
           open input rej-file
           if rej-ok
           then
              set source-supplied(2) to true
              move 0 to file-eof-flag
              perform test after until file-eof
                 read rej-file
                    at end
                       set file-eof to true
                    not at end
                       add 1 to source-read(2)
                       if rej-data(1::maxlen:) = want-key-txt
                       then
                          move spaces to evt-work
                          move "00000000" to evt-work-date
                          move 2 to evt-work-phase
                          move "REJECTED" to evt-work-label
                          string "REASON " delimited by size
                                 rej-reason delimited by size
                                 "          " delimited by size
                                 rej-data delimited by size
                                 into evt-work-detail
                          end-string
                          move 2 to src
                          perform 8000-file-event
                       end-if
                 end-read
              end-perform
              close rej-file
           end-if
           continue.

      *> each "RID" control record names the sort run the drops
      *> behind it came from; SRTLOG dates that run.
       2200-scan-duplicates section.
           open input dup-file
           if dup-ok
           then
              set source-supplied(3) to true
              move spaces to dup-run-id
              move "00000000" to found-date
              move 0 to file-eof-flag
              perform test after until file-eof
                 read dup-file
                    at end
                       set file-eof to true
                    not at end
                       if dup-rec(1:3) = "RID"
                       then
                          move dup-rec(4:4) to dup-run-id
                          perform 8200-find-log-date
                       else
                          add 1 to source-read(3)
                          if dup-rec(1::maxlen:) = want-key-txt
                          then
                             perform 2210-file-duplicate
                          end-if
                       end-if
                 end-read
              end-perform
              close dup-file
           end-if
           continue.

       2210-file-duplicate section.
           move spaces to evt-work
           move found-date to evt-work-date
           move 3 to evt-work-phase
           move "DUPLICATE" to evt-work-label
           string "DROPPED BY SORT RUN " delimited by size
                  dup-run-id delimited by size
                  " " delimited by size
                  dup-rec delimited by size
                  into evt-work-detail
           end-string
           move 3 to src
           perform 8000-file-event
           continue.

       2300-scan-journal section.
           open input jrn-file
           if jrn-ok
           then
              set source-supplied(4) to true
              move 0 to file-eof-flag
              perform test after until file-eof
                 read jrn-file
                    at end
                       set file-eof to true
                    not at end
                       add 1 to source-read(4)
                       if jrn-rec-key = want-key
                       then
                          perform 2310-file-posting
                       end-if
                 end-read
              end-perform
              close jrn-file
           end-if
           continue.

      *> two lines: the action and its run, then the images.
       2310-file-posting section.
           evaluate true
              when jrn-rec-action-add
                 move "ADD" to action-text
              when jrn-rec-action-replace
                 move "REPLACE" to action-text
              when other
                 move "DELETE" to action-text
           end-evaluate
           move "SRTUPDT" to find-step
           move jrn-rec-run-date to find-date
           perform 8100-find-run-id
           move spaces to evt-work
           move jrn-rec-run-date to evt-work-date
           move 4 to evt-work-phase
           move "POSTED" to evt-work-label
           string action-text delimited by space
                  " RUN " delimited by size
                  found-run-id delimited by size
                  " BUS " delimited by size
                  found-bus-date delimited by size
                  " TRN " delimited by size
                  jrn-rec-trn(:maxlen: + 1:) delimited by size
                  into evt-work-detail
           end-string
           move 4 to src
           perform 8000-file-event
           move spaces to evt-work-line
           string "BEFORE " delimited by size
                  jrn-rec-before-payload delimited by size
                  " AFTER " delimited by size
                  jrn-rec-after-payload delimited by size
                  into evt-work-detail
           end-string
           perform 8000-file-event
           continue.

       2400-scan-corrections section.
           open input fix-aud-file
           if aud-ok
           then
              set source-supplied(5) to true
              move 0 to file-eof-flag
              perform test after until file-eof
                 read fix-aud-file
                    at end
                       set file-eof to true
                    not at end
      *> audit lines from before the fixed record carry no date
      *> and are skipped, as every reader of FIXAUDT does.
                       if aud-rec-date numeric
                       then
                          add 1 to source-read(5)
                          if aud-rec-key = want-key
                          then
                             perform 2410-file-correction
                          end-if
                       end-if
                 end-read
              end-perform
              close fix-aud-file
           end-if
           continue.

       2410-file-correction section.
           if aud-rec-action-delete
           then
              move "DELETE" to action-text
           else
              move "REPLACE" to action-text
           end-if
           move spaces to evt-work
           move aud-rec-date to evt-work-date
           move 7 to evt-work-phase
           move aud-rec-time to evt-work-time
           move "CORRECTED" to evt-work-label
           string action-text delimited by space
                  " AT " delimited by size
                  aud-rec-time delimited by size
                  " MAKER " delimited by size
                  aud-rec-maker delimited by size
                  " CHECKER " delimited by size
                  aud-rec-checker delimited by size
                  into evt-work-detail
           end-string
           move 5 to src
           perform 8000-file-event
           move spaces to evt-work-line
           string "BEFORE " delimited by size
                  aud-rec-before-payload delimited by size
                  " AFTER " delimited by size
                  aud-rec-after-payload delimited by size
                  into evt-work-detail
           end-string
           perform 8000-file-event
           continue.

       2450-scan-repairs section.
           open input rpr-aud-file
           if rpr-ok
           then
              set source-supplied(9) to true
              move 0 to file-eof-flag
              perform test after until file-eof
                 read rpr-aud-file
                    at end
                       set file-eof to true
                    not at end
                       add 1 to source-read(9)
                       if rpr-rec-before-rec(1::maxlen:) = want-key-txt
                          or (rpr-rec-was-rekeyed
                              and rpr-rec-after-rec(1::maxlen:)
                                     = want-key-txt)
                       then
                          perform 2460-file-repair
                       end-if
                 end-read
              end-perform
              close rpr-aud-file
           end-if
           continue.

      *> as a correction: the operator's line, then the images - the
      *> record in suspense and, for a repair, the one re-entered.
       2460-file-repair section.
           move spaces to evt-work
           move rpr-rec-date to evt-work-date
           move 7 to evt-work-phase
           move rpr-rec-time to evt-work-time
           if rpr-rec-action-repair
           then
              move "REPAIRED" to evt-work-label
           else
              move "WITHDRAWN" to evt-work-label
           end-if
           string "AT " delimited by size
                  rpr-rec-time delimited by size
                  " OPERATOR " delimited by size
                  rpr-rec-operator delimited by size
                  " REJECT " delimited by size
                  rpr-rec-reason delimited by size
                  " OF " delimited by size
                  rpr-rec-first-seen delimited by size
                  into evt-work-detail
           end-string
           move 9 to src
           perform 8000-file-event
           move spaces to evt-work-line
           string "BEFORE " delimited by size
                  rpr-rec-before-rec delimited by size
                  into evt-work-detail
           end-string
           perform 8000-file-event
           if rpr-rec-action-repair
           then
              move spaces to evt-work-line
              string "AFTER  " delimited by size
                     rpr-rec-after-rec delimited by size
                     into evt-work-detail
              end-string
              perform 8000-file-event
           end-if
           continue.

       2500-scan-suspense section.
           open input susp-file
           if susp-ok
           then
              set source-supplied(6) to true
              move 0 to file-eof-flag
              perform test after until file-eof
                 read susp-file
                    at end
                       set file-eof to true
                    not at end
                       add 1 to source-read(6)
                       if susp-rec-rec(1::maxlen:) = want-key-txt
                       then
                          perform 2510-note-suspense-item
                       end-if
                 end-read
              end-perform
              close susp-file
           end-if
           continue.

       2510-note-suspense-item section.
           perform varying s from 1 by 1 until s > sus-count
              if sus-item-source(s) = susp-rec-source
                 and sus-item-reason(s) = susp-rec-reason
                 and sus-item-first-seen(s) = susp-rec-first-seen
                 and sus-item-rec(s) = susp-rec-rec
              then
                 exit perform
              end-if
           end-perform
           evaluate true
              when s <= sus-count
                 if susp-rec-cycles > sus-item-cycles(s)
                 then
                    move susp-rec-cycles to sus-item-cycles(s)
                 end-if
              when sus-count >= :susmax:
                 if not tables-full
                 then
                    display "SRTKHIST: more suspense items for the "
                            "key than the table holds"
                 end-if
                 set tables-full to true
              when other
                 add 1 to sus-count
                 move susp-rec-source to sus-item-source(sus-count)
                 move susp-rec-reason to sus-item-reason(sus-count)
                 move susp-rec-first-seen
                    to sus-item-first-seen(sus-count)
                 move susp-rec-cycles to sus-item-cycles(sus-count)
                 move susp-rec-rec to sus-item-rec(sus-count)
           end-evaluate
           continue.

       2600-scan-escalations section.
           open input esc-file
           if esc-ok
           then
              set source-supplied(7) to true
              move 0 to file-eof-flag
              perform test after until file-eof
                 read esc-file
                    at end
                       set file-eof to true
                    not at end
                       add 1 to source-read(7)
                       if esc-rec-rec(1::maxlen:) = want-key-txt
                       then
                          perform 2610-file-escalation
                       end-if
                 end-read
              end-perform
              close esc-file
           end-if
           continue.

       2610-file-escalation section.
           move spaces to evt-work
           move esc-rec-first-seen to evt-work-date
           move 6 to evt-work-phase
           move "ESCALATED" to evt-work-label
           string "AFTER " delimited by size
                  esc-rec-cycles delimited by size
                  " CYCLE(S) " delimited by size
                  esc-rec-source delimited by size
                  " " delimited by size
                  esc-rec-reason delimited by size
                  "   " delimited by size
                  esc-rec-rec delimited by size
                  into evt-work-detail
           end-string
           move 7 to src
           perform 8000-file-event
           continue.

      *> a carry-over was SRTUPDT's unmatched transaction, a reject
      *> SRTEDIT's - the run that first put it in suspense.
       2700-file-suspense-items section.
           perform varying s from 1 by 1 until s > sus-count
              move spaces to evt-work
              move sus-item-first-seen(s) to evt-work-date
              move 5 to evt-work-phase
              move "SUSPENSE" to evt-work-label
              move sus-item-first-seen(s) to find-date
              if sus-item-source(s) = "C"
              then
                 move "SRTUPDT" to find-step
                 perform 8100-find-run-id
                 string "CARRY-OVER RUN " delimited by size
                        found-run-id delimited by size
                        " " delimited by size
                        sus-item-cycles(s) delimited by size
                        " CYCLES " delimited by size
                        sus-item-rec(s) delimited by size
                        into evt-work-detail
                 end-string
              else
                 move "SRTEDIT" to find-step
                 perform 8100-find-run-id
                 string "REJECT " delimited by size
                        sus-item-reason(s) delimited by size
                        " RUN " delimited by size
                        found-run-id delimited by size
                        " " delimited by size
                        sus-item-cycles(s) delimited by size
                        " CYCLES " delimited by size
                        sus-item-rec(s) delimited by size
                        into evt-work-detail
                 end-string
              end-if
              move 6 to src
              perform 8000-file-event
           end-perform
           continue.

       3000-find-master section.
           open input mst-file
           if mst-ok
           then
              set source-supplied(8) to true
              move 0 to file-eof-flag
              perform test after until file-eof
                 read mst-file
                    at end
                       set file-eof to true
                    not at end
                       add 1 to source-read(8)
                       if mst-rec-key = want-key
                       then
                          set on-master to true
                          move mst-rec-payload to mst-payload
                          add 1 to source-hits(8)
                       end-if
                 end-read
              end-perform
              close mst-file
           end-if
           continue.

      *> an insertion into timeline order; an entry outside the
      *> dates asked for is dropped here, an undated one never is.
      *> A line with no label continues the entry ahead of it.
       8000-file-event section.
           if evt-work-date not = "00000000"
              and (evt-work-date < from-date
                   or evt-work-date > to-date)
           then
              continue
           else
              if evt-count >= :evtmax:
              then
                 if not tables-full
                 then
                    display "SRTKHIST: more timeline entries than "
                            "the report holds"
                 end-if
                 set tables-full to true
              else
                 add 1 to evt-seq
                 move evt-seq to evt-work-seq
                 evaluate true
                    when evt-work-label = spaces
                       continue
                    when evt-work-date = "00000000"
                       move "UNDATED" to evt-work-line-date
                    when other
                       move evt-work-date to evt-work-line-date
                 end-evaluate
                 move evt-count to e
                 perform until e = 0
                    if evt-key(e) <= evt-work-key
                    then
                       exit perform
                    end-if
                    move evt-entry(e) to evt-entry(e + 1)
                    subtract 1 from e
                 end-perform
                 move evt-work to evt-entry(e + 1)
                 add 1 to evt-count
                 if evt-work-label not = spaces
                 then
                    add 1 to source-hits(src)
                 end-if
              end-if
           end-if
           continue.

      *> the last attempt of the step started on the date.
       8100-find-run-id section.
           move spaces to found-run-id
           move spaces to found-bus-date
           perform varying m from 1 by 1 until m > ldg-map-count
              if ldg-map-step(m) = find-step
                 and ldg-map-date(m) = find-date
              then
                 move ldg-map-run-id(m) to found-run-id
                 move ldg-map-bus-date(m) to found-bus-date
              end-if
           end-perform
           if found-run-id = spaces
           then
              move "UNKNOWN" to found-run-id
           end-if
           continue.

      *> sort run ids repeat, so the latest SRTLOG entry under the
      *> id is taken - the SRTDUP file is the latest dedup run's.
       8200-find-log-date section.
           move "00000000" to found-date
           perform varying m from 1 by 1 until m > log-map-count
              if log-map-run-id(m) = dup-run-id
              then
                 move log-map-date(m) to found-date
              end-if
           end-perform
           continue.

       9000-write-report section.
           open output hist-rpt-file
           move spaces to rpt-line
           string "SRTKHIST KEY HISTORY " delimited by size
                  want-key-txt delimited by size
                  " " delimited by size
                  run-date delimited by size
                  into rpt-line
           end-string
           write rpt-line
           move spaces to rpt-line
           evaluate true
              when from-date = "00000000" and to-date = "99999999"
                 move "DATES              ALL" to rpt-line
              when to-date = "99999999"
                 string "DATES              " delimited by size
                        from-date delimited by size
                        " ONWARD" delimited by size
                        into rpt-line
                 end-string
              when other
                 string "DATES              " delimited by size
                        from-date delimited by size
                        " TO " delimited by size
                        to-date delimited by size
                        into rpt-line
                 end-string
           end-evaluate
           write rpt-line
           move spaces to rpt-line
           write rpt-line
           perform varying e from 1 by 1 until e > evt-count
              move evt-line(e) to rpt-line
              write rpt-line
           end-perform
           if evt-count = 0
           then
              move "NO ENTRIES FOR THE KEY" to rpt-line
              write rpt-line
           end-if
           move spaces to rpt-line
           write rpt-line
           move spaces to rpt-line
           evaluate true
              when on-master
                 string "ON MASTER NOW      " delimited by size
                        mst-payload delimited by size
                        into rpt-line
                 end-string
              when source-supplied(8)
                 move "ON MASTER NOW      NOT ON MASTER" to rpt-line
              when other
                 move "ON MASTER NOW      NO MSTRIN SUPPLIED"
                    to rpt-line
           end-evaluate
           write rpt-line
           move spaces to rpt-line
           write rpt-line
           perform varying src from 1 by 1 until src > 11
              move spaces to rpt-line
              if source-supplied(src)
              then
                 string source-name(src) delimited by size
                        "           " delimited by size
                        source-read(src) delimited by size
                        " READ" delimited by size
                        into rpt-line
                 end-string
                 if src < 10
                 then
                    move ", " to rpt-line(34:2)
                    move source-hits(src) to rpt-line(36:5)
                    move " FOR THE KEY" to rpt-line(41:12)
                 end-if
              else
                 string source-name(src) delimited by size
                        "           NOT SUPPLIED" delimited by size
                        into rpt-line
                 end-string
              end-if
              write rpt-line
           end-perform
           close hist-rpt-file
           continue.
