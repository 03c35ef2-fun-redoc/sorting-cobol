      *                                  than once
      * Each match prints the source file number, the record's
      * sequence within that file, and the record itself - the
      * figures an investigator quotes back to the feed's provider -
      * followed, when a PAYDICT field dictionary is supplied (see
      * SRTFDCL), by one line per field of the record's payload under
      * the "RECORD" layout, name and edited value. A malformed
      * PAYDICT is return code 16 before the scan.
      * A record SRTEDIT re-entered from a suspense repair (SRTREPR)
      * has its provenance on REENPROV instead, source 0 - concatenate
      * it behind SRTPROV and the match prints as a repair re-entry
      * with its sequence among that night's re-entries.
      * No match at all ends with return code 4, same convention as
      * SRTQRY; a missing SRTPROV is return code 8 (run the stream
      * through SRTCAT first).
               file status is prov-status.
       data division.
       replace ==:maxlen:== by ==5==
               ==:paylen:== by ==20==
               ==:reclen:== by ==25==.
       file section.
       fd  prov-file.
       01 prov-eof-flag pic 9 binary value 0.
           88 prov-eof value 1.
       01 match-count pic 9(09) value 0.
       01 f pic 9(02).
       copy RSHCPY17 replacing ==:dic:== by ==pay-dict==.
       copy RSHCPY18 replacing ==:fmt:== by ==pay-fmt==
                               ==:fmt-paylen:== by ==:paylen:==.
       linkage section.
       01  PARM-BUFFER.
          05  PARM-LENGTH         pic S9(4) comp.
              compute text-len = 20 - trail-spaces
           end-if

           call "SRTFDCL" using pay-dict
           if pay-dict-parse-bad
           then
              display "SRTSRC: PAYDICT is malformed - no lookup done"
              move 16 to return-code
              goback
           end-if
           move "RECORD" to pay-fmt-layout

           open input prov-file
           if not prov-ok
           then
                 or prov-rec-rec(:maxlen: + 1:text-len)
                    = text-tok(1:text-len)
              then
                 if prov-rec-source = 0
                 then
                    display "SRTSRC: repair re-entry " prov-rec-seq
                            " on " prov-rec-run-date
                            " [" prov-rec-rec "]"
                 else
                    display "SRTSRC: file " prov-rec-source
                            " record " prov-rec-seq
                            " [" prov-rec-rec "]"
                 end-if
                 move prov-rec-rec(:maxlen: + 1::paylen:)
                    to pay-fmt-payload
                 call "SRTFDFM" using pay-dict, pay-fmt
                 perform varying f from 1 by 1
                           until f > pay-fmt-fld-count
                    display "SRTSRC:     " pay-fmt-fld-name(f) " "
                            pay-fmt-fld-value(f)
                 end-perform
                 add 1 to match-count
              end-if
           end-if
