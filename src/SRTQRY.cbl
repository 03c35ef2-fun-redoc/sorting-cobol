      *                                  listed key, up to eight keys
      *
      * Each matching record prints as key, position in the sorted
      * file (the seq part of SRTOUTX's record key) and payload, then
      * - when a PAYDICT field dictionary is supplied (see SRTFDCL) -
      * one line per field of its "RECORD" layout, name and edited
      * value, so nobody has to count columns to find the amount. A
      * malformed PAYDICT is return code 16 before any lookup. A
      * query that matches nothing at all ends with return code 4 so
      * a looking-for-something script can tell; a missing or
      * unreadable SRTOUTX is return code 8 (run SRTIXB first).
           88 read-eof value 1.
       01 match-count pic 9(09) value 0.
       01 key-match-count pic 9(09).
       01 f pic 9(02).
       copy RSHCPY17 replacing ==:dic:== by ==pay-dict==.
       copy RSHCPY18 replacing ==:fmt:== by ==pay-fmt==
                               ==:fmt-paylen:== by ==:paylen:==.
       linkage section.
       01  PARM-BUFFER.
          05  PARM-LENGTH         pic S9(4) comp.
                   ptok-6 ptok-7 ptok-8 ptok-9
           end-unstring

           call "SRTFDCL" using pay-dict
           if pay-dict-parse-bad
           then
              display "SRTQRY: PAYDICT is malformed - no lookup done"
              move 16 to return-code
              goback
           end-if
           move "RECORD" to pay-fmt-layout

           open input qry-file
           if not qry-ok
           then
       3000-print-record section.
           display "SRTQRY: key " qry-key " pos " qry-seq
                   " payload " qry-payload
           move qry-payload to pay-fmt-payload
           call "SRTFDFM" using pay-dict, pay-fmt
           perform varying f from 1 by 1 until f > pay-fmt-fld-count
              display "SRTQRY:     " pay-fmt-fld-name(f) " "
                      pay-fmt-fld-value(f)
           end-perform
           add 1 to match-count
           continue.
