      * Alongside the combined file it writes:
      *   SRTPROV - one RSHCPY12 provenance record per data record:
      *             source file number, sequence within that file,
      *             the record's full content, and the run date and
      *             run id it was combined under. SRTOUT and SRTDUP
      *             carry the records byte for byte, so "where did
      *             this record come from" is a SRTSRC lookup
      *             against this file;
           move s to prov-rec-source
           move src-seq(s) to prov-rec-seq
           move op-rec to prov-rec-rec
           move run-date to prov-rec-run-date
           move run-id to prov-rec-run-id
           write prov-rec
           continue.

