      *>-----------------------------------------------------------------
      * RSHCPY15 - FIXPEND pending-correction item, the queue between
      *            SRTMFXS (the maker stages a correction), SRTMFXA
      *            (a second operator approves or rejects it) and
      *            SRTMFIX (applies only what was approved).
      *
      * One item per proposed correction:
      *   :pnd:-item          - the item number SRTMFXS gave it; the
      *                         checker's decision statements and the
      *                         SRTMFXL review listing both use it
      *   :pnd:-status        - "P" pending a decision, "A" approved,
      *                         "R" rejected by the checker
      *   :pnd:-action        - "R" replace the payload, "D" delete
      *                         the record
      *   :pnd:-key           - the master key the correction is for
      *   :pnd:-before-payload- the master payload as it stood when
      *                         the correction was staged; SRTMFIX
      *                         applies nothing unless the master
      *                         still holds exactly this
      *   :pnd:-after-payload - the payload the correction sets
      *                         (spaces for a delete)
      *   :pnd:-maker         - operator id of whoever staged it
      *   :pnd:-staged        - when it was staged (YYYYMMDDHHMMSS)
      *   :pnd:-checker       - operator id of whoever decided it
      *                         (spaces while pending)
      *   :pnd:-decided       - when it was decided (YYYYMMDDHHMMSS)
      *
      * Parameterised via REPLACE on:
      *   :pnd:        - prefix used to build each field name (the
      *                  01-level record itself is declared by the
      *                  caller, e.g. the FD it is copied into)
      *   :pnd-maxlen: - PIC width of the master key
      *   :pnd-paylen: - PIC width of the master payload
      *>-----------------------------------------------------------------
          15 :pnd:-item pic 9(05).
          15 :pnd:-status pic x(01).
             88 :pnd:-pending  value "P".
             88 :pnd:-approved value "A".
             88 :pnd:-rejected value "R".
          15 :pnd:-action pic x(01).
             88 :pnd:-action-replace value "R".
             88 :pnd:-action-delete  value "D".
          15 :pnd:-key pic 9(:pnd-maxlen:).
          15 :pnd:-before-payload pic x(:pnd-paylen:).
          15 :pnd:-after-payload pic x(:pnd-paylen:).
          15 :pnd:-maker pic x(08).
          15 :pnd:-staged pic x(14).
          15 :pnd:-checker pic x(08).
          15 :pnd:-decided pic x(14).
