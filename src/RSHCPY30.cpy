      *>-----------------------------------------------------------------
      * RSHCPY30 - SRTEDCK record edit, passed with the SRTCFGL run
      *            configuration and the RSHCPY29 cross-reference by
      *            every program that has to decide whether a record
      *            would pass the input edit: SRTEDIT for each record
      *            of the night's input, SRTREPR for each repaired
      *            suspense item before it is re-entered.
      *
      * The caller fills in:
      *   :eck:-run-date - the date (YYYYMMDD) cross-reference entries
      *                    have to be effective by
      *   :eck:-rec      - the record to edit
      * and SRTEDCK returns:
      *   :eck:-reason   - spaces when the record is clean, else the
      *                    reject reason code SRTEDIT files it under
      *                    (see SRTEDIT: "B ", "K ", "T ", "X ")
      *   :eck:-rec      - the record as it goes on: a key the cross-
      *                    reference renumbers is rewritten in place
      *   :eck:-xlate    - "Y" when the key was rewritten
      *
      * Parameterised via REPLACE on:
      *   :eck:        - the 01-level group name to generate
      *   :eck-keypic: - full PICTURE clause of the record key
      *   :eck-paylen: - PIC width of the record payload
      *>-----------------------------------------------------------------
       01 :eck:.
          05 :eck:-run-date pic x(08).
          05 :eck:-rec.
             10 :eck:-rec-key pic :eck-keypic:.
             10 :eck:-rec-payload pic x(:eck-paylen:).
          05 :eck:-reason pic x(02).
          05 :eck:-xlate pic x(01).
             88 :eck:-translated value "Y".
