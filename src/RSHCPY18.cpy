      *>-----------------------------------------------------------------
      * RSHCPY18 - SRTFDFM field-formatting request, passed with the
      *            RSHCPY17 dictionary by every program that prints a
      *            payload field by field.
      *
      * The caller fills in:
      *   :fmt:-layout    - the dictionary layout to apply ("RECORD",
      *                     "MASTER", ...)
      *   :fmt:-payload   - the payload to format
      * and SRTFDFM returns:
      *   :fmt:-fld-count - the number of fields formatted; zero when
      *                     the dictionary is absent or has no such
      *                     layout, and the caller prints the payload
      *                     raw as it always did
      *   :fmt:-fld-name  - each field's name
      *   :fmt:-fld-value - its value, edited for reading: amounts
      *                     with thousands separators, sign and
      *                     decimal point, dates as YYYY-MM-DD, text
      *                     as it stands. A number or date that does
      *                     not read as one comes back as the raw
      *                     bytes behind "NOT NUMERIC: " or
      *                     "NOT A DATE: "
      *
      * Parameterised via REPLACE on:
      *   :fmt:        - the 01-level group name to generate
      *   :fmt-paylen: - PIC width of the payload
      *>-----------------------------------------------------------------
       01 :fmt:.
          05 :fmt:-layout pic x(08).
          05 :fmt:-payload pic x(:fmt-paylen:).
          05 :fmt:-fld-count pic 9(02).
          05 :fmt:-fld occurs 12 times.
             10 :fmt:-fld-name pic x(12).
             10 :fmt:-fld-value pic x(30).
