      *>-----------------------------------------------------------------
      * RSHCPY28 - SRTCALD business-day question, passed with the
      *            RSHCPY27 calendar by every program that counts or
      *            judges days.
      *
      * The caller fills in:
      *   :cdq:-function - "C" check :cdq:-date; "N" find the next
      *                    business day after it; "B" find the
      *                    business day :cdq:-days business days
      *                    before it
      *   :cdq:-date     - the date asked about, YYYYMMDD
      *   :cdq:-days     - for "B", how many business days back
      * and SRTCALD returns:
      *   :cdq:-status   - "0" answered, "1" :cdq:-date is not a date
      *   :cdq:-result   - for "N" and "B", the business day found
      *                    (for "C", :cdq:-date again)
      * and, for "C" and for the day "N" or "B" found:
      *   :cdq:-business - "Y" a business day, "N" not one
      *   :cdq:-night    - what kind of night it is: "N" ordinary,
      *                    "M" month-end, "Q" quarter-end, "Y" year-
      *                    end (the last business day of the month,
      *                    of March, June, September or December, and
      *                    of December), "S" a SPECIAL night; for a
      *                    day that is not a business day, "H" a
      *                    holiday or "W" a weekend
      *   :cdq:-deadline - the night's hand-over time (HHMM) from the
      *                    calendar - the SPECIAL entry's own, else
      *                    the DEADLINE for its kind of night (a
      *                    year-end night without one of its own takes
      *                    the quarter-end's, a quarter-end the month-
      *                    end's) - or spaces when the calendar sets
      *                    none and the caller's own deadline stands
      *   :cdq:-text     - the calendar entry's description, if any
      *   :cdq:-covered  - "Y" when a YEAR statement covers the
      *                    date's year, "N" when the answer comes from
      *                    the weekday rule alone
      *
      * Parameterised via REPLACE on:
      *   :cdq:    - the 01-level group name to generate
      *>-----------------------------------------------------------------
       01 :cdq:.
          05 :cdq:-function pic x(01).
             88 :cdq:-check value "C".
             88 :cdq:-next  value "N".
             88 :cdq:-back  value "B".
          05 :cdq:-date pic x(08).
          05 :cdq:-days pic 9(05).
          05 :cdq:-status pic x(01).
             88 :cdq:-ok       value "0".
             88 :cdq:-bad-date value "1".
          05 :cdq:-result pic x(08).
          05 :cdq:-business pic x(01).
             88 :cdq:-business-day value "Y".
          05 :cdq:-night pic x(01).
             88 :cdq:-ordinary-night value "N".
             88 :cdq:-month-end      value "M" "Q" "Y".
             88 :cdq:-quarter-end    value "Q" "Y".
             88 :cdq:-year-end       value "Y".
             88 :cdq:-special-night  value "S".
             88 :cdq:-holiday        value "H".
             88 :cdq:-weekend        value "W".
          05 :cdq:-deadline pic x(04).
          05 :cdq:-text pic x(30).
          05 :cdq:-covered pic x(01).
             88 :cdq:-year-covered value "Y".
