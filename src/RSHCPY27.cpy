      *>-----------------------------------------------------------------
      * RSHCPY27 - parsed SRTCAL business-day calendar, shared by
      *            SRTCALL (the loader, which fills it from the SRTCAL
      *            statements) and SRTCALD (which answers date
      *            questions from it).
      *
      * :cal:-present    - "Y" when a SRTCAL file was read; "N" (no
      *                    file) leaves SRTCALD on the plain weekday
      *                    rule - Monday to Friday are business days,
      *                    nothing else - exactly as the suite counted
      *                    before there was a calendar
      * :cal:-status     - "0" when every statement parsed clean, "1"
      *                    when any was malformed (callers should end
      *                    the run rather than count days off half a
      *                    calendar)
      * :cal:-dl-*       - the DEADLINE statements: the hand-over
      *                    time (HHMM) of an ordinary night and of
      *                    month-end, quarter-end and year-end nights;
      *                    spaces where none was given
      * :cal:-year       - the years the YEAR statements say the
      *                    calendar has been maintained for
      * :cal:-day-*      - the dated entries, in statement order: a
      *                    HOLIDAY (a weekday that is not a business
      *                    day), a WORKDAY (a Saturday or Sunday that
      *                    is) or a SPECIAL night (a business day with
      *                    a hand-over deadline of its own), each with
      *                    its description
      *
      * Parameterised via REPLACE on:
      *   :cal:    - the 01-level group name to generate
      *>-----------------------------------------------------------------
       01 :cal:.
          05 :cal:-status pic x(01) value "0".
             88 :cal:-parse-ok  value "0".
             88 :cal:-parse-bad value "1".
          05 :cal:-present-flag pic x(01) value "N".
             88 :cal:-present value "Y".
             88 :cal:-absent  value "N".
          05 :cal:-dl-normal pic x(04) value spaces.
          05 :cal:-dl-month pic x(04) value spaces.
          05 :cal:-dl-quarter pic x(04) value spaces.
          05 :cal:-dl-year-end pic x(04) value spaces.
          05 :cal:-year-count pic 9(02) value 0.
          05 :cal:-year pic x(04) occurs 10 times.
          05 :cal:-day-count pic 9(03) value 0.
          05 :cal:-day occurs 400 times.
             10 :cal:-day-date pic x(08).
             10 :cal:-day-type pic x(01).
                88 :cal:-day-holiday value "H".
                88 :cal:-day-workday value "W".
                88 :cal:-day-special value "S".
             10 :cal:-day-deadline pic x(04).
             10 :cal:-day-text pic x(30).
