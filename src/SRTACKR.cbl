      *   - an acknowledgment whose count differs from what we
      *     sent: alert immediately, grace or no grace - a wrong
      *     count is wrong today.
      * A hand-off that names its receiver (SRTEXTR's SRTDIST
      * distribution writes one per receiver) is that receiver's
      * alone: it is deduplicated per date AND receiver, and only
      * that receiver's acknowledgment is held to its count - the
      * vendor's cut-down export is not compared with the
      * warehouse's. A named receiver missing from ACKRCV is noted
      * and not reconciled. A hand-off with no receiver (the single
      * SRTEXP export) is held against every receiver, as always.
      * Any alert ends the run with return code 8, SRTALERT-style,
      * so the scheduler's NOTIFY fires the night it happens.
      *
       01 ho-found-ix pic 9(03).
       01 ho-count pic 9(03) value 0.
       01 superseded-count pic 9(09) value 0.
       01 rcv-listed-flag pic 9 binary.
           88 rcv-listed value 1.
       01 ho-full-flag pic 9 binary value 0.
           88 ho-table-full value 1.
       01 hand-offs.
          05 ho-entry occurs 366 times.
             10 ho-date pic x(08).
             10 ho-receiver pic x(08).
             10 ho-sent pic 9(09).
       linkage section.
       01  PARM-BUFFER.
           move 0 to ho-found-ix
           perform varying h from 1 by 1 until h > ho-count
              if ho-date(h) = snt-rec-date
                 and ho-receiver(h) = snt-rec-receiver
              then
                 move h to ho-found-ix
                 exit perform
              when other
                 add 1 to ho-count
                 move snt-rec-date to ho-date(ho-count)
                 move snt-rec-receiver to ho-receiver(ho-count)
                 move snt-rec-count to ho-sent(ho-count)
           end-evaluate
           continue.

       2100-check-one-hand-off section.
           move 0 to rcv-listed-flag
           perform varying r from 1 by 1 until r > rcv-count
              if ho-receiver(h) = spaces or ho-receiver(h) = rcv-id(r)
              then
                 set rcv-listed to true
                 perform 2150-check-one-receiver
              end-if
           end-perform
           if not rcv-listed
           then
              display "SRTACKR: " ho-receiver(h) " is not in ACKRCV "
                      "- its " ho-date(h) " hand-off is not "
                      "reconciled"
           end-if
           continue.

       2150-check-one-receiver section.
           move 0 to found-ix
           perform varying a from 1 by 1 until a > ack-count
              if ack-receiver(a) = rcv-id(r)
                 and ack-date(a) = ho-date(h)
              then
                 move a to found-ix
                 exit perform
              end-if
           end-perform
           evaluate true
              when found-ix = 0
                   and ho-date(h) <= cutoff-date-x
                 display "SRTACKR: " rcv-id(r)
                         " never acknowledged the "
                         ho-date(h) " hand-off ("
                         ho-sent(h) " record(s) sent)"
                 add 1 to alert-count
              when found-ix = 0
      *> inside the grace period - tomorrow's run alerts if the
      *> acknowledgment still has not arrived.
                 continue
              when ack-loaded(found-ix) not = ho-sent(h)
                 display "SRTACKR: " rcv-id(r) " loaded "
                         ack-loaded(found-ix) " record(s) for "
                         ho-date(h) " but we sent "
                         ho-sent(h)
                 add 1 to alert-count
              when other
                 continue
           end-evaluate
           continue.
