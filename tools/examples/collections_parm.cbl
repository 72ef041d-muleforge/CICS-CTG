      *    collections-status batch, the way QZB19E reads QZEXTPRM.   *
      *    Carries the day thresholds at which the age of a          *
      *    customer's oldest unpaid billing month advances            *
      *    QZACTREC-COLLECTIONS-STATUS to '1' (reminder), '2'         *
      *    (delinquent) and '3' (legal). No card, a blank card or a   *
      *    non-numeric card keeps the standing 30/60/90 schedule.     *
      *----------------------------------------------------------------*
