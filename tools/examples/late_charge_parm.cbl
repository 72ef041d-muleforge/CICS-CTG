      *----------------------------------------------------------------*
      *    QZLATPRM - LATE-PAYMENT SURCHARGE PARAMETER CARD             *
      *----------------------------------------------------------------*
      *    80-byte control cards read by the QZB19S late-payment       *
      *    surcharge batch, one per contract type. Each card sets     *
      *    when a billing month falls due - QZLATPRM-DUE-DAYS days    *
      *    after the end of the billing month - the grace period a   *
      *    row may stay open past that due date before it is          *
      *    surcharged, and the surcharge rate as a percentage of the  *
      *    open balance. A contract type with no card is not          *
      *    surcharged at all, so a new tariff is never charged late   *
      *    fees before finance has set its terms.                     *
      *----------------------------------------------------------------*
      *    MOD HISTORY                                                 *
      *    ------- ---- --------------------------------------------   *
      *    2026-10-15   QZLATPRM established.                          *
      *----------------------------------------------------------------*
       01  QZLATPRM-REC.
      *       契約種別
           05  QZLATPRM-CONTRACT-TYPE     PIC X(02).
      *       支払期日（請求月末からの日数）
           05  QZLATPRM-DUE-DAYS          PIC 9(03).
      *       猶予日数（支払期日経過後）
           05  QZLATPRM-GRACE-DAYS        PIC 9(03).
      *       延滞加算金率（％）
           05  QZLATPRM-RATE-PCT          PIC 9(02)V9(02).
           05  FILLER                     PIC X(68).
