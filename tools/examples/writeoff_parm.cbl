      *----------------------------------------------------------------*
      *    QZWOFPRM - BAD-DEBT WRITE-OFF PARAMETER CARD                *
      *----------------------------------------------------------------*
      *    Single 80-byte control card read by the QZB19Z bad-debt     *
      *    write-off batch. A customer in legal status ('3') is a      *
      *    write-off candidate once the oldest billing month still     *
      *    open is at least QZWOFPRM-AGE-MONTHS old, and then only     *
      *    if the contract is terminated or no receipt has been        *
      *    posted for QZWOFPRM-NO-RCPT-MONTHS months. Both figures     *
      *    are required - a write-off is never run on a default.       *
      *----------------------------------------------------------------*
      *    MOD HISTORY                                                 *
      *    ------- ---- --------------------------------------------   *
      *    2026-10-15   QZWOFPRM established.                          *
      *----------------------------------------------------------------*
       01  QZWOFPRM-REC.
      *       償却対象経過月数（最古未収月から）
           05  QZWOFPRM-AGE-MONTHS        PIC X(03).
           05  QZWOFPRM-AGE-MONTHS-N REDEFINES QZWOFPRM-AGE-MONTHS
                                          PIC 9(03).
      *       無入金期間（月数）
           05  QZWOFPRM-NO-RCPT-MONTHS    PIC X(03).
           05  QZWOFPRM-NO-RCPT-MONTHS-N
                                       REDEFINES QZWOFPRM-NO-RCPT-MONTHS
                                          PIC 9(03).
           05  FILLER                     PIC X(74).
