      *----------------------------------------------------------------*
      *    QZPLNPRM - INSTALLMENT PLAN CHECK PARAMETER CARD             *
      *----------------------------------------------------------------*
      *    Single 80-byte control card read by the QZB19B nightly      *
      *    installment plan check: the number of days after an        *
      *    installment's due date that a receipt still counts as      *
      *    on time, allowing for a bank transfer or convenience-store *
      *    payment that reaches QZB19P a few days after the customer  *
      *    paid. No card, a blank card or a non-numeric card keeps    *
      *    the standing 5 days.                                        *
      *----------------------------------------------------------------*
      *    MOD HISTORY                                                 *
      *    ------- ---- --------------------------------------------   *
      *    2026-10-15   QZPLNPRM established.                          *
      *----------------------------------------------------------------*
       01  QZPLNPRM-REC.
      *       支払期日後の猶予日数
           05  QZPLNPRM-GRACE-DAYS        PIC 9(03).
           05  FILLER                     PIC X(77).
