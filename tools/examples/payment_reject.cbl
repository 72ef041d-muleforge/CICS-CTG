      *    REASON CODES                                                *
      *    01 - CUSTOMER-NO/BILLING-YM row not on QZCUSMAS             *
      *    02 - AMOUNT is not numeric                                  *
      *    03 - billing-month row is already marked paid (retired)     *
      *    04 - AMOUNT disagrees with the row's QZCUSMAS-CHARGE        *
      *         (retired)                                              *
      *----------------------------------------------------------------*
      *    MOD HISTORY                                                 *
      *    ------- ---- --------------------------------------------   *
      *    2026-09-01   QZPAYREJ established.                          *
      *    2026-10-15   Reasons 03 and 04 retired - QZB19P now applies *
      *                 a receipt at open-item level, part-paying the  *
      *                 row or crediting the excess to the customer,   *
      *                 so neither condition is an error. The codes    *
      *                 stay reserved for rejects already on file.     *
      *----------------------------------------------------------------*
       01  QZPAYREJ.
      *       不備理由コード
