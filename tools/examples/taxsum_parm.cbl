      *----------------------------------------------------------------*
      *    QZTXSPRM - CONSUMPTION TAX SUMMARY MONTH PARAMETER CARD      *
      *----------------------------------------------------------------*
      *    Single 80-byte control card read by the QZB19Y monthly     *
      *    consumption tax summary, naming the billing month (YYYYMM) *
      *    to be summarized for the tax filing. No card or a blank   *
      *    card defaults to the month before the run month, the same *
      *    default QZSTMPRM and QZARRPRM use.                         *
      *----------------------------------------------------------------*
      *    MOD HISTORY                                                 *
      *    ------- ---- --------------------------------------------   *
      *    2026-10-15   QZTXSPRM established.                          *
      *----------------------------------------------------------------*
       01  QZTXSPRM-REC.
      *       集計対象請求年月（YYYYMM）
           05  QZTXSPRM-BILLING-YM        PIC X(06).
           05  FILLER                     PIC X(74).
