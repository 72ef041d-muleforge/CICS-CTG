      *----------------------------------------------------------------*
      *    QZPLNRES - PAYMENT ARRANGEMENT RESPONSE                      *
      *----------------------------------------------------------------*
      *    Companion response to QZPLNCMD. The outcome of the request  *
      *    travels in LZAPLHDR-RTNCD/RSNCD/MSG - this area echoes the  *
      *    customer number, the plan status as on file after the      *
      *    request, and the billing months and open balance the plan  *
      *    covers. On a set-up refused because the installments do    *
      *    not total the open balance, the open balance on file is    *
      *    still returned so the operator can re-key the amounts.     *
      *----------------------------------------------------------------*
      *    MOD HISTORY                                                 *
      *    ------- ---- --------------------------------------------   *
      *    2026-10-15   QZPLNRES established.                          *
      *----------------------------------------------------------------*
      *     分割払い設定レスポンス伝文
         03 QZPLNRES.
      *       お客さま番号
           05 PLN-RES-CUSTOMER-NO              PIC X(10).
      *       分割状況（A=履行中 X=取消）
           05 PLN-RES-PLAN-STATUS              PIC X(01).
      *       対象請求年月（最古・最新）
           05 PLN-RES-FIRST-YM                 PIC X(06).
           05 PLN-RES-LAST-YM                  PIC X(06).
      *       対象請求月数
           05 PLN-RES-MONTH-CNT                PIC 9(03).
      *       未収残高合計
           05 PLN-RES-OPEN-AMT                 PIC 9(10).
