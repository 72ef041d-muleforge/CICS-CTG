      *----------------------------------------------------------------*
      *    QZPLNREC - PAYMENT ARRANGEMENT (INSTALLMENT PLAN) RECORD     *
      *----------------------------------------------------------------*
      *    One record per CUSTOMER-NO on the QZPLNMAS keyed plan       *
      *    file, set up by the QZO19A payment arrangement transaction *
      *    when the collections desk agrees an installment plan with  *
      *    a customer in arrears. The plan covers the open balance    *
      *    of every billing month open at set-up (QZROWBAL) in up to  *
      *    twelve installments, each with its own due date and        *
      *    amount. While the plan is active QZB19N holds the          *
      *    customer's collections status and QZB19C writes no        *
      *    dunning; the QZB19B nightly check marks each installment   *
      *    kept as the customer's QZPAYMAS receipts since set-up      *
      *    cover it, completes the plan when all are kept, and marks  *
      *    it broken when an installment is missed - normal           *
      *    escalation then resumes. A new plan may be set up over a   *
      *    broken, completed or cancelled one; it replaces it.        *
      *----------------------------------------------------------------*
      *    MOD HISTORY                                                 *
      *    ------- ---- --------------------------------------------   *
      *    2026-10-15   QZPLNREC established.                          *
      *----------------------------------------------------------------*
       01  QZPLNREC.
      *       お客さま番号
           05  QZPLNREC-CUSTOMER-NO       PIC X(10).
      *       分割状況（A=履行中 B=不履行 C=完済 X=取消）
           05  QZPLNREC-STATUS            PIC X(01).
               88  QZPLNREC-STS-ACTIVE        VALUE  'A'.
               88  QZPLNREC-STS-BROKEN        VALUE  'B'.
               88  QZPLNREC-STS-COMPLETED     VALUE  'C'.
               88  QZPLNREC-STS-CANCELLED     VALUE  'X'.
      *       設定年月日・設定操作者ID
           05  QZPLNREC-SETUP-DATE        PIC X(08).
           05  QZPLNREC-SETUP-OPERID      PIC X(08).
      *       対象請求年月（最古・最新）
           05  QZPLNREC-FIRST-YM          PIC X(06).
           05  QZPLNREC-LAST-YM           PIC X(06).
      *       対象請求月数
           05  QZPLNREC-MONTH-CNT         PIC 9(03).
      *       分割対象額（設定時の未収残高合計）
           05  QZPLNREC-PLAN-AMT          PIC 9(10).
      *       分割回数
           05  QZPLNREC-INST-CNT          PIC 9(02).
      *       分割明細
           05  QZPLNREC-INST              OCCURS 12 TIMES.
      *         支払期日
               07  QZPLNREC-INST-DUE-DATE PIC X(08).
      *         分割支払額
               07  QZPLNREC-INST-AMT      PIC 9(10).
      *         履行状況（空白=未到来 K=履行 M=不履行）
               07  QZPLNREC-INST-STATUS   PIC X(01).
                   88  QZPLNREC-INST-PENDING  VALUE  ' '.
                   88  QZPLNREC-INST-KEPT     VALUE  'K'.
                   88  QZPLNREC-INST-MISSED   VALUE  'M'.
      *       設定後入金累計（最終点検時）
           05  QZPLNREC-RECEIVED-AMT      PIC 9(10).
      *       最終点検年月日
           05  QZPLNREC-CHECK-DATE        PIC X(08).
      *       終了年月日（不履行・完済・取消）
           05  QZPLNREC-END-DATE          PIC X(08).
      *       最終更新年月日
           05  QZPLNREC-LAST-UPD-DATE     PIC X(08).
