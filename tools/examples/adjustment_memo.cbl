      *----------------------------------------------------------------*
      *    QZADJREC - BILLING ADJUSTMENT (CREDIT/DEBIT MEMO) RECORD     *
      *----------------------------------------------------------------*
      *    One record per credit or debit memo on the QZADJMAS keyed  *
      *    memo file, raised through the QZO19J billing adjustment    *
      *    transaction against one CUSTOMER-NO/BILLING-YM row, with a *
      *    reason code and memo text, and numbered within the row by *
      *    QZADJREC-SEQ. A memo up to the approval limit is approved  *
      *    as it is raised; a larger one is held pending until an     *
      *    operator with supervisor authority other than the one who *
      *    raised it approves or rejects it. The QZB19O adjustment    *
      *    posting batch applies approved memos to the row and marks  *
      *    them posted; QZB19T shows the memos posted in the month on *
      *    the statement. A memo raised to settle a QZSUSPNS charge   *
      *    exception carries the QZSUSREC key of the item, which is   *
      *    marked resolved when the memo is approved.                 *
      *----------------------------------------------------------------*
      *    MOD HISTORY                                                 *
      *    ------- ---- --------------------------------------------   *
      *    2026-10-15   QZADJREC established.                          *
      *----------------------------------------------------------------*
       01  QZADJREC.
           05  QZADJREC-KEY.
      *         お客さま番号・請求年月
               07  QZADJREC-CUSTOMER-NO   PIC X(10).
               07  QZADJREC-BILLING-YM    PIC X(06).
      *         調整連番（請求年月内）
               07  QZADJREC-SEQ           PIC 9(03).
      *       調整区分（C=貸方メモ D=借方メモ）
           05  QZADJREC-MEMO-TYPE         PIC X(01).
               88  QZADJREC-CREDIT-MEMO       VALUE  'C'.
               88  QZADJREC-DEBIT-MEMO        VALUE  'D'.
      *       調整額
           05  QZADJREC-AMOUNT            PIC 9(10).
      *       調整理由（01=料金不突合 02=苦情認容 03=検針誤り
      *       　　　　　04=単価誤り 05=特別措置 99=その他）
           05  QZADJREC-REASON-CD         PIC X(02).
      *       調整メモ
           05  QZADJREC-MEMO-TEXT         PIC X(60).
      *       調整状況（P=承認待ち A=承認済 R=却下 D=計上済）
           05  QZADJREC-STATUS            PIC X(01).
               88  QZADJREC-STS-PENDING       VALUE  'P'.
               88  QZADJREC-STS-APPROVED      VALUE  'A'.
               88  QZADJREC-STS-REJECTED      VALUE  'R'.
               88  QZADJREC-STS-POSTED        VALUE  'D'.
      *       起票操作者ID・起票年月日
           05  QZADJREC-RAISE-OPERID      PIC X(08).
           05  QZADJREC-RAISE-DATE        PIC X(08).
      *       承認（却下）操作者ID・承認（却下）年月日
           05  QZADJREC-APPR-OPERID       PIC X(08).
           05  QZADJREC-APPR-DATE         PIC X(08).
      *       関連料金不突合キー（QZSUSREC-KEY、なしは空白）
           05  QZADJREC-SUS-KEY.
               07  QZADJREC-SUS-CUSTOMER-NO PIC X(10).
               07  QZADJREC-SUS-DATE      PIC X(08).
               07  QZADJREC-SUS-TIME      PIC X(07).
      *       計上年月日
           05  QZADJREC-POST-DATE         PIC X(08).
      *       請求行への充当額・預り金への振替額（貸方メモ）
           05  QZADJREC-ROW-AMT           PIC 9(10).
           05  QZADJREC-CREDIT-AMT        PIC 9(10).
