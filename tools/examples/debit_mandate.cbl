      *----------------------------------------------------------------*
      *    QZDDMREC - DIRECT-DEBIT MANDATE RECORD                       *
      *----------------------------------------------------------------*
      *    One record per CUSTOMER-NO on the QZDDMAND keyed file: the *
      *    bank account a customer on direct debit                    *
      *    (QZACTREC-PAY-DIRECT-DEBIT) has mandated us to collect     *
      *    from, loaded from the mandate forms the banks return       *
      *    accepted. The QZB19Q monthly batch requests every open     *
      *    billing month of a customer with an active mandate; a     *
      *    direct-debit customer with none is not requested and is   *
      *    flagged for a payment slip instead. The QZB19R result      *
      *    intake stops the mandate ('S') when the bank reports the  *
      *    account closed, the debit stopped by the depositor or no  *
      *    mandate at the bank, so the next month's run does not     *
      *    request the same dead account again.                       *
      *----------------------------------------------------------------*
      *    MOD HISTORY                                                 *
      *    ------- ---- --------------------------------------------   *
      *    2026-10-15   QZDDMREC established.                          *
      *----------------------------------------------------------------*
       01  QZDDMREC.
      *       お客さま番号
           05  QZDDMREC-CUSTOMER-NO       PIC X(10).
      *       引落銀行番号・引落銀行名（半角カナ）
           05  QZDDMREC-BANK-CD           PIC X(04).
           05  QZDDMREC-BANK-NAME         PIC X(15).
      *       引落支店番号・引落支店名（半角カナ）
           05  QZDDMREC-BRANCH-CD         PIC X(03).
           05  QZDDMREC-BRANCH-NAME       PIC X(15).
      *       預金種目（1=普通 2=当座）・口座番号
           05  QZDDMREC-ACCT-TYPE         PIC X(01).
           05  QZDDMREC-ACCT-NO           PIC X(07).
      *       預金者名（半角カナ）
           05  QZDDMREC-HOLDER-NAME       PIC X(30).
      *       依頼書状況（A=有効 S=停止）
           05  QZDDMREC-STATUS            PIC X(01).
               88  QZDDMREC-STS-ACTIVE        VALUE  'A'.
               88  QZDDMREC-STS-STOPPED       VALUE  'S'.
      *       登録年月日・初回引落依頼年月日
           05  QZDDMREC-REG-DATE          PIC X(08).
           05  QZDDMREC-FIRST-REQ-DATE    PIC X(08).
      *       停止年月日・停止理由（銀行の振替結果コード）
           05  QZDDMREC-STOP-DATE         PIC X(08).
           05  QZDDMREC-STOP-RESULT-CD    PIC X(01).
