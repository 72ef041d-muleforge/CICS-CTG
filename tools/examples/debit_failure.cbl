      *----------------------------------------------------------------*
      *    QZDDFREC - DIRECT-DEBIT FAILURE LOG RECORD                   *
      *----------------------------------------------------------------*
      *    One record per billing month the bank could not debit, on *
      *    the QZDDFAIL keyed log the QZB19R result intake writes,    *
      *    keyed by customer, billing month and debit date so a      *
      *    month that fails again next cycle is logged again rather  *
      *    than overwritten. Carries the bank's result code and the  *
      *    account debited, so the desk can see why a customer was   *
      *    sent a payment slip. A result file taken in twice finds   *
      *    the key on file and is not logged twice.                  *
      *----------------------------------------------------------------*
      *    MOD HISTORY                                                 *
      *    ------- ---- --------------------------------------------   *
      *    2026-10-15   QZDDFREC established.                          *
      *----------------------------------------------------------------*
       01  QZDDFREC.
           05  QZDDFREC-KEY.
      *         お客さま番号・請求年月・引落日
               07  QZDDFREC-CUSTOMER-NO   PIC X(10).
               07  QZDDFREC-BILLING-YM    PIC X(06).
               07  QZDDFREC-DEBIT-DATE    PIC X(08).
      *       引落依頼金額
           05  QZDDFREC-AMOUNT            PIC 9(10).
      *       振替結果コード
           05  QZDDFREC-RESULT-CD         PIC X(01).
      *       引落銀行番号・引落支店番号・預金種目・口座番号
           05  QZDDFREC-BANK-CD           PIC X(04).
           05  QZDDFREC-BRANCH-CD         PIC X(03).
           05  QZDDFREC-ACCT-TYPE         PIC X(01).
           05  QZDDFREC-ACCT-NO           PIC X(07).
      *       計上年月日（QZB19R実行日）
           05  QZDDFREC-LOGGED-DATE       PIC X(08).
