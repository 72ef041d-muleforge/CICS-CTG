      *----------------------------------------------------------------*
      *    QZFINREC - FINAL BILL (CLOSING SETTLEMENT) REQUEST RECORD    *
      *----------------------------------------------------------------*
      *    One record per CUSTOMER-NO on the QZFINREQ keyed file,      *
      *    written by the QZO19N termination in the same unit of work  *
      *    that marks the customer's QZACTMAS account terminated. It   *
      *    carries the closing meter reading (the usage from the last  *
      *    billed reading up to the move-out date), the move-out date  *
      *    and the forwarding address the final statement goes to.     *
      *                                                                *
      *    The QZB19G final bill batch prices the part-month from     *
      *    QZRATMAS, books it on the move-out month's row, settles    *
      *    the open balance against any QZCUSBAL credit and writes    *
      *    the final statement. A net credit goes to the treasury    *
      *    refund extract and the account is closed at once; a net   *
      *    debit leaves the request billed ('B') and the account in  *
      *    collections - QZB19C duns it at the forwarding address -  *
      *    until a later run finds nothing open and closes it.        *
      *----------------------------------------------------------------*
      *    MOD HISTORY                                                 *
      *    ------- ---- --------------------------------------------   *
      *    2026-10-15   QZFINREC established.                          *
      *----------------------------------------------------------------*
       01  QZFINREC.
      *       お客さま番号
           05  QZFINREC-CUSTOMER-NO       PIC X(10).
      *       精算状況（P=最終請求待ち B=請求済・回収中 C=精算完了）
           05  QZFINREC-STATUS            PIC X(01).
               88  QZFINREC-STS-PENDING       VALUE  'P'.
               88  QZFINREC-STS-BILLED        VALUE  'B'.
               88  QZFINREC-STS-CLOSED        VALUE  'C'.
      *       解約受付年月日・受付操作者ID
           05  QZFINREC-TERM-DATE         PIC X(08).
           05  QZFINREC-TERM-OPERID       PIC X(08).
      *       退去年月日
           05  QZFINREC-MOVE-OUT-DATE     PIC X(08).
      *       最終検針使用量（前回検針から退去日まで）
           05  QZFINREC-FINAL-READING     PIC 9(10).
      *       転居先住所（構造化項目）
           05  QZFINREC-FWD-POSTAL-CD     PIC X(07).
           05  QZFINREC-FWD-PREF-CITY     PIC G(10) USAGE DISPLAY-1.
           05  QZFINREC-FWD-LINE          PIC G(15) USAGE DISPLAY-1.
      *       最終請求年月・適用単価・最終請求額
           05  QZFINREC-FINAL-YM          PIC X(06).
           05  QZFINREC-FINAL-RATE        PIC 9(03)V9(02).
           05  QZFINREC-FINAL-CHARGE      PIC 9(10).
      *       最終請求年月日
           05  QZFINREC-BILL-DATE         PIC X(08).
      *       最終請求時の未収残高合計・預り金充当額
           05  QZFINREC-OPEN-AMT          PIC 9(10).
           05  QZFINREC-CREDIT-AMT        PIC 9(10).
      *       差引請求額（借方残）・返金額（貸方残）
           05  QZFINREC-NET-DEBIT-AMT     PIC 9(10).
           05  QZFINREC-REFUND-AMT        PIC 9(10).
      *       精算完了年月日
           05  QZFINREC-CLOSE-DATE        PIC X(08).
