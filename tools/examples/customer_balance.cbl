      *----------------------------------------------------------------*
      *    QZCBLREC - CUSTOMER CREDIT BALANCE RECORD                    *
      *----------------------------------------------------------------*
      *    One record per CUSTOMER-NO on the QZCUSBAL keyed balance    *
      *    file, written by the QZB19P payment posting batch the      *
      *    first time a receipt leaves money over after settling the  *
      *    billing month it was sent for. QZCBLREC-CREDIT-AMT is the  *
      *    unapplied credit the customer holds; QZB19P applies it to  *
      *    the customer's oldest open billing months on every run,   *
      *    so it only stands while nothing is left open. Customers   *
      *    who have never overpaid have no record.                     *
      *----------------------------------------------------------------*
      *    MOD HISTORY                                                 *
      *    ------- ---- --------------------------------------------   *
      *    2026-10-15   QZCBLREC established.                          *
      *----------------------------------------------------------------*
       01  QZCBLREC.
      *       お客さま番号
           05  QZCBLREC-CUSTOMER-NO       PIC X(10).
      *       預り金残高（未充当）
           05  QZCBLREC-CREDIT-AMT        PIC 9(10).
      *       最終入金年月日
           05  QZCBLREC-LAST-PAY-DATE     PIC X(08).
      *       最終更新年月日
           05  QZCBLREC-LAST-UPD-DATE     PIC X(08).
