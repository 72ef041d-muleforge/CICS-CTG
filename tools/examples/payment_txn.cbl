      *    MOD HISTORY                                                 *
      *    ------- ---- --------------------------------------------   *
      *    2026-09-01   QZPAYTXN established.                          *
      *    2026-10-15   QZPAYTXN-PAY-SOURCE '03' added - a direct      *
      *                 debit the bank reported collected, written by  *
      *                 the QZB19R result intake to QZDDRCPT, which    *
      *                 is concatenated behind QZPAYIN for QZB19P.     *
      *----------------------------------------------------------------*
       01  QZPAYTXN.
      *       お客さま番号
           05  QZPAYTXN-AMOUNT            PIC X(10).
           05  QZPAYTXN-AMOUNT-N REDEFINES QZPAYTXN-AMOUNT
                                          PIC 9(10).
      *       入金経路（01=銀行振込 02=コンビニ収納 03=口座振替）
           05  QZPAYTXN-PAY-SOURCE        PIC X(02).
               88  QZPAYTXN-SOURCE-BANK       VALUE '01'.
               88  QZPAYTXN-SOURCE-CVS        VALUE '02'.
               88  QZPAYTXN-SOURCE-DIRECT-DEBIT VALUE '03'.
      *       受領番号（振込・収納機関の控え番号）
           05  QZPAYTXN-RECEIPT-NO        PIC X(12).
