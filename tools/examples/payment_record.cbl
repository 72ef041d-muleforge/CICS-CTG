      *    MOD HISTORY                                                 *
      *    ------- ---- --------------------------------------------   *
      *    2026-09-01   QZPAYREC established.                          *
      *    2026-10-15   Pay source '03' - direct debit - added,        *
      *                 carried from QZPAYTXN.                         *
      *    2026-10-15   QZPAYREC-RECOVERY-AMT appended - the part of   *
      *                 a receipt QZB19P took as a recovery of a       *
      *                 balance QZB19Z wrote off. That part is not     *
      *                 receivable; QZB19J journals it to bad-debt     *
      *                 recoveries. Blank on receipts posted before    *
      *                 the field existed, which counts as none.       *
      *----------------------------------------------------------------*
       01  QZPAYREC.
           05  QZPAYREC-KEY.
               07  QZPAYREC-SEQ           PIC 9(03).
      *       入金額
           05  QZPAYREC-AMOUNT            PIC 9(10).
      *       入金経路（01=銀行振込 02=コンビニ収納 03=口座振替）
           05  QZPAYREC-PAY-SOURCE        PIC X(02).
      *       受領番号
           05  QZPAYREC-RECEIPT-NO        PIC X(12).
      *       計上年月日（QZB19P実行日）
           05  QZPAYREC-POSTED-DATE       PIC X(08).
      *       償却債権回収額（入金額のうち償却済債権の回収分）
           05  QZPAYREC-RECOVERY-AMT      PIC 9(10).
