      *----------------------------------------------------------------*
      *    QZRFDREC - CLOSING REFUND EXTRACT RECORD                     *
      *----------------------------------------------------------------*
      *    One record per terminated customer the QZB19G final bill   *
      *    batch closed tonight with money left over, written to the  *
      *    QZREFUND extract the treasury pays refunds from. The       *
      *    refund is the customer's QZCUSBAL credit once every open   *
      *    billing month has been settled from it - at the final     *
      *    bill, or on a later night when a receipt for a billed      *
      *    account overpays what was left. The credit is cleared on  *
      *    QZCUSBAL as the record is written, so it is paid once.     *
      *                                                                *
      *    The file is bracketed by a QZRFDHDR header (run date, run  *
      *    id) and a QZRFDTRL trailer (record count, refund hash)     *
      *    over the same record area, the way QZAJPHDR/QZAJPTRL       *
      *    bracket QZADJPST. A night with no refunds still writes    *
      *    the header and trailer. The '*QZHDR*'/'*QZTRL*' ids sit    *
      *    in the CUSTOMER-NO positions and cannot collide with a    *
      *    real customer number.                                       *
      *----------------------------------------------------------------*
      *    MOD HISTORY                                                 *
      *    ------- ---- --------------------------------------------   *
      *    2026-10-15   QZRFDREC established.                          *
      *----------------------------------------------------------------*
       01  QZRFDREC.
      *       お客さま番号
           05  QZRFDREC-CUSTOMER-NO       PIC X(10).
      *       顧客名
           05  QZRFDREC-CUSTOMER-NAME     PIC G(20) USAGE DISPLAY-1.
      *       転居先郵便番号
           05  QZRFDREC-FWD-POSTAL-CD     PIC X(07).
      *       転居先都道府県・市区町村
           05  QZRFDREC-FWD-PREF-CITY     PIC G(10) USAGE DISPLAY-1.
      *       転居先町域・番地
           05  QZRFDREC-FWD-LINE          PIC G(15) USAGE DISPLAY-1.
      *       支払方法
           05  QZRFDREC-PAYMENT-METHOD    PIC X(02).
      *       退去年月日
           05  QZRFDREC-MOVE-OUT-DATE     PIC X(08).
      *       返金額
           05  QZRFDREC-REFUND-AMT        PIC 9(10).
      *       精算完了年月日
           05  QZRFDREC-CLOSE-DATE        PIC X(08).
      *       返金発生区分（F=最終請求時 L=請求後の入金超過）
           05  QZRFDREC-SOURCE            PIC X(01).
               88  QZRFDREC-AT-FINAL-BILL     VALUE  'F'.
               88  QZRFDREC-AFTER-BILLING     VALUE  'L'.
           05  FILLER                     PIC X(14).
       01  QZRFDHDR.
           05  QZRFDHDR-REC-ID            PIC X(10).
               88  QZRFDHDR-PRESENT           VALUE '*QZHDR*'.
           05  QZRFDHDR-RUN-DATE          PIC X(08).
           05  QZRFDHDR-RUN-ID            PIC X(08).
           05  FILLER                     PIC X(124).
       01  QZRFDTRL.
           05  QZRFDTRL-REC-ID            PIC X(10).
               88  QZRFDTRL-PRESENT           VALUE '*QZTRL*'.
           05  QZRFDTRL-RECORD-CNT        PIC 9(09).
           05  QZRFDTRL-REFUND-HASH       PIC 9(15).
           05  FILLER                     PIC X(116).
