      *----------------------------------------------------------------*
      *    QZFSTREC - FINAL STATEMENT RECORD                            *
      *----------------------------------------------------------------*
      *    One record per terminated customer the QZB19G final bill   *
      *    batch billed tonight, written to the QZFINSTM print-bureau *
      *    file and addressed to the forwarding address taken at     *
      *    termination. Carries the closing reading, the part-month  *
      *    charge priced to the move-out date, the open balance of   *
      *    every billing month (the final month included), the        *
      *    credit applied against it and the net outcome - the        *
      *    amount still to pay, or the amount the treasury refunds.   *
      *                                                                *
      *    The file is bracketed by a QZFSTHDR header (run date, run  *
      *    id) and a QZFSTTRL trailer (record count, hash totals of   *
      *    final charge, net debit and refund) over the same record   *
      *    area, the way QZSTMHDR/QZSTMTRL bracket QZSTMEXT. The      *
      *    '*QZHDR*'/'*QZTRL*' ids sit in the CUSTOMER-NO positions   *
      *    and cannot collide with a real customer number.            *
      *----------------------------------------------------------------*
      *    MOD HISTORY                                                 *
      *    ------- ---- --------------------------------------------   *
      *    2026-10-15   QZFSTREC established.                          *
      *----------------------------------------------------------------*
       01  QZFSTREC.
      *       お客さま番号
           05  QZFSTREC-CUSTOMER-NO       PIC X(10).
      *       顧客名
           05  QZFSTREC-CUSTOMER-NAME     PIC G(20) USAGE DISPLAY-1.
      *       転居先郵便番号
           05  QZFSTREC-FWD-POSTAL-CD     PIC X(07).
      *       転居先都道府県・市区町村
           05  QZFSTREC-FWD-PREF-CITY     PIC G(10) USAGE DISPLAY-1.
      *       転居先町域・番地
           05  QZFSTREC-FWD-LINE          PIC G(15) USAGE DISPLAY-1.
      *       契約種別
           05  QZFSTREC-CONTRACT-TYPE     PIC X(02).
      *       退去年月日・最終請求年月
           05  QZFSTREC-MOVE-OUT-DATE     PIC X(08).
           05  QZFSTREC-FINAL-YM          PIC X(06).
      *       最終検針使用量・適用単価・最終請求額
           05  QZFSTREC-FINAL-READING     PIC 9(10).
           05  QZFSTREC-FINAL-RATE        PIC 9(03)V9(02).
           05  QZFSTREC-FINAL-CHARGE      PIC 9(10).
      *       未収残高合計（最終請求分を含む）
           05  QZFSTREC-OPEN-AMT          PIC 9(10).
      *       預り金充当額
           05  QZFSTREC-CREDIT-AMT        PIC 9(10).
      *       差引請求額・返金額
           05  QZFSTREC-NET-DEBIT-AMT     PIC 9(10).
           05  QZFSTREC-REFUND-AMT        PIC 9(10).
      *       発行年月日
           05  QZFSTREC-ISSUE-DATE        PIC X(08).
       01  QZFSTHDR.
           05  QZFSTHDR-REC-ID            PIC X(10).
               88  QZFSTHDR-PRESENT           VALUE '*QZHDR*'.
           05  QZFSTHDR-RUN-DATE          PIC X(08).
           05  QZFSTHDR-RUN-ID            PIC X(08).
           05  FILLER                     PIC X(170).
       01  QZFSTTRL.
           05  QZFSTTRL-REC-ID            PIC X(10).
               88  QZFSTTRL-PRESENT           VALUE '*QZTRL*'.
           05  QZFSTTRL-RECORD-CNT        PIC 9(09).
           05  QZFSTTRL-CHARGE-HASH       PIC 9(15).
           05  QZFSTTRL-DEBIT-HASH        PIC 9(15).
           05  QZFSTTRL-REFUND-HASH       PIC 9(15).
           05  FILLER                     PIC X(132).
