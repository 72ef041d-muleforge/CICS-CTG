      *----------------------------------------------------------------*
      *    QZDDRREC - BANK DIRECT-DEBIT REQUEST / RESULT RECORD         *
      *----------------------------------------------------------------*
      *    The standard 120-byte bank transfer (zengin) record used   *
      *    for account direct debit (type code 91). The QZB19Q        *
      *    monthly batch writes the QZDDREQ request file the bank     *
      *    collects against; the bank returns the same file as the   *
      *    QZDDRES result file with QZDDRREC-RESULT-CD filled in on   *
      *    every data record and the trailer's debited/failed counts *
      *    and amounts completed, and the QZB19R intake reads it.    *
      *                                                                *
      *    One file is one header (data type '1'), one data record    *
      *    ('2') per billing month requested, one trailer ('8') with  *
      *    the count and amount totals the bank balances, and one    *
      *    end record ('9'), all over the same 120-byte area.         *
      *    QZDDRREC-CUST-REF carries our CUSTOMER-NO and BILLING-YM   *
      *    so a result matches straight back to the QZCUSMAS row.     *
      *                                                                *
      *    RESULT CODES (returned by the bank)                         *
      *    0 - debited                                                 *
      *    1 - insufficient funds                                      *
      *    2 - no such account (account closed)                        *
      *    3 - debit stopped by the depositor                          *
      *    4 - no direct-debit mandate on file at the bank            *
      *    8 - stopped at the consignor's request                      *
      *    9 - other                                                   *
      *----------------------------------------------------------------*
      *    MOD HISTORY                                                 *
      *    ------- ---- --------------------------------------------   *
      *    2026-10-15   QZDDRREC established.                          *
      *----------------------------------------------------------------*
       01  QZDDRHDR.
      *       データ区分（1=ヘッダー）
           05  QZDDRHDR-DATA-TYPE         PIC X(01).
               88  QZDDRHDR-PRESENT           VALUE  '1'.
      *       種別コード（91=口座振替）・コード区分
           05  QZDDRHDR-TYPE-CD           PIC X(02).
           05  QZDDRHDR-CODE-DIV          PIC X(01).
      *       委託者コード・委託者名
           05  QZDDRHDR-CONSIGNOR-CD      PIC X(10).
           05  QZDDRHDR-CONSIGNOR-NAME    PIC X(40).
      *       引落日（MMDD）
           05  QZDDRHDR-DEBIT-MMDD        PIC X(04).
      *       取引銀行番号・取引銀行名
           05  QZDDRHDR-BANK-CD           PIC X(04).
           05  QZDDRHDR-BANK-NAME         PIC X(15).
      *       取引支店番号・取引支店名
           05  QZDDRHDR-BRANCH-CD         PIC X(03).
           05  QZDDRHDR-BRANCH-NAME       PIC X(15).
      *       預金種目・口座番号
           05  QZDDRHDR-ACCT-TYPE         PIC X(01).
           05  QZDDRHDR-ACCT-NO           PIC X(07).
           05  FILLER                     PIC X(17).
       01  QZDDRREC.
      *       データ区分（2=データ）
           05  QZDDRREC-DATA-TYPE         PIC X(01).
               88  QZDDRREC-PRESENT           VALUE  '2'.
      *       引落銀行番号・引落銀行名
           05  QZDDRREC-BANK-CD           PIC X(04).
           05  QZDDRREC-BANK-NAME         PIC X(15).
      *       引落支店番号・引落支店名
           05  QZDDRREC-BRANCH-CD         PIC X(03).
           05  QZDDRREC-BRANCH-NAME       PIC X(15).
           05  FILLER                     PIC X(04).
      *       預金種目（1=普通 2=当座）・口座番号
           05  QZDDRREC-ACCT-TYPE         PIC X(01).
           05  QZDDRREC-ACCT-NO           PIC X(07).
      *       預金者名（半角カナ）
           05  QZDDRREC-HOLDER-NAME       PIC X(30).
      *       引落金額
           05  QZDDRREC-AMOUNT            PIC X(10).
           05  QZDDRREC-AMOUNT-N REDEFINES QZDDRREC-AMOUNT
                                          PIC 9(10).
      *       新規コード（1=初回引落 0=その他）
           05  QZDDRREC-NEW-CD            PIC X(01).
      *       顧客番号（お客さま番号・請求年月）
           05  QZDDRREC-CUST-REF.
               07  QZDDRREC-CUSTOMER-NO   PIC X(10).
               07  QZDDRREC-BILLING-YM    PIC X(06).
               07  FILLER                 PIC X(04).
      *       振替結果コード（依頼時は0）
           05  QZDDRREC-RESULT-CD         PIC X(01).
               88  QZDDRREC-DEBITED           VALUE  '0'.
               88  QZDDRREC-NO-FUNDS          VALUE  '1'.
               88  QZDDRREC-NO-ACCOUNT        VALUE  '2'.
               88  QZDDRREC-STOPPED-BY-PAYER  VALUE  '3'.
               88  QZDDRREC-NO-MANDATE        VALUE  '4'.
               88  QZDDRREC-STOPPED-BY-US     VALUE  '8'.
               88  QZDDRREC-OTHER-FAILURE     VALUE  '9'.
               88  QZDDRREC-MANDATE-ENDED     VALUES '2' '3' '4'.
           05  FILLER                     PIC X(08).
       01  QZDDRTRL.
      *       データ区分（8=トレーラー）
           05  QZDDRTRL-DATA-TYPE         PIC X(01).
               88  QZDDRTRL-PRESENT           VALUE  '8'.
      *       合計件数・合計金額
           05  QZDDRTRL-TOTAL-CNT         PIC 9(06).
           05  QZDDRTRL-TOTAL-AMT         PIC 9(12).
      *       振替済件数・振替済金額
           05  QZDDRTRL-DEBITED-CNT       PIC 9(06).
           05  QZDDRTRL-DEBITED-AMT       PIC 9(12).
      *       振替不能件数・振替不能金額
           05  QZDDRTRL-FAILED-CNT        PIC 9(06).
           05  QZDDRTRL-FAILED-AMT        PIC 9(12).
           05  FILLER                     PIC X(65).
       01  QZDDREND.
      *       データ区分（9=エンド）
           05  QZDDREND-DATA-TYPE         PIC X(01).
               88  QZDDREND-PRESENT           VALUE  '9'.
           05  FILLER                     PIC X(119).
