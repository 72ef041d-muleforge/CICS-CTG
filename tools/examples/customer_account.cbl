      *----------------------------------------------------------------*
      *    QZACTREC - CUSTOMER ACCOUNT MASTER RECORD                    *
      *----------------------------------------------------------------*
      *    One record per CUSTOMER-NO on the QZACTMAS keyed account    *
      *    master - the single home of the facts that belong to the  *
      *    customer rather than to a billing month: name, structured *
      *    supply address, contract type, payment method,            *
      *    collections status, account status with termination date  *
      *    and the returned-mail flag. The QZCUSMAS billing-month     *
      *    rows keep only the month's usage, rate, charge and         *
      *    payment state. Built once from QZCUSMAS by the QZC19A      *
      *    conversion (latest billing-month row adopted), written by *
      *    the QZO19N onboarding transaction in the same unit of     *
      *    work as the customer's first row, and maintained in place *
      *    by QZO19U (name/address), QZO19N (termination), QZB19N    *
      *    (collections status), QZB19K (returned mail) and QZB19G   *
      *    (closure). QZACTREC-CUSTOMER-NAME is the key               *
      *    of the path/alternate index used for name search (file   *
      *    QZACTNAM) and QZACTREC-ADDR-POSTAL-CD that of the postal- *
      *    code search path (file QZACTPCD).                          *
      *----------------------------------------------------------------*
      *    MOD HISTORY                                                 *
      *    ------- ---- --------------------------------------------   *
      *    2026-10-15   QZACTREC established.                          *
      *----------------------------------------------------------------*
       01  QZACTREC.
      *       お客さま番号
           05  QZACTREC-CUSTOMER-NO       PIC X(10).
      *       お客さま氏名・住所
           05  QZACTREC-CUSTOMER-NAME     PIC G(20) USAGE DISPLAY-1.
           05  QZACTREC-CUSTOMER-ADDRESS  PIC G(20) USAGE DISPLAY-1.
      *       郵便番号・都道府県市区町村・番地
           05  QZACTREC-ADDR-POSTAL-CD    PIC X(07).
           05  QZACTREC-ADDR-PREF-CITY    PIC G(10) USAGE DISPLAY-1.
           05  QZACTREC-ADDR-LINE         PIC G(15) USAGE DISPLAY-1.
      *       契約種別
           05  QZACTREC-CONTRACT-TYPE     PIC X(02).
      *       支払方法（01=口座振替 02=払込票）
           05  QZACTREC-PAYMENT-METHOD    PIC X(02).
               88  QZACTREC-PAY-DIRECT-DEBIT  VALUE  '01'.
               88  QZACTREC-PAY-BY-SLIP       VALUE  '02'.
      *       督促状況（0=正常 1=催告 2=延滞 3=法的措置）
           05  QZACTREC-COLLECTIONS-STATUS PIC X(01).
               88  QZACTREC-COLL-CURRENT      VALUES '0' ' '.
               88  QZACTREC-COLL-REMINDED     VALUE  '1'.
               88  QZACTREC-COLL-DELINQUENT   VALUE  '2'.
               88  QZACTREC-COLL-LEGAL        VALUE  '3'.
               88  QZACTREC-COLL-IN-ARREARS   VALUES '1' '2' '3'.
      *       契約状況（A=契約中 T=解約済 C=精算完了）
           05  QZACTREC-ACCOUNT-STATUS    PIC X(01).
               88  QZACTREC-ACCT-ACTIVE       VALUES 'A' '0' ' '.
               88  QZACTREC-ACCT-TERMINATED   VALUE  'T'.
               88  QZACTREC-ACCT-CLOSED       VALUE  'C'.
      *       解約年月日
           05  QZACTREC-TERM-DATE         PIC X(08).
      *       宛先不達フラグ（B=返送あり）
           05  QZACTREC-BAD-ADDR-FLAG     PIC X(01).
               88  QZACTREC-BAD-ADDRESS       VALUE  'B'.
               88  QZACTREC-ADDR-GOOD         VALUES '0' ' '.
      *       作成年月日（移行または新規契約）
           05  QZACTREC-CREATED-DATE      PIC X(08).
      *       最終更新年月日
           05  QZACTREC-LAST-UPD-DATE     PIC X(08).
           05  FILLER                     PIC X(20).
