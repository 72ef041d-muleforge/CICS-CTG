      *----------------------------------------------------------------*
      *    QZSUMRES - CUSTOMER ACCOUNT SUMMARY INQUIRY RESPONSE         *
      *----------------------------------------------------------------*
      *    Companion response to QZSUMCMD. One screen per customer:    *
      *    the name, address and contract of the customer's QZACTMAS   *
      *    account, the account, bad-address and collections status,   *
      *    the open balance QZROWBAL finds across every row with the   *
      *    oldest month still open, and the QZCUSBAL credit. Then the  *
      *    five latest QZPAYMAS receipts (newest first), the five      *
      *    latest QZDUNHST letters with their delivery outcome (newest *
      *    first), the count of QZSUSPNS items not yet closed, and up  *
      *    to five QZMTRREJ readings waiting for repair. Each list     *
      *    carries the full count on file beside the five shown.       *
      *----------------------------------------------------------------*
      *    MOD HISTORY                                                 *
      *    ------- ---- --------------------------------------------   *
      *    2026-10-15   QZSUMRES established.                          *
      *----------------------------------------------------------------*
      *     お客さま口座概要照会レスポンス伝文
         03 QZSUMRES.
      *       お客さま番号
           05 SUM-RES-CUSTOMER-NO              PIC X(10).
      *       最新請求年月
           05 SUM-RES-LATEST-YM                PIC X(06).
      *       お客さま名
           05 SUM-RES-CUSTOMER-NAME            PIC G(20).
      *       住所（郵便番号・都道府県市区町村・町域番地）
           05 SUM-RES-ADDR-POSTAL-CD           PIC X(07).
           05 SUM-RES-ADDR-PREF-CITY           PIC G(10).
           05 SUM-RES-ADDR-LINE                PIC G(15).
      *       契約種別・支払方法
           05 SUM-RES-CONTRACT-TYPE            PIC X(02).
           05 SUM-RES-PAYMENT-METHOD           PIC X(02).
      *       契約状況（A=契約中 T=解約 C=閉鎖）・解約日
           05 SUM-RES-ACCOUNT-STATUS           PIC X(01).
           05 SUM-RES-TERM-DATE                PIC X(08).
      *       住所不備フラグ（B=不備）
           05 SUM-RES-BAD-ADDR-FLAG            PIC X(01).
      *       督促状況（0=通常 1=督促 2=延滞 3=法的）
           05 SUM-RES-COLLECTIONS-STATUS       PIC X(01).
      *       未収月数・未収残高合計・最古未収年月
           05 SUM-RES-OPEN-MONTH-CNT           PIC 9(03).
           05 SUM-RES-OPEN-AMT                 PIC 9(11).
           05 SUM-RES-OLDEST-OPEN-YM           PIC X(06).
      *       預り金残高
           05 SUM-RES-CREDIT-AMT               PIC 9(10).
      *       入金件数（全件）
           05 SUM-RES-RCPT-CNT                 PIC 9(05).
      *       最近の入金（新しい順）
           05 SUM-RES-RCPT-INF                 OCCURS 5.
             07 SUM-RES-RCPT-PAY-DATE          PIC X(08).
             07 SUM-RES-RCPT-BILLING-YM        PIC X(06).
             07 SUM-RES-RCPT-AMOUNT            PIC 9(10).
             07 SUM-RES-RCPT-PAY-SOURCE        PIC X(02).
      *       督促状件数（全件）
           05 SUM-RES-LETTER-CNT               PIC 9(05).
      *       最近の督促状（新しい順・配達結果 P=未着 D=配達 R=返戻）
           05 SUM-RES-LETTER-INF               OCCURS 5.
             07 SUM-RES-LETTER-DATE            PIC X(08).
             07 SUM-RES-LETTER-TYPE            PIC X(01).
             07 SUM-RES-LETTER-RESULT          PIC X(01).
      *       未決サスペンス件数
           05 SUM-RES-SUSP-OPEN-CNT            PIC 9(05).
      *       修正待ち検針リジェクト件数（全件）
           05 SUM-RES-REJ-CNT                  PIC 9(05).
      *       修正待ち検針リジェクト
           05 SUM-RES-REJ-INF                  OCCURS 5.
             07 SUM-RES-REJ-REASON-CD          PIC X(02).
             07 SUM-RES-REJ-BILLING-YM         PIC X(06).
             07 SUM-RES-REJ-STATUS             PIC X(01).
             07 SUM-RES-REJ-CYCLE-CNT          PIC 9(03).
