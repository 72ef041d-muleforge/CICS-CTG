      *----------------------------------------------------------------*
      *    QZDDPPRM - DIRECT-DEBIT REQUEST PARAMETER CARD               *
      *----------------------------------------------------------------*
      *    Single 80-byte control card read by the QZB19Q monthly     *
      *    direct-debit request batch. The debit date, our consignor  *
      *    code and name as registered with the collecting bank, and *
      *    the bank, branch and account the collections are credited *
      *    to go on the QZDDREQ header; the card is required. A      *
      *    blank billing month defaults to the month before the run  *
      *    month - the month QZB19T has just issued statements for,  *
      *    the same default QZSTMPRM uses. A month already requested *
      *    for the card's debit date is not requested again; 'R' in  *
      *    the resend switch requests it anyway, for the rerun of a  *
      *    run that ended abnormally before its file went to the     *
      *    bank.                                                      *
      *----------------------------------------------------------------*
      *    MOD HISTORY                                                 *
      *    ------- ---- --------------------------------------------   *
      *    2026-10-15   QZDDPPRM established.                          *
      *    2026-10-15   QZDDPPRM-RESEND-SW takes the spare last        *
      *                 byte: 'R' requests again the months already    *
      *                 requested for the card's debit date. Blank on  *
      *                 existing cards.                                *
      *----------------------------------------------------------------*
       01  QZDDPPRM-REC.
      *       対象請求年月（YYYYMM）
           05  QZDDPPRM-BILLING-YM        PIC X(06).
      *       引落日（YYYYMMDD）
           05  QZDDPPRM-DEBIT-DATE        PIC X(08).
      *       委託者コード
           05  QZDDPPRM-CONSIGNOR-CD      PIC X(10).
      *       委託者名（半角カナ）
           05  QZDDPPRM-CONSIGNOR-NAME    PIC X(40).
      *       取引銀行番号・取引支店番号
           05  QZDDPPRM-BANK-CD           PIC X(04).
           05  QZDDPPRM-BRANCH-CD         PIC X(03).
      *       預金種目・口座番号
           05  QZDDPPRM-ACCT-TYPE         PIC X(01).
           05  QZDDPPRM-ACCT-NO           PIC X(07).
      *       再送信区分（R=同一引落日の依頼済月も再依頼）
           05  QZDDPPRM-RESEND-SW         PIC X(01).
               88  QZDDPPRM-RESEND            VALUE  'R'.
