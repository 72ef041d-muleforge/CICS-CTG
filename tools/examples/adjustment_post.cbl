      *----------------------------------------------------------------*
      *    QZAJPREC - BILLING ADJUSTMENT POSTING RECORD                 *
      *----------------------------------------------------------------*
      *    One record per approved credit or debit memo the QZB19O    *
      *    adjustment posting batch applied tonight, written to the   *
      *    QZADJPST posting file. The memo itself is carried on       *
      *    QZADJMAS and its effect on the billing-month row           *
      *    (QZCUSMAS-ADJ-DEBIT-AMT/ADJ-CREDIT-AMT); this file is the  *
      *    posting trail the QZB19L ledger interface journals as      *
      *    billing adjustments by contract type and payment method.   *
      *    QZAJPREC-ROW-AMT is the part of a credit memo applied to   *
      *    the row, QZAJPREC-CREDIT-AMT the part carried to customer  *
      *    credit on QZCUSBAL; a debit memo is applied whole.         *
      *                                                                *
      *    The file is bracketed by a QZAJPHDR header (run date, run  *
      *    id) and a QZAJPTRL trailer (record count, debit-memo and   *
      *    credit-memo hashes) over the same record area, the way     *
      *    QZLATHDR/QZLATTRL bracket QZLATFEE, and QZB19L refuses a   *
      *    file whose trailer does not balance. A night with no       *
      *    memos to post still writes the header and trailer. The     *
      *    '*QZHDR*'/'*QZTRL*' ids sit in the CUSTOMER-NO positions   *
      *    and cannot collide with a real customer number.            *
      *----------------------------------------------------------------*
      *    MOD HISTORY                                                 *
      *    ------- ---- --------------------------------------------   *
      *    2026-10-15   QZAJPREC established.                          *
      *----------------------------------------------------------------*
       01  QZAJPREC.
      *       お客さま番号・請求年月・調整連番
           05  QZAJPREC-CUSTOMER-NO       PIC X(10).
           05  QZAJPREC-BILLING-YM        PIC X(06).
           05  QZAJPREC-SEQ               PIC 9(03).
      *       契約種別・支払方法
           05  QZAJPREC-CONTRACT-TYPE     PIC X(02).
           05  QZAJPREC-PAYMENT-METHOD    PIC X(02).
      *       調整区分（C=貸方メモ D=借方メモ）・調整理由
           05  QZAJPREC-MEMO-TYPE         PIC X(01).
               88  QZAJPREC-CREDIT-MEMO       VALUE  'C'.
               88  QZAJPREC-DEBIT-MEMO        VALUE  'D'.
           05  QZAJPREC-REASON-CD         PIC X(02).
      *       計上年月日
           05  QZAJPREC-POST-DATE         PIC X(08).
      *       調整額
           05  QZAJPREC-AMOUNT            PIC 9(10).
      *       請求行への充当額・預り金への振替額
           05  QZAJPREC-ROW-AMT           PIC 9(10).
           05  QZAJPREC-CREDIT-AMT        PIC 9(10).
           05  FILLER                     PIC X(16).
       01  QZAJPHDR.
           05  QZAJPHDR-REC-ID            PIC X(10).
               88  QZAJPHDR-PRESENT           VALUE '*QZHDR*'.
           05  QZAJPHDR-RUN-DATE          PIC X(08).
           05  QZAJPHDR-RUN-ID            PIC X(08).
           05  FILLER                     PIC X(54).
       01  QZAJPTRL.
           05  QZAJPTRL-REC-ID            PIC X(10).
               88  QZAJPTRL-PRESENT           VALUE '*QZTRL*'.
           05  QZAJPTRL-RECORD-CNT        PIC 9(09).
           05  QZAJPTRL-DEBIT-HASH        PIC 9(15).
           05  QZAJPTRL-CREDIT-HASH       PIC 9(15).
           05  FILLER                     PIC X(31).
