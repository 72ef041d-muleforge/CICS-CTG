      *    QZCUSMAS - CUSTOMER USAGE/CHARGE MASTER RECORD               *
      *----------------------------------------------------------------*
      *    One record per CUSTOMER-NO/BILLING-YM. QZCUSMAS-CUSTOMER-NO  *
      *    is the prime key of the base cluster (file QZCUSMAS). The   *
      *    row carries the month's usage, rate, charge and payment    *
      *    state; the customer's name, address, contract type,        *
      *    payment method, collections and account status and        *
      *    returned-mail flag live once on the QZACTMAS account       *
      *    master (QZACTREC), whose name and postal-code paths        *
      *    QZACTNAM and QZACTPCD replace the former QZCUSNAM and      *
      *    QZCUSPCD paths over this file.                             *
      *----------------------------------------------------------------*
      *    MOD HISTORY                                                 *
      *    ------- ---- --------------------------------------------   *
      *                 queue instead of a paper stack. Appended      *
      *                 after the existing fields so their offsets    *
      *                 are unchanged.                                 *
      *    2026-10-15   QZCUSMAS-PAID-AMOUNT appended - the part of    *
      *                 the row's charge QZB19P has applied from       *
      *                 receipts and customer credit, so a partial     *
      *                 payment reduces the open balance instead of    *
      *                 being rejected. QZCUSMAS-PAID-FLAG gains 'R'   *
      *                 for a part-paid row, which is still open.      *
      *                 Blank on rows loaded before the field          *
      *                 existed - QZROWBAL treats it as nothing        *
      *                 applied on an open row and everything applied  *
      *                 on a 'P' row. Appended after the existing      *
      *                 fields so their offsets are unchanged.         *
      *    2026-10-15   QZCUSMAS-SURCHARGE-AMT/SURCH-DATE appended -   *
      *                 the late-payment surcharge the QZB19S batch    *
      *                 assessed on the row once it stayed open past   *
      *                 its due date and grace period, and the date    *
      *                 assessed. QZROWBAL counts the surcharge as     *
      *                 billed on the row, so it is aged, dunned and   *
      *                 settled with the charge it arose from. Zero    *
      *                 or blank on rows never surcharged. Appended    *
      *                 after the existing fields so their offsets     *
      *                 are unchanged.                                 *
      *    2026-10-15   QZCUSMAS-ADJ-DEBIT-AMT, ADJ-CREDIT-AMT and     *
      *                 ADJ-DATE appended - the approved debit and     *
      *                 credit memos the QZB19O adjustment posting     *
      *                 batch applied to the row from QZADJMAS, and    *
      *                 the date of the last one. QZROWBAL counts a    *
      *                 debit memo as billed and a credit memo as      *
      *                 applied, like a receipt; the part of a credit  *
      *                 memo beyond what was open on the row goes to   *
      *                 customer credit on QZCUSBAL and is not         *
      *                 carried here. Zero or blank on rows never      *
      *                 adjusted. Appended after the existing fields   *
      *                 so their offsets are unchanged.                *
      *    2026-10-15   QZCUSMAS-ACCT-CLOSED ('C') added - a           *
      *                 terminated account the QZB19G final bill has   *
      *                 settled, with nothing open and any refund      *
      *                 paid out.                                      *
      *    2026-10-15   Condition names added under                    *
      *                 QZCUSMAS-PAYMENT-METHOD - '01' is direct       *
      *                 debit from a mandated bank account, '02' a     *
      *                 payment slip paid at a bank or convenience     *
      *                 store.                                         *
      *    2026-10-15   QZCUSMAS-SLIP-REISSUE-FLAG/SLIP-REQ-DATE       *
      *                 appended - 'S' marks a billing month the bank  *
      *                 could not direct-debit (QZB19R) or that        *
      *                 QZB19Q could not request for want of an        *
      *                 active mandate, so a payment slip is reissued  *
      *                 for it and it is not requested again. Blank    *
      *                 on rows never flagged. Appended after the      *
      *                 existing fields so their offsets are           *
      *                 unchanged.                                     *
      *    2026-10-15   QZCUSMAS-WRITEOFF-FLAG, WRITEOFF-AMT,          *
      *                 WRITEOFF-DATE, RECOVERY-AMT and RECOVERY-DATE  *
      *                 appended - 'W' marks a row the QZB19Z          *
      *                 bad-debt write-off batch wrote off, with the   *
      *                 open balance written off and the date.         *
      *                 QZROWBAL counts the amount written off as      *
      *                 applied, so the row leaves aging, dunning and  *
      *                 the open balance. A receipt QZB19P later       *
      *                 matches to the row is a recovery up to the     *
      *                 amount written off and is accumulated in       *
      *                 RECOVERY-AMT. Blank on rows never written      *
      *                 off. Appended after the existing fields so     *
      *                 their offsets are unchanged.                   *
      *    2026-10-15   QZCUSMAS-TAX-RATE and TAX-AMT appended - the   *
      *                 consumption tax rate in force for the billing  *
      *                 month and the tax on the row's charge, worked  *
      *                 out by QZTAXCAL whenever QZB19I, QZB19F,       *
      *                 QZB19U or QZB19G posts the charge.             *
      *                 QZCUSMAS-CHARGE stays tax-exclusive; the       *
      *                 tax-inclusive total is CHARGE plus TAX-AMT,    *
      *                 and QZROWBAL counts the tax as billed. Blank   *
      *                 on rows charged before the fields existed.     *
      *                 Appended after the existing fields so their    *
      *                 offsets are unchanged.                         *
      *    2026-10-15   Customer name, address, contract type,         *
      *                 payment method, collections status, account    *
      *                 status, termination date and returned-mail     *
      *                 flag moved to the QZACTMAS account master      *
      *                 (QZACTREC). The row positions are kept,        *
      *                 renamed QZCUSMAS-OLD-*, so every offset is     *
      *                 unchanged; QZC19A read them once to build      *
      *                 QZACTMAS and no program maintains them since   *
      *                 - they are blank on rows written after the     *
      *                 conversion.                                    *
      *    2026-10-15   QZO19U, QZB19K, QZO19N and the other account   *
      *                 maintainers now stamp customer-level changes   *
      *                 (name, address, contract type, payment         *
      *                 method, status) on QZACTREC-LAST-UPD-DATE,     *
      *                 not on the rows, so QZB19E's delta extract     *
      *                 takes the later of the rows'                   *
      *                 QZCUSMAS-LAST-UPD-DATE and the account's       *
      *                 stamp.                                         *
      *    2026-10-15   QZCUSMAS-DD-REQ-DATE appended - the debit      *
      *                 date QZB19Q last requested the row's open      *
      *                 balance from the bank for, so a second run     *
      *                 for the same debit date does not request the   *
      *                 month again. Blank on rows never requested.    *
      *                 Appended after the existing fields so their    *
      *                 offsets are unchanged.                         *
      *----------------------------------------------------------------*
       01  QZCUSMAS-REC.
           05  QZCUSMAS-KEY.
               07  QZCUSMAS-CUSTOMER-NO   PIC X(10).
               07  QZCUSMAS-BILLING-YM    PIC X(06).
      *       旧顧客属性（QZACTMAS へ移行済・保守対象外）
           05  QZCUSMAS-OLD-CUSTOMER-NAME PIC G(20) USAGE DISPLAY-1.
           05  QZCUSMAS-OLD-CUSTOMER-ADDR PIC G(20) USAGE DISPLAY-1.
           05  QZCUSMAS-OLD-POSTAL-CD     PIC X(07).
           05  QZCUSMAS-OLD-PREF-CITY     PIC G(10) USAGE DISPLAY-1.
           05  QZCUSMAS-OLD-ADDR-LINE     PIC G(15) USAGE DISPLAY-1.
           05  QZCUSMAS-AMOUNT            PIC 9(10).
           05  QZCUSMAS-CHARGE            PIC 9(10).
           05  QZCUSMAS-RATE              PIC 9(03)V9(02).
      *       旧顧客属性（QZACTMAS へ移行済・保守対象外）
           05  QZCUSMAS-OLD-CONTRACT-TYPE PIC X(02).
           05  QZCUSMAS-OLD-PAY-METHOD    PIC X(02).
           05  QZCUSMAS-OLD-COLL-STATUS   PIC X(01).
      *       最終更新年月日
           05  QZCUSMAS-LAST-UPD-DATE     PIC X(08).
      *       入金済フラグ（P=入金済 R=一部入金）
           05  QZCUSMAS-PAID-FLAG         PIC X(01).
               88  QZCUSMAS-ROW-PAID          VALUE  'P'.
               88  QZCUSMAS-ROW-PART-PAID     VALUE  'R'.
               88  QZCUSMAS-ROW-OPEN          VALUES '0' ' ' 'R'.
      *       入金済年月日
           05  QZCUSMAS-PAID-DATE         PIC X(08).
      *       推計フラグ（E=推計行）
           05  QZCUSMAS-ESTIMATE-FLAG     PIC X(01).
               88  QZCUSMAS-ROW-ESTIMATED     VALUE  'E'.
               88  QZCUSMAS-ROW-ACTUAL        VALUES '0' ' '.
      *       旧顧客属性（QZACTMAS へ移行済・保守対象外）
           05  QZCUSMAS-OLD-ACCT-STATUS   PIC X(01).
           05  QZCUSMAS-OLD-TERM-DATE     PIC X(08).
           05  QZCUSMAS-OLD-BAD-ADDR-FLAG PIC X(01).
      *       充当済額（入金・預り金からの消込累計）
           05  QZCUSMAS-PAID-AMOUNT       PIC 9(10).
      *       延滞加算金額
           05  QZCUSMAS-SURCHARGE-AMT     PIC 9(10).
      *       延滞加算金賦課年月日
           05  QZCUSMAS-SURCH-DATE        PIC X(08).
      *       調整額（借方メモ累計）
           05  QZCUSMAS-ADJ-DEBIT-AMT     PIC 9(10).
      *       調整額（貸方メモ充当累計）
           05  QZCUSMAS-ADJ-CREDIT-AMT    PIC 9(10).
      *       最終調整計上年月日
           05  QZCUSMAS-ADJ-DATE          PIC X(08).
      *       払込票再発行フラグ（S=口座振替不能・再発行待ち）
           05  QZCUSMAS-SLIP-REISSUE-FLAG PIC X(01).
               88  QZCUSMAS-SLIP-REISSUE      VALUE  'S'.
      *       払込票再発行依頼年月日
           05  QZCUSMAS-SLIP-REQ-DATE     PIC X(08).
      *       貸倒償却フラグ（W=償却済）
           05  QZCUSMAS-WRITEOFF-FLAG     PIC X(01).
               88  QZCUSMAS-ROW-WRITTEN-OFF   VALUE  'W'.
      *       貸倒償却額・償却年月日
           05  QZCUSMAS-WRITEOFF-AMT      PIC 9(10).
           05  QZCUSMAS-WRITEOFF-DATE     PIC X(08).
      *       償却債権回収額累計・最終回収年月日
           05  QZCUSMAS-RECOVERY-AMT      PIC 9(10).
           05  QZCUSMAS-RECOVERY-DATE     PIC X(08).
      *       消費税率・消費税額（QZCUSMAS-CHARGE は税抜）
           05  QZCUSMAS-TAX-RATE          PIC 9(02)V9(02).
           05  QZCUSMAS-TAX-AMT           PIC 9(10).
      *       口座振替依頼引落日
           05  QZCUSMAS-DD-REQ-DATE       PIC X(08).
