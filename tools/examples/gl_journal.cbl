      *    MOD HISTORY                                                 *
      *    ------- ---- --------------------------------------------   *
      *    2026-09-01   QZGLJREC established.                          *
      *    2026-10-15   Account 40200000 (late-charge revenue) added   *
      *                 - QZB19L journals the QZB19S late-payment      *
      *                 surcharges to it as their own                  *
      *                 debit-receivables/credit pairs, and the        *
      *                 journal totals now prove to the extract        *
      *                 charge hash plus the QZLATFEE surcharge hash.  *
      *    2026-10-15   Account 40900000 (billing adjustments) added   *
      *                 - QZB19L journals QZB19O debit memos as        *
      *                 debit-receivables/credit-adjustments pairs     *
      *                 and credit memos the reverse, and the journal  *
      *                 totals also prove to the QZADJPST memo         *
      *                 hashes.                                        *
      *    2026-10-15   Account 11100000 (cash) and                    *
      *                 QZGLJREC-PAY-SOURCE added - the QZB19J cash    *
      *                 receipts journal debits cash and credits       *
      *                 receivables for the day's QZPAYMAS postings    *
      *                 by pay source and contract type, on its own    *
      *                 QZCRJOUT file under the same header and        *
      *                 trailer. QZB19L leaves the pay source blank.   *
      *    2026-10-15   Accounts 52100000 (bad-debt expense) and       *
      *                 40950000 (bad-debt recoveries) added - the     *
      *                 QZB19Z write-off batch debits bad-debt         *
      *                 expense and credits receivables on its own     *
      *                 QZWOJOUT file, and QZB19J credits the          *
      *                 recovered part of a receipt to bad-debt        *
      *                 recoveries instead of receivables.             *
      *    2026-10-15   Account 21500000 (consumption tax payable)     *
      *                 added - QZB19L journals the consumption tax    *
      *                 on the extract as                              *
      *                 debit-receivables/credit-tax-payable pairs,    *
      *                 and the journal totals also prove to the       *
      *                 extract tax hash.                              *
      *----------------------------------------------------------------*
       01  QZGLJREC.
      *       勘定科目コード（11300000=売掛金 40100000=売上）
      *       　　　　　　　（40200000=延滞加算金収入）
      *       　　　　　　　（40900000=請求調整）
      *       　　　　　　　（11100000=現金預金）
      *       　　　　　　　（52100000=貸倒損失）
      *       　　　　　　　（40950000=償却債権取立益）
      *       　　　　　　　（21500000=仮受消費税）
           05  QZGLJREC-ACCOUNT           PIC X(08).
      *       貸借区分（D=借方 C=貸方）
           05  QZGLJREC-DR-CR             PIC X(01).
           05  QZGLJREC-AMOUNT            PIC 9(13).
      *       計上年月日
           05  QZGLJREC-RUN-DATE          PIC X(08).
      *       入金経路（入金仕訳のみ 01=銀行振込 02=コンビニ収納
      *       　　　　　03=口座振替、売上仕訳は空白）
           05  QZGLJREC-PAY-SOURCE        PIC X(02).
           05  FILLER                     PIC X(24).
       01  QZGLJHDR.
           05  QZGLJHDR-REC-ID            PIC X(08).
               88  QZGLJHDR-PRESENT           VALUE '*QZHDR*'.
