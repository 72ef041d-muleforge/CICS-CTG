      *    MOD HISTORY                                                 *
      *    ------- ---- --------------------------------------------   *
      *    2026-09-01   QZSTMREC established.                          *
      *    2026-10-15   QZSTMREC-SURCHARGE appended - the late-payment *
      *                 surcharges QZB19S assessed on the customer's   *
      *                 earlier billing months during the statement   *
      *                 month, shown on the bill as a separate line.   *
      *                 QZSTMTRL-SURCHARGE-HASH added to match.        *
      *                 Appended after the existing fields so their   *
      *                 offsets are unchanged; the header and trailer *
      *                 fillers grew to match.                         *
      *    2026-10-15   QZSTMREC-ADJ-DEBIT and ADJ-CREDIT appended -   *
      *                 the debit and credit memos QZB19O posted to    *
      *                 the customer's billing months during the       *
      *                 statement month, shown on the bill as          *
      *                 adjustment lines. QZSTMTRL-ADJ-DEBIT-HASH and  *
      *                 ADJ-CREDIT-HASH added to match; the header     *
      *                 and trailer fillers were resized to the        *
      *                 longer record.                                 *
      *    2026-10-15   QZSTMREC-TAX-RATE, TAX-AMT and CHARGE-INCL     *
      *                 appended - the consumption tax on the month's  *
      *                 charge and the tax-inclusive charge, shown on  *
      *                 the bill beside the tax-exclusive CHARGE.      *
      *                 QZSTMTRL-TAX-HASH added to match; the header   *
      *                 and trailer fillers were resized to the        *
      *                 longer record.                                 *
      *    2026-10-15   QZSTMREC-BASIC-CHARGE, TIER-CNT and TIER       *
      *                 OCCURS 5 appended - the month's charge broken  *
      *                 down into the tariff's basic charge and the    *
      *                 usage, rate and amount of each usage block.    *
      *                 TIER-CNT zero means no breakdown is printed -  *
      *                 the row's CHARGE is not the tariff price of    *
      *                 its usage. The header and trailer fillers      *
      *                 were resized to the longer record.             *
      *    2026-10-15   QZSTMREC-RELIEF-FLAG, RELIEF-END-DATE and      *
      *                 RELIEF-SHIFT-DAYS appended - the relief        *
      *                 notice for a customer held by a QZO19E         *
      *                 disaster relief area when the statement is     *
      *                 run, with the date the relief ends, and the    *
      *                 days the due date of the statement month's     *
      *                 bill was moved. QZSTMTRL-RELIEF-CNT added to   *
      *                 match; the header and trailer fillers were     *
      *                 resized to the longer record.                  *
      *----------------------------------------------------------------*
       01  QZSTMREC.
      *       お客さま番号
           05  QZSTMREC-CHARGE            PIC 9(10).
      *       契約種別
           05  QZSTMREC-CONTRACT-TYPE     PIC X(02).
      *       延滞加算金（当月賦課分）
           05  QZSTMREC-SURCHARGE         PIC 9(10).
      *       請求調整額（当月計上分　借方メモ・貸方メモ）
           05  QZSTMREC-ADJ-DEBIT         PIC 9(10).
           05  QZSTMREC-ADJ-CREDIT        PIC 9(10).
      *       消費税率・消費税額・税込請求額
           05  QZSTMREC-TAX-RATE          PIC 9(02)V9(02).
           05  QZSTMREC-TAX-AMT           PIC 9(10).
           05  QZSTMREC-CHARGE-INCL       PIC 9(11).
      *       基本料金
           05  QZSTMREC-BASIC-CHARGE      PIC 9(07).
      *       段階数（0=内訳なし）
           05  QZSTMREC-TIER-CNT          PIC 9(01).
      *       段階別使用量・単価・料金
           05  QZSTMREC-TIER              OCCURS 5 TIMES.
               10  QZSTMREC-TIER-USAGE    PIC 9(10).
               10  QZSTMREC-TIER-RATE     PIC 9(03)V9(02).
               10  QZSTMREC-TIER-AMT      PIC 9(10).
      *       災害救済表示（H=救済中 空白=対象外）・救済終了年月日
           05  QZSTMREC-RELIEF-FLAG       PIC X(01).
               88  QZSTMREC-RELIEF-HELD       VALUE 'H'.
           05  QZSTMREC-RELIEF-END-DATE   PIC X(08).
      *       支払期日繰延日数（当月請求分）
           05  QZSTMREC-RELIEF-SHIFT-DAYS PIC 9(03).
       01  QZSTMHDR.
           05  QZSTMHDR-REC-ID            PIC X(10).
               88  QZSTMHDR-PRESENT           VALUE '*QZHDR*'.
           05  QZSTMHDR-RUN-DATE          PIC X(08).
           05  QZSTMHDR-RUN-ID            PIC X(08).
           05  QZSTMHDR-BILLING-YM        PIC X(06).
           05  FILLER                     PIC X(308).
       01  QZSTMTRL.
           05  QZSTMTRL-REC-ID            PIC X(10).
               88  QZSTMTRL-PRESENT           VALUE '*QZTRL*'.
           05  QZSTMTRL-RECORD-CNT        PIC 9(09).
           05  QZSTMTRL-AMOUNT-HASH       PIC 9(15).
           05  QZSTMTRL-CHARGE-HASH       PIC 9(15).
           05  QZSTMTRL-SURCHARGE-HASH    PIC 9(15).
           05  QZSTMTRL-ADJ-DEBIT-HASH    PIC 9(15).
           05  QZSTMTRL-ADJ-CREDIT-HASH   PIC 9(15).
           05  QZSTMTRL-TAX-HASH          PIC 9(15).
           05  QZSTMTRL-RELIEF-CNT        PIC 9(09).
           05  FILLER                     PIC X(222).
