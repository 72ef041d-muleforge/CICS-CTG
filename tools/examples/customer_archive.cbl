      *    MOD HISTORY                                                 *
      *    ------- ---- --------------------------------------------   *
      *    2026-09-01   QZARCREC established, mirroring QZCUSMAS-REC.  *
      *    2026-10-15   QZARCREC-PAID-AMOUNT appended, mirroring       *
      *                 QZCUSMAS-PAID-AMOUNT.                          *
      *    2026-10-15   QZARCREC-SURCHARGE-AMT/SURCH-DATE appended,    *
      *                 mirroring QZCUSMAS.                            *
      *    2026-10-15   QZARCREC-ADJ-DEBIT-AMT, ADJ-CREDIT-AMT and     *
      *                 ADJ-DATE appended, mirroring QZCUSMAS.         *
      *    2026-10-15   QZARCREC-SLIP-REISSUE-FLAG/SLIP-REQ-DATE       *
      *                 appended, mirroring QZCUSMAS.                  *
      *    2026-10-15   QZARCREC-WRITEOFF-FLAG, WRITEOFF-AMT,          *
      *                 WRITEOFF-DATE, RECOVERY-AMT and RECOVERY-DATE  *
      *                 appended, mirroring QZCUSMAS.                  *
      *    2026-10-15   QZARCREC-TAX-RATE and TAX-AMT appended to      *
      *                 mirror QZCUSMAS.                               *
      *    2026-10-15   QZARCREC-DD-REQ-DATE appended to mirror        *
      *                 QZCUSMAS.                                      *
      *----------------------------------------------------------------*
       01  QZARCREC.
           05  QZARCREC-KEY.
           05  QZARCREC-ACCOUNT-STATUS    PIC X(01).
           05  QZARCREC-TERM-DATE         PIC X(08).
           05  QZARCREC-BAD-ADDR-FLAG     PIC X(01).
           05  QZARCREC-PAID-AMOUNT       PIC 9(10).
           05  QZARCREC-SURCHARGE-AMT     PIC 9(10).
           05  QZARCREC-SURCH-DATE        PIC X(08).
           05  QZARCREC-ADJ-DEBIT-AMT     PIC 9(10).
           05  QZARCREC-ADJ-CREDIT-AMT    PIC 9(10).
           05  QZARCREC-ADJ-DATE          PIC X(08).
           05  QZARCREC-SLIP-REISSUE-FLAG PIC X(01).
           05  QZARCREC-SLIP-REQ-DATE     PIC X(08).
      *       貸倒償却フラグ（W=償却済）
           05  QZARCREC-WRITEOFF-FLAG     PIC X(01).
      *       貸倒償却額・償却年月日
           05  QZARCREC-WRITEOFF-AMT      PIC 9(10).
           05  QZARCREC-WRITEOFF-DATE     PIC X(08).
      *       償却債権回収額累計・最終回収年月日
           05  QZARCREC-RECOVERY-AMT      PIC 9(10).
           05  QZARCREC-RECOVERY-DATE     PIC X(08).
      *       消費税率・消費税額
           05  QZARCREC-TAX-RATE          PIC 9(02)V9(02).
           05  QZARCREC-TAX-AMT           PIC 9(10).
      *       口座振替依頼引落日
           05  QZARCREC-DD-REQ-DATE       PIC X(08).
