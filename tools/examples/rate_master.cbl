      *----------------------------------------------------------------*
      *    QZRATREC - CONTRACT RATE MASTER RECORD                       *
      *----------------------------------------------------------------*
      *    One record per QZACTREC-CONTRACT-TYPE and effective date,   *
      *    on the QZRATMAS rate master file. The record whose          *
      *    effective date is the latest one at or before a billing    *
      *    month carries the tariff rate in force for that month -    *
      *    the source of truth the per-row QZCUSMAS-RATE is checked   *
      *    against. Maintained online through QZO19T; read by every   *
      *    program that prices usage - QZB19I, QZB19F, QZB19G,        *
      *    QZB19U, QZB19V, QZB19T, QZO19R and QZO19D.                 *
      *                                                                *
      *    QZRATREC-PRICE is the whole tariff and is what QZRATCAL    *
      *    prices usage from: a fixed monthly basic charge, then up   *
      *    to five usage blocks, each priced at its own rate up to    *
      *    its breakpoint - the last block used is open-ended and     *
      *    its breakpoint is not looked at. A tariff with no blocks   *
      *    (TIER-CNT zero) prices every unit at QZRATREC-RATE; a      *
      *    record written before the blocks existed reads that way,  *
      *    with no basic charge. On a tariff with blocks RATE holds   *
      *    the first block's rate.                                    *
      *----------------------------------------------------------------*
      *    MOD HISTORY                                                 *
      *    ------- ---- --------------------------------------------   *
      *    2026-08-23   QZRATREC established.                          *
      *    2026-10-15   QZRATREC-PRICE group added - basic charge and  *
      *                 up to five usage blocks with a breakpoint and  *
      *                 rate each, RATE moved under it.                *
      *----------------------------------------------------------------*
       01  QZRATREC.
           05  QZRATREC-KEY.
               07  QZRATREC-CONTRACT-TYPE PIC X(02).
      *         適用開始年月日
               07  QZRATREC-EFFECTIVE-DATE PIC X(08).
      *       料金体系（基本料金・段階別従量単価）
           05  QZRATREC-PRICE.
      *         適用単価（段階なしの単一単価／段階ありは第1段階単価）
               07  QZRATREC-RATE          PIC 9(03)V9(02).
      *         基本料金（月額）
               07  QZRATREC-BASIC-CHARGE  PIC 9(07).
      *         段階数（0=段階なし 1-5）
               07  QZRATREC-TIER-CNT      PIC 9(01).
      *         段階別上限使用量・単価
               07  QZRATREC-TIER          OCCURS 5 TIMES.
                   10  QZRATREC-TIER-LIMIT PIC 9(07).
                   10  QZRATREC-TIER-RATE PIC 9(03)V9(02).
