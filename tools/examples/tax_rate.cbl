      *----------------------------------------------------------------*
      *    QZTAXREC - CONSUMPTION TAX RATE MASTER RECORD                *
      *----------------------------------------------------------------*
      *    One record per tax rate revision, on the QZTAXMAS keyed     *
      *    file. The record whose effective date is the latest one at *
      *    or before a billing month carries the consumption tax rate *
      *    in force for that month and the rule by which the tax on a *
      *    charge is rounded to whole yen - the same effective-date   *
      *    convention QZRATMAS follows for the tariff rate. Read only *
      *    through the QZTAXCAL subprogram, so every program that      *
      *    posts a charge taxes it the same way.                       *
      *----------------------------------------------------------------*
      *    MOD HISTORY                                                 *
      *    ------- ---- --------------------------------------------   *
      *    2026-10-15   QZTAXREC established.                          *
      *----------------------------------------------------------------*
       01  QZTAXREC.
      *       適用開始年月日
           05  QZTAXREC-EFFECTIVE-DATE    PIC X(08).
      *       消費税率（パーセント）
           05  QZTAXREC-RATE              PIC 9(02)V9(02).
      *       端数処理（D=切捨て U=切上げ H=四捨五入）
           05  QZTAXREC-ROUND-RULE        PIC X(01).
               88  QZTAXREC-ROUND-DOWN        VALUE 'D'.
               88  QZTAXREC-ROUND-UP          VALUE 'U'.
               88  QZTAXREC-ROUND-HALF        VALUE 'H'.
               88  QZTAXREC-ROUND-VALID       VALUES 'D' 'U' 'H'.
           05  FILLER                     PIC X(07).
