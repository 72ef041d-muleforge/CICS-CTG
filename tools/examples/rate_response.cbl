      *    MOD HISTORY                                                 *
      *    ------- ---- --------------------------------------------   *
      *    2026-08-23   QZRATRES established.                          *
      *    2026-10-15   RAT-RES-BASIC-CHARGE, RAT-RES-TIER-CNT and     *
      *                 RAT-RES-TIER OCCURS 5 appended - the rest of   *
      *                 the tariff as on file; blocks past the count   *
      *                 come back as zero.                             *
      *----------------------------------------------------------------*
      *     単価保守レスポンス伝文
         03 QZRATRES.
           05 RAT-RES-EFFECTIVE-DATE           PIC X(08).
      *       適用単価
           05 RAT-RES-RATE                     PIC 9(03)V9(02).
      *       基本料金
           05 RAT-RES-BASIC-CHARGE             PIC 9(07).
      *       段階数
           05 RAT-RES-TIER-CNT                 PIC 9(01).
      *       段階別上限使用量・単価
           05 RAT-RES-TIER                     OCCURS 5.
             07 RAT-RES-TIER-LIMIT             PIC 9(07).
             07 RAT-RES-TIER-RATE              PIC 9(03)V9(02).
