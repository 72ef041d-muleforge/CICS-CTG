      *                 existing fields so their offsets are          *
      *                 unchanged; only written when the caller's     *
      *                 commarea reaches this far.                    *
      *    2026-10-15   QZO19D-TIER-INF appended - per returned row    *
      *                 the month's charge broken down into the        *
      *                 tariff's basic charge and the usage, rate and  *
      *                 amount of each usage block. DTL-TIER-CNT zero  *
      *                 means no breakdown - the row's charge is not   *
      *                 the tariff price of its usage. Appended after  *
      *                 QZO19D-EST-INF so existing offsets are         *
      *                 unchanged; only written when the caller's      *
      *                 commarea reaches this far.                     *
      *----------------------------------------------------------------*
      *     明細照会レスポンス伝文
         03 QZDTLRES.
           05 QZO19D-EST-INF                   OCCURS 5.
             07 DTL-ESTIMATE-IND               PIC X(01).
                 88 DTL-ROW-ESTIMATED              VALUE 'E'.
      *       料金内訳（基本料金・段階別使用量・単価・料金）
           05 QZO19D-TIER-INF                  OCCURS 5.
      *         基本料金
             07 DTL-BASIC-CHARGE               PIC 9(07).
      *         段階数（0=内訳なし）
             07 DTL-TIER-CNT                   PIC 9(01).
      *         段階別使用量・単価・料金
             07 DTL-TIER                       OCCURS 5.
               09 DTL-TIER-USAGE               PIC 9(10).
               09 DTL-TIER-RATE                PIC 9(03)V9(02).
               09 DTL-TIER-AMT                 PIC 9(10).
