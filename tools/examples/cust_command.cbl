      *    MOD HISTORY                                                 *
      *    ------- ---- --------------------------------------------   *
      *    2026-09-01   QZCUSCMD established.                          *
      *    2026-10-15   CUS-MOVE-OUT-DATE, CUS-FINAL-READING and the   *
      *                 forwarding address appended - a termination    *
      *                 now carries the closing reading and move-out   *
      *                 date the QZB19G final bill prices, and the     *
      *                 address the final statement goes to.           *
      *----------------------------------------------------------------*
      *     契約開始・解約コマンド伝文
         03 QZCUSCMD.
           05 CUS-CONTRACT-TYPE                PIC X(02).
      *       支払方法
           05 CUS-PAYMENT-METHOD               PIC X(02).
      *       退去年月日（解約時）
           05 CUS-MOVE-OUT-DATE                PIC X(08).
      *       最終検針使用量（解約時、前回検針から退去日まで）
           05 CUS-FINAL-READING                PIC 9(10).
      *       転居先住所（解約時、最終請求書の送付先）
           05 CUS-FWD-ADDRESS-DTL.
             07 CUS-FWD-POSTAL-CD              PIC X(07).
             07 CUS-FWD-PREF-CITY              PIC G(10).
             07 CUS-FWD-LINE                   PIC G(15).
