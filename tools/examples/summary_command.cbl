      *----------------------------------------------------------------*
      *    QZSUMCMD - CUSTOMER ACCOUNT SUMMARY INQUIRY COMMAND          *
      *----------------------------------------------------------------*
      *    Companion command to QZSUMRES, addressed through the same   *
      *    LZAPLHDR-MENUID/LZAPLHDR-PGMID routing as the other         *
      *    gateway inquiries. Names the one CUSTOMER-NO whose account  *
      *    QZO19K summarizes on a single screen.                       *
      *----------------------------------------------------------------*
      *    MOD HISTORY                                                 *
      *    ------- ---- --------------------------------------------   *
      *    2026-10-15   QZSUMCMD established.                          *
      *----------------------------------------------------------------*
      *     お客さま口座概要照会コマンド伝文
         03 QZSUMCMD.
      *       お客さま番号
           05 SUM-CUSTOMER-NO                  PIC X(10).
