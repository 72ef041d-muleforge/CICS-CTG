      *                 DBCS fields for callers (e.g. the nightly      *
      *                 extract) that move this data into a plain      *
      *                 PIC X record rather than displaying it.        *
      *    2026-10-15   QZO19R-TAX-INF OCCURS 5 added - the            *
      *                 consumption tax summed over the customer's     *
      *                 rows beside the tax-exclusive                  *
      *                 CUSTOMER-CHARGE. Optional like                 *
      *                 QZO19R-EXT-INF: written only when              *
      *                 LZAPLHDR-USERDATA-LEN is greater than zero     *
      *                 and the commarea reaches it. Appended after    *
      *                 NEXT-POSTAL-CD so existing offsets are         *
      *                 unchanged.                                     *
      *----------------------------------------------------------------*
      *     レスポンス伝文
         03 SAMPLE-RESPONSE.
             07 COLLECTIONS-STATUS             PIC X(01).
      *       継続検索キー（次回 CONTINUATION-POSTAL-CD に渡す値）
           05 NEXT-POSTAL-CD                    PIC X(07).
      *       消費税額（請求行合計、拡張情報と同じく任意項目）
           05 QZO19R-TAX-INF                    OCCURS 5.
             07 CUSTOMER-TAX                   PIC 9(10).
