      *----------------------------------------------------------------*
      *    QZDBXREC - DBCS DATA-QUALITY EXCEPTION RECORD                *
      *----------------------------------------------------------------*
      *    One record per QZACTMAS field the QZB19D nightly scan      *
      *    found mixed full-width/half-width (per QZDBCVAL), on the   *
      *    QZDBCEXC exception file. Names the account and the         *
      *    offending field so the cleanup can be sized and worked     *
      *    through QZO19U. BILLING-YM is blank - the fields belong   *
      *    to the customer, not to a billing month.                   *
      *                                                                *
      *    FIELD IDS                                                   *
      *    NAME       - QZACTREC-CUSTOMER-NAME                         *
      *    ADDRESS    - QZACTREC-CUSTOMER-ADDRESS                      *
      *    PREF-CITY  - QZACTREC-ADDR-PREF-CITY                        *
      *    ADDR-LINE  - QZACTREC-ADDR-LINE                             *
      *----------------------------------------------------------------*
      *    MOD HISTORY                                                 *
      *    ------- ---- --------------------------------------------   *
      *    2026-08-23   QZDBXREC established.                          *
      *    2026-10-15   Fields scanned are on QZACTMAS; BILLING-YM     *
      *                 blank.                                         *
      *----------------------------------------------------------------*
       01  QZDBXREC.
      *       お客さま番号・請求年月
