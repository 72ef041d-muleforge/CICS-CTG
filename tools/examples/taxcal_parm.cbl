      *----------------------------------------------------------------*
      *    QZTXCPRM - QZTAXCAL CALL PARAMETER BLOCK                     *
      *----------------------------------------------------------------*
      *    Passed on CALL 'QZTAXCAL' USING QZTXCPRM by every program   *
      *    that posts a charge to a QZCUSMAS billing-month row - the  *
      *    QZB19I usage intake, the QZB19F estimates, the QZB19U      *
      *    repricing and the QZB19G final bill. The caller passes the *
      *    billing month and the tax-exclusive charge; QZTAXCAL       *
      *    returns the rate in force for the month, the tax rounded   *
      *    by the rule on QZTAXMAS and the tax-inclusive total.        *
      *----------------------------------------------------------------*
      *    MOD HISTORY                                                 *
      *    ------- ---- --------------------------------------------   *
      *    2026-10-15   QZTXCPRM established.                          *
      *----------------------------------------------------------------*
       01  QZTXCPRM.
      *       請求年月
           05  QZTXCPRM-BILLING-YM        PIC X(06).
      *       税抜金額
           05  QZTXCPRM-EXCL-AMT          PIC 9(10).
      *       適用消費税率
           05  QZTXCPRM-TAX-RATE          PIC 9(02)V9(02).
      *       消費税額
           05  QZTXCPRM-TAX-AMT           PIC 9(10).
      *       税込金額
           05  QZTXCPRM-INCL-AMT          PIC 9(11).
      *       結果（O=正常 N=適用税率なし E=税率マスタ異常）
           05  QZTXCPRM-RESULT            PIC X(01).
               88  QZTXCPRM-OK                VALUE 'O'.
               88  QZTXCPRM-NO-RATE           VALUE 'N'.
               88  QZTXCPRM-FILE-ERROR        VALUE 'E'.
