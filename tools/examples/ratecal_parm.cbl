      *----------------------------------------------------------------*
      *    QZRCLPRM - QZRATCAL CALL PARAMETER BLOCK                     *
      *----------------------------------------------------------------*
      *    Passed on CALL 'QZRATCAL' USING QZRCLPRM by every program   *
      *    that prices usage - the QZB19I usage intake, the QZB19F    *
      *    estimates, the QZB19U repricing, the QZB19G final bill,    *
      *    the QZB19V validation, the QZO19R reconciliation and the   *
      *    QZB19T statement and QZO19D detail breakdowns - so all of *
      *    them give the same charge for the same usage. The caller  *
      *    finds the QZRATMAS record in force and passes its          *
      *    QZRATREC-PRICE with the usage; QZRATCAL returns the        *
      *    charge, the basic charge, the rate of the last block the  *
      *    usage reached and the usage, rate and amount of every      *
      *    block.                                                      *
      *----------------------------------------------------------------*
      *    MOD HISTORY                                                 *
      *    ------- ---- --------------------------------------------   *
      *    2026-10-15   QZRCLPRM established.                          *
      *----------------------------------------------------------------*
       01  QZRCLPRM.
      *       使用量
           05  QZRCLPRM-USAGE             PIC 9(10).
      *       料金体系（QZRATREC-PRICE と同一形式）
           05  QZRCLPRM-PRICE.
               07  QZRCLPRM-RATE          PIC 9(03)V9(02).
               07  QZRCLPRM-BASIC-CHARGE  PIC 9(07).
               07  QZRCLPRM-TIER-CNT      PIC 9(01).
               07  QZRCLPRM-TIER          OCCURS 5 TIMES.
                   10  QZRCLPRM-TIER-LIMIT PIC 9(07).
                   10  QZRCLPRM-TIER-RATE PIC 9(03)V9(02).
      *       料金（税抜）
           05  QZRCLPRM-CHARGE            PIC 9(10).
      *       基本料金
           05  QZRCLPRM-BASIC-AMT         PIC 9(07).
      *       最終到達段階の単価
           05  QZRCLPRM-TOP-RATE          PIC 9(03)V9(02).
      *       段階別内訳（段階数・使用量・単価・金額）
           05  QZRCLPRM-BRK-CNT           PIC 9(01).
           05  QZRCLPRM-BRK               OCCURS 5 TIMES.
               07  QZRCLPRM-BRK-USAGE     PIC 9(10).
               07  QZRCLPRM-BRK-RATE      PIC 9(03)V9(02).
               07  QZRCLPRM-BRK-AMT       PIC 9(10).
      *       結果（O=正常 E=料金体系異常）
           05  QZRCLPRM-RESULT            PIC X(01).
               88  QZRCLPRM-OK                VALUE 'O'.
               88  QZRCLPRM-PRICE-ERROR       VALUE 'E'.
