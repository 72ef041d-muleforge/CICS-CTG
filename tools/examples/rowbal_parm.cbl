      *----------------------------------------------------------------*
      *    QZRBLPRM - QZROWBAL CALL PARAMETER BLOCK                     *
      *----------------------------------------------------------------*
      *    Passed on CALL 'QZROWBAL' USING QZCUSMAS-REC QZRBLPRM by    *
      *    every program that needs the open balance of a QZCUSMAS    *
      *    billing-month row - the QZB19P payment posting, the        *
      *    QZB19C aging and the QZB19N collections status - so all    *
      *    of them agree on what is still owed on a row. The caller   *
      *    passes the row as read; QZROWBAL returns the amount        *
      *    billed on the row, the amount applied against it and the   *
      *    open balance left.                                          *
      *----------------------------------------------------------------*
      *    MOD HISTORY                                                 *
      *    ------- ---- --------------------------------------------   *
      *    2026-10-15   QZRBLPRM established.                          *
      *----------------------------------------------------------------*
       01  QZRBLPRM.
      *       請求額（行の請求総額）
           05  QZRBLPRM-BILLED-AMT        PIC 9(11).
      *       充当済額
           05  QZRBLPRM-APPLIED-AMT       PIC 9(11).
      *       未収残高
           05  QZRBLPRM-OPEN-AMT          PIC 9(11).
      *       結果（O=未収あり S=消込済）
           05  QZRBLPRM-RESULT            PIC X(01).
               88  QZRBLPRM-ROW-HAS-OPEN      VALUE 'O'.
               88  QZRBLPRM-ROW-SETTLED       VALUE 'S'.
