      *----------------------------------------------------------------*
      *    QZARRPRM - AR ROLL-FORWARD CLOSING-MONTH PARAMETER CARD      *
      *----------------------------------------------------------------*
      *    Single 80-byte control card read by the QZB19W month-end   *
      *    receivables roll-forward, naming the month (YYYYMM) being *
      *    closed. No card or a blank card defaults to the month     *
      *    before the run month, the same default QZSTMPRM uses; the *
      *    month labels the report and the QZARSNXT snapshot.         *
      *----------------------------------------------------------------*
      *    MOD HISTORY                                                 *
      *    ------- ---- --------------------------------------------   *
      *    2026-10-15   QZARRPRM established.                          *
      *----------------------------------------------------------------*
       01  QZARRPRM-REC.
      *       締め年月（YYYYMM）
           05  QZARRPRM-CLOSE-YM          PIC X(06).
           05  FILLER                     PIC X(74).
