      *----------------------------------------------------------------*
      *    QZARSREC - MONTH-END RECEIVABLE SNAPSHOT RECORD              *
      *----------------------------------------------------------------*
      *    One record per CUSTOMER-NO, written by the QZB19W month-   *
      *    end roll-forward to the QZARSNXT keyed snapshot. It holds  *
      *    the customer's closing receivable for the month - open    *
      *    rows on QZCUSMAS and QZCUSARC less the QZCUSBAL credit -  *
      *    and the charge and surcharge totals billed to date, so     *
      *    next month's run takes its opening balance and its       *
      *    billing movement from here. Receipts, memos and refunds    *
      *    dated after QZARSREC-SNAP-DATE belong to the next month.  *
      *    Once the close is signed off the job stream copies         *
      *    QZARSNXT over QZARSNAP, the snapshot the next run reads;  *
      *    a rerun of the same month reads the same QZARSNAP.         *
      *----------------------------------------------------------------*
      *    MOD HISTORY                                                 *
      *    ------- ---- --------------------------------------------   *
      *    2026-10-15   QZARSREC established.                          *
      *    2026-10-15   Bad-debt write-off total added.                *
      *    2026-10-15   Consumption tax total added.                   *
      *----------------------------------------------------------------*
       01  QZARSREC.
      *       お客さま番号
           05  QZARSREC-CUSTOMER-NO       PIC X(10).
      *       契約種別（最新請求行）
           05  QZARSREC-CONTRACT-TYPE     PIC X(02).
      *       締め年月・締め処理年月日
           05  QZARSREC-CLOSE-YM          PIC X(06).
           05  QZARSREC-SNAP-DATE         PIC X(08).
      *       月末売掛金残高（未収残高－預り金、負は預り超過）
           05  QZARSREC-CLOSE-AMT         PIC S9(11).
      *       請求額累計・延滞加算金累計
           05  QZARSREC-CUM-CHARGE        PIC 9(13).
           05  QZARSREC-CUM-SURCHARGE     PIC 9(13).
      *       貸倒償却額累計
           05  QZARSREC-CUM-WRITEOFF      PIC 9(13).
      *       消費税額累計
           05  QZARSREC-CUM-TAX           PIC 9(13).
