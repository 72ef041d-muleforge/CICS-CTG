      *----------------------------------------------------------------*
      *    QZADJRES - BILLING ADJUSTMENT RESPONSE                       *
      *----------------------------------------------------------------*
      *    Companion response to QZADJCMD. The outcome of the request  *
      *    travels in LZAPLHDR-RTNCD/RSNCD/MSG - a memo raised over    *
      *    the approval limit is recorded and reported as held for    *
      *    supervisor approval. This area echoes the memo as on file  *
      *    after the request: its key and number, type, amount and    *
      *    status, and the operators who raised and decided it.       *
      *----------------------------------------------------------------*
      *    MOD HISTORY                                                 *
      *    ------- ---- --------------------------------------------   *
      *    2026-10-15   QZADJRES established.                          *
      *----------------------------------------------------------------*
      *     料金調整レスポンス伝文
         03 QZADJRES.
      *       お客さま番号・請求年月・調整連番
           05 ADJ-RES-CUSTOMER-NO              PIC X(10).
           05 ADJ-RES-BILLING-YM               PIC X(06).
           05 ADJ-RES-MEMO-SEQ                 PIC 9(03).
      *       調整区分・調整額
           05 ADJ-RES-MEMO-TYPE                PIC X(01).
           05 ADJ-RES-AMOUNT                   PIC 9(10).
      *       調整状況（P=承認待ち A=承認済 R=却下）
           05 ADJ-RES-STATUS                   PIC X(01).
      *       起票操作者ID・承認（却下）操作者ID
           05 ADJ-RES-RAISE-OPERID             PIC X(08).
           05 ADJ-RES-APPR-OPERID              PIC X(08).
