      *----------------------------------------------------------------*
      *    QZPLNCMD - PAYMENT ARRANGEMENT COMMAND                       *
      *----------------------------------------------------------------*
      *    Companion command to QZMNTCMD, addressed through the same   *
      *    LZAPLHDR-MENUID/LZAPLHDR-PGMID routing, that sets up an     *
      *    installment plan on QZPLNMAS against the customer's open   *
      *    billing months - the number of installments and the due    *
      *    date and amount of each, the amounts totalling the open    *
      *    balance on file - or cancels the customer's active plan,   *
      *    so that QZB19N and QZB19C hold escalation and dunning      *
      *    while the customer pays as agreed.                          *
      *----------------------------------------------------------------*
      *    MOD HISTORY                                                 *
      *    ------- ---- --------------------------------------------   *
      *    2026-10-15   QZPLNCMD established.                          *
      *----------------------------------------------------------------*
      *     分割払い設定コマンド伝文
         03 QZPLNCMD.
      *       機能区分（1=分割設定 2=分割取消）
           05 PLN-FUNCTION                     PIC X(01).
               88 PLN-FUNC-SETUP                   VALUE '1'.
               88 PLN-FUNC-CANCEL                  VALUE '2'.
      *       お客さま番号
           05 PLN-CUSTOMER-NO                  PIC X(10).
      *       分割回数（設定時）
           05 PLN-INST-CNT                     PIC 9(02).
      *       分割明細（設定時、回数分）
           05 PLN-INST                         OCCURS 12.
      *         支払期日
             07 PLN-INST-DUE-DATE              PIC X(08).
      *         分割支払額
             07 PLN-INST-AMT                   PIC 9(10).
