      *----------------------------------------------------------------*
      *    QZADJCMD - BILLING ADJUSTMENT COMMAND                        *
      *----------------------------------------------------------------*
      *    Companion command to QZMNTCMD, addressed through the same   *
      *    LZAPLHDR-MENUID/LZAPLHDR-PGMID routing, that raises a      *
      *    credit or debit memo on QZADJMAS against one CUSTOMER-NO/  *
      *    BILLING-YM row with a reason code and memo text -          *
      *    optionally naming the QZSUSPNS charge exception it         *
      *    settles by its full QZSUSREC key, as listed by QZO19W -    *
      *    or approves or rejects a memo held for supervisor          *
      *    approval, identified by customer, month and memo number.  *
      *----------------------------------------------------------------*
      *    MOD HISTORY                                                 *
      *    ------- ---- --------------------------------------------   *
      *    2026-10-15   QZADJCMD established.                          *
      *----------------------------------------------------------------*
      *     料金調整コマンド伝文
         03 QZADJCMD.
      *       機能区分（1=調整起票 2=承認 3=却下）
           05 ADJ-FUNCTION                     PIC X(01).
               88 ADJ-FUNC-RAISE                   VALUE '1'.
               88 ADJ-FUNC-APPROVE                 VALUE '2'.
               88 ADJ-FUNC-REJECT                  VALUE '3'.
      *       お客さま番号・請求年月
           05 ADJ-CUSTOMER-NO                  PIC X(10).
           05 ADJ-BILLING-YM                   PIC X(06).
      *       調整連番（承認・却下時）
           05 ADJ-MEMO-SEQ                     PIC 9(03).
      *       調整区分（C=貸方メモ D=借方メモ、起票時）
           05 ADJ-MEMO-TYPE                    PIC X(01).
               88 ADJ-TYPE-CREDIT                  VALUE 'C'.
               88 ADJ-TYPE-DEBIT                   VALUE 'D'.
      *       調整額（起票時）
           05 ADJ-AMOUNT                       PIC 9(10).
      *       調整理由（起票時）
           05 ADJ-REASON-CD                    PIC X(02).
               88 ADJ-REASON-VALID                 VALUES '01' '02'
                                                   '03' '04' '05'
                                                   '99'.
      *       調整メモ（起票時）
           05 ADJ-MEMO-TEXT                    PIC X(60).
      *       関連料金不突合の検出日付・時刻（任意）
           05 ADJ-SUS-ITEM-DATE                PIC X(08).
           05 ADJ-SUS-ITEM-TIME                PIC X(07).
