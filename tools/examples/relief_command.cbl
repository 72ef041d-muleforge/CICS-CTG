      *----------------------------------------------------------------*
      *    QZRLFCMD - DISASTER RELIEF AREA COMMAND                      *
      *----------------------------------------------------------------*
      *    Companion command to QZMNTCMD, addressed through the same   *
      *    LZAPLHDR-MENUID/LZAPLHDR-PGMID routing, that maintains the  *
      *    QZRLFMAS relief areas: inquire on an area, declare a new   *
      *    one, change the end date, due-date shift or description of *
      *    one already declared - a relief ended early is changed to  *
      *    end today - or cancel one declared in error. The area is  *
      *    keyed by the full or prefix postal code and the start      *
      *    date. RLF-SHIFT-DAYS arrives unedited and is validated     *
      *    NUMERIC before the redefined view is used; blank is no     *
      *    shift.                                                      *
      *----------------------------------------------------------------*
      *    MOD HISTORY                                                 *
      *    ------- ---- --------------------------------------------   *
      *    2026-10-15   QZRLFCMD established.                          *
      *----------------------------------------------------------------*
      *     災害救済地域指定コマンド伝文
         03 QZRLFCMD.
      *       機能区分（1=照会 2=指定 3=変更 4=取消）
           05 RLF-FUNCTION                     PIC X(01).
               88 RLF-FUNC-INQUIRE                 VALUE '1'.
               88 RLF-FUNC-DECLARE                 VALUE '2'.
               88 RLF-FUNC-CHANGE                  VALUE '3'.
               88 RLF-FUNC-CANCEL                  VALUE '4'.
      *       対象郵便番号（全桁または前方一致）
           05 RLF-POSTAL-PREFIX                PIC X(07).
      *       救済開始年月日
           05 RLF-START-DATE                   PIC X(08).
      *       救済終了年月日（指定・変更時）
           05 RLF-END-DATE                     PIC X(08).
      *       支払期日繰延日数（指定・変更時、未編集）
           05 RLF-SHIFT-DAYS                   PIC X(03).
           05 RLF-SHIFT-DAYS-N REDEFINES RLF-SHIFT-DAYS
                                               PIC 9(03).
      *       災害名・摘要（指定・変更時）
           05 RLF-DESCRIPTION                  PIC X(30).
