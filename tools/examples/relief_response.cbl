      *----------------------------------------------------------------*
      *    QZRLFRES - DISASTER RELIEF AREA RESPONSE                     *
      *----------------------------------------------------------------*
      *    Companion response to QZRLFCMD. The outcome of the request  *
      *    travels in LZAPLHDR-RTNCD/RSNCD/MSG - this area echoes the  *
      *    relief area as on file after the request, the way QZRATRES *
      *    echoes the rate.                                            *
      *----------------------------------------------------------------*
      *    MOD HISTORY                                                 *
      *    ------- ---- --------------------------------------------   *
      *    2026-10-15   QZRLFRES established.                          *
      *----------------------------------------------------------------*
      *     災害救済地域指定レスポンス伝文
         03 QZRLFRES.
      *       対象郵便番号
           05 RLF-RES-POSTAL-PREFIX            PIC X(07).
      *       救済開始年月日
           05 RLF-RES-START-DATE               PIC X(08).
      *       救済終了年月日
           05 RLF-RES-END-DATE                 PIC X(08).
      *       支払期日繰延日数
           05 RLF-RES-SHIFT-DAYS               PIC 9(03).
      *       救済状況（A=有効 X=取消）
           05 RLF-RES-STATUS                   PIC X(01).
      *       災害名・摘要
           05 RLF-RES-DESCRIPTION              PIC X(30).
      *       指定年月日・指定操作者ID
           05 RLF-RES-DECLARED-DATE            PIC X(08).
           05 RLF-RES-DECLARED-OPERID          PIC X(08).
      *       最終更新年月日
           05 RLF-RES-LAST-UPD-DATE            PIC X(08).
