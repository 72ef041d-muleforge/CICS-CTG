      *----------------------------------------------------------------*
      *    QZRLFREC - DISASTER RELIEF AREA RECORD                       *
      *----------------------------------------------------------------*
      *    One record per declared relief area on the QZRLFMAS keyed   *
      *    file, declared by a supervisor through the QZO19E relief   *
      *    area transaction after a typhoon, earthquake or similar.   *
      *    The area is a full or prefix postal code - the significant *
      *    characters, trailing spaces - matched against QZACTREC-    *
      *    ADDR-POSTAL-CD the way QZB19M matches its selection cards. *
      *    From the start date to the end date inclusive an active    *
      *    area holds its customers: QZB19N does not escalate them,   *
      *    QZB19C sends them no dunning letter, QZB19S assesses no    *
      *    late surcharge on them and QZB19T prints the relief notice *
      *    on their statements. The day after the end date normal    *
      *    processing resumes. A non-zero SHIFT-DAYS also moves the   *
      *    due date of every bill for a billing month from the start *
      *    month to the end month by that many days, so those bills  *
      *    do not fall overdue the moment the relief ends. A         *
      *    cancelled area - one declared in error - holds nobody and *
      *    moves nothing. Read only through the QZRLFCHK subprogram. *
      *----------------------------------------------------------------*
      *    MOD HISTORY                                                 *
      *    ------- ---- --------------------------------------------   *
      *    2026-10-15   QZRLFREC established.                          *
      *----------------------------------------------------------------*
       01  QZRLFREC.
           05  QZRLFREC-KEY.
      *         対象郵便番号（全桁または前方一致、後続空白）
               10  QZRLFREC-POSTAL-PREFIX PIC X(07).
      *         救済開始年月日
               10  QZRLFREC-START-DATE    PIC X(08).
      *       救済終了年月日
           05  QZRLFREC-END-DATE          PIC X(08).
      *       支払期日繰延日数（0=繰延なし）
           05  QZRLFREC-SHIFT-DAYS        PIC 9(03).
      *       救済状況（A=有効 X=取消）
           05  QZRLFREC-STATUS            PIC X(01).
               88  QZRLFREC-STS-ACTIVE        VALUE  'A'.
               88  QZRLFREC-STS-CANCELLED     VALUE  'X'.
      *       災害名・摘要
           05  QZRLFREC-DESCRIPTION       PIC X(30).
      *       指定年月日・指定操作者ID
           05  QZRLFREC-DECLARED-DATE     PIC X(08).
           05  QZRLFREC-DECLARED-OPERID   PIC X(08).
      *       取消年月日
           05  QZRLFREC-CANCEL-DATE       PIC X(08).
      *       最終更新年月日・最終更新操作者ID
           05  QZRLFREC-LAST-UPD-DATE     PIC X(08).
           05  QZRLFREC-LAST-UPD-OPERID   PIC X(08).
           05  FILLER                     PIC X(13).
