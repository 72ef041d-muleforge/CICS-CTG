      *----------------------------------------------------------------*
      *    QZRLCPRM - QZRLFCHK CALL PARAMETER BLOCK                     *
      *----------------------------------------------------------------*
      *    Passed on CALL 'QZRLFCHK' USING QZRLCPRM by every program   *
      *    that chases or bills a customer - the QZB19N collections   *
      *    escalation, the QZB19C dunning, the QZB19S late surcharge, *
      *    the QZB19T statements and the QZR19H relief hold report.   *
      *    The caller passes the customer's postal code, the date the *
      *    hold is judged on and, when it wants the due-date shift, a *
      *    billing month. QZRLFCHK returns whether the customer is   *
      *    held - in an active QZRLFMAS area on that date - with the  *
      *    area that holds them, and the days the due date of that    *
      *    billing month's bill is moved by.                           *
      *----------------------------------------------------------------*
      *    MOD HISTORY                                                 *
      *    ------- ---- --------------------------------------------   *
      *    2026-10-15   QZRLCPRM established.                          *
      *----------------------------------------------------------------*
       01  QZRLCPRM.
      *       郵便番号
           05  QZRLCPRM-POSTAL-CD         PIC X(07).
      *       判定基準年月日
           05  QZRLCPRM-AS-OF-DATE        PIC X(08).
      *       請求年月（繰延日数判定用、空白=判定しない）
           05  QZRLCPRM-BILLING-YM        PIC X(06).
      *       結果（H=救済中 N=対象外 E=救済地域マスタ異常）
           05  QZRLCPRM-RESULT            PIC X(01).
               88  QZRLCPRM-HELD              VALUE 'H'.
               88  QZRLCPRM-NOT-HELD          VALUE 'N'.
               88  QZRLCPRM-FILE-ERROR        VALUE 'E'.
      *       該当地域（郵便番号・開始・終了年月日）
           05  QZRLCPRM-AREA-PREFIX       PIC X(07).
           05  QZRLCPRM-AREA-START-DATE   PIC X(08).
           05  QZRLCPRM-AREA-END-DATE     PIC X(08).
      *       支払期日繰延日数
           05  QZRLCPRM-SHIFT-DAYS        PIC 9(03).
