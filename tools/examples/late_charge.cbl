      *----------------------------------------------------------------*
      *    QZLATREC - LATE-PAYMENT SURCHARGE POSTING RECORD             *
      *----------------------------------------------------------------*
      *    One record per surcharge the QZB19S late-payment batch      *
      *    assessed tonight, written to the QZLATFEE posting file.    *
      *    The surcharge itself is carried on the billing-month row   *
      *    it was assessed against (QZCUSMAS-SURCHARGE-AMT), where    *
      *    QZROWBAL counts it as billed so it is aged, dunned and     *
      *    settled with the row; this file is the posting trail the   *
      *    QZB19L ledger interface journals as late-charge revenue,   *
      *    separate from the usage charges on QZEXTRCT.               *
      *                                                                *
      *    The file is bracketed by a QZLATHDR header (run date, run  *
      *    id) and a QZLATTRL trailer (record count, surcharge hash)  *
      *    over the same record area, the way QZEXTHDR/QZEXTTRL       *
      *    bracket QZEXTRCT, and QZB19L refuses a file whose trailer  *
      *    does not balance. A night with no surcharges still writes  *
      *    the header and trailer. The '*QZHDR*'/'*QZTRL*' ids sit in *
      *    the CUSTOMER-NO positions and cannot collide with a real   *
      *    customer number.                                            *
      *----------------------------------------------------------------*
      *    MOD HISTORY                                                 *
      *    ------- ---- --------------------------------------------   *
      *    2026-10-15   QZLATREC established.                          *
      *----------------------------------------------------------------*
       01  QZLATREC.
      *       お客さま番号
           05  QZLATREC-CUSTOMER-NO       PIC X(10).
      *       請求年月（加算対象月）
           05  QZLATREC-BILLING-YM        PIC X(06).
      *       契約種別・支払方法
           05  QZLATREC-CONTRACT-TYPE     PIC X(02).
           05  QZLATREC-PAYMENT-METHOD    PIC X(02).
      *       賦課年月日
           05  QZLATREC-ASSESS-DATE       PIC X(08).
      *       加算基礎額（未収残高）
           05  QZLATREC-BASE-AMT          PIC 9(10).
      *       延滞加算金率（％）
           05  QZLATREC-RATE-PCT          PIC 9(02)V9(02).
      *       支払期日経過日数
           05  QZLATREC-OVERDUE-DAYS      PIC 9(05).
      *       延滞加算金額
           05  QZLATREC-SURCHARGE-AMT     PIC 9(10).
           05  FILLER                     PIC X(23).
       01  QZLATHDR.
           05  QZLATHDR-REC-ID            PIC X(10).
               88  QZLATHDR-PRESENT           VALUE '*QZHDR*'.
           05  QZLATHDR-RUN-DATE          PIC X(08).
           05  QZLATHDR-RUN-ID            PIC X(08).
           05  FILLER                     PIC X(54).
       01  QZLATTRL.
           05  QZLATTRL-REC-ID            PIC X(10).
               88  QZLATTRL-PRESENT           VALUE '*QZTRL*'.
           05  QZLATTRL-RECORD-CNT        PIC 9(09).
           05  QZLATTRL-SURCHARGE-HASH    PIC 9(15).
           05  FILLER                     PIC X(46).
