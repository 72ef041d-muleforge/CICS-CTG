      *----------------------------------------------------------------*
      *    QZWOFCRD - BAD-DEBT WRITE-OFF APPROVAL CARD                 *
      *----------------------------------------------------------------*
      *    One 80-byte card per customer a supervisor has approved     *
      *    for write-off, read by the QZB19Z bad-debt write-off        *
      *    batch: the customer number as listed awaiting approval      *
      *    on the previous QZWOFPRT report, and the operator id of     *
      *    the approving supervisor, which must hold supervisor        *
      *    authority ('3') on the QZOPRSEC profile. The card only      *
      *    permits the write-off - a customer no longer eligible on    *
      *    the night is not written off and the card is reported       *
      *    refused.                                                    *
      *----------------------------------------------------------------*
      *    MOD HISTORY                                                 *
      *    ------- ---- --------------------------------------------   *
      *    2026-10-15   QZWOFCRD established.                          *
      *----------------------------------------------------------------*
       01  QZWOFCRD-REC.
      *       お客さま番号
           05  QZWOFCRD-CUSTOMER-NO       PIC X(10).
      *       承認者（スーパーバイザ操作者ID）
           05  QZWOFCRD-APPR-OPERID       PIC X(08).
           05  FILLER                     PIC X(62).
