      *                 existed. Appended after the existing fields   *
      *                 so their offsets are unchanged; the header    *
      *                 and trailer fillers grew to match.            *
      *    2026-10-15   QZEXTREC-TAX-AMT appended - the consumption    *
      *                 tax from the QZO19R-TAX-INF segment, for the   *
      *                 QZB19L tax-payable posting. Not numeric on     *
      *                 extracts written before the field existed.     *
      *                 QZEXTTRL-TAX-HASH added to match; the header   *
      *                 and trailer fillers were resized to the        *
      *                 longer record.                                 *
      *----------------------------------------------------------------*
       01  QZEXTREC.
           05  QZEXTREC-CUSTOMER-NO       PIC X(10).
           05  QZEXTREC-RSNCD             PIC X(04).
           05  QZEXTREC-CONTRACT-TYPE     PIC X(02).
           05  QZEXTREC-PAYMENT-METHOD    PIC X(02).
           05  QZEXTREC-TAX-AMT           PIC 9(10).
       01  QZEXTHDR.
           05  QZEXTHDR-REC-ID            PIC X(10).
               88  QZEXTHDR-PRESENT           VALUE '*QZHDR*'.
           05  QZEXTHDR-RUN-DATE          PIC X(08).
           05  QZEXTHDR-RUN-ID            PIC X(08).
           05  FILLER                     PIC X(113).
       01  QZEXTTRL.
           05  QZEXTTRL-REC-ID            PIC X(10).
               88  QZEXTTRL-PRESENT           VALUE '*QZTRL*'.
           05  QZEXTTRL-RECORD-CNT        PIC 9(09).
           05  QZEXTTRL-AMOUNT-HASH       PIC 9(15).
           05  QZEXTTRL-CHARGE-HASH       PIC 9(15).
           05  QZEXTTRL-TAX-HASH          PIC 9(15).
           05  FILLER                     PIC X(75).
