      *                 resumed run carries the QZEXTRCT control      *
      *                 totals forward and the trailer it finally     *
      *                 writes still balances.                        *
      *    2026-10-15   QZRESTRT-TAX-HASH appended - the extract's     *
      *                 consumption tax hash total, carried forward    *
      *                 like the amount and charge hashes.             *
      *----------------------------------------------------------------*
       01  QZRESTRT.
           05  QZRESTRT-LAST-CUSTOMER-NO  PIC X(10).
           05  QZRESTRT-AMOUNT-HASH       PIC 9(15).
           05  QZRESTRT-CHARGE-HASH       PIC 9(15).
           05  QZRESTRT-SWEEP-BASE-DATE   PIC X(08).
           05  QZRESTRT-TAX-HASH          PIC 9(15).
