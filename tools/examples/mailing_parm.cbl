      *----------------------------------------------------------------*
      *    One 80-byte card per postal code (full or prefix) read by   *
      *    the QZB19M mailing extract batch. A customer is selected    *
      *    when the QZACTREC-ADDR-POSTAL-CD matches any card's         *
      *    significant characters.                                     *
      *----------------------------------------------------------------*
      *    MOD HISTORY                                                 *
