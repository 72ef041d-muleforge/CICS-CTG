      *        collection agencies transmit each day, matches each   *
      *        receipt to its QZCUSMAS CUSTOMER-NO/BILLING-YM row,   *
      *        records the receipt on the QZPAYMAS keyed payments    *
      *        file, and applies it to the billing-month row         *
      *        (QZCUSMAS-PAID-AMOUNT/PAID-FLAG/PAID-DATE) so the     *
      *        QZB19C aging and dunning work from open balances      *
      *        instead of treating every charge on file as unpaid.   *
      *        A receipt short of the row's open balance leaves the  *
      *        row part-paid; money left over once the row is        *
      *        settled goes to the customer's credit balance on      *
      *        QZCUSBAL, and every customer's credit is applied to   *
      *        the customer's oldest open billing months at the end  *
      *        of the run. Direct-debit receipts (PAY-SOURCE '03')   *
      *        are written by QZB19R to QZDDRCPT, concatenated       *
      *        behind QZPAYIN, and post exactly like any other.      *
      *        A receipt against a row the QZB19Z write-off batch    *
      *        wrote off is a recovery, up to the amount written     *
      *        off: it is marked on the row and on the QZPAYMAS      *
      *        receipt and listed on the QZRCVPRT recovery report.   *
      *        A receipt that cannot be matched - no row on file or  *
      *        a non-numeric amount - is written to the QZPAYREJ     *
      *        reject file with a reason code so it can be corrected *
      *        and resubmitted, the way QZB19I writes QZMTRREJ.      *
      *                                                                *
      *    MOD HISTORY.                                                *
      *    DATE        INIT  DESCRIPTION                               *
      *                      control dataset through QZRUNLOG, and    *
      *                      refuses to start over a still-running    *
      *                      instance or an unmet prerequisite.       *
      *    2026-10-15  KS    Receipts are applied at open-item level - *
      *                      a partial payment reduces the row's open  *
      *                      balance and an overpayment becomes        *
      *                      customer credit on QZCUSBAL, applied to   *
      *                      the oldest open months. Reject reasons    *
      *                      03 (already paid) and 04 (amount differs) *
      *                      are no longer raised.                     *
      *    2026-10-15  KS    Direct-debit receipts from the QZB19R     *
      *                      result intake (PAY-SOURCE '03') arrive    *
      *                      on QZDDRCPT behind QZPAYIN.               *
      *    2026-10-15  KS    A receipt against a row QZB19Z wrote off  *
      *                      recovers the amount written off before    *
      *                      anything becomes customer credit; the     *
      *                      recovered part is marked on the row and   *
      *                      on QZPAYMAS and listed on the new         *
      *                      QZRCVPRT recovery report.                 *
      *                                                                *
      *================================================================*
       IDENTIFICATION DIVISION.
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS QZPAYREC-KEY
               FILE STATUS    IS WS-PAYMAS-STATUS.
           SELECT QZCUSBAL-FILE  ASSIGN TO QZCUSBAL
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS QZCBLREC-CUSTOMER-NO
               FILE STATUS    IS WS-CUSBAL-STATUS.
           SELECT QZRCVPRT-FILE  ASSIGN TO QZRCVPRT
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "customer_master.cbl".
       FD  QZPAYMAS-FILE.
           COPY "payment_record.cbl".
       FD  QZCUSBAL-FILE.
           COPY "customer_balance.cbl".
       FD  QZRCVPRT-FILE.
       01  QZRCVPRT-REC                   PIC X(133).

       WORKING-STORAGE SECTION.

       77  WS-PAYREJ-STATUS               PIC X(02).
       77  WS-CUSMAS-STATUS               PIC X(02).
       77  WS-PAYMAS-STATUS               PIC X(02).
       77  WS-CUSBAL-STATUS               PIC X(02).
       77  WS-PRINT-STATUS                PIC X(02).
       77  WS-EOF-SW                      PIC X(01) VALUE 'N'.
           88  WS-EOF                          VALUE 'Y'.
       77  WS-TXN-OK-SW                   PIC X(01) VALUE 'Y'.
           88  WS-TXN-OK                       VALUE 'Y'.
       77  WS-WRITTEN-SW                  PIC X(01) VALUE 'N'.
           88  WS-WRITTEN                      VALUE 'Y'.
       77  WS-BAL-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-BAL-EOF                      VALUE 'Y'.
       77  WS-ROWS-DONE-SW                PIC X(01) VALUE 'N'.
           88  WS-ROWS-DONE                    VALUE 'Y'.
       77  WS-REASON-CD                   PIC X(02).
      *    The loop counter is wider than the three-digit record
      *    sequence - 999 + 1 must compare greater than 999, not
       77  WS-READ-CNT                    PIC 9(09) COMP VALUE 0.
       77  WS-POSTED-CNT                  PIC 9(09) COMP VALUE 0.
       77  WS-REJECT-CNT                  PIC 9(09) COMP VALUE 0.
       77  WS-PARTIAL-CNT                 PIC 9(09) COMP VALUE 0.
       77  WS-OVERPAID-CNT                PIC 9(09) COMP VALUE 0.
       77  WS-CREDIT-ROW-CNT              PIC 9(09) COMP VALUE 0.
       77  WS-RECOVERY-CNT                PIC 9(09) COMP VALUE 0.
       77  WS-LINE-CNT                    PIC 9(03) COMP VALUE 0.
       77  WS-LINES-PER-PAGE              PIC 9(03) VALUE 40.
       77  WS-PAGE-NO                     PIC 9(04) COMP VALUE 0.
       77  WS-RUN-DATE                    PIC X(08).
       77  WS-APPLY-AMT                   PIC 9(11).
       77  WS-APPLY-DATE                  PIC X(08).
       77  WS-EXCESS-AMT                  PIC 9(11).
       77  WS-RECOVER-AMT                 PIC 9(11).
       77  WS-UNRECOVERED-AMT             PIC 9(11).
       77  WS-CREDIT-RAISED-TOT           PIC 9(13) VALUE 0.
       77  WS-CREDIT-APPLIED-TOT          PIC 9(13) VALUE 0.
       77  WS-RECOVERY-TOT                PIC 9(13) VALUE 0.

      *----------------------------------------------------------------*
      *    RECOVERY REPORT LINE LAYOUTS                               *
      *----------------------------------------------------------------*
       01  WS-HDG-LINE.
           05  FILLER                     PIC X(40)
               VALUE 'QZB19P  BAD-DEBT RECOVERIES POSTED'.
           05  FILLER                     PIC X(10)
               VALUE 'RUN DATE: '.
           05  WS-HDG-RUN-DATE            PIC X(08).
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(05) VALUE 'PAGE '.
           05  WS-HDG-PAGE-NO             PIC ZZZ9.
           05  FILLER                     PIC X(62) VALUE SPACES.

       01  WS-CAP-LINE.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  FILLER                     PIC X(12)
               VALUE 'CUSTOMER'.
           05  FILLER                     PIC X(08)
               VALUE 'MONTH'.
           05  FILLER                     PIC X(10)
               VALUE 'PAY DATE'.
           05  FILLER                     PIC X(14)
               VALUE 'RECEIPT NO'.
           05  FILLER                     PIC X(15)
               VALUE '       RECEIVED'.
           05  FILLER                     PIC X(15)
               VALUE '      RECOVERED'.
           05  FILLER                     PIC X(15)
               VALUE '    WRITTEN OFF'.
           05  FILLER                     PIC X(15)
               VALUE '  RECOVERED TTL'.
           05  FILLER                     PIC X(26) VALUE SPACES.

       01  WS-DTL-LINE.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-DTL-CUSTOMER-NO         PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-BILLING-YM          PIC X(06).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-PAY-DATE            PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-RECEIPT-NO          PIC X(12).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-RECEIVED            PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-DTL-RECOVERED           PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-DTL-WRITTEN-OFF         PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-DTL-RECOVERED-TTL       PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(27) VALUE SPACES.

       01  WS-TOT-LINE.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  FILLER                     PIC X(20)
               VALUE 'RECOVERIES POSTED:'.
           05  WS-TOT-RECOVERY-CNT        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(18)
               VALUE 'AMOUNT RECOVERED:'.
           05  WS-TOT-RECOVERY-TOT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(60) VALUE SPACES.

      *----------------------------------------------------------------*
      *    ROW OPEN-BALANCE CALL PARAMETER BLOCK                       *
      *----------------------------------------------------------------*
           COPY "rowbal_parm.cbl".


      *----------------------------------------------------------------*
           PERFORM 2000-PROCESS-RECEIPT
              THRU 2000-PROCESS-RECEIPT-EXIT
              UNTIL WS-EOF
           PERFORM 2500-APPLY-CREDIT
              THRU 2500-APPLY-CREDIT-EXIT
           PERFORM 3000-FINALIZE
              THRU 3000-FINALIZE-EXIT
           PERFORM 8900-REGISTER-END
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O QZCUSBAL-FILE
           IF WS-CUSBAL-STATUS = '35'
      *        First run ever - the dataset is created empty.
               OPEN OUTPUT QZCUSBAL-FILE
               CLOSE QZCUSBAL-FILE
               OPEN I-O QZCUSBAL-FILE
           END-IF
           IF WS-CUSBAL-STATUS NOT = '00'
               DISPLAY 'QZB19P - QZCUSBAL OPEN FAILED, STATUS='
                       WS-CUSBAL-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT QZRCVPRT-FILE
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19P - QZRCVPRT OPEN FAILED, STATUS='
                       WS-PRINT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3500-PRINT-HEADINGS
              THRU 3500-PRINT-HEADINGS-EXIT
           PERFORM 2900-READ-NEXT-RECEIPT
              THRU 2900-READ-NEXT-RECEIPT-EXIT.
       1000-INITIALIZE-EXIT.
      *----------------------------------------------------------------*
      *    2000-PROCESS-RECEIPT                                        *
      *        Validates the receipt in reject-reason order - row on  *
      *        file, amount numeric - and posts or rejects it. The    *
      *        first failed edit decides the reason code. Any amount  *
      *        against a row on file posts: short of the open balance *
      *        it part-pays the row, beyond it the rest becomes       *
      *        customer credit.                                        *
      *----------------------------------------------------------------*
       2000-PROCESS-RECEIPT.
           ADD 1                          TO WS-READ-CNT
           IF QZPAYTXN-AMOUNT NOT NUMERIC
               SET WS-TXN-OK-SW           TO 'N'
               MOVE '02'                  TO WS-REASON-CD
           END-IF.
       2100-EDIT-RECEIPT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2300-POST-PAYMENT                                           *
      *        Hardens the receipt onto QZPAYMAS first, then applies  *
      *        it to the master row - a receipt whose detail cannot   *
      *        be recorded does not settle the row. The same-day      *
      *        sequence number is advanced past any receipt already   *
      *        on file for the same row and date, the way QZB19A     *
      *        advances the same-second journal sequence. The row    *
      *        takes no more than its open balance; on a written-off *
      *        row what is left over recovers the amount written off *
      *        first; whatever is left after that goes to the        *
      *        customer's credit balance. The split is worked out    *
      *        before the receipt is written, so QZPAYMAS carries    *
      *        the recovered part.                                    *
      *----------------------------------------------------------------*
       2300-POST-PAYMENT.
           CALL 'QZROWBAL' USING QZCUSMAS-REC QZRBLPRM
           IF QZPAYTXN-AMOUNT-N > QZRBLPRM-OPEN-AMT
               MOVE QZRBLPRM-OPEN-AMT     TO WS-APPLY-AMT
               COMPUTE WS-EXCESS-AMT =
                   QZPAYTXN-AMOUNT-N - QZRBLPRM-OPEN-AMT
           ELSE
               MOVE QZPAYTXN-AMOUNT-N     TO WS-APPLY-AMT
               MOVE 0                     TO WS-EXCESS-AMT
           END-IF
           MOVE 0                         TO WS-RECOVER-AMT
           IF WS-EXCESS-AMT > 0
              AND QZCUSMAS-ROW-WRITTEN-OFF
               PERFORM 2310-SPLIT-RECOVERY
                  THRU 2310-SPLIT-RECOVERY-EXIT
           END-IF
           MOVE QZPAYTXN-CUSTOMER-NO      TO QZPAYREC-CUSTOMER-NO
           MOVE QZPAYTXN-BILLING-YM       TO QZPAYREC-BILLING-YM
           MOVE QZPAYTXN-PAY-DATE         TO QZPAYREC-PAY-DATE
           MOVE QZPAYTXN-PAY-SOURCE       TO QZPAYREC-PAY-SOURCE
           MOVE QZPAYTXN-RECEIPT-NO       TO QZPAYREC-RECEIPT-NO
           MOVE WS-RUN-DATE               TO QZPAYREC-POSTED-DATE
           MOVE WS-RECOVER-AMT            TO QZPAYREC-RECOVERY-AMT
           SET WS-WRITTEN-SW              TO 'N'
           PERFORM 2350-WRITE-PAYMENT
              THRU 2350-WRITE-PAYMENT-EXIT
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE QZPAYTXN-PAY-DATE         TO WS-APPLY-DATE
           IF WS-APPLY-AMT > 0
               PERFORM 2320-APPLY-TO-ROW
                  THRU 2320-APPLY-TO-ROW-EXIT
               IF QZCUSMAS-ROW-PART-PAID
                   ADD 1                  TO WS-PARTIAL-CNT
               END-IF
           END-IF
           IF WS-RECOVER-AMT > 0
               PERFORM 2330-POST-RECOVERY
                  THRU 2330-POST-RECOVERY-EXIT
           END-IF
           IF WS-EXCESS-AMT > 0
               PERFORM 2340-ADD-CREDIT
                  THRU 2340-ADD-CREDIT-EXIT
               ADD 1                      TO WS-OVERPAID-CNT
           END-IF
           ADD 1                          TO WS-POSTED-CNT.
       2300-POST-PAYMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2310-SPLIT-RECOVERY                                         *
      *        Takes as much of the money left over as the row still  *
      *        has written off and not yet recovered. Recovery on a  *
      *        row loaded without the field counts as none.          *
      *----------------------------------------------------------------*
       2310-SPLIT-RECOVERY.
           IF QZCUSMAS-RECOVERY-AMT NOT NUMERIC
               MOVE 0                     TO QZCUSMAS-RECOVERY-AMT
           END-IF
           IF QZCUSMAS-WRITEOFF-AMT NOT NUMERIC
              OR QZCUSMAS-RECOVERY-AMT NOT < QZCUSMAS-WRITEOFF-AMT
               GO TO 2310-SPLIT-RECOVERY-EXIT
           END-IF
           COMPUTE WS-UNRECOVERED-AMT =
               QZCUSMAS-WRITEOFF-AMT - QZCUSMAS-RECOVERY-AMT
           IF WS-EXCESS-AMT > WS-UNRECOVERED-AMT
               MOVE WS-UNRECOVERED-AMT    TO WS-RECOVER-AMT
           ELSE
               MOVE WS-EXCESS-AMT         TO WS-RECOVER-AMT
           END-IF
           SUBTRACT WS-RECOVER-AMT        FROM WS-EXCESS-AMT.
       2310-SPLIT-RECOVERY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2320-APPLY-TO-ROW                                           *
      *        Adds WS-APPLY-AMT to the row in QZCUSMAS-REC - never   *
      *        more than its open balance, the caller sees to that - *
      *        and marks it paid when nothing is left open, part-    *
      *        paid otherwise. A blank applied amount predates the   *
      *        field and is first set from what QZROWBAL counted as  *
      *        applied. QZRBLPRM must hold the row's balance on      *
      *        entry; WS-APPLY-DATE is the receipt's pay date, or    *
      *        the run date when credit settles the row.             *
      *----------------------------------------------------------------*
       2320-APPLY-TO-ROW.
           IF QZCUSMAS-PAID-AMOUNT NOT NUMERIC
               MOVE QZRBLPRM-APPLIED-AMT  TO QZCUSMAS-PAID-AMOUNT
           END-IF
           ADD WS-APPLY-AMT               TO QZCUSMAS-PAID-AMOUNT
           IF WS-APPLY-AMT < QZRBLPRM-OPEN-AMT
               MOVE 'R'                   TO QZCUSMAS-PAID-FLAG
           ELSE
               MOVE 'P'                   TO QZCUSMAS-PAID-FLAG
               MOVE WS-APPLY-DATE         TO QZCUSMAS-PAID-DATE
           END-IF
           MOVE WS-RUN-DATE               TO QZCUSMAS-LAST-UPD-DATE
           REWRITE QZCUSMAS-REC
               INVALID KEY
                   DISPLAY 'QZB19P - QZCUSMAS REWRITE FAILED, KEY='
                           QZCUSMAS-KEY ' STATUS=' WS-CUSMAS-STATUS
                   MOVE 16                TO RETURN-CODE
                   STOP RUN
           END-REWRITE.
       2320-APPLY-TO-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2330-POST-RECOVERY                                          *
      *        Adds WS-RECOVER-AMT to the row's recovered amount and  *
      *        lists the receipt on the recovery report. The row     *
      *        stays written off - it is not re-opened and the open  *
      *        balance is unchanged.                                  *
      *----------------------------------------------------------------*
       2330-POST-RECOVERY.
           ADD WS-RECOVER-AMT             TO QZCUSMAS-RECOVERY-AMT
           MOVE QZPAYTXN-PAY-DATE         TO QZCUSMAS-RECOVERY-DATE
           MOVE WS-RUN-DATE               TO QZCUSMAS-LAST-UPD-DATE
           REWRITE QZCUSMAS-REC
               INVALID KEY
                   MOVE 16                TO RETURN-CODE
                   STOP RUN
           END-REWRITE
           IF WS-LINE-CNT >= WS-LINES-PER-PAGE
               PERFORM 3500-PRINT-HEADINGS
                  THRU 3500-PRINT-HEADINGS-EXIT
           END-IF
           MOVE QZCUSMAS-CUSTOMER-NO      TO WS-DTL-CUSTOMER-NO
           MOVE QZCUSMAS-BILLING-YM       TO WS-DTL-BILLING-YM
           MOVE QZPAYTXN-PAY-DATE         TO WS-DTL-PAY-DATE
           MOVE QZPAYTXN-RECEIPT-NO       TO WS-DTL-RECEIPT-NO
           MOVE QZPAYTXN-AMOUNT-N         TO WS-DTL-RECEIVED
           MOVE WS-RECOVER-AMT            TO WS-DTL-RECOVERED
           MOVE QZCUSMAS-WRITEOFF-AMT     TO WS-DTL-WRITTEN-OFF
           MOVE QZCUSMAS-RECOVERY-AMT     TO WS-DTL-RECOVERED-TTL
           WRITE QZRCVPRT-REC FROM WS-DTL-LINE
               AFTER ADVANCING 1 LINE
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19P - QZRCVPRT WRITE FAILED, STATUS='
                       WS-PRINT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1                          TO WS-LINE-CNT
           ADD 1                          TO WS-RECOVERY-CNT
           ADD WS-RECOVER-AMT             TO WS-RECOVERY-TOT.
       2330-POST-RECOVERY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2340-ADD-CREDIT                                             *
      *        Adds the overpayment to the customer's credit balance  *
      *        on QZCUSBAL - the first overpayment writes the         *
      *        record. 2500-APPLY-CREDIT spends it at the end of the  *
      *        run.                                                    *
      *----------------------------------------------------------------*
       2340-ADD-CREDIT.
           MOVE QZPAYTXN-CUSTOMER-NO      TO QZCBLREC-CUSTOMER-NO
           READ QZCUSBAL-FILE
               INVALID KEY
                   MOVE QZPAYTXN-CUSTOMER-NO
                     TO QZCBLREC-CUSTOMER-NO
                   MOVE WS-EXCESS-AMT     TO QZCBLREC-CREDIT-AMT
                   MOVE QZPAYTXN-PAY-DATE TO QZCBLREC-LAST-PAY-DATE
                   MOVE WS-RUN-DATE       TO QZCBLREC-LAST-UPD-DATE
                   WRITE QZCBLREC
                       INVALID KEY
                           DISPLAY 'QZB19P - QZCUSBAL WRITE FAILED, '
                                   'KEY=' QZCBLREC-CUSTOMER-NO
                                   ' STATUS=' WS-CUSBAL-STATUS
                           MOVE 16        TO RETURN-CODE
                           STOP RUN
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-EXCESS-AMT      TO QZCBLREC-CREDIT-AMT
                   MOVE QZPAYTXN-PAY-DATE TO QZCBLREC-LAST-PAY-DATE
                   MOVE WS-RUN-DATE       TO QZCBLREC-LAST-UPD-DATE
                   REWRITE QZCBLREC
                       INVALID KEY
                           DISPLAY 'QZB19P - QZCUSBAL REWRITE FAILED, '
                                   'KEY=' QZCBLREC-CUSTOMER-NO
                                   ' STATUS=' WS-CUSBAL-STATUS
                           MOVE 16        TO RETURN-CODE
                           STOP RUN
                   END-REWRITE
           END-READ
           ADD WS-EXCESS-AMT              TO WS-CREDIT-RAISED-TOT.
       2340-ADD-CREDIT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2400-WRITE-REJECT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2500-APPLY-CREDIT                                           *
      *        Once every receipt is posted, walks QZCUSBAL and        *
      *        spends each customer's credit on the customer's open  *
      *        billing months, oldest first - tonight's overpayments *
      *        and credit left standing until a new month was billed *
      *        alike.                                                  *
      *----------------------------------------------------------------*
       2500-APPLY-CREDIT.
           MOVE WS-RUN-DATE               TO WS-APPLY-DATE
           SET WS-BAL-EOF-SW              TO 'N'
           MOVE LOW-VALUES                TO QZCBLREC-CUSTOMER-NO
           START QZCUSBAL-FILE
               KEY IS NOT LESS THAN QZCBLREC-CUSTOMER-NO
               INVALID KEY
                   SET WS-BAL-EOF         TO TRUE
           END-START
           IF NOT WS-BAL-EOF
               PERFORM 2510-READ-NEXT-BALANCE
                  THRU 2510-READ-NEXT-BALANCE-EXIT
           END-IF
           PERFORM 2550-APPLY-ONE-CREDIT
              THRU 2550-APPLY-ONE-CREDIT-EXIT
              UNTIL WS-BAL-EOF.
       2500-APPLY-CREDIT-EXIT.
           EXIT.

       2510-READ-NEXT-BALANCE.
           READ QZCUSBAL-FILE NEXT RECORD
               AT END
                   SET WS-BAL-EOF         TO TRUE
           END-READ
           IF NOT WS-BAL-EOF AND WS-CUSBAL-STATUS NOT = '00'
               DISPLAY 'QZB19P - QZCUSBAL READ FAILED, STATUS='
                       WS-CUSBAL-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF.
       2510-READ-NEXT-BALANCE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2550-APPLY-ONE-CREDIT                                       *
      *        Browses the customer's rows in key (billing-month)    *
      *        order until the credit is spent or the rows run out,  *
      *        then rewrites the balance record.                      *
      *----------------------------------------------------------------*
       2550-APPLY-ONE-CREDIT.
           IF QZCBLREC-CREDIT-AMT > 0
               SET WS-ROWS-DONE-SW        TO 'N'
               MOVE QZCBLREC-CUSTOMER-NO  TO QZCUSMAS-CUSTOMER-NO
               MOVE LOW-VALUES            TO QZCUSMAS-BILLING-YM
               START QZCUSMAS-FILE
                   KEY IS NOT LESS THAN QZCUSMAS-KEY
                   INVALID KEY
                       SET WS-ROWS-DONE   TO TRUE
               END-START
               PERFORM 2600-APPLY-CREDIT-ROW
                  THRU 2600-APPLY-CREDIT-ROW-EXIT
                  UNTIL WS-ROWS-DONE
                     OR QZCBLREC-CREDIT-AMT = 0
               MOVE WS-RUN-DATE           TO QZCBLREC-LAST-UPD-DATE
               REWRITE QZCBLREC
                   INVALID KEY
                       DISPLAY 'QZB19P - QZCUSBAL REWRITE FAILED, '
                               'KEY=' QZCBLREC-CUSTOMER-NO
                               ' STATUS=' WS-CUSBAL-STATUS
                       MOVE 16            TO RETURN-CODE
                       STOP RUN
               END-REWRITE
           END-IF
           PERFORM 2510-READ-NEXT-BALANCE
              THRU 2510-READ-NEXT-BALANCE-EXIT.
       2550-APPLY-ONE-CREDIT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2600-APPLY-CREDIT-ROW                                       *
      *        Reads the customer's next row and, when it has an      *
      *        open balance, applies as much of the credit as it     *
      *        takes through the same 2320-APPLY-TO-ROW a receipt    *
      *        uses.                                                   *
      *----------------------------------------------------------------*
       2600-APPLY-CREDIT-ROW.
           READ QZCUSMAS-FILE NEXT RECORD
               AT END
                   SET WS-ROWS-DONE       TO TRUE
           END-READ
           IF WS-ROWS-DONE
               GO TO 2600-APPLY-CREDIT-ROW-EXIT
           END-IF
           IF WS-CUSMAS-STATUS NOT = '00'
               DISPLAY 'QZB19P - QZCUSMAS READ FAILED, STATUS='
                       WS-CUSMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           IF QZCUSMAS-CUSTOMER-NO NOT = QZCBLREC-CUSTOMER-NO
               SET WS-ROWS-DONE           TO TRUE
               GO TO 2600-APPLY-CREDIT-ROW-EXIT
           END-IF
           CALL 'QZROWBAL' USING QZCUSMAS-REC QZRBLPRM
           IF QZRBLPRM-ROW-SETTLED
               GO TO 2600-APPLY-CREDIT-ROW-EXIT
           END-IF
           IF QZCBLREC-CREDIT-AMT > QZRBLPRM-OPEN-AMT
               MOVE QZRBLPRM-OPEN-AMT     TO WS-APPLY-AMT
           ELSE
               MOVE QZCBLREC-CREDIT-AMT   TO WS-APPLY-AMT
           END-IF
           PERFORM 2320-APPLY-TO-ROW
              THRU 2320-APPLY-TO-ROW-EXIT
           SUBTRACT WS-APPLY-AMT          FROM QZCBLREC-CREDIT-AMT
           ADD WS-APPLY-AMT               TO WS-CREDIT-APPLIED-TOT
           ADD 1                          TO WS-CREDIT-ROW-CNT.
       2600-APPLY-CREDIT-ROW-EXIT.
           EXIT.

       2900-READ-NEXT-RECEIPT.
           READ QZPAYIN-FILE
               AT END
      *    3000-FINALIZE                                               *
      *----------------------------------------------------------------*
       3000-FINALIZE.
           PERFORM 8100-PRINT-TOTAL
              THRU 8100-PRINT-TOTAL-EXIT
           CLOSE QZRCVPRT-FILE
           CLOSE QZPAYIN-FILE
           CLOSE QZPAYREJ-FILE
           CLOSE QZCUSMAS-FILE
           CLOSE QZPAYMAS-FILE
           CLOSE QZCUSBAL-FILE
           DISPLAY 'QZB19P - RECEIPTS READ:     ' WS-READ-CNT
           DISPLAY 'QZB19P - RECEIPTS POSTED:   ' WS-POSTED-CNT
           DISPLAY 'QZB19P - RECEIPTS REJECTED: ' WS-REJECT-CNT
           DISPLAY 'QZB19P - PART PAYMENTS:     ' WS-PARTIAL-CNT
           DISPLAY 'QZB19P - OVERPAYMENTS:      ' WS-OVERPAID-CNT
           DISPLAY 'QZB19P - CREDIT RAISED:     ' WS-CREDIT-RAISED-TOT
           DISPLAY 'QZB19P - CREDIT APPLIED:    ' WS-CREDIT-APPLIED-TOT
           DISPLAY 'QZB19P - ROWS CREDIT-PAID:  ' WS-CREDIT-ROW-CNT
           DISPLAY 'QZB19P - RECOVERIES:        ' WS-RECOVERY-CNT
           DISPLAY 'QZB19P - AMOUNT RECOVERED:  ' WS-RECOVERY-TOT
           IF WS-REJECT-CNT > 0
               MOVE 4                     TO RETURN-CODE
           END-IF.
       3000-FINALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3500-PRINT-HEADINGS                                         *
      *----------------------------------------------------------------*
       3500-PRINT-HEADINGS.
           ADD 1                          TO WS-PAGE-NO
           MOVE WS-RUN-DATE               TO WS-HDG-RUN-DATE
           MOVE WS-PAGE-NO                TO WS-HDG-PAGE-NO
           WRITE QZRCVPRT-REC FROM WS-HDG-LINE
               AFTER ADVANCING PAGE
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19P - QZRCVPRT WRITE FAILED, STATUS='
                       WS-PRINT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE QZRCVPRT-REC FROM WS-CAP-LINE
               AFTER ADVANCING 2 LINES
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19P - QZRCVPRT WRITE FAILED, STATUS='
                       WS-PRINT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0                         TO WS-LINE-CNT.
       3500-PRINT-HEADINGS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8100-PRINT-TOTAL                                            *
      *----------------------------------------------------------------*
       8100-PRINT-TOTAL.
           MOVE WS-RECOVERY-CNT           TO WS-TOT-RECOVERY-CNT
           MOVE WS-RECOVERY-TOT           TO WS-TOT-RECOVERY-TOT
           WRITE QZRCVPRT-REC FROM WS-TOT-LINE
               AFTER ADVANCING 2 LINES
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19P - QZRCVPRT WRITE FAILED, STATUS='
                       WS-PRINT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF.
       8100-PRINT-TOTAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8900-REGISTER-END                                           *
      *----------------------------------------------------------------*
