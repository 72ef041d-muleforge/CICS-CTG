      *                      control dataset through QZRUNLOG, and    *
      *                      refuses to start over a still-running    *
      *                      instance or an unmet prerequisite.       *
      *    2026-10-15  KS    Each extract record carries the           *
      *                      customer's consumption tax from the       *
      *                      QZO19R-TAX-INF segment; the tax is        *
      *                      hash-totalled on the trailer and carried  *
      *                      on the restart record.                    *
      *    2026-10-15  KS    Delta mode now also extracts a customer   *
      *                      whose QZACTMAS account was stamped since  *
      *                      the sweep base - name, address, contract  *
      *                      type and payment method changes are       *
      *                      stamped on the account alone, not on the  *
      *                      rows.                                     *
      *                                                                *
      *================================================================*
       IDENTIFICATION DIVISION.
               ACCESS MODE    IS SEQUENTIAL
               RECORD KEY     IS QZCUSMAS-KEY
               FILE STATUS    IS WS-CUSMAS-STATUS.
           SELECT QZACTMAS-FILE  ASSIGN TO QZACTMAS
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS QZACTREC-CUSTOMER-NO
               FILE STATUS    IS WS-ACTMAS-STATUS.
           SELECT QZEXTRCT-FILE  ASSIGN TO QZEXTRCT
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS WS-EXTRCT-STATUS.
       FILE SECTION.
       FD  QZCUSMAS-FILE.
           COPY "customer_master.cbl".
       FD  QZACTMAS-FILE.
           COPY "customer_account.cbl".
       FD  QZEXTRCT-FILE.
           COPY "extract_record.cbl".
       FD  QZRESTRT-FILE.
      *    FILE STATUS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-CUSMAS-STATUS               PIC X(02).
       77  WS-ACTMAS-STATUS               PIC X(02).
       77  WS-EXTRCT-STATUS               PIC X(02).
       77  WS-RESTRT-STATUS               PIC X(02).
       77  WS-EOF-SW                      PIC X(01) VALUE 'N'.
       77  WS-RECORD-CNT                  PIC 9(09) VALUE 0.
       77  WS-AMOUNT-HASH                 PIC 9(15) VALUE 0.
       77  WS-CHARGE-HASH                 PIC 9(15) VALUE 0.
       77  WS-TAX-HASH                    PIC 9(15) VALUE 0.
       77  WS-PERFLG-STATUS               PIC X(02).

      *----------------------------------------------------------------*
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  QZACTMAS-FILE
           IF WS-ACTMAS-STATUS NOT = '00'
               DISPLAY 'QZB19E - QZACTMAS OPEN FAILED, STATUS='
                       WS-ACTMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-READ-RESTART
              THRU 1100-READ-RESTART-EXIT
           PERFORM 1200-READ-RUN-MODE
               MOVE QZRESTRT-RECORD-CNT   TO WS-RECORD-CNT
               MOVE QZRESTRT-AMOUNT-HASH  TO WS-AMOUNT-HASH
               MOVE QZRESTRT-CHARGE-HASH  TO WS-CHARGE-HASH
               IF QZRESTRT-TAX-HASH NUMERIC
                   MOVE QZRESTRT-TAX-HASH TO WS-TAX-HASH
               END-IF
           ELSE
               ACCEPT WS-RUN-ID           FROM TIME
               ACCEPT WS-SWEEP-START-DATE FROM DATE YYYYMMDD
      *        the next distinct customer on entry. Reads through     *
      *        the customer's billing-month rows first, noting the    *
      *        latest QZCUSMAS-LAST-UPD-DATE, then drives the CTG     *
      *        call - unless this is a delta run and neither a row   *
      *        nor the customer's QZACTMAS account has been touched  *
      *        since the sweep base date, in which case the customer *
      *        is skipped. Name, address, contract type and payment  *
      *        method are changed on the account alone, which       *
      *        carries its own QZACTREC-LAST-UPD-DATE. A row stamped *
      *        blank (loaded before the stamp existed) counts as     *
      *        untouched - the weekly full sweep covers those.       *
      *----------------------------------------------------------------*
       2000-PROCESS-CUSTOMER.
           MOVE QZCUSMAS-CUSTOMER-NO      TO WS-SAVE-CUSTOMER-NO
              THRU 2110-SCAN-CUSTOMER-ROWS-EXIT
              UNTIL WS-EOF
                 OR QZCUSMAS-CUSTOMER-NO NOT = WS-SAVE-CUSTOMER-NO
           IF WS-DELTA-MODE
               PERFORM 2120-READ-ACCOUNT
                  THRU 2120-READ-ACCOUNT-EXIT
           END-IF
           IF WS-DELTA-MODE
              AND WS-CUST-MAX-UPD < WS-SWEEP-BASE-DATE
               ADD 1                      TO WS-SKIPPED-CNT
       2110-SCAN-CUSTOMER-ROWS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2120-READ-ACCOUNT                                           *
      *        QZCUSMAS-REC already holds the next customer's row, so *
      *        the account is read by the saved customer number. A   *
      *        customer with no account keeps the rows' date - the   *
      *        gateway reports it when the customer is extracted.    *
      *----------------------------------------------------------------*
       2120-READ-ACCOUNT.
           MOVE WS-SAVE-CUSTOMER-NO       TO QZACTREC-CUSTOMER-NO
           READ QZACTMAS-FILE
               INVALID KEY
                   GO TO 2120-READ-ACCOUNT-EXIT
           END-READ
           IF WS-ACTMAS-STATUS NOT = '00'
               DISPLAY 'QZB19E - QZACTMAS READ FAILED, KEY='
                       WS-SAVE-CUSTOMER-NO ' STATUS=' WS-ACTMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           IF QZACTREC-LAST-UPD-DATE > WS-CUST-MAX-UPD
               MOVE QZACTREC-LAST-UPD-DATE
                 TO WS-CUST-MAX-UPD
           END-IF.
       2120-READ-ACCOUNT-EXIT.
           EXIT.

       2100-READ-NEXT-MASTER.
           READ QZCUSMAS-FILE NEXT RECORD
               AT END
           MOVE 'QZB19E  '                TO LZAPLHDR-PGMID
           MOVE 'QZB19E  '                TO LZAPLHDR-OPERID
           COMPUTE LZAPLHDR-USERDATA-LEN =
               (LENGTH OF QZO19R-EXT-INF * 5)
             + (LENGTH OF QZO19R-TAX-INF * 5)
           SET LZAPLHDR-CONV-FIRST        TO TRUE
           MOVE SPACES                    TO SAMPLE-COMMAND
           MOVE WS-SAVE-CUSTOMER-NO
             TO QZEXTREC-CONTRACT-TYPE
           MOVE PAYMENT-METHOD (WS-EXT-IDX)
             TO QZEXTREC-PAYMENT-METHOD
           MOVE CUSTOMER-TAX (WS-EXT-IDX)
             TO QZEXTREC-TAX-AMT
           WRITE QZEXTREC
           IF WS-EXTRCT-STATUS NOT = '00'
               DISPLAY 'QZB19E - QZEXTRCT WRITE FAILED, STATUS='
           END-IF
           ADD 1                          TO WS-RECORD-CNT
           ADD QZEXTREC-CUSTOMER-AMOUNT   TO WS-AMOUNT-HASH
           ADD QZEXTREC-CUSTOMER-CHARGE   TO WS-CHARGE-HASH
           ADD QZEXTREC-TAX-AMT           TO WS-TAX-HASH.
       2410-WRITE-ONE-ROW-EXIT.
           EXIT.

           MOVE WS-RECORD-CNT             TO QZRESTRT-RECORD-CNT
           MOVE WS-AMOUNT-HASH            TO QZRESTRT-AMOUNT-HASH
           MOVE WS-CHARGE-HASH            TO QZRESTRT-CHARGE-HASH
           MOVE WS-TAX-HASH               TO QZRESTRT-TAX-HASH
           MOVE WS-SWEEP-BASE-DATE        TO QZRESTRT-SWEEP-BASE-DATE
           SET QZRESTRT-IN-PROGRESS       TO TRUE
           OPEN OUTPUT QZRESTRT-FILE
           PERFORM 3100-WRITE-TRAILER
              THRU 3100-WRITE-TRAILER-EXIT
           CLOSE QZCUSMAS-FILE
           CLOSE QZACTMAS-FILE
           CLOSE QZEXTRCT-FILE
           IF WS-ERRORS-MODE
               PERFORM 3300-REWRITE-ERRDTL
           MOVE WS-RECORD-CNT             TO QZRESTRT-RECORD-CNT
           MOVE WS-AMOUNT-HASH            TO QZRESTRT-AMOUNT-HASH
           MOVE WS-CHARGE-HASH            TO QZRESTRT-CHARGE-HASH
           MOVE WS-TAX-HASH               TO QZRESTRT-TAX-HASH
           IF WS-ERRORS-MODE
               MOVE WS-SWEEP-BASE-DATE    TO QZRESTRT-SWEEP-BASE-DATE
           ELSE
           MOVE WS-RECORD-CNT             TO QZEXTTRL-RECORD-CNT
           MOVE WS-AMOUNT-HASH            TO QZEXTTRL-AMOUNT-HASH
           MOVE WS-CHARGE-HASH            TO QZEXTTRL-CHARGE-HASH
           MOVE WS-TAX-HASH               TO QZEXTTRL-TAX-HASH
           WRITE QZEXTTRL
           IF WS-EXTRCT-STATUS NOT = '00'
               DISPLAY 'QZB19E - QZEXTRCT WRITE FAILED, STATUS='
