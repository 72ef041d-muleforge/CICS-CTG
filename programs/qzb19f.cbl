      *    DATE        INIT  DESCRIPTION                               *
      *    ----------  ----  ------------------------------------      *
      *    2026-09-01  KS    QZB19F established.                       *
      *    2026-10-15  KS    An estimated row starts with nothing      *
      *                      applied (QZCUSMAS-PAID-AMOUNT zero).      *
      *    2026-10-15  KS    An estimated row starts with no late-     *
      *                      payment surcharge.                        *
      *    2026-10-15  KS    An estimated row starts with no billing   *
      *                      adjustment.                               *
      *    2026-10-15  KS    An account closed by QZB19G is treated    *
      *                      as terminated and is not estimated.       *
      *    2026-10-15  KS    An estimate row starts with no            *
      *                      payment-slip reissue flag.                *
      *    2026-10-15  KS    An estimate row starts with no bad-debt   *
      *                      write-off or recovery.                    *
      *    2026-10-15  KS    An estimated row now carries the          *
      *                      consumption tax rate and amount QZTAXCAL  *
      *                      works out on its charge.                  *
      *    2026-10-15  KS    The estimate is now priced by QZRATCAL    *
      *                      from the QZRATMAS tariff - basic charge   *
      *                      plus usage blocks - the same way the      *
      *                      QZB19I intake prices a reading.           *
      *    2026-10-15  KS    Contract type and account status now      *
      *                      come from the customer's QZACTMAS         *
      *                      account; estimated rows no longer carry   *
      *                      name, address or contract fields.         *
      *                                                                *
      *================================================================*
       IDENTIFICATION DIVISION.
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS QZCUSMAS-KEY
               FILE STATUS    IS WS-CUSMAS-STATUS.
           SELECT QZACTMAS-FILE  ASSIGN TO QZACTMAS
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS QZACTREC-CUSTOMER-NO
               FILE STATUS    IS WS-ACTMAS-STATUS.
           SELECT QZRATMAS-FILE  ASSIGN TO QZRATMAS
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS SEQUENTIAL
           COPY "estimate_parm.cbl".
       FD  QZCUSMAS-FILE.
           COPY "customer_master.cbl".
       FD  QZACTMAS-FILE.
           COPY "customer_account.cbl".
       FD  QZRATMAS-FILE.
           COPY "rate_master.cbl".
       FD  QZESTPRT-FILE.
      *----------------------------------------------------------------*
       77  WS-ESTPRM-STATUS               PIC X(02).
       77  WS-CUSMAS-STATUS               PIC X(02).
       77  WS-ACTMAS-STATUS               PIC X(02).
       77  WS-RATMAS-STATUS               PIC X(02).
       77  WS-PRINT-STATUS                PIC X(02).
       77  WS-EOF-SW                      PIC X(01) VALUE 'N'.
           05  WS-RATE-ENTRY              OCCURS 200 TIMES.
               10  WS-RATE-CONTRACT-TYPE  PIC X(02).
               10  WS-RATE-EFF-DATE       PIC X(08).
               10  WS-RATE-PRICE          PIC X(73).

      *----------------------------------------------------------------*
      *    ACCOUNT FIELDS HELD FROM THE CUSTOMER'S QZACTMAS ACCOUNT    *
      *----------------------------------------------------------------*
       01  WS-CUST-HOLD.
           05  WS-HOLD-CONTRACT-TYPE      PIC X(02).
           05  WS-HOLD-ACCT-STATUS        PIC X(01).
               88  WS-HOLD-ACCT-TERMINATED    VALUES 'T' 'C'.

      *----------------------------------------------------------------*
      *    PRINT LINE LAYOUTS                                         *
           05  WS-TOT-COUNT               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(95) VALUE SPACES.

      *----------------------------------------------------------------*
      *    CONSUMPTION TAX CALL PARAMETER BLOCK                        *
      *----------------------------------------------------------------*
           COPY "taxcal_parm.cbl".

      *----------------------------------------------------------------*
      *    TARIFF PRICING CALL PARAMETER BLOCK                         *
      *----------------------------------------------------------------*
           COPY "ratecal_parm.cbl".

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  QZACTMAS-FILE
           IF WS-ACTMAS-STATUS NOT = '00'
               DISPLAY 'QZB19F - QZACTMAS OPEN FAILED, STATUS='
                       WS-ACTMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT QZESTPRT-FILE
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19F - QZESTPRT OPEN FAILED, STATUS='
                 TO WS-RATE-CONTRACT-TYPE (WS-RATE-CNT)
               MOVE QZRATREC-EFFECTIVE-DATE
                 TO WS-RATE-EFF-DATE (WS-RATE-CNT)
               MOVE QZRATREC-PRICE
                 TO WS-RATE-PRICE (WS-RATE-CNT)
           END-IF.
       1250-LOAD-ONE-RATE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    2000-PROCESS-CUSTOMER                                       *
      *        QZCUSMAS-REC holds the customer's first billing-month  *
      *        row on entry. The customer's QZACTMAS account supplies *
      *        the contract type and account status, the rows are     *
      *        scanned to the control break, and a customer with      *
      *        window activity but no cycle-month row gets an         *
      *        estimated row. Writing the row loses the sequential    *
      *        position, so the browse is re-started past the         *
       2000-PROCESS-CUSTOMER.
           MOVE QZCUSMAS-CUSTOMER-NO      TO WS-SAVE-CUSTOMER-NO
           ADD 1                          TO WS-CUSTOMER-CNT
           PERFORM 2050-READ-ACCOUNT
              THRU 2050-READ-ACCOUNT-EXIT
           SET WS-HAVE-CYCLE-SW           TO 'N'
           MOVE 0                         TO WS-WIN-TOTAL
                                             WS-WIN-CNT
       2000-PROCESS-CUSTOMER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2050-READ-ACCOUNT                                           *
      *        Every billed customer has a QZACTMAS account; a row    *
      *        without one stops the run.                              *
      *----------------------------------------------------------------*
       2050-READ-ACCOUNT.
           MOVE QZCUSMAS-CUSTOMER-NO      TO QZACTREC-CUSTOMER-NO
           READ QZACTMAS-FILE
               INVALID KEY
                   DISPLAY 'QZB19F - NO QZACTMAS ACCOUNT, KEY='
                           QZCUSMAS-KEY
                   MOVE 16                TO RETURN-CODE
                   STOP RUN
           END-READ
           IF WS-ACTMAS-STATUS NOT = '00'
               DISPLAY 'QZB19F - QZACTMAS READ FAILED, KEY='
                       QZCUSMAS-KEY ' STATUS=' WS-ACTMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE QZACTREC-CONTRACT-TYPE    TO WS-HOLD-CONTRACT-TYPE
           MOVE QZACTREC-ACCOUNT-STATUS   TO WS-HOLD-ACCT-STATUS.
       2050-READ-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2100-SCAN-ONE-ROW                                           *
      *        Notes a cycle-month row, accumulates actual readings    *
      *        inside the trailing window - estimated rows are left    *
      *        out so an estimate never feeds the next estimate - and  *
      *        reads the next row.                                     *
      *----------------------------------------------------------------*
       2100-SCAN-ONE-ROW.
           IF QZCUSMAS-BILLING-YM = WS-CYCLE-YM
               SET WS-HAVE-CYCLE          TO TRUE
           END-IF
      *----------------------------------------------------------------*
      *    2300-WRITE-ESTIMATE                                         *
      *        Builds and writes the estimated row - trailing         *
      *        average usage priced from the tariff in effect for    *
      *        the cycle month, flagged as an estimate. A             *
      *        contract type with no table rate in effect cannot be   *
      *        priced and is reported instead of written. The         *
      *        estimate is taxed through QZTAXCAL like a posted       *
      *        charge.                                                 *
      *----------------------------------------------------------------*
       2300-WRITE-ESTIMATE.
           COMPUTE WS-AVG-AMOUNT ROUNDED =
               WS-WIN-TOTAL / WS-WIN-CNT
           PERFORM 2400-FIND-TABLE-RATE
              THRU 2400-FIND-TABLE-RATE-EXIT
           IF NOT WS-RATE-FOUND
                       WS-HOLD-CONTRACT-TYPE
               GO TO 2300-WRITE-ESTIMATE-EXIT
           END-IF
           MOVE SPACES                    TO QZCUSMAS-REC
           MOVE WS-SAVE-CUSTOMER-NO       TO QZCUSMAS-CUSTOMER-NO
           MOVE WS-CYCLE-YM               TO QZCUSMAS-BILLING-YM
           MOVE WS-AVG-AMOUNT             TO QZCUSMAS-AMOUNT
           MOVE WS-EST-CHARGE             TO QZCUSMAS-CHARGE
           MOVE WS-TABLE-RATE             TO QZCUSMAS-RATE
           MOVE WS-CYCLE-YM               TO QZTXCPRM-BILLING-YM
           MOVE WS-EST-CHARGE             TO QZTXCPRM-EXCL-AMT
           CALL 'QZTAXCAL' USING QZTXCPRM
           IF NOT QZTXCPRM-OK
               DISPLAY 'QZB19F - QZTAXCAL FAILED, KEY='
                       QZCUSMAS-KEY ' RESULT=' QZTXCPRM-RESULT
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE QZTXCPRM-TAX-RATE         TO QZCUSMAS-TAX-RATE
           MOVE QZTXCPRM-TAX-AMT          TO QZCUSMAS-TAX-AMT
           MOVE WS-RUN-DATE               TO QZCUSMAS-LAST-UPD-DATE
           MOVE SPACES                    TO QZCUSMAS-PAID-FLAG
           MOVE SPACES                    TO QZCUSMAS-PAID-DATE
           MOVE 0                         TO QZCUSMAS-PAID-AMOUNT
           MOVE 0                         TO QZCUSMAS-SURCHARGE-AMT
           MOVE SPACES                    TO QZCUSMAS-SURCH-DATE
           MOVE 0                         TO QZCUSMAS-ADJ-DEBIT-AMT
           MOVE 0                         TO QZCUSMAS-ADJ-CREDIT-AMT
           MOVE SPACES                    TO QZCUSMAS-ADJ-DATE
           MOVE SPACES                    TO QZCUSMAS-SLIP-REISSUE-FLAG
           MOVE SPACES                    TO QZCUSMAS-SLIP-REQ-DATE
           MOVE SPACES                    TO QZCUSMAS-WRITEOFF-FLAG
           MOVE 0                         TO QZCUSMAS-WRITEOFF-AMT
           MOVE SPACES                    TO QZCUSMAS-WRITEOFF-DATE
           MOVE 0                         TO QZCUSMAS-RECOVERY-AMT
           MOVE SPACES                    TO QZCUSMAS-RECOVERY-DATE
           MOVE 'E'                       TO QZCUSMAS-ESTIMATE-FLAG
           WRITE QZCUSMAS-REC
               INVALID KEY
                   DISPLAY 'QZB19F - QZCUSMAS WRITE FAILED, KEY='
      *        The rate in effect for the cycle month is the table    *
      *        entry for the held contract type with the latest       *
      *        effective date whose year-month does not follow the    *
      *        cycle month. QZRATCAL prices the average usage from    *
      *        that tariff exactly as the QZB19I intake would price   *
      *        the reading; a tariff it refuses cannot price at all.  *
      *----------------------------------------------------------------*
       2400-FIND-TABLE-RATE.
           SET WS-RATE-FOUND-SW           TO 'N'
              THRU 2450-SIFT-ONE-RATE-EXIT
              VARYING WS-TBL-IDX FROM 1 BY 1
              UNTIL WS-TBL-IDX > WS-RATE-CNT
           IF WS-BEST-IDX = 0
               GO TO 2400-FIND-TABLE-RATE-EXIT
           END-IF
           MOVE WS-RATE-PRICE (WS-BEST-IDX) TO QZRCLPRM-PRICE
           MOVE WS-AVG-AMOUNT             TO QZRCLPRM-USAGE
           CALL 'QZRATCAL' USING QZRCLPRM
           IF QZRCLPRM-OK
               SET WS-RATE-FOUND          TO TRUE
               MOVE QZRCLPRM-TOP-RATE     TO WS-TABLE-RATE
               MOVE QZRCLPRM-CHARGE       TO WS-EST-CHARGE
           ELSE
               DISPLAY 'QZB19F - QZRATMAS TARIFF INVALID, CONTRACT='
                       WS-HOLD-CONTRACT-TYPE ' EFFECTIVE='
                       WS-RATE-EFF-DATE (WS-BEST-IDX)
           END-IF.
       2400-FIND-TABLE-RATE-EXIT.
           EXIT.
               STOP RUN
           END-IF
           CLOSE QZCUSMAS-FILE
           CLOSE QZACTMAS-FILE
           CLOSE QZESTPRT-FILE
           DISPLAY 'QZB19F - CUSTOMERS READ:         ' WS-CUSTOMER-CNT
           DISPLAY 'QZB19F - ESTIMATED ROWS WRITTEN: '
