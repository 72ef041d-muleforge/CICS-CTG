      *    DATE-COMPILED:                                              *
      *                                                                *
      *    PURPOSE.                                                   *
      *        Monthly usage intake batch. Reads the QZMTRIN           *
      *        meter-reading transaction file submitted by the         *
      *        metering shop, validates each record (customer on the   *
      *        QZACTMAS account master, BILLING-YM not already on      *
      *        file, AMOUNT numeric, a QZRATMAS rate in effect for the *
      *        contract type and billing month), computes              *
      *        QZCUSMAS-CHARGE from AMOUNT and the table rate, and     *
      *        writes the new billing-month row to QZCUSMAS priced     *
      *        under the account's contract type. A transaction that   *
      *        fails validation is written to the QZMTRREJ reject file *
      *        with a reason code so it can be corrected and           *
      *        resubmitted.                                            *
      *                                                                *
      *    MOD HISTORY.                                                *
      *    DATE        INIT  DESCRIPTION                               *
      *                      control dataset through QZRUNLOG, and    *
      *                      refuses to start over a still-running    *
      *                      instance or an unmet prerequisite.       *
      *    2026-10-15  KS    A replaced estimate keeps the amount      *
      *                      QZB19P applied to it (QZCUSMAS-PAID-      *
      *                      AMOUNT) along with its paid marker; a     *
      *                      new row starts with nothing applied.      *
      *    2026-10-15  KS    A replaced estimate also keeps any late-  *
      *                      payment surcharge QZB19S assessed on it.  *
      *    2026-10-15  KS    A new row starts with no billing          *
      *                      adjustment; a replaced estimate keeps     *
      *                      the memos QZB19O posted to it.            *
      *    2026-10-15  KS    Readings for an account closed by QZB19G  *
      *                      are rejected like those for a terminated  *
      *                      one.                                      *
      *    2026-10-15  KS    A new row starts with no payment-slip     *
      *                      reissue flag; a replaced estimate keeps   *
      *                      its flag.                                 *
      *    2026-10-15  KS    A new row starts with no bad-debt         *
      *                      write-off or recovery; a replaced         *
      *                      estimate keeps its write-off and          *
      *                      recovery.                                 *
      *    2026-10-15  KS    A posted row now carries the consumption  *
      *                      tax rate and amount QZTAXCAL works out    *
      *                      on its charge; the run stops if no tax    *
      *                      rate is in force.                         *
      *    2026-10-15  KS    The charge is now priced by QZRATCAL      *
      *                      from the QZRATMAS tariff - basic charge   *
      *                      plus usage blocks - and the row's rate    *
      *                      is the rate of the last block the         *
      *                      reading reached.                          *
      *    2026-10-15  KS    The customer, the contract type and the   *
      *                      account status now come from the          *
      *                      QZACTMAS account master; posted rows no   *
      *                      longer carry name, address or contract    *
      *                      fields.                                   *
      *    2026-10-15  KS    A replaced estimate keeps the debit date  *
      *                      QZB19Q requested it for                   *
      *                      (QZCUSMAS-DD-REQ-DATE), so the month is   *
      *                      not requested from the bank a second      *
      *                      time.                                     *
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
           COPY "meter_reject.cbl".
       FD  QZCUSMAS-FILE.
           COPY "customer_master.cbl".
       FD  QZACTMAS-FILE.
           COPY "customer_account.cbl".
       FD  QZRATMAS-FILE.
           COPY "rate_master.cbl".
       FD  QZINTPRT-FILE.
       77  WS-MTRIN-STATUS                PIC X(02).
       77  WS-MTRREJ-STATUS               PIC X(02).
       77  WS-CUSMAS-STATUS               PIC X(02).
       77  WS-ACTMAS-STATUS               PIC X(02).
       77  WS-RATMAS-STATUS               PIC X(02).
       77  WS-EOF-SW                      PIC X(01) VALUE 'N'.
           88  WS-EOF                          VALUE 'Y'.
       77  WS-EST-OLD-CHARGE              PIC 9(10) VALUE 0.
       77  WS-EST-PAID-FLAG               PIC X(01).
       77  WS-EST-PAID-DATE               PIC X(08).
       77  WS-EST-PAID-AMOUNT             PIC 9(10).
       77  WS-EST-SURCHARGE-AMT           PIC 9(10).
       77  WS-EST-SURCH-DATE              PIC X(08).
       77  WS-EST-ADJ-DEBIT-AMT           PIC 9(10).
       77  WS-EST-ADJ-CREDIT-AMT          PIC 9(10).
       77  WS-EST-ADJ-DATE                PIC X(08).
       77  WS-EST-SLIP-FLAG               PIC X(01).
       77  WS-EST-SLIP-DATE               PIC X(08).
       77  WS-EST-WOFF-FLAG               PIC X(01).
       77  WS-EST-WOFF-AMT                PIC 9(10).
       77  WS-EST-WOFF-DATE               PIC X(08).
       77  WS-EST-RCVY-AMT                PIC 9(10).
       77  WS-EST-RCVY-DATE               PIC X(08).
       77  WS-EST-DD-REQ-DATE             PIC X(08).
       77  WS-TRUEUP-CNT                  PIC 9(09) COMP VALUE 0.
       77  WS-TRUEUP-DELTA                PIC S9(11) VALUE 0.
       77  WS-LINE-CNT                    PIC 9(03) COMP VALUE 0.
           05  WS-RATE-ENTRY              OCCURS 200 TIMES.
               10  WS-RATE-CONTRACT-TYPE  PIC X(02).
               10  WS-RATE-EFF-DATE       PIC X(08).
               10  WS-RATE-PRICE          PIC X(73).

      *----------------------------------------------------------------*
      *    DESCRIPTIVE FIELDS HELD FROM THE CUSTOMER'S FIRST ROW       *
           05  FILLER                     PIC X(90) VALUE SPACES.

       01  WS-CUST-HOLD.
           05  WS-HOLD-CONTRACT-TYPE      PIC X(02).
           05  WS-HOLD-ACCT-STATUS        PIC X(01).
               88  WS-HOLD-ACCT-TERMINATED    VALUES 'T' 'C'.


      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
           COPY "runlog_parm.cbl".

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
               DISPLAY 'QZB19I - QZACTMAS OPEN FAILED, STATUS='
                       WS-ACTMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT QZINTPRT-FILE
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19I - QZINTPRT OPEN FAILED, STATUS='
                 TO WS-RATE-CONTRACT-TYPE (WS-RATE-CNT)
               MOVE QZRATREC-EFFECTIVE-DATE
                 TO WS-RATE-EFF-DATE (WS-RATE-CNT)
               MOVE QZRATREC-PRICE
                 TO WS-RATE-PRICE (WS-RATE-CNT)
           END-IF.
       1250-LOAD-ONE-RATE-EXIT.
           EXIT.
                         TO WS-EST-PAID-FLAG
                       MOVE QZCUSMAS-PAID-DATE
                         TO WS-EST-PAID-DATE
                       MOVE QZCUSMAS-PAID-AMOUNT
                         TO WS-EST-PAID-AMOUNT
                       MOVE QZCUSMAS-SURCHARGE-AMT
                         TO WS-EST-SURCHARGE-AMT
                       MOVE QZCUSMAS-SURCH-DATE
                         TO WS-EST-SURCH-DATE
                       MOVE QZCUSMAS-ADJ-DEBIT-AMT
                         TO WS-EST-ADJ-DEBIT-AMT
                       MOVE QZCUSMAS-ADJ-CREDIT-AMT
                         TO WS-EST-ADJ-CREDIT-AMT
                       MOVE QZCUSMAS-ADJ-DATE
                         TO WS-EST-ADJ-DATE
                       MOVE QZCUSMAS-SLIP-REISSUE-FLAG
                         TO WS-EST-SLIP-FLAG
                       MOVE QZCUSMAS-SLIP-REQ-DATE
                         TO WS-EST-SLIP-DATE
                       MOVE QZCUSMAS-WRITEOFF-FLAG
                         TO WS-EST-WOFF-FLAG
                       MOVE QZCUSMAS-WRITEOFF-AMT
                         TO WS-EST-WOFF-AMT
                       MOVE QZCUSMAS-WRITEOFF-DATE
                         TO WS-EST-WOFF-DATE
                       MOVE QZCUSMAS-RECOVERY-AMT
                         TO WS-EST-RCVY-AMT
                       MOVE QZCUSMAS-RECOVERY-DATE
                         TO WS-EST-RCVY-DATE
                       MOVE QZCUSMAS-DD-REQ-DATE
                         TO WS-EST-DD-REQ-DATE
                   ELSE
                       SET WS-TXN-OK-SW   TO 'N'
                       MOVE '02'          TO WS-REASON-CD
      *        The rate in effect for the transaction is the table    *
      *        entry for the customer's contract type with the        *
      *        latest effective date whose year-month does not        *
      *        follow QZMTRTXN-BILLING-YM. The amount is priced      *
      *        from that tariff by QZRATCAL here, so WS-CHARGE is     *
      *        ready for 2300-POST-ROW, and WS-TABLE-RATE is the rate *
      *        of the last usage block the amount reached - the rate  *
      *        a submitted QZMTRTXN-RATE is checked against. A tariff *
      *        QZRATCAL refuses is no rate at all.                    *
      *----------------------------------------------------------------*
       2120-FIND-TABLE-RATE.
           SET WS-RATE-FOUND-SW           TO 'N'
              THRU 2150-SIFT-ONE-RATE-EXIT
              VARYING WS-TBL-IDX FROM 1 BY 1
              UNTIL WS-TBL-IDX > WS-RATE-CNT
           IF WS-BEST-IDX = 0
               GO TO 2120-FIND-TABLE-RATE-EXIT
           END-IF
           MOVE WS-RATE-PRICE (WS-BEST-IDX) TO QZRCLPRM-PRICE
           MOVE QZMTRTXN-AMOUNT-N         TO QZRCLPRM-USAGE
           CALL 'QZRATCAL' USING QZRCLPRM
           IF QZRCLPRM-OK
               SET WS-RATE-FOUND          TO TRUE
               MOVE QZRCLPRM-TOP-RATE     TO WS-TABLE-RATE
               MOVE QZRCLPRM-CHARGE       TO WS-CHARGE
           ELSE
               DISPLAY 'QZB19I - QZRATMAS TARIFF INVALID, CONTRACT='
                       WS-HOLD-CONTRACT-TYPE ' EFFECTIVE='
                       WS-RATE-EFF-DATE (WS-BEST-IDX)
           END-IF.
       2120-FIND-TABLE-RATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2110-CHECK-CUSTOMER                                         *
      *        The customer exists when the CUSTOMER-NO is on the      *
      *        QZACTMAS account master, which supplies the contract    *
      *        type the reading is priced under and the account status *
      *        a terminated customer is turned away on. The customer's *
      *        first billing-month row, when he has one, starts the    *
      *        trailing-usage scan; a customer with no rows yet simply *
      *        has no history to be judged against.                    *
      *----------------------------------------------------------------*
       2110-CHECK-CUSTOMER.
           MOVE 0                         TO WS-TRAIL-TOTAL
                                             WS-TRAIL-CNT
           MOVE QZMTRTXN-CUSTOMER-NO      TO QZACTREC-CUSTOMER-NO
           READ QZACTMAS-FILE
               INVALID KEY
                   SET WS-TXN-OK-SW       TO 'N'
                   MOVE '01'              TO WS-REASON-CD
                   GO TO 2110-CHECK-CUSTOMER-EXIT
           END-READ
           IF WS-ACTMAS-STATUS NOT = '00'
               DISPLAY 'QZB19I - QZACTMAS READ FAILED, STATUS='
                       WS-ACTMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE QZACTREC-CONTRACT-TYPE    TO WS-HOLD-CONTRACT-TYPE
           MOVE QZACTREC-ACCOUNT-STATUS   TO WS-HOLD-ACCT-STATUS
           IF WS-HOLD-ACCT-TERMINATED
               SET WS-TXN-OK-SW           TO 'N'
               MOVE '06'                  TO WS-REASON-CD
               GO TO 2110-CHECK-CUSTOMER-EXIT
           END-IF
           MOVE QZMTRTXN-CUSTOMER-NO      TO QZCUSMAS-CUSTOMER-NO
           MOVE LOW-VALUES                TO QZCUSMAS-BILLING-YM
           START QZCUSMAS-FILE KEY IS GREATER THAN QZCUSMAS-KEY
               INVALID KEY
                   GO TO 2110-CHECK-CUSTOMER-EXIT
           END-START
           IF WS-CUSMAS-STATUS NOT = '00'
               DISPLAY 'QZB19I - QZCUSMAS START FAILED, STATUS='
                       WS-CUSMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           READ QZCUSMAS-FILE NEXT RECORD
               AT END
                   GO TO 2110-CHECK-CUSTOMER-EXIT
           END-READ
           IF WS-CUSMAS-STATUS NOT = '00'
               DISPLAY 'QZB19I - QZCUSMAS READ FAILED, STATUS='
                       WS-CUSMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           IF QZCUSMAS-CUSTOMER-NO = QZMTRTXN-CUSTOMER-NO
               PERFORM 2115-SCAN-TRAILING-USAGE
                  THRU 2115-SCAN-TRAILING-USAGE-EXIT
           END-IF.
      *----------------------------------------------------------------*
      *    2300-POST-ROW                                               *
      *        Builds and writes the new billing-month row. The       *
      *        charge is the one 2120-FIND-TABLE-RATE had QZRATCAL    *
      *        price from the QZRATMAS tariff - basic charge plus     *
      *        usage blocks - the same way the QZO19R reconciliation  *
      *        expects it. The consumption tax on the                 *
      *        charge is worked out by QZTAXCAL and carried on the    *
      *        row beside it; the charge itself stays tax-exclusive.  *
      *----------------------------------------------------------------*
       2300-POST-ROW.
           MOVE SPACES                    TO QZCUSMAS-REC
           MOVE QZMTRTXN-CUSTOMER-NO      TO QZCUSMAS-CUSTOMER-NO
           MOVE QZMTRTXN-BILLING-YM       TO QZCUSMAS-BILLING-YM
           MOVE QZMTRTXN-AMOUNT-N         TO QZCUSMAS-AMOUNT
           MOVE WS-CHARGE                 TO QZCUSMAS-CHARGE
           MOVE WS-TABLE-RATE             TO QZCUSMAS-RATE
           MOVE QZMTRTXN-BILLING-YM       TO QZTXCPRM-BILLING-YM
           MOVE WS-CHARGE                 TO QZTXCPRM-EXCL-AMT
           CALL 'QZTAXCAL' USING QZTXCPRM
           IF NOT QZTXCPRM-OK
               DISPLAY 'QZB19I - QZTAXCAL FAILED, KEY='
                       QZCUSMAS-KEY ' RESULT=' QZTXCPRM-RESULT
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE QZTXCPRM-TAX-RATE         TO QZCUSMAS-TAX-RATE
           MOVE QZTXCPRM-TAX-AMT          TO QZCUSMAS-TAX-AMT
           MOVE WS-RUN-DATE               TO QZCUSMAS-LAST-UPD-DATE
      *    A replaced estimate keeps its QZB19P paid marker - a
      *    customer who settled the estimated charge must not be
           IF WS-REPLACE-EST
               MOVE WS-EST-PAID-FLAG      TO QZCUSMAS-PAID-FLAG
               MOVE WS-EST-PAID-DATE      TO QZCUSMAS-PAID-DATE
               MOVE WS-EST-PAID-AMOUNT    TO QZCUSMAS-PAID-AMOUNT
               MOVE WS-EST-SURCHARGE-AMT  TO QZCUSMAS-SURCHARGE-AMT
               MOVE WS-EST-SURCH-DATE     TO QZCUSMAS-SURCH-DATE
               MOVE WS-EST-ADJ-DEBIT-AMT  TO QZCUSMAS-ADJ-DEBIT-AMT
               MOVE WS-EST-ADJ-CREDIT-AMT TO QZCUSMAS-ADJ-CREDIT-AMT
               MOVE WS-EST-ADJ-DATE       TO QZCUSMAS-ADJ-DATE
               MOVE WS-EST-SLIP-FLAG      TO QZCUSMAS-SLIP-REISSUE-FLAG
               MOVE WS-EST-SLIP-DATE      TO QZCUSMAS-SLIP-REQ-DATE
               MOVE WS-EST-WOFF-FLAG      TO QZCUSMAS-WRITEOFF-FLAG
               MOVE WS-EST-WOFF-AMT       TO QZCUSMAS-WRITEOFF-AMT
               MOVE WS-EST-WOFF-DATE      TO QZCUSMAS-WRITEOFF-DATE
               MOVE WS-EST-RCVY-AMT       TO QZCUSMAS-RECOVERY-AMT
               MOVE WS-EST-RCVY-DATE      TO QZCUSMAS-RECOVERY-DATE
               MOVE WS-EST-DD-REQ-DATE    TO QZCUSMAS-DD-REQ-DATE
           ELSE
               MOVE SPACES                TO QZCUSMAS-PAID-FLAG
               MOVE SPACES                TO QZCUSMAS-PAID-DATE
               MOVE 0                     TO QZCUSMAS-PAID-AMOUNT
               MOVE 0                     TO QZCUSMAS-SURCHARGE-AMT
               MOVE SPACES                TO QZCUSMAS-SURCH-DATE
               MOVE 0                     TO QZCUSMAS-ADJ-DEBIT-AMT
               MOVE 0                     TO QZCUSMAS-ADJ-CREDIT-AMT
               MOVE SPACES                TO QZCUSMAS-ADJ-DATE
               MOVE SPACES                TO QZCUSMAS-SLIP-REISSUE-FLAG
               MOVE SPACES                TO QZCUSMAS-SLIP-REQ-DATE
               MOVE SPACES                TO QZCUSMAS-WRITEOFF-FLAG
               MOVE 0                     TO QZCUSMAS-WRITEOFF-AMT
               MOVE SPACES                TO QZCUSMAS-WRITEOFF-DATE
               MOVE 0                     TO QZCUSMAS-RECOVERY-AMT
               MOVE SPACES                TO QZCUSMAS-RECOVERY-DATE
               MOVE SPACES                TO QZCUSMAS-DD-REQ-DATE
           END-IF
           MOVE SPACES                    TO QZCUSMAS-ESTIMATE-FLAG
           IF WS-REPLACE-EST
               REWRITE QZCUSMAS-REC
                   INVALID KEY
           CLOSE QZMTRIN-FILE
           CLOSE QZMTRREJ-FILE
           CLOSE QZCUSMAS-FILE
           CLOSE QZACTMAS-FILE
           CLOSE QZUSGRVW-FILE
           CLOSE QZINTPRT-FILE
           DISPLAY 'QZB19I - TRANSACTIONS READ:   ' WS-READ-CNT
