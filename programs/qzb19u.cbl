      *    DATE-COMPILED:                                              *
      *                                                                *
      *    PURPOSE.                                                   *
      *        Mass repricing batch. Takes a contract type and         *
      *        effective date on the QZRPRPRM card - the tariff        *
      *        revision just keyed onto QZRATMAS through QZO19T -      *
      *        walks QZCUSMAS, and recomputes QZCUSMAS-RATE and        *
      *        QZCUSMAS-CHARGE from the tariff table for every in-     *
      *        scope billing-month row (a customer whose QZACTMAS      *
      *        account is on the named contract type, the effective    *
      *        month onward), so the stored figures agree with the     *
      *        table instead of flooding QZB19V's audit listing and    *
      *        QZO19R's reconciliation with mismatches that are really *
      *        just the unapplied revision. Every repriced row prints  *
      *        before and after, with control totals.                  *
      *                                                                *
      *        Checkpoints the QZRPRRST restart dataset (QZRESTRT     *
      *        record layout) at every customer break that repriced   *
      *    DATE        INIT  DESCRIPTION                               *
      *    ----------  ----  ------------------------------------      *
      *    2026-09-01  KS    QZB19U established.                       *
      *    2026-10-15  KS    A repriced row has its consumption tax    *
      *                      re-derived through QZTAXCAL on the new    *
      *                      charge.                                   *
      *    2026-10-15  KS    Rows are now repriced by QZRATCAL from    *
      *                      the QZRATMAS tariff - basic charge plus   *
      *                      usage blocks - the same way the QZB19I    *
      *                      intake prices them.                       *
      *    2026-10-15  KS    The contract type a row is repriced       *
      *                      under is now the customer's, from the     *
      *                      QZACTMAS account.                         *
      *    2026-10-15  KS    A repriced row keeps what receipts and    *
      *                      credit memos had applied to it: a higher  *
      *                      price re-opens a paid row part-paid, and  *
      *                      what was applied beyond a lower price     *
      *                      goes to the customer's QZCUSBAL credit,   *
      *                      as QZB19G and QZB19O do.                  *
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
           SELECT QZCUSBAL-FILE  ASSIGN TO QZCUSBAL
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS QZCBLREC-CUSTOMER-NO
               FILE STATUS    IS WS-CUSBAL-STATUS.
           SELECT QZRATMAS-FILE  ASSIGN TO QZRATMAS
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS SEQUENTIAL
           COPY "reprice_parm.cbl".
       FD  QZCUSMAS-FILE.
           COPY "customer_master.cbl".
       FD  QZACTMAS-FILE.
           COPY "customer_account.cbl".
       FD  QZCUSBAL-FILE.
           COPY "customer_balance.cbl".
       FD  QZRATMAS-FILE.
           COPY "rate_master.cbl".
       FD  QZRPRRST-FILE.
      *----------------------------------------------------------------*
       77  WS-RPRPRM-STATUS               PIC X(02).
       77  WS-CUSMAS-STATUS               PIC X(02).
       77  WS-ACTMAS-STATUS               PIC X(02).
       77  WS-CUSBAL-STATUS               PIC X(02).
       77  WS-RATMAS-STATUS               PIC X(02).
       77  WS-RPRRST-STATUS               PIC X(02).
       77  WS-PRINT-STATUS                PIC X(02).
       77  WS-PARM-CONTRACT-TYPE          PIC X(02).
       77  WS-PARM-EFF-DATE               PIC X(08).
       77  WS-SAVE-CUSTOMER-NO            PIC X(10).
       77  WS-ACCT-CUSTOMER-NO            PIC X(10) VALUE SPACES.
       77  WS-ACCT-CONTRACT-TYPE          PIC X(02).
       77  WS-ROWS-READ-CNT               PIC 9(09) COMP VALUE 0.
       77  WS-REPRICED-CNT                PIC 9(09) VALUE 0.
       77  WS-OLD-CHARGE-TOTAL            PIC 9(15) VALUE 0.
       77  WS-NEW-CHARGE-TOTAL            PIC 9(15) VALUE 0.
       77  WS-NEW-CHARGE                  PIC 9(10) VALUE 0.
       77  WS-CREDIT-RAISED-TOT           PIC 9(15) VALUE 0.
       77  WS-EXCESS-AMT                  PIC 9(10).
       77  WS-PRIOR-APPLIED               PIC S9(11) COMP-3.
       77  WS-OLD-APPLIED                 PIC 9(11).
       77  WS-TBL-IDX                     PIC 9(03) COMP.
       77  WS-BEST-IDX                    PIC 9(03) COMP.
       77  WS-TABLE-RATE                  PIC 9(03)V9(02).
           05  WS-RATE-ENTRY              OCCURS 200 TIMES.
               10  WS-RATE-CONTRACT-TYPE  PIC X(02).
               10  WS-RATE-EFF-DATE       PIC X(08).
               10  WS-RATE-PRICE          PIC X(73).

      *----------------------------------------------------------------*
      *    PRINT LINE LAYOUTS                                         *
           05  WS-TOT-COUNT               PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(87) VALUE SPACES.

      *----------------------------------------------------------------*
      *    CONSUMPTION TAX CALL PARAMETER BLOCK                        *
      *----------------------------------------------------------------*
           COPY "taxcal_parm.cbl".

      *----------------------------------------------------------------*
      *    TARIFF PRICING CALL PARAMETER BLOCK                         *
      *----------------------------------------------------------------*
           COPY "ratecal_parm.cbl".

      *----------------------------------------------------------------*
      *    ROW BALANCE CALL PARAMETER BLOCK                            *
      *----------------------------------------------------------------*
           COPY "rowbal_parm.cbl".

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  QZACTMAS-FILE
           IF WS-ACTMAS-STATUS NOT = '00'
               DISPLAY 'QZB19U - QZACTMAS OPEN FAILED, STATUS='
                       WS-ACTMAS-STATUS
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
               DISPLAY 'QZB19U - QZCUSBAL OPEN FAILED, STATUS='
                       WS-CUSBAL-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT QZRPRPRT-FILE
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19U - QZRPRPRT OPEN FAILED, STATUS='
                 TO WS-RATE-CONTRACT-TYPE (WS-RATE-CNT)
               MOVE QZRATREC-EFFECTIVE-DATE
                 TO WS-RATE-EFF-DATE (WS-RATE-CNT)
               MOVE QZRATREC-PRICE
                 TO WS-RATE-PRICE (WS-RATE-CNT)
           END-IF.
       1250-LOAD-ONE-RATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-PROCESS-ROW                                            *
      *        Reprices one in-scope row - a customer whose QZACTMAS   *
      *        account is on the named contract type, the effective    *
      *        month onward - when the table rate disagrees with the   *
      *        stored one. The rewrite targets the row just read, so   *
      *        the sequential position stands. A customer break        *
      *        checkpoints the restart dataset when the customer just  *
      *        finished repriced anything.                             *
      *----------------------------------------------------------------*
       2000-PROCESS-ROW.
           IF QZCUSMAS-CUSTOMER-NO NOT = WS-SAVE-CUSTOMER-NO
               MOVE QZCUSMAS-CUSTOMER-NO  TO WS-SAVE-CUSTOMER-NO
           END-IF
           ADD 1                          TO WS-ROWS-READ-CNT
           IF QZCUSMAS-CUSTOMER-NO NOT = WS-ACCT-CUSTOMER-NO
               PERFORM 2050-READ-ACCOUNT
                  THRU 2050-READ-ACCOUNT-EXIT
           END-IF
           IF WS-ACCT-CONTRACT-TYPE = WS-PARM-CONTRACT-TYPE
              AND QZCUSMAS-BILLING-YM >= WS-PARM-EFF-DATE (1:6)
               PERFORM 2100-REPRICE-ROW
                  THRU 2100-REPRICE-ROW-EXIT
       2000-PROCESS-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2050-READ-ACCOUNT                                           *
      *        The contract type is the customer's, held on the       *
      *        QZACTMAS account. A row with no account cannot be      *
      *        priced and stops the run.                              *
      *----------------------------------------------------------------*
       2050-READ-ACCOUNT.
           MOVE QZCUSMAS-CUSTOMER-NO      TO QZACTREC-CUSTOMER-NO
           READ QZACTMAS-FILE
               INVALID KEY
                   DISPLAY 'QZB19U - NO QZACTMAS ACCOUNT, KEY='
                           QZCUSMAS-KEY
                   MOVE 16                TO RETURN-CODE
                   STOP RUN
           END-READ
           IF WS-ACTMAS-STATUS NOT = '00'
               DISPLAY 'QZB19U - QZACTMAS READ FAILED, KEY='
                       QZCUSMAS-KEY ' STATUS=' WS-ACTMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE QZCUSMAS-CUSTOMER-NO      TO WS-ACCT-CUSTOMER-NO
           MOVE QZACTREC-CONTRACT-TYPE    TO WS-ACCT-CONTRACT-TYPE.
       2050-READ-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2100-REPRICE-ROW                                            *
      *        The rate in effect for the row is the table entry for  *
      *        whose year-month does not follow the billing month -   *
      *        the same sift QZB19V and QZB19I run. A row already at  *
      *        the table figures is left untouched, which is what     *
      *        makes a resumed run harmless. The consumption tax is   *
      *        re-derived through QZTAXCAL on the new charge and a    *
      *        row whose stored tax disagrees is rewritten too.       *
      *        What receipts and credit memos had applied to the row  *
      *        stands against the new price, the way QZB19G and       *
      *        QZB19O keep it when they change what a row bills.      *
      *----------------------------------------------------------------*
       2100-REPRICE-ROW.
           PERFORM 2200-FIND-TABLE-RATE
           IF NOT WS-RATE-FOUND
               GO TO 2100-REPRICE-ROW-EXIT
           END-IF
           MOVE QZCUSMAS-BILLING-YM       TO QZTXCPRM-BILLING-YM
           MOVE WS-NEW-CHARGE             TO QZTXCPRM-EXCL-AMT
           CALL 'QZTAXCAL' USING QZTXCPRM
           IF NOT QZTXCPRM-OK
               DISPLAY 'QZB19U - QZTAXCAL FAILED, KEY='
                       QZCUSMAS-KEY ' RESULT=' QZTXCPRM-RESULT
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           IF QZCUSMAS-RATE = WS-TABLE-RATE
              AND QZCUSMAS-CHARGE = WS-NEW-CHARGE
              AND QZCUSMAS-TAX-AMT = QZTXCPRM-TAX-AMT
               GO TO 2100-REPRICE-ROW-EXIT
           END-IF
           PERFORM 2300-PRINT-ROW
              THRU 2300-PRINT-ROW-EXIT
           ADD QZCUSMAS-CHARGE            TO WS-OLD-CHARGE-TOTAL
           ADD WS-NEW-CHARGE              TO WS-NEW-CHARGE-TOTAL
           CALL 'QZROWBAL' USING QZCUSMAS-REC QZRBLPRM
           MOVE QZRBLPRM-APPLIED-AMT      TO WS-OLD-APPLIED
           COMPUTE WS-PRIOR-APPLIED = QZRBLPRM-APPLIED-AMT
           IF QZCUSMAS-ADJ-CREDIT-AMT NUMERIC
               SUBTRACT QZCUSMAS-ADJ-CREDIT-AMT
                 FROM WS-PRIOR-APPLIED
           END-IF
           IF WS-PRIOR-APPLIED < 0
               MOVE 0                     TO WS-PRIOR-APPLIED
           END-IF
           IF QZCUSMAS-PAID-AMOUNT NOT NUMERIC
              OR QZCUSMAS-ROW-PAID
               MOVE WS-PRIOR-APPLIED      TO QZCUSMAS-PAID-AMOUNT
           END-IF
           MOVE WS-TABLE-RATE             TO QZCUSMAS-RATE
           MOVE WS-NEW-CHARGE             TO QZCUSMAS-CHARGE
           MOVE QZTXCPRM-TAX-RATE         TO QZCUSMAS-TAX-RATE
           MOVE QZTXCPRM-TAX-AMT          TO QZCUSMAS-TAX-AMT
           MOVE WS-RUN-DATE               TO QZCUSMAS-LAST-UPD-DATE
           PERFORM 2150-RESET-PAID-STATE
              THRU 2150-RESET-PAID-STATE-EXIT
           REWRITE QZCUSMAS-REC
               INVALID KEY
                   DISPLAY 'QZB19U - QZCUSMAS REWRITE FAILED, KEY='
                   MOVE 16                TO RETURN-CODE
                   STOP RUN
           END-REWRITE
           IF WS-EXCESS-AMT > 0
               PERFORM 2170-ADD-CREDIT
                  THRU 2170-ADD-CREDIT-EXIT
           END-IF
           ADD 1                          TO WS-REPRICED-CNT
           SET WS-CUST-CHANGED            TO TRUE.
       2100-REPRICE-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2150-RESET-PAID-STATE                                       *
      *        Measures what had been applied against the repriced    *
      *        amount billed. A higher price re-opens a paid row      *
      *        part-paid, or open if nothing was applied. What was    *
      *        applied beyond a lower price comes off the row's       *
      *        applied amount and goes to the customer's QZCUSBAL     *
      *        credit, and the row is marked paid.                    *
      *----------------------------------------------------------------*
       2150-RESET-PAID-STATE.
           MOVE 0                         TO WS-EXCESS-AMT
           CALL 'QZROWBAL' USING QZCUSMAS-REC QZRBLPRM
           IF WS-OLD-APPLIED = 0
               IF QZCUSMAS-ROW-PAID
                   MOVE '0'               TO QZCUSMAS-PAID-FLAG
               END-IF
               GO TO 2150-RESET-PAID-STATE-EXIT
           END-IF
           IF WS-OLD-APPLIED < QZRBLPRM-BILLED-AMT
               IF QZCUSMAS-ROW-PAID
                   SET QZCUSMAS-ROW-PART-PAID TO TRUE
               END-IF
               GO TO 2150-RESET-PAID-STATE-EXIT
           END-IF
           COMPUTE WS-EXCESS-AMT =
               WS-OLD-APPLIED - QZRBLPRM-BILLED-AMT
      *    Only the receipted part can be handed back as credit - a
      *    credit memo or write-off stays with the row it was for.
           IF WS-EXCESS-AMT > QZCUSMAS-PAID-AMOUNT
               MOVE QZCUSMAS-PAID-AMOUNT  TO WS-EXCESS-AMT
           END-IF
           SUBTRACT WS-EXCESS-AMT         FROM QZCUSMAS-PAID-AMOUNT
           IF NOT QZCUSMAS-ROW-PAID
               SET QZCUSMAS-ROW-PAID      TO TRUE
               MOVE WS-RUN-DATE           TO QZCUSMAS-PAID-DATE
           END-IF.
       2150-RESET-PAID-STATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2170-ADD-CREDIT                                             *
      *        The part applied beyond the new price goes to the      *
      *        customer's QZCUSBAL credit balance, the way QZB19O     *
      *        carries a credit memo the row could not take.          *
      *----------------------------------------------------------------*
       2170-ADD-CREDIT.
           MOVE QZCUSMAS-CUSTOMER-NO      TO QZCBLREC-CUSTOMER-NO
           READ QZCUSBAL-FILE
               INVALID KEY
                   MOVE QZCUSMAS-CUSTOMER-NO
                     TO QZCBLREC-CUSTOMER-NO
                   MOVE WS-EXCESS-AMT     TO QZCBLREC-CREDIT-AMT
                   MOVE SPACES            TO QZCBLREC-LAST-PAY-DATE
                   MOVE WS-RUN-DATE       TO QZCBLREC-LAST-UPD-DATE
                   WRITE QZCBLREC
                       INVALID KEY
                           DISPLAY 'QZB19U - QZCUSBAL WRITE FAILED, '
                                   'KEY=' QZCBLREC-CUSTOMER-NO
                                   ' STATUS=' WS-CUSBAL-STATUS
                           MOVE 16        TO RETURN-CODE
                           STOP RUN
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-EXCESS-AMT      TO QZCBLREC-CREDIT-AMT
                   MOVE WS-RUN-DATE       TO QZCBLREC-LAST-UPD-DATE
                   REWRITE QZCBLREC
                       INVALID KEY
                           DISPLAY 'QZB19U - QZCUSBAL REWRITE FAILED, '
                                   'KEY=' QZCBLREC-CUSTOMER-NO
                                   ' STATUS=' WS-CUSBAL-STATUS
                           MOVE 16        TO RETURN-CODE
                           STOP RUN
                   END-REWRITE
           END-READ
           ADD WS-EXCESS-AMT              TO WS-CREDIT-RAISED-TOT.
       2170-ADD-CREDIT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2200-FIND-TABLE-RATE                                        *
      *        The row's usage is priced by QZRATCAL from the tariff  *
      *        found, the way the QZB19I intake priced it; a tariff   *
      *        QZRATCAL refuses leaves the row alone.                 *
      *----------------------------------------------------------------*
       2200-FIND-TABLE-RATE.
           SET WS-RATE-FOUND-SW           TO 'N'
              THRU 2250-SIFT-ONE-RATE-EXIT
              VARYING WS-TBL-IDX FROM 1 BY 1
              UNTIL WS-TBL-IDX > WS-RATE-CNT
           IF WS-BEST-IDX = 0
               GO TO 2200-FIND-TABLE-RATE-EXIT
           END-IF
           MOVE WS-RATE-PRICE (WS-BEST-IDX) TO QZRCLPRM-PRICE
           MOVE QZCUSMAS-AMOUNT           TO QZRCLPRM-USAGE
           CALL 'QZRATCAL' USING QZRCLPRM
           IF QZRCLPRM-OK
               SET WS-RATE-FOUND          TO TRUE
               MOVE QZRCLPRM-TOP-RATE     TO WS-TABLE-RATE
               MOVE QZRCLPRM-CHARGE       TO WS-NEW-CHARGE
           ELSE
               DISPLAY 'QZB19U - QZRATMAS TARIFF INVALID, KEY='
                       QZCUSMAS-KEY ' EFFECTIVE='
                       WS-RATE-EFF-DATE (WS-BEST-IDX)
           END-IF.
       2200-FIND-TABLE-RATE-EXIT.
           EXIT.

       2250-SIFT-ONE-RATE.
           IF WS-RATE-CONTRACT-TYPE (WS-TBL-IDX)
                  = WS-ACCT-CONTRACT-TYPE
              AND WS-RATE-EFF-DATE (WS-TBL-IDX) (1:6)
                  NOT > QZCUSMAS-BILLING-YM
               IF WS-BEST-IDX = 0
           MOVE WS-OLD-CHARGE-TOTAL       TO QZRESTRT-AMOUNT-HASH
           MOVE WS-NEW-CHARGE-TOTAL       TO QZRESTRT-CHARGE-HASH
           MOVE SPACES                    TO QZRESTRT-SWEEP-BASE-DATE
           MOVE 0                         TO QZRESTRT-TAX-HASH
           SET QZRESTRT-IN-PROGRESS       TO TRUE
           OPEN OUTPUT QZRPRRST-FILE
           WRITE QZRESTRT
           MOVE WS-OLD-CHARGE-TOTAL       TO QZRESTRT-AMOUNT-HASH
           MOVE WS-NEW-CHARGE-TOTAL       TO QZRESTRT-CHARGE-HASH
           MOVE SPACES                    TO QZRESTRT-SWEEP-BASE-DATE
           MOVE 0                         TO QZRESTRT-TAX-HASH
           SET QZRESTRT-COMPLETE          TO TRUE
           OPEN OUTPUT QZRPRRST-FILE
           WRITE QZRESTRT
           CLOSE QZRPRRST-FILE
           CLOSE QZCUSMAS-FILE
           CLOSE QZACTMAS-FILE
           CLOSE QZCUSBAL-FILE
           CLOSE QZRPRPRT-FILE
           DISPLAY 'QZB19U - ROWS EXAMINED:    ' WS-ROWS-READ-CNT
           DISPLAY 'QZB19U - ROWS REPRICED:    ' WS-REPRICED-CNT
           DISPLAY 'QZB19U - OLD CHARGE TOTAL: ' WS-OLD-CHARGE-TOTAL
           DISPLAY 'QZB19U - NEW CHARGE TOTAL: ' WS-NEW-CHARGE-TOTAL
           DISPLAY 'QZB19U - CREDIT CARRIED:   ' WS-CREDIT-RAISED-TOT.
       8000-FINALIZE-EXIT.
           EXIT.

