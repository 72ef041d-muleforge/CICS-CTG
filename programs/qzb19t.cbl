      *        print-bureau file: the structured postal-code/         *
      *        prefecture-city/address-line block for the window      *
      *        envelope, the month's AMOUNT, RATE and CHARGE, and     *
      *        the contract type, with the charge broken down into    *
      *        the tariff's basic charge and usage blocks. The file   *
      *        is bracketed by a QZSTMHDR header and a QZSTMTRL       *
      *        trailer with record count and amount/charge hash       *
      *        totals, the way QZB19E brackets QZEXTRCT, so the       *
      *        bureau run balances before an envelope is printed.     *
      *                                                                *
      *    MOD HISTORY.                                                *
      *    DATE        INIT  DESCRIPTION                               *
      *    ----------  ----  ------------------------------------      *
      *    2026-09-01  KS    QZB19T established.                       *
      *    2026-10-15  KS    Each statement carries the late-payment   *
      *                      surcharges QZB19S assessed on the         *
      *                      customer's earlier months during the      *
      *                      statement month, totalled on the trailer. *
      *    2026-10-15  KS    Each statement carries the debit and      *
      *                      credit memos QZB19O posted to the         *
      *                      customer during the statement month,      *
      *                      read from QZADJMAS and totalled on the    *
      *                      trailer.                                  *
      *    2026-10-15  KS    Each statement shows the consumption tax  *
      *                      rate and amount on the month's charge     *
      *                      and the tax-inclusive charge; the tax is  *
      *                      totalled on the trailer.                  *
      *    2026-10-15  KS    Each statement breaks the month's charge  *
      *                      down into the tariff's basic charge and   *
      *                      the usage, rate and amount of each usage  *
      *                      block, priced by QZRATCAL from QZRATMAS;  *
      *                      a row whose charge is not the tariff      *
      *                      price gets no breakdown.                  *
      *    2026-10-15  KS    Each statement of a customer held by an   *
      *                      active QZO19E disaster relief area        *
      *                      carries the relief notice and the relief  *
      *                      end date, and every statement shows the   *
      *                      days a relief area moved the month's due  *
      *                      date; relief notices are counted on the   *
      *                      trailer.                                  *
      *    2026-10-15  KS    The statement name, address block and     *
      *                      contract type are read from the           *
      *                      customer's QZACTMAS account.              *
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
           SELECT QZADJMAS-FILE  ASSIGN TO QZADJMAS
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS QZADJREC-KEY
               FILE STATUS    IS WS-ADJMAS-STATUS.
           SELECT QZRATMAS-FILE  ASSIGN TO QZRATMAS
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS SEQUENTIAL
               RECORD KEY     IS QZRATREC-KEY
               FILE STATUS    IS WS-RATMAS-STATUS.
           SELECT QZSTMEXT-FILE  ASSIGN TO QZSTMEXT
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS WS-STMEXT-STATUS.
           COPY "statement_parm.cbl".
       FD  QZCUSMAS-FILE.
           COPY "customer_master.cbl".
       FD  QZACTMAS-FILE.
           COPY "customer_account.cbl".
       FD  QZADJMAS-FILE.
           COPY "adjustment_memo.cbl".
       FD  QZRATMAS-FILE.
           COPY "rate_master.cbl".
       FD  QZSTMEXT-FILE.
           COPY "statement_record.cbl".

      *----------------------------------------------------------------*
       77  WS-STMPRM-STATUS               PIC X(02).
       77  WS-CUSMAS-STATUS               PIC X(02).
       77  WS-ACTMAS-STATUS               PIC X(02).
       77  WS-STMEXT-STATUS               PIC X(02).
       77  WS-ADJMAS-STATUS               PIC X(02).
       77  WS-RATMAS-STATUS               PIC X(02).
       77  WS-RAT-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-RAT-EOF                      VALUE 'Y'.
       77  WS-TBL-IDX                     PIC 9(03) COMP.
       77  WS-BEST-IDX                    PIC 9(03) COMP.
       77  WS-TIER-IDX                    PIC 9(01) COMP.
       77  WS-ADJ-ON-FILE-SW              PIC X(01) VALUE 'N'.
           88  WS-ADJ-ON-FILE                  VALUE 'Y'.
       77  WS-ADJ-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-ADJ-EOF                      VALUE 'Y'.
       77  WS-EOF-SW                      PIC X(01) VALUE 'N'.
           88  WS-EOF                          VALUE 'Y'.
       77  WS-ROWS-READ-CNT               PIC 9(09) COMP VALUE 0.
       77  WS-RECORD-CNT                  PIC 9(09) VALUE 0.
       77  WS-AMOUNT-HASH                 PIC 9(15) VALUE 0.
       77  WS-CHARGE-HASH                 PIC 9(15) VALUE 0.
       77  WS-SURCHARGE-HASH              PIC 9(15) VALUE 0.
       77  WS-SURCH-CUSTOMER-NO           PIC X(10) VALUE SPACES.
       77  WS-CUST-SURCHARGE              PIC 9(10) VALUE 0.
       77  WS-CUST-ADJ-DEBIT              PIC 9(10) VALUE 0.
       77  WS-CUST-ADJ-CREDIT             PIC 9(10) VALUE 0.
       77  WS-ADJ-DEBIT-HASH              PIC 9(15) VALUE 0.
       77  WS-ADJ-CREDIT-HASH             PIC 9(15) VALUE 0.
       77  WS-TAX-HASH                    PIC 9(15) VALUE 0.
       77  WS-RELIEF-CNT                  PIC 9(09) VALUE 0.
       77  WS-RUN-ID                      PIC X(08).
       77  WS-STMT-YM                     PIC X(06).

           05  WS-PRIOR-YYYY              PIC 9(04).
           05  WS-PRIOR-MM                PIC 9(02).

      *----------------------------------------------------------------*
      *    IN-STORAGE COPY OF THE RATE MASTER                          *
      *----------------------------------------------------------------*
       01  WS-RATE-TABLE.
           05  WS-RATE-CNT                PIC 9(03) COMP VALUE 0.
           05  WS-RATE-ENTRY              OCCURS 200 TIMES.
               10  WS-RATE-CONTRACT-TYPE  PIC X(02).
               10  WS-RATE-EFF-DATE       PIC X(08).
               10  WS-RATE-PRICE          PIC X(73).

      *----------------------------------------------------------------*
      *    TARIFF PRICING CALL PARAMETER BLOCK                         *
      *----------------------------------------------------------------*
           COPY "ratecal_parm.cbl".

      *----------------------------------------------------------------*
      *    RELIEF AREA CHECK CALL PARAMETER BLOCK                      *
      *----------------------------------------------------------------*
           COPY "reliefchk_parm.cbl".

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
           ACCEPT WS-RUN-ID               FROM TIME
           PERFORM 1200-RESOLVE-MONTH
              THRU 1200-RESOLVE-MONTH-EXIT
           PERFORM 1250-LOAD-RATE-TABLE
              THRU 1250-LOAD-RATE-TABLE-EXIT
           OPEN INPUT  QZCUSMAS-FILE
           IF WS-CUSMAS-STATUS NOT = '00'
               DISPLAY 'QZB19T - QZCUSMAS OPEN FAILED, STATUS='
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  QZACTMAS-FILE
           IF WS-ACTMAS-STATUS NOT = '00'
               DISPLAY 'QZB19T - QZACTMAS OPEN FAILED, STATUS='
                       WS-ACTMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
      *    QZADJMAS is created by the first memo QZO19J raises;
      *    until then no statement carries an adjustment.
           OPEN INPUT  QZADJMAS-FILE
           EVALUATE WS-ADJMAS-STATUS
               WHEN '00'
                   SET WS-ADJ-ON-FILE     TO TRUE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'QZB19T - QZADJMAS OPEN FAILED, STATUS='
                           WS-ADJMAS-STATUS
                   MOVE 16                TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           OPEN OUTPUT QZSTMEXT-FILE
           IF WS-STMEXT-STATUS NOT = '00'
               DISPLAY 'QZB19T - QZSTMEXT OPEN FAILED, STATUS='
       1200-RESOLVE-MONTH-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1250-LOAD-RATE-TABLE                                        *
      *        The rate master is small - one record per contract     *
      *        type and tariff revision - so the whole file is read   *
      *        once into storage, the way QZB19I reads it, for the    *
      *        per-block breakdown printed under each charge.         *
      *----------------------------------------------------------------*
       1250-LOAD-RATE-TABLE.
           OPEN INPUT QZRATMAS-FILE
           IF WS-RATMAS-STATUS NOT = '00'
               DISPLAY 'QZB19T - QZRATMAS OPEN FAILED, STATUS='
                       WS-RATMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1260-LOAD-ONE-RATE
              THRU 1260-LOAD-ONE-RATE-EXIT
              UNTIL WS-RAT-EOF
           CLOSE QZRATMAS-FILE.
       1250-LOAD-RATE-TABLE-EXIT.
           EXIT.

       1260-LOAD-ONE-RATE.
           READ QZRATMAS-FILE NEXT RECORD
               AT END
                   SET WS-RAT-EOF         TO TRUE
           END-READ
           IF NOT WS-RAT-EOF
               IF WS-RATMAS-STATUS NOT = '00'
                   DISPLAY 'QZB19T - QZRATMAS READ FAILED, STATUS='
                           WS-RATMAS-STATUS
                   MOVE 16                TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-RATE-CNT >= 200
                   DISPLAY 'QZB19T - RATE TABLE OVERFLOW AT 200'
                   MOVE 16                TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1                      TO WS-RATE-CNT
               MOVE QZRATREC-CONTRACT-TYPE
                 TO WS-RATE-CONTRACT-TYPE (WS-RATE-CNT)
               MOVE QZRATREC-EFFECTIVE-DATE
                 TO WS-RATE-EFF-DATE (WS-RATE-CNT)
               MOVE QZRATREC-PRICE
                 TO WS-RATE-PRICE (WS-RATE-CNT)
           END-IF.
       1260-LOAD-ONE-RATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1300-WRITE-HEADER                                           *
      *----------------------------------------------------------------*
      *        The master carries one row per customer and billing    *
      *        month, so selecting the statement month yields one     *
      *        statement per customer; every other row reads          *
      *        through. A late-payment surcharge is assessed on a    *
      *        month already past due, so the surcharges raised      *
      *        during the statement month sit on the customer's      *
      *        earlier rows and are gathered before the statement    *
      *        row is reached.                                        *
      *----------------------------------------------------------------*
       2000-PROCESS-ROW.
           ADD 1                          TO WS-ROWS-READ-CNT
           IF QZCUSMAS-CUSTOMER-NO NOT = WS-SURCH-CUSTOMER-NO
               MOVE QZCUSMAS-CUSTOMER-NO  TO WS-SURCH-CUSTOMER-NO
               MOVE 0                     TO WS-CUST-SURCHARGE
           END-IF
           IF QZCUSMAS-SURCH-DATE (1:6) = WS-STMT-YM
              AND QZCUSMAS-SURCHARGE-AMT NUMERIC
               ADD QZCUSMAS-SURCHARGE-AMT TO WS-CUST-SURCHARGE
           END-IF
           IF QZCUSMAS-BILLING-YM = WS-STMT-YM
               PERFORM 2100-WRITE-STATEMENT
                  THRU 2100-WRITE-STATEMENT-EXIT
       2000-PROCESS-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2050-READ-ACCOUNT                                           *
      *        Every billed customer has a QZACTMAS account; a row    *
      *        without one stops the run.                             *
      *----------------------------------------------------------------*
       2050-READ-ACCOUNT.
           MOVE QZCUSMAS-CUSTOMER-NO      TO QZACTREC-CUSTOMER-NO
           READ QZACTMAS-FILE
               INVALID KEY
                   DISPLAY 'QZB19T - NO QZACTMAS ACCOUNT, KEY='
                           QZCUSMAS-KEY
                   MOVE 16                TO RETURN-CODE
                   STOP RUN
           END-READ
           IF WS-ACTMAS-STATUS NOT = '00'
               DISPLAY 'QZB19T - QZACTMAS READ FAILED, KEY='
                       QZCUSMAS-KEY ' STATUS=' WS-ACTMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF.
       2050-READ-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2100-WRITE-STATEMENT                                        *
      *        The name, address block and contract type are the      *
      *        customer's, read from the QZACTMAS account.            *
      *----------------------------------------------------------------*
       2100-WRITE-STATEMENT.
           PERFORM 2050-READ-ACCOUNT
              THRU 2050-READ-ACCOUNT-EXIT
           PERFORM 2200-GATHER-ADJUSTMENTS
              THRU 2200-GATHER-ADJUSTMENTS-EXIT
           MOVE QZCUSMAS-CUSTOMER-NO      TO QZSTMREC-CUSTOMER-NO
           MOVE QZACTREC-CUSTOMER-NAME    TO QZSTMREC-CUSTOMER-NAME
           MOVE QZACTREC-ADDR-POSTAL-CD   TO QZSTMREC-ADDR-POSTAL-CD
           MOVE QZACTREC-ADDR-PREF-CITY   TO QZSTMREC-ADDR-PREF-CITY
           MOVE QZACTREC-ADDR-LINE        TO QZSTMREC-ADDR-LINE
           MOVE QZCUSMAS-BILLING-YM       TO QZSTMREC-BILLING-YM
           MOVE QZCUSMAS-AMOUNT           TO QZSTMREC-AMOUNT
           MOVE QZCUSMAS-RATE             TO QZSTMREC-RATE
           MOVE QZCUSMAS-CHARGE           TO QZSTMREC-CHARGE
           MOVE QZACTREC-CONTRACT-TYPE    TO QZSTMREC-CONTRACT-TYPE
           MOVE WS-CUST-SURCHARGE         TO QZSTMREC-SURCHARGE
           MOVE WS-CUST-ADJ-DEBIT         TO QZSTMREC-ADJ-DEBIT
           MOVE WS-CUST-ADJ-CREDIT        TO QZSTMREC-ADJ-CREDIT
           IF QZCUSMAS-TAX-AMT NUMERIC
               MOVE QZCUSMAS-TAX-RATE     TO QZSTMREC-TAX-RATE
               MOVE QZCUSMAS-TAX-AMT      TO QZSTMREC-TAX-AMT
           ELSE
               MOVE 0                     TO QZSTMREC-TAX-RATE
               MOVE 0                     TO QZSTMREC-TAX-AMT
           END-IF
           COMPUTE QZSTMREC-CHARGE-INCL =
               QZCUSMAS-CHARGE + QZSTMREC-TAX-AMT
           PERFORM 2300-PRICE-BREAKDOWN
              THRU 2300-PRICE-BREAKDOWN-EXIT
           PERFORM 2400-RELIEF-NOTICE
              THRU 2400-RELIEF-NOTICE-EXIT
           WRITE QZSTMREC
           IF WS-STMEXT-STATUS NOT = '00'
               DISPLAY 'QZB19T - QZSTMEXT WRITE FAILED, STATUS='
           END-IF
           ADD 1                          TO WS-RECORD-CNT
           ADD QZCUSMAS-AMOUNT            TO WS-AMOUNT-HASH
           ADD QZCUSMAS-CHARGE            TO WS-CHARGE-HASH
           ADD WS-CUST-SURCHARGE          TO WS-SURCHARGE-HASH
           ADD WS-CUST-ADJ-DEBIT          TO WS-ADJ-DEBIT-HASH
           ADD WS-CUST-ADJ-CREDIT         TO WS-ADJ-CREDIT-HASH
           ADD QZSTMREC-TAX-AMT           TO WS-TAX-HASH.
       2100-WRITE-STATEMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2200-GATHER-ADJUSTMENTS                                     *
      *        Totals the debit and credit memos QZB19O posted to any *
      *        of the customer's billing months during the statement  *
      *        month - a memo is usually raised against a month       *
      *        already billed, so the memos are read by customer      *
      *        from QZADJMAS rather than from the statement row.      *
      *----------------------------------------------------------------*
       2200-GATHER-ADJUSTMENTS.
           MOVE 0                         TO WS-CUST-ADJ-DEBIT
           MOVE 0                         TO WS-CUST-ADJ-CREDIT
           IF NOT WS-ADJ-ON-FILE
               GO TO 2200-GATHER-ADJUSTMENTS-EXIT
           END-IF
           SET WS-ADJ-EOF-SW              TO 'N'
           MOVE QZCUSMAS-CUSTOMER-NO      TO QZADJREC-CUSTOMER-NO
           MOVE LOW-VALUES                TO QZADJREC-BILLING-YM
           MOVE 0                         TO QZADJREC-SEQ
           START QZADJMAS-FILE KEY IS NOT LESS THAN QZADJREC-KEY
               INVALID KEY
                   SET WS-ADJ-EOF         TO TRUE
           END-START
           PERFORM 2250-GATHER-ONE-MEMO
              THRU 2250-GATHER-ONE-MEMO-EXIT
              UNTIL WS-ADJ-EOF.
       2200-GATHER-ADJUSTMENTS-EXIT.
           EXIT.

       2250-GATHER-ONE-MEMO.
           READ QZADJMAS-FILE NEXT RECORD
               AT END
                   SET WS-ADJ-EOF         TO TRUE
           END-READ
           IF WS-ADJ-EOF
               GO TO 2250-GATHER-ONE-MEMO-EXIT
           END-IF
           IF WS-ADJMAS-STATUS NOT = '00'
               DISPLAY 'QZB19T - QZADJMAS READ FAILED, STATUS='
                       WS-ADJMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           IF QZADJREC-CUSTOMER-NO NOT = QZCUSMAS-CUSTOMER-NO
               SET WS-ADJ-EOF             TO TRUE
               GO TO 2250-GATHER-ONE-MEMO-EXIT
           END-IF
           IF QZADJREC-STS-POSTED
              AND QZADJREC-POST-DATE (1:6) = WS-STMT-YM
               IF QZADJREC-DEBIT-MEMO
                   ADD QZADJREC-AMOUNT    TO WS-CUST-ADJ-DEBIT
               ELSE
                   ADD QZADJREC-AMOUNT    TO WS-CUST-ADJ-CREDIT
               END-IF
           END-IF.
       2250-GATHER-ONE-MEMO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2300-PRICE-BREAKDOWN                                        *
      *        The month's usage is priced again by QZRATCAL from the *
      *        QZRATMAS tariff in force for the month - the latest    *
      *        effective date whose year-month does not follow it -   *
      *        and the basic charge and block lines printed under     *
      *        the charge. A row whose CHARGE is not that price - a   *
      *        charge adjusted by hand, or a month with no tariff -   *
      *        gets no breakdown rather than one that does not add   *
      *        up to the bill.                                         *
      *----------------------------------------------------------------*
       2300-PRICE-BREAKDOWN.
           MOVE 0                         TO QZSTMREC-BASIC-CHARGE
                                             QZSTMREC-TIER-CNT
           MOVE 0                         TO WS-BEST-IDX
           PERFORM 2310-SIFT-ONE-RATE
              THRU 2310-SIFT-ONE-RATE-EXIT
              VARYING WS-TBL-IDX FROM 1 BY 1
              UNTIL WS-TBL-IDX > WS-RATE-CNT
           IF WS-BEST-IDX > 0
               MOVE WS-RATE-PRICE (WS-BEST-IDX)
                 TO QZRCLPRM-PRICE
               MOVE QZCUSMAS-AMOUNT       TO QZRCLPRM-USAGE
               CALL 'QZRATCAL' USING QZRCLPRM
               IF QZRCLPRM-OK
                  AND QZRCLPRM-CHARGE = QZCUSMAS-CHARGE
                   MOVE QZRCLPRM-BASIC-AMT
                     TO QZSTMREC-BASIC-CHARGE
                   MOVE QZRCLPRM-BRK-CNT  TO QZSTMREC-TIER-CNT
               END-IF
           END-IF
           PERFORM 2350-MOVE-ONE-TIER
              THRU 2350-MOVE-ONE-TIER-EXIT
              VARYING WS-TIER-IDX FROM 1 BY 1
              UNTIL WS-TIER-IDX > 5.
       2300-PRICE-BREAKDOWN-EXIT.
           EXIT.

       2310-SIFT-ONE-RATE.
           IF WS-RATE-CONTRACT-TYPE (WS-TBL-IDX)
                  = QZACTREC-CONTRACT-TYPE
              AND WS-RATE-EFF-DATE (WS-TBL-IDX) (1:6)
                  NOT > QZCUSMAS-BILLING-YM
               IF WS-BEST-IDX = 0
                  OR WS-RATE-EFF-DATE (WS-TBL-IDX)
                     > WS-RATE-EFF-DATE (WS-BEST-IDX)
                   MOVE WS-TBL-IDX        TO WS-BEST-IDX
               END-IF
           END-IF.
       2310-SIFT-ONE-RATE-EXIT.
           EXIT.

       2350-MOVE-ONE-TIER.
           IF WS-TIER-IDX > QZSTMREC-TIER-CNT
               MOVE 0
                 TO QZSTMREC-TIER-USAGE (WS-TIER-IDX)
                    QZSTMREC-TIER-RATE (WS-TIER-IDX)
                    QZSTMREC-TIER-AMT (WS-TIER-IDX)
               GO TO 2350-MOVE-ONE-TIER-EXIT
           END-IF
           MOVE QZRCLPRM-BRK-USAGE (WS-TIER-IDX)
             TO QZSTMREC-TIER-USAGE (WS-TIER-IDX)
           MOVE QZRCLPRM-BRK-RATE (WS-TIER-IDX)
             TO QZSTMREC-TIER-RATE (WS-TIER-IDX)
           MOVE QZRCLPRM-BRK-AMT (WS-TIER-IDX)
             TO QZSTMREC-TIER-AMT (WS-TIER-IDX).
       2350-MOVE-ONE-TIER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2400-RELIEF-NOTICE                                          *
      *        A customer whose postal code is in a disaster relief   *
      *        area declared on QZO19E and active on the run date     *
      *        gets the relief notice - no reminder, surcharge or     *
      *        escalation until the relief end date printed with it.  *
      *        The days the area moved the due date of the statement *
      *        month's bill are printed whether or not the relief is *
      *        still running.                                          *
      *----------------------------------------------------------------*
       2400-RELIEF-NOTICE.
           MOVE SPACES                    TO QZSTMREC-RELIEF-FLAG
                                             QZSTMREC-RELIEF-END-DATE
           MOVE QZACTREC-ADDR-POSTAL-CD   TO QZRLCPRM-POSTAL-CD
           MOVE WS-RUN-DATE               TO QZRLCPRM-AS-OF-DATE
           MOVE WS-STMT-YM                TO QZRLCPRM-BILLING-YM
           CALL 'QZRLFCHK' USING QZRLCPRM
           IF QZRLCPRM-FILE-ERROR
               DISPLAY 'QZB19T - QZRLFCHK FAILED, CUSTOMER='
                       QZCUSMAS-CUSTOMER-NO
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE QZRLCPRM-SHIFT-DAYS       TO QZSTMREC-RELIEF-SHIFT-DAYS
           IF QZRLCPRM-HELD
               SET QZSTMREC-RELIEF-HELD   TO TRUE
               MOVE QZRLCPRM-AREA-END-DATE
                 TO QZSTMREC-RELIEF-END-DATE
               ADD 1                      TO WS-RELIEF-CNT
           END-IF.
       2400-RELIEF-NOTICE-EXIT.
           EXIT.

       2900-READ-NEXT-MASTER.
           READ QZCUSMAS-FILE NEXT RECORD
               AT END
           MOVE WS-RECORD-CNT             TO QZSTMTRL-RECORD-CNT
           MOVE WS-AMOUNT-HASH            TO QZSTMTRL-AMOUNT-HASH
           MOVE WS-CHARGE-HASH            TO QZSTMTRL-CHARGE-HASH
           MOVE WS-SURCHARGE-HASH         TO QZSTMTRL-SURCHARGE-HASH
           MOVE WS-ADJ-DEBIT-HASH         TO QZSTMTRL-ADJ-DEBIT-HASH
           MOVE WS-ADJ-CREDIT-HASH        TO QZSTMTRL-ADJ-CREDIT-HASH
           MOVE WS-TAX-HASH               TO QZSTMTRL-TAX-HASH
           MOVE WS-RELIEF-CNT             TO QZSTMTRL-RELIEF-CNT
           WRITE QZSTMTRL
           IF WS-STMEXT-STATUS NOT = '00'
               DISPLAY 'QZB19T - QZSTMEXT WRITE FAILED, STATUS='
               STOP RUN
           END-IF
           CLOSE QZCUSMAS-FILE
           CLOSE QZACTMAS-FILE
           IF WS-ADJ-ON-FILE
               CLOSE QZADJMAS-FILE
           END-IF
           CLOSE QZSTMEXT-FILE
           DISPLAY 'QZB19T - ROWS READ:           ' WS-ROWS-READ-CNT
           DISPLAY 'QZB19T - STATEMENTS WRITTEN:  ' WS-RECORD-CNT
           DISPLAY 'QZB19T - RELIEF NOTICES:      ' WS-RELIEF-CNT
           IF WS-RECORD-CNT = 0
               DISPLAY 'QZB19T - NO ROWS FOR STATEMENT MONTH '
                       WS-STMT-YM
