      *================================================================*
      *                                                                *
      *    PROGRAM:      QZB19G                                       *
      *    AUTHOR:       K. SASAKI - APPLICATION SUPPORT               *
      *    INSTALLATION: MULEFORGE DATA CENTER                        *
      *    DATE-WRITTEN: 2026-10-15                                   *
      *    DATE-COMPILED:                                              *
      *                                                                *
      *    PURPOSE.                                                   *
      *        Nightly final bill and closing settlement batch for    *
      *        terminated contracts. Walks the QZFINREQ requests the  *
      *        QZO19N termination wrote. A pending request is billed: *
      *        the closing reading is priced from the QZRATMAS tariff *
      *        in force on the move-out date and booked on the        *
      *        move-out month's QZCUSMAS row, the customer's QZCUSBAL *
      *        credit is applied to every billing month still open,   *
      *        oldest first, and a final statement addressed to the  *
      *        forwarding address is written to QZFINSTM.             *
      *                                                                *
      *        When the credit covers everything owed, what is left  *
      *        of it goes to the QZREFUND extract the treasury pays   *
      *        from and the account is closed at once. When money is *
      *        still owed the request is marked billed and the       *
      *        account stays in collections; every later run looks   *
      *        at it again, and once QZB19P has posted receipts that  *
      *        leave nothing open the account is closed - any         *
      *        overpayment refunded the same way. Closing marks the   *
      *        customer's QZACTMAS account QZACTREC-ACCT-CLOSED.      *
      *                                                                *
      *        A request whose customer has no QZACTMAS account or no  *
      *        rows left on QZCUSMAS or whose contract type has no     *
      *        rate in force on the move-out date is left pending,     *
      *        printed on the QZFINPRT register for billing support    *
      *        and ends the run with return code 4.                    *
      *                                                                *
      *    MOD HISTORY.                                                *
      *    DATE        INIT  DESCRIPTION                               *
      *    ----------  ----  ------------------------------------      *
      *    2026-10-15  KS    QZB19G established.                       *
      *    2026-10-15  KS    The final month's row now carries the     *
      *                      consumption tax QZTAXCAL works out on     *
      *                      its whole charge.                         *
      *    2026-10-15  KS    The closing reading is now priced by      *
      *                      QZRATCAL from the QZRATMAS tariff -       *
      *                      basic charge plus usage blocks; on a      *
      *                      month already billed it is priced as the  *
      *                      increase it makes to the month's price.   *
      *    2026-10-15  KS    The name, contract type and payment       *
      *                      method now come from the customer's       *
      *                      QZACTMAS account, and closing marks that  *
      *                      account closed instead of every           *
      *                      billing-month row; the final row no       *
      *                      longer carries customer fields.           *
      *                                                                *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    QZB19G.
       AUTHOR.        K. SASAKI.
       INSTALLATION.  MULEFORGE DATA CENTER.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-Z15.
       OBJECT-COMPUTER.  IBM-Z15.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QZFINREQ-FILE  ASSIGN TO QZFINREQ
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS SEQUENTIAL
               RECORD KEY     IS QZFINREC-CUSTOMER-NO
               FILE STATUS    IS WS-FINREQ-STATUS.
           SELECT QZCUSMAS-FILE  ASSIGN TO QZCUSMAS
               ORGANIZATION   IS INDEXED
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
               RECORD KEY     IS QZRATREC-KEY
               FILE STATUS    IS WS-RATMAS-STATUS.
           SELECT QZCUSBAL-FILE  ASSIGN TO QZCUSBAL
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS QZCBLREC-CUSTOMER-NO
               FILE STATUS    IS WS-CUSBAL-STATUS.
           SELECT QZFINSTM-FILE  ASSIGN TO QZFINSTM
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS WS-FINSTM-STATUS.
           SELECT QZREFUND-FILE  ASSIGN TO QZREFUND
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS WS-REFUND-STATUS.
           SELECT QZFINPRT-FILE  ASSIGN TO QZFINPRT
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QZFINREQ-FILE.
           COPY "final_bill.cbl".
       FD  QZCUSMAS-FILE.
           COPY "customer_master.cbl".
       FD  QZACTMAS-FILE.
           COPY "customer_account.cbl".
       FD  QZRATMAS-FILE.
           COPY "rate_master.cbl".
       FD  QZCUSBAL-FILE.
           COPY "customer_balance.cbl".
       FD  QZFINSTM-FILE.
           COPY "final_statement.cbl".
       FD  QZREFUND-FILE.
           COPY "refund_extract.cbl".
       FD  QZFINPRT-FILE.
       01  QZFINPRT-REC                   PIC X(133).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      *    FILE STATUS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-FINREQ-STATUS               PIC X(02).
       77  WS-CUSMAS-STATUS               PIC X(02).
       77  WS-ACTMAS-STATUS               PIC X(02).
       77  WS-RATMAS-STATUS               PIC X(02).
       77  WS-CUSBAL-STATUS               PIC X(02).
       77  WS-FINSTM-STATUS               PIC X(02).
       77  WS-REFUND-STATUS               PIC X(02).
       77  WS-PRINT-STATUS                PIC X(02).
       77  WS-EOF-SW                      PIC X(01) VALUE 'N'.
           88  WS-EOF                          VALUE 'Y'.
       77  WS-RAT-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-RAT-EOF                      VALUE 'Y'.
       77  WS-RATE-FOUND-SW               PIC X(01) VALUE 'N'.
           88  WS-RATE-FOUND                   VALUE 'Y'.
       77  WS-ROWS-DONE-SW                PIC X(01) VALUE 'N'.
           88  WS-ROWS-DONE                    VALUE 'Y'.
       77  WS-ROW-FOUND-SW                PIC X(01) VALUE 'N'.
           88  WS-ROW-FOUND                    VALUE 'Y'.
       77  WS-ACCT-FOUND-SW               PIC X(01) VALUE 'N'.
           88  WS-ACCT-FOUND                   VALUE 'Y'.
       77  WS-BAL-FOUND-SW                PIC X(01) VALUE 'N'.
           88  WS-BAL-FOUND                    VALUE 'Y'.
       77  WS-REQ-READ-CNT                PIC 9(09) COMP VALUE 0.
       77  WS-BILLED-CNT                  PIC 9(09) COMP VALUE 0.
       77  WS-REFUND-CNT                  PIC 9(09) COMP VALUE 0.
       77  WS-CLOSED-CNT                  PIC 9(09) COMP VALUE 0.
       77  WS-AWAITING-CNT                PIC 9(09) COMP VALUE 0.
       77  WS-EXCEPTION-CNT               PIC 9(09) COMP VALUE 0.
       77  WS-ROW-CNT                     PIC 9(05) COMP.
       77  WS-STMT-CNT                    PIC 9(09) VALUE 0.
       77  WS-CHARGE-HASH                 PIC 9(15) VALUE 0.
       77  WS-DEBIT-HASH                  PIC 9(15) VALUE 0.
       77  WS-REFUND-HASH                 PIC 9(15) VALUE 0.
       77  WS-STMT-REFUND-HASH            PIC 9(15) VALUE 0.
       77  WS-LINE-CNT                    PIC 9(03) COMP VALUE 0.
       77  WS-LINES-PER-PAGE              PIC 9(03) VALUE 40.
       77  WS-PAGE-NO                     PIC 9(04) COMP VALUE 0.
       77  WS-TBL-IDX                     PIC 9(03) COMP.
       77  WS-BEST-IDX                    PIC 9(03) COMP.
       77  WS-TABLE-RATE                  PIC 9(03)V9(02).
       77  WS-FINAL-YM                    PIC X(06).
       77  WS-FINAL-CHARGE                PIC 9(10).
       77  WS-MONTH-CHARGE                PIC 9(10).
       77  WS-PRIOR-APPLIED               PIC S9(11) COMP-3.
       77  WS-CREDIT-AVAIL                PIC 9(10).
       77  WS-APPLY-AMT                   PIC 9(10).
       77  WS-OPEN-TOT                    PIC 9(11).
       77  WS-CREDIT-USED                 PIC 9(10).
       77  WS-NET-DEBIT                   PIC 9(11).
       77  WS-REFUND-AMT                  PIC 9(10).
       77  WS-RUN-ID                      PIC X(08).
       77  WS-RUN-DATE                    PIC X(08).

      *----------------------------------------------------------------*
      *    QZRATMAS RATE TABLE, LOADED ONCE AT START - THE SAME        *
      *    ARRANGEMENT THE QZB19I INTAKE USES                          *
      *----------------------------------------------------------------*
       01  WS-RATE-TABLE.
           05  WS-RATE-CNT                PIC 9(03) COMP VALUE 0.
           05  WS-RATE-ENTRY              OCCURS 200 TIMES.
               10  WS-RATE-CONTRACT-TYPE  PIC X(02).
               10  WS-RATE-EFF-DATE       PIC X(08).
               10  WS-RATE-PRICE          PIC X(73).

      *----------------------------------------------------------------*
      *    PRINT LINE LAYOUTS                                         *
      *----------------------------------------------------------------*
       01  WS-HDG-LINE.
           05  WS-HDG-TITLE               PIC X(40).
           05  FILLER                     PIC X(20) VALUE SPACES.
           05  WS-HDG-PAGE-LIT            PIC X(05).
           05  WS-HDG-PAGE-NO             PIC ZZZ9.
           05  FILLER                     PIC X(64) VALUE SPACES.

       01  WS-CAP-LINE.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  FILLER                     PIC X(08)
               VALUE 'CUSTOMER'.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(08)
               VALUE 'MOVE-OUT'.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(06)
               VALUE 'FIN-YM'.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  FILLER                     PIC X(12)
               VALUE 'FINAL CHARGE'.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  FILLER                     PIC X(12)
               VALUE 'OPEN BALANCE'.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(11)
               VALUE 'CREDIT USED'.
           05  FILLER                     PIC X(06) VALUE SPACES.
           05  FILLER                     PIC X(09)
               VALUE 'NET DEBIT'.
           05  FILLER                     PIC X(09) VALUE SPACES.
           05  FILLER                     PIC X(06)
               VALUE 'REFUND'.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(06)
               VALUE 'ACTION'.
           05  FILLER                     PIC X(19) VALUE SPACES.

       01  WS-DTL-LINE.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-DTL-CUSTOMER-NO         PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-MOVE-OUT-DATE       PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-FINAL-YM            PIC X(06).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-FINAL-CHARGE        PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-OPEN-AMT            PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-CREDIT-AMT          PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-NET-DEBIT           PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-REFUND-AMT          PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-NOTE                PIC X(20).
           05  FILLER                     PIC X(05) VALUE SPACES.

       01  WS-TOT-LINE.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-TOT-CAPTION             PIC X(24).
           05  WS-TOT-COUNT               PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(91) VALUE SPACES.

      *----------------------------------------------------------------*
      *    RUN-CONTROL CALL PARAMETER BLOCK                            *
      *----------------------------------------------------------------*
           COPY "runlog_parm.cbl".

      *----------------------------------------------------------------*
      *    TARIFF PRICING CALL PARAMETER BLOCK                         *
      *----------------------------------------------------------------*
           COPY "ratecal_parm.cbl".

      *----------------------------------------------------------------*
      *    ROW OPEN-BALANCE CALL PARAMETER BLOCK                       *
      *----------------------------------------------------------------*
           COPY "rowbal_parm.cbl".

      *----------------------------------------------------------------*
      *    CONSUMPTION TAX CALL PARAMETER BLOCK                        *
      *----------------------------------------------------------------*
           COPY "taxcal_parm.cbl".

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      *    0000-MAINLINE                                              *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 0100-REGISTER-START
              THRU 0100-REGISTER-START-EXIT
           PERFORM 1000-INITIALIZE
              THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-PROCESS-REQUEST
              THRU 2000-PROCESS-REQUEST-EXIT
              UNTIL WS-EOF
           PERFORM 8000-FINALIZE
              THRU 8000-FINALIZE-EXIT
           PERFORM 8900-REGISTER-END
              THRU 8900-REGISTER-END-EXIT
           STOP RUN.

      *----------------------------------------------------------------*
      *    0100-REGISTER-START                                         *
      *        Registers this run on the QZRUNCTL run-control         *
      *        dataset through QZRUNLOG before a single file is       *
      *        opened. QZB19P must have completed tonight: the        *
      *        settlement works from the receipts and credit it       *
      *        posted.                                                 *
      *----------------------------------------------------------------*
       0100-REGISTER-START.
           MOVE 'S'                       TO QZRLGPRM-FUNCTION
           MOVE 'QZB19G  '                TO QZRLGPRM-PGMID
           MOVE 'QZB19P  '                TO QZRLGPRM-PREREQ-PGMID (1)
           MOVE SPACES                    TO QZRLGPRM-PREREQ-PGMID (2)
           MOVE SPACES                    TO QZRLGPRM-PREREQ-PGMID (3)
           MOVE 0                         TO QZRLGPRM-COUNT-1
                                             QZRLGPRM-COUNT-2
                                             QZRLGPRM-COUNT-3
           CALL 'QZRUNLOG' USING QZRLGPRM
           IF NOT QZRLGPRM-OK
               EVALUATE TRUE
                   WHEN QZRLGPRM-ALREADY-RUNNING
                       DISPLAY 'QZB19G - RUN REFUSED, AN INSTANCE '
                               'IS STILL MARKED RUNNING ON '
                               'QZRUNCTL - VERIFY AND RESET '
                               'VIA QZB19X'
                   WHEN QZRLGPRM-PREREQ-MISSING
                       DISPLAY 'QZB19G - RUN REFUSED, '
                               'PREREQUISITE '
                               QZRLGPRM-FAIL-PGMID
                               ' HAS NOT COMPLETED TONIGHT'
                   WHEN OTHER
                       DISPLAY 'QZB19G - QZRUNCTL ACCESS FAILED'
               END-EVALUATE
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF.
       0100-REGISTER-START-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *        QZFINREQ is created by the first termination QZO19N    *
      *        records; a night before that has nothing to bill and   *
      *        still writes the headers and trailers downstream       *
      *        balances.                                               *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE             FROM DATE YYYYMMDD
           ACCEPT WS-RUN-ID               FROM TIME
           PERFORM 1200-LOAD-RATE-TABLE
              THRU 1200-LOAD-RATE-TABLE-EXIT
           OPEN I-O    QZFINREQ-FILE
           IF WS-FINREQ-STATUS = '35'
               DISPLAY 'QZB19G - NO FINAL BILL REQUESTS ON FILE'
               SET WS-EOF                 TO TRUE
           ELSE
               IF WS-FINREQ-STATUS NOT = '00'
                   DISPLAY 'QZB19G - QZFINREQ OPEN FAILED, STATUS='
                           WS-FINREQ-STATUS
                   MOVE 16                TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN I-O    QZCUSMAS-FILE
           IF WS-CUSMAS-STATUS NOT = '00'
               DISPLAY 'QZB19G - QZCUSMAS OPEN FAILED, STATUS='
                       WS-CUSMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O    QZACTMAS-FILE
           IF WS-ACTMAS-STATUS NOT = '00'
               DISPLAY 'QZB19G - QZACTMAS OPEN FAILED, STATUS='
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
               DISPLAY 'QZB19G - QZCUSBAL OPEN FAILED, STATUS='
                       WS-CUSBAL-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT QZFINSTM-FILE
           IF WS-FINSTM-STATUS NOT = '00'
               DISPLAY 'QZB19G - QZFINSTM OPEN FAILED, STATUS='
                       WS-FINSTM-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT QZREFUND-FILE
           IF WS-REFUND-STATUS NOT = '00'
               DISPLAY 'QZB19G - QZREFUND OPEN FAILED, STATUS='
                       WS-REFUND-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT QZFINPRT-FILE
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19G - QZFINPRT OPEN FAILED, STATUS='
                       WS-PRINT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1300-WRITE-HEADERS
              THRU 1300-WRITE-HEADERS-EXIT
           PERFORM 3500-PRINT-HEADINGS
              THRU 3500-PRINT-HEADINGS-EXIT
           IF NOT WS-EOF
               PERFORM 2900-READ-NEXT-REQUEST
                  THRU 2900-READ-NEXT-REQUEST-EXIT
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1200-LOAD-RATE-TABLE                                        *
      *        The rate master is small - one record per contract     *
      *        type and tariff revision - so the whole file is read   *
      *        once into storage and searched there per request.      *
      *----------------------------------------------------------------*
       1200-LOAD-RATE-TABLE.
           OPEN INPUT QZRATMAS-FILE
           IF WS-RATMAS-STATUS NOT = '00'
               DISPLAY 'QZB19G - QZRATMAS OPEN FAILED, STATUS='
                       WS-RATMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1250-LOAD-ONE-RATE
              THRU 1250-LOAD-ONE-RATE-EXIT
              UNTIL WS-RAT-EOF
           CLOSE QZRATMAS-FILE
           IF WS-RATE-CNT = 0
               DISPLAY 'QZB19G - QZRATMAS IS EMPTY'
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF.
       1200-LOAD-RATE-TABLE-EXIT.
           EXIT.

       1250-LOAD-ONE-RATE.
           READ QZRATMAS-FILE NEXT RECORD
               AT END
                   SET WS-RAT-EOF         TO TRUE
           END-READ
           IF NOT WS-RAT-EOF
               IF WS-RATMAS-STATUS NOT = '00'
                   DISPLAY 'QZB19G - QZRATMAS READ FAILED, STATUS='
                           WS-RATMAS-STATUS
                   MOVE 16                TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-RATE-CNT >= 200
                   DISPLAY 'QZB19G - RATE TABLE OVERFLOW AT 200'
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
       1250-LOAD-ONE-RATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1300-WRITE-HEADERS                                          *
      *----------------------------------------------------------------*
       1300-WRITE-HEADERS.
           MOVE SPACES                    TO QZFSTHDR
           MOVE '*QZHDR*'                 TO QZFSTHDR-REC-ID
           MOVE WS-RUN-DATE               TO QZFSTHDR-RUN-DATE
           MOVE WS-RUN-ID                 TO QZFSTHDR-RUN-ID
           WRITE QZFSTHDR
           IF WS-FINSTM-STATUS NOT = '00'
               DISPLAY 'QZB19G - QZFINSTM WRITE FAILED, STATUS='
                       WS-FINSTM-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES                    TO QZRFDHDR
           MOVE '*QZHDR*'                 TO QZRFDHDR-REC-ID
           MOVE WS-RUN-DATE               TO QZRFDHDR-RUN-DATE
           MOVE WS-RUN-ID                 TO QZRFDHDR-RUN-ID
           WRITE QZRFDHDR
           IF WS-REFUND-STATUS NOT = '00'
               DISPLAY 'QZB19G - QZREFUND WRITE FAILED, STATUS='
                       WS-REFUND-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF.
       1300-WRITE-HEADERS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-PROCESS-REQUEST                                        *
      *        A pending request is billed; a billed one is checked   *
      *        for settlement; a closed one is done.                  *
      *----------------------------------------------------------------*
       2000-PROCESS-REQUEST.
           ADD 1                          TO WS-REQ-READ-CNT
           EVALUATE TRUE
               WHEN QZFINREC-STS-PENDING
                   PERFORM 2100-FINAL-BILL
                      THRU 2100-FINAL-BILL-EXIT
               WHEN QZFINREC-STS-BILLED
                   PERFORM 2600-CHECK-SETTLED
                      THRU 2600-CHECK-SETTLED-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 2900-READ-NEXT-REQUEST
              THRU 2900-READ-NEXT-REQUEST-EXIT.
       2000-PROCESS-REQUEST-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2100-FINAL-BILL                                             *
      *        Prices the closing reading at the rate in force on the *
      *        move-out date, books it on the move-out month's row,   *
      *        settles the account against its credit and writes the  *
      *        final statement. A net credit is refunded and the      *
      *        account closed; a net debit leaves it billed.          *
      *----------------------------------------------------------------*
       2100-FINAL-BILL.
           PERFORM 2140-READ-ACCOUNT
              THRU 2140-READ-ACCOUNT-EXIT
           IF NOT WS-ACCT-FOUND
               MOVE 'NO ACCOUNT ON FILE'  TO WS-DTL-NOTE
               PERFORM 2190-PRINT-EXCEPTION
                  THRU 2190-PRINT-EXCEPTION-EXIT
               GO TO 2100-FINAL-BILL-EXIT
           END-IF
           PERFORM 2150-COUNT-ROWS
              THRU 2150-COUNT-ROWS-EXIT
           IF WS-ROW-CNT = 0
               MOVE 'NO ROWS ON FILE'     TO WS-DTL-NOTE
               PERFORM 2190-PRINT-EXCEPTION
                  THRU 2190-PRINT-EXCEPTION-EXIT
               GO TO 2100-FINAL-BILL-EXIT
           END-IF
           MOVE QZFINREC-MOVE-OUT-DATE (1:6) TO WS-FINAL-YM
           PERFORM 2200-FIND-TABLE-RATE
              THRU 2200-FIND-TABLE-RATE-EXIT
           IF NOT WS-RATE-FOUND
               MOVE 'NO RATE IN FORCE'    TO WS-DTL-NOTE
               PERFORM 2190-PRINT-EXCEPTION
                  THRU 2190-PRINT-EXCEPTION-EXIT
               GO TO 2100-FINAL-BILL-EXIT
           END-IF
           IF QZFINREC-FINAL-READING > 0
               PERFORM 2300-POST-FINAL-ROW
                  THRU 2300-POST-FINAL-ROW-EXIT
           END-IF
           PERFORM 2400-SETTLE-ACCOUNT
              THRU 2400-SETTLE-ACCOUNT-EXIT
           MOVE WS-FINAL-YM               TO QZFINREC-FINAL-YM
           MOVE WS-TABLE-RATE             TO QZFINREC-FINAL-RATE
           MOVE WS-FINAL-CHARGE           TO QZFINREC-FINAL-CHARGE
           MOVE WS-RUN-DATE               TO QZFINREC-BILL-DATE
           MOVE WS-OPEN-TOT               TO QZFINREC-OPEN-AMT
           MOVE WS-CREDIT-USED            TO QZFINREC-CREDIT-AMT
           MOVE WS-NET-DEBIT              TO QZFINREC-NET-DEBIT-AMT
           MOVE WS-REFUND-AMT             TO QZFINREC-REFUND-AMT
           PERFORM 2500-WRITE-STATEMENT
              THRU 2500-WRITE-STATEMENT-EXIT
           ADD 1                          TO WS-BILLED-CNT
           ADD WS-FINAL-CHARGE            TO WS-CHARGE-HASH
           IF WS-NET-DEBIT > 0
               SET QZFINREC-STS-BILLED    TO TRUE
               ADD WS-NET-DEBIT           TO WS-DEBIT-HASH
               MOVE 'BILLED - COLLECTIONS' TO WS-DTL-NOTE
           ELSE
               IF WS-REFUND-AMT > 0
                   SET QZRFDREC-AT-FINAL-BILL TO TRUE
                   PERFORM 2700-WRITE-REFUND
                      THRU 2700-WRITE-REFUND-EXIT
                   MOVE 'BILLED - REFUND'  TO WS-DTL-NOTE
               ELSE
                   MOVE 'BILLED - CLOSED'  TO WS-DTL-NOTE
               END-IF
               PERFORM 2800-CLOSE-ACCOUNT
                  THRU 2800-CLOSE-ACCOUNT-EXIT
           END-IF
           PERFORM 2950-REWRITE-REQUEST
              THRU 2950-REWRITE-REQUEST-EXIT
           MOVE WS-FINAL-CHARGE           TO WS-DTL-FINAL-CHARGE
           PERFORM 3000-PRINT-REQUEST
              THRU 3000-PRINT-REQUEST-EXIT.
       2100-FINAL-BILL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2140-READ-ACCOUNT                                           *
      *        The customer's QZACTMAS account supplies the name the  *
      *        statement carries, the contract type the part-month is *
      *        priced under and the payment method a refund is made  *
      *        by. It is held for update - closing the account       *
      *        rewrites it.                                            *
      *----------------------------------------------------------------*
       2140-READ-ACCOUNT.
           SET WS-ACCT-FOUND-SW           TO 'Y'
           MOVE QZFINREC-CUSTOMER-NO      TO QZACTREC-CUSTOMER-NO
           READ QZACTMAS-FILE
               INVALID KEY
                   SET WS-ACCT-FOUND-SW   TO 'N'
           END-READ
           IF WS-ACCT-FOUND AND WS-ACTMAS-STATUS NOT = '00'
               DISPLAY 'QZB19G - QZACTMAS READ FAILED, CUSTOMER='
                       QZFINREC-CUSTOMER-NO ' STATUS='
                       WS-ACTMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF.
       2140-READ-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2150-COUNT-ROWS                                             *
      *        Browses the customer's rows and counts them - a        *
      *        customer with none left cannot be billed.              *
      *----------------------------------------------------------------*
       2150-COUNT-ROWS.
           MOVE 0                         TO WS-ROW-CNT
           SET WS-ROWS-DONE-SW            TO 'N'
           MOVE QZFINREC-CUSTOMER-NO      TO QZCUSMAS-CUSTOMER-NO
           MOVE LOW-VALUES                TO QZCUSMAS-BILLING-YM
           START QZCUSMAS-FILE
               KEY IS NOT LESS THAN QZCUSMAS-KEY
               INVALID KEY
                   SET WS-ROWS-DONE       TO TRUE
           END-START
           PERFORM 2160-COUNT-ONE-ROW
              THRU 2160-COUNT-ONE-ROW-EXIT
              UNTIL WS-ROWS-DONE.
       2150-COUNT-ROWS-EXIT.
           EXIT.

       2160-COUNT-ONE-ROW.
           PERFORM 2980-READ-NEXT-ROW
              THRU 2980-READ-NEXT-ROW-EXIT
           IF NOT WS-ROWS-DONE
               ADD 1                      TO WS-ROW-CNT
           END-IF.
       2160-COUNT-ONE-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2190-PRINT-EXCEPTION                                        *
      *        The request cannot be billed tonight and stays         *
      *        pending for billing support.                            *
      *----------------------------------------------------------------*
       2190-PRINT-EXCEPTION.
           ADD 1                          TO WS-EXCEPTION-CNT
           DISPLAY 'QZB19G - FINAL BILL NOT ISSUED FOR '
                   QZFINREC-CUSTOMER-NO ' - ' WS-DTL-NOTE
           MOVE 4                         TO RETURN-CODE
           MOVE SPACES                    TO WS-FINAL-YM
           MOVE 0                         TO WS-DTL-FINAL-CHARGE
                                             WS-OPEN-TOT
                                             WS-CREDIT-USED
                                             WS-NET-DEBIT
                                             WS-REFUND-AMT
           PERFORM 3000-PRINT-REQUEST
              THRU 3000-PRINT-REQUEST-EXIT.
       2190-PRINT-EXCEPTION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2200-FIND-TABLE-RATE                                        *
      *        The rate for the part-month is the table entry for the *
      *        contract type with the latest effective date on or     *
      *        before the move-out date. QZRATCAL prices the final    *
      *        reading from that tariff - basic charge plus usage     *
      *        blocks - as a month of its own; 2310-PRICE-ON-TOP     *
      *        prices it afresh when the month already has a reading *
      *        billed. A closing reading of nothing books nothing.    *
      *----------------------------------------------------------------*
       2200-FIND-TABLE-RATE.
           SET WS-RATE-FOUND-SW           TO 'N'
           MOVE 0                         TO WS-BEST-IDX
           PERFORM 2250-SIFT-ONE-RATE
              THRU 2250-SIFT-ONE-RATE-EXIT
              VARYING WS-TBL-IDX FROM 1 BY 1
              UNTIL WS-TBL-IDX > WS-RATE-CNT
           IF WS-BEST-IDX = 0
               GO TO 2200-FIND-TABLE-RATE-EXIT
           END-IF
           MOVE WS-RATE-PRICE (WS-BEST-IDX) TO QZRCLPRM-PRICE
           MOVE QZFINREC-FINAL-READING    TO QZRCLPRM-USAGE
           CALL 'QZRATCAL' USING QZRCLPRM
           IF QZRCLPRM-OK
               SET WS-RATE-FOUND          TO TRUE
               MOVE QZRCLPRM-TOP-RATE     TO WS-TABLE-RATE
               MOVE QZRCLPRM-CHARGE       TO WS-FINAL-CHARGE
               IF QZFINREC-FINAL-READING = 0
                   MOVE 0                 TO WS-FINAL-CHARGE
               END-IF
           ELSE
               DISPLAY 'QZB19G - QZRATMAS TARIFF INVALID, CONTRACT='
                       QZACTREC-CONTRACT-TYPE ' EFFECTIVE='
                       WS-RATE-EFF-DATE (WS-BEST-IDX)
           END-IF.
       2200-FIND-TABLE-RATE-EXIT.
           EXIT.

       2250-SIFT-ONE-RATE.
           IF WS-RATE-CONTRACT-TYPE (WS-TBL-IDX)
                  = QZACTREC-CONTRACT-TYPE
              AND WS-RATE-EFF-DATE (WS-TBL-IDX)
                  NOT > QZFINREC-MOVE-OUT-DATE
               IF WS-BEST-IDX = 0
                  OR WS-RATE-EFF-DATE (WS-TBL-IDX)
                     > WS-RATE-EFF-DATE (WS-BEST-IDX)
                   MOVE WS-TBL-IDX        TO WS-BEST-IDX
               END-IF
           END-IF.
       2250-SIFT-ONE-RATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2300-POST-FINAL-ROW                                         *
      *        Books the part-month on the move-out month's row. No   *
      *        row yet - the usual case - writes one. An estimate      *
      *        QZB19F wrote for the month is replaced by the reading,  *
      *        keeping its paid marker the way the QZB19I true-up      *
      *        does. An actual row already billed for the month takes  *
      *        the reading on top of its own, and a row marked paid is *
      *        re-opened with what had been applied kept, the way      *
      *        QZB19O re-opens a row for a debit memo.                 *
      *----------------------------------------------------------------*
       2300-POST-FINAL-ROW.
           SET WS-ROW-FOUND-SW            TO 'Y'
           MOVE QZFINREC-CUSTOMER-NO      TO QZCUSMAS-CUSTOMER-NO
           MOVE WS-FINAL-YM               TO QZCUSMAS-BILLING-YM
           READ QZCUSMAS-FILE
               INVALID KEY
                   SET WS-ROW-FOUND-SW    TO 'N'
           END-READ
           IF WS-ROW-FOUND AND WS-CUSMAS-STATUS NOT = '00'
               DISPLAY 'QZB19G - QZCUSMAS READ FAILED, KEY='
                       QZCUSMAS-KEY ' STATUS=' WS-CUSMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-ROW-FOUND
               PERFORM 2320-WRITE-FINAL-ROW
                  THRU 2320-WRITE-FINAL-ROW-EXIT
               GO TO 2300-POST-FINAL-ROW-EXIT
           END-IF
           IF QZCUSMAS-ROW-ESTIMATED
               MOVE QZFINREC-FINAL-READING
                 TO QZCUSMAS-AMOUNT
               MOVE WS-FINAL-CHARGE       TO QZCUSMAS-CHARGE
               MOVE SPACES                TO QZCUSMAS-ESTIMATE-FLAG
           ELSE
               CALL 'QZROWBAL' USING QZCUSMAS-REC QZRBLPRM
               COMPUTE WS-PRIOR-APPLIED = QZRBLPRM-APPLIED-AMT
               IF QZCUSMAS-ADJ-CREDIT-AMT NUMERIC
                   SUBTRACT QZCUSMAS-ADJ-CREDIT-AMT
                       FROM WS-PRIOR-APPLIED
               END-IF
               IF WS-PRIOR-APPLIED < 0
                   MOVE 0                 TO WS-PRIOR-APPLIED
               END-IF
               IF QZCUSMAS-PAID-AMOUNT NOT NUMERIC
                  OR QZCUSMAS-ROW-PAID
                   MOVE WS-PRIOR-APPLIED  TO QZCUSMAS-PAID-AMOUNT
               END-IF
               IF QZCUSMAS-ROW-PAID
                   IF QZRBLPRM-APPLIED-AMT > 0
                       SET QZCUSMAS-ROW-PART-PAID TO TRUE
                   ELSE
                       MOVE '0'           TO QZCUSMAS-PAID-FLAG
                   END-IF
               END-IF
               PERFORM 2310-PRICE-ON-TOP
                  THRU 2310-PRICE-ON-TOP-EXIT
               ADD QZFINREC-FINAL-READING TO QZCUSMAS-AMOUNT
               ADD WS-FINAL-CHARGE        TO QZCUSMAS-CHARGE
           END-IF
           MOVE WS-TABLE-RATE             TO QZCUSMAS-RATE
           PERFORM 2340-TAX-FINAL-ROW
              THRU 2340-TAX-FINAL-ROW-EXIT
           MOVE WS-RUN-DATE               TO QZCUSMAS-LAST-UPD-DATE
           REWRITE QZCUSMAS-REC
               INVALID KEY
                   DISPLAY 'QZB19G - QZCUSMAS REWRITE FAILED, KEY='
                           QZCUSMAS-KEY ' STATUS=' WS-CUSMAS-STATUS
                   MOVE 16                TO RETURN-CODE
                   STOP RUN
           END-REWRITE.
       2300-POST-FINAL-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2310-PRICE-ON-TOP                                           *
      *        A month already billed has had its basic charge and    *
      *        the lower usage blocks used up, so the final reading   *
      *        is priced as what it adds: the tariff price of the     *
      *        month's reading and the final one together, less the  *
      *        price of the month's reading alone. The row then      *
      *        carries the rate of the block the combined usage      *
      *        reached, as QZB19I would have posted it.               *
      *----------------------------------------------------------------*
       2310-PRICE-ON-TOP.
           MOVE QZCUSMAS-AMOUNT           TO QZRCLPRM-USAGE
           CALL 'QZRATCAL' USING QZRCLPRM
           MOVE QZRCLPRM-CHARGE           TO WS-MONTH-CHARGE
           COMPUTE QZRCLPRM-USAGE =
               QZCUSMAS-AMOUNT + QZFINREC-FINAL-READING
           CALL 'QZRATCAL' USING QZRCLPRM
           MOVE QZRCLPRM-TOP-RATE         TO WS-TABLE-RATE
           COMPUTE WS-FINAL-CHARGE =
               QZRCLPRM-CHARGE - WS-MONTH-CHARGE.
       2310-PRICE-ON-TOP-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2320-WRITE-FINAL-ROW                                        *
      *        The final month's row, built the way the QZB19I intake *
      *        builds a new row.                                       *
      *----------------------------------------------------------------*
       2320-WRITE-FINAL-ROW.
           MOVE SPACES                    TO QZCUSMAS-REC
           MOVE QZFINREC-CUSTOMER-NO      TO QZCUSMAS-CUSTOMER-NO
           MOVE WS-FINAL-YM               TO QZCUSMAS-BILLING-YM
           MOVE QZFINREC-FINAL-READING    TO QZCUSMAS-AMOUNT
           MOVE WS-FINAL-CHARGE           TO QZCUSMAS-CHARGE
           MOVE WS-TABLE-RATE             TO QZCUSMAS-RATE
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
           MOVE SPACES                    TO QZCUSMAS-ESTIMATE-FLAG
           PERFORM 2340-TAX-FINAL-ROW
              THRU 2340-TAX-FINAL-ROW-EXIT
           WRITE QZCUSMAS-REC
               INVALID KEY
                   DISPLAY 'QZB19G - QZCUSMAS WRITE FAILED, KEY='
                           QZCUSMAS-KEY ' STATUS=' WS-CUSMAS-STATUS
                   MOVE 16                TO RETURN-CODE
                   STOP RUN
           END-WRITE.
       2320-WRITE-FINAL-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2340-TAX-FINAL-ROW                                          *
      *        The consumption tax on the final month's row is        *
      *        worked out by QZTAXCAL on the row's whole charge, so   *
      *        a final reading added to a month already billed is     *
      *        taxed together with it.                                 *
      *----------------------------------------------------------------*
       2340-TAX-FINAL-ROW.
           MOVE WS-FINAL-YM               TO QZTXCPRM-BILLING-YM
           MOVE QZCUSMAS-CHARGE           TO QZTXCPRM-EXCL-AMT
           CALL 'QZTAXCAL' USING QZTXCPRM
           IF NOT QZTXCPRM-OK
               DISPLAY 'QZB19G - QZTAXCAL FAILED, KEY='
                       QZCUSMAS-KEY ' RESULT=' QZTXCPRM-RESULT
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE QZTXCPRM-TAX-RATE         TO QZCUSMAS-TAX-RATE
           MOVE QZTXCPRM-TAX-AMT          TO QZCUSMAS-TAX-AMT.
       2340-TAX-FINAL-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2400-SETTLE-ACCOUNT                                         *
      *        Walks the customer's rows oldest first, totals what is *
      *        open and applies the customer's QZCUSBAL credit to it, *
      *        exactly as QZB19P spends credit. Whatever credit is    *
      *        left once nothing is open is the refund; the credit    *
      *        balance ends at zero either way.                        *
      *----------------------------------------------------------------*
       2400-SETTLE-ACCOUNT.
           MOVE 0                         TO WS-OPEN-TOT
                                             WS-CREDIT-USED
                                             WS-NET-DEBIT
                                             WS-REFUND-AMT
                                             WS-CREDIT-AVAIL
           SET WS-BAL-FOUND-SW            TO 'Y'
           MOVE QZFINREC-CUSTOMER-NO      TO QZCBLREC-CUSTOMER-NO
           READ QZCUSBAL-FILE
               INVALID KEY
                   SET WS-BAL-FOUND-SW    TO 'N'
           END-READ
           IF WS-BAL-FOUND
               IF WS-CUSBAL-STATUS NOT = '00'
                   DISPLAY 'QZB19G - QZCUSBAL READ FAILED, STATUS='
                           WS-CUSBAL-STATUS
                   MOVE 16                TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE QZCBLREC-CREDIT-AMT   TO WS-CREDIT-AVAIL
           END-IF
           SET WS-ROWS-DONE-SW            TO 'N'
           MOVE QZFINREC-CUSTOMER-NO      TO QZCUSMAS-CUSTOMER-NO
           MOVE LOW-VALUES                TO QZCUSMAS-BILLING-YM
           START QZCUSMAS-FILE
               KEY IS NOT LESS THAN QZCUSMAS-KEY
               INVALID KEY
                   SET WS-ROWS-DONE       TO TRUE
           END-START
           PERFORM 2450-SETTLE-ONE-ROW
              THRU 2450-SETTLE-ONE-ROW-EXIT
              UNTIL WS-ROWS-DONE
           MOVE WS-CREDIT-AVAIL           TO WS-REFUND-AMT
           IF WS-BAL-FOUND
              AND (WS-CREDIT-USED > 0 OR WS-REFUND-AMT > 0)
               MOVE 0                     TO QZCBLREC-CREDIT-AMT
               MOVE WS-RUN-DATE           TO QZCBLREC-LAST-UPD-DATE
               REWRITE QZCBLREC
                   INVALID KEY
                       DISPLAY 'QZB19G - QZCUSBAL REWRITE FAILED, '
                               'KEY=' QZCBLREC-CUSTOMER-NO
                               ' STATUS=' WS-CUSBAL-STATUS
                       MOVE 16            TO RETURN-CODE
                       STOP RUN
               END-REWRITE
           END-IF.
       2400-SETTLE-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2450-SETTLE-ONE-ROW                                         *
      *        Applies as much credit as the row takes, marking it    *
      *        paid when nothing is left open and part-paid           *
      *        otherwise - the QZB19P 2320-APPLY-TO-ROW rule.          *
      *----------------------------------------------------------------*
       2450-SETTLE-ONE-ROW.
           PERFORM 2980-READ-NEXT-ROW
              THRU 2980-READ-NEXT-ROW-EXIT
           IF WS-ROWS-DONE
               GO TO 2450-SETTLE-ONE-ROW-EXIT
           END-IF
           CALL 'QZROWBAL' USING QZCUSMAS-REC QZRBLPRM
           IF QZRBLPRM-ROW-SETTLED
               GO TO 2450-SETTLE-ONE-ROW-EXIT
           END-IF
           ADD QZRBLPRM-OPEN-AMT          TO WS-OPEN-TOT
           IF WS-CREDIT-AVAIL > QZRBLPRM-OPEN-AMT
               MOVE QZRBLPRM-OPEN-AMT     TO WS-APPLY-AMT
           ELSE
               MOVE WS-CREDIT-AVAIL       TO WS-APPLY-AMT
           END-IF
           COMPUTE WS-NET-DEBIT =
               WS-NET-DEBIT + QZRBLPRM-OPEN-AMT - WS-APPLY-AMT
           IF WS-APPLY-AMT = 0
               GO TO 2450-SETTLE-ONE-ROW-EXIT
           END-IF
           IF QZCUSMAS-PAID-AMOUNT NOT NUMERIC
               MOVE QZRBLPRM-APPLIED-AMT  TO QZCUSMAS-PAID-AMOUNT
           END-IF
           ADD WS-APPLY-AMT               TO QZCUSMAS-PAID-AMOUNT
           IF WS-APPLY-AMT < QZRBLPRM-OPEN-AMT
               MOVE 'R'                   TO QZCUSMAS-PAID-FLAG
           ELSE
               MOVE 'P'                   TO QZCUSMAS-PAID-FLAG
               MOVE WS-RUN-DATE           TO QZCUSMAS-PAID-DATE
           END-IF
           MOVE WS-RUN-DATE               TO QZCUSMAS-LAST-UPD-DATE
           REWRITE QZCUSMAS-REC
               INVALID KEY
                   DISPLAY 'QZB19G - QZCUSMAS REWRITE FAILED, KEY='
                           QZCUSMAS-KEY ' STATUS=' WS-CUSMAS-STATUS
                   MOVE 16                TO RETURN-CODE
                   STOP RUN
           END-REWRITE
           SUBTRACT WS-APPLY-AMT          FROM WS-CREDIT-AVAIL
           ADD WS-APPLY-AMT               TO WS-CREDIT-USED.
       2450-SETTLE-ONE-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2500-WRITE-STATEMENT                                        *
      *        The final statement, addressed to the forwarding       *
      *        address taken at termination.                           *
      *----------------------------------------------------------------*
       2500-WRITE-STATEMENT.
           MOVE QZFINREC-CUSTOMER-NO      TO QZFSTREC-CUSTOMER-NO
           MOVE QZACTREC-CUSTOMER-NAME    TO QZFSTREC-CUSTOMER-NAME
           MOVE QZFINREC-FWD-POSTAL-CD    TO QZFSTREC-FWD-POSTAL-CD
           MOVE QZFINREC-FWD-PREF-CITY    TO QZFSTREC-FWD-PREF-CITY
           MOVE QZFINREC-FWD-LINE         TO QZFSTREC-FWD-LINE
           MOVE QZACTREC-CONTRACT-TYPE    TO QZFSTREC-CONTRACT-TYPE
           MOVE QZFINREC-MOVE-OUT-DATE    TO QZFSTREC-MOVE-OUT-DATE
           MOVE WS-FINAL-YM               TO QZFSTREC-FINAL-YM
           MOVE QZFINREC-FINAL-READING    TO QZFSTREC-FINAL-READING
           MOVE WS-TABLE-RATE             TO QZFSTREC-FINAL-RATE
           MOVE WS-FINAL-CHARGE           TO QZFSTREC-FINAL-CHARGE
           MOVE WS-OPEN-TOT               TO QZFSTREC-OPEN-AMT
           MOVE WS-CREDIT-USED            TO QZFSTREC-CREDIT-AMT
           MOVE WS-NET-DEBIT              TO QZFSTREC-NET-DEBIT-AMT
           MOVE WS-REFUND-AMT             TO QZFSTREC-REFUND-AMT
           MOVE WS-RUN-DATE               TO QZFSTREC-ISSUE-DATE
           WRITE QZFSTREC
           IF WS-FINSTM-STATUS NOT = '00'
               DISPLAY 'QZB19G - QZFINSTM WRITE FAILED, STATUS='
                       WS-FINSTM-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1                          TO WS-STMT-CNT
           ADD WS-REFUND-AMT              TO WS-STMT-REFUND-HASH.
       2500-WRITE-STATEMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2600-CHECK-SETTLED                                          *
      *        A billed account is closed once nothing is left open - *
      *        settled by receipts QZB19P posted, by a credit memo or *
      *        by credit the customer held. Credit left over is an    *
      *        overpayment and is refunded. An account still owing   *
      *        stays billed and in collections.                        *
      *----------------------------------------------------------------*
       2600-CHECK-SETTLED.
           PERFORM 2140-READ-ACCOUNT
              THRU 2140-READ-ACCOUNT-EXIT
           IF NOT WS-ACCT-FOUND
               DISPLAY 'QZB19G - NO QZACTMAS ACCOUNT, CUSTOMER='
                       QZFINREC-CUSTOMER-NO
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2400-SETTLE-ACCOUNT
              THRU 2400-SETTLE-ACCOUNT-EXIT
           IF WS-NET-DEBIT > 0
               ADD 1                      TO WS-AWAITING-CNT
               GO TO 2600-CHECK-SETTLED-EXIT
           END-IF
           IF WS-REFUND-AMT > 0
               SET QZRFDREC-AFTER-BILLING TO TRUE
               PERFORM 2700-WRITE-REFUND
                  THRU 2700-WRITE-REFUND-EXIT
               ADD WS-REFUND-AMT          TO QZFINREC-REFUND-AMT
               MOVE 'SETTLED - REFUND'    TO WS-DTL-NOTE
           ELSE
               MOVE 'SETTLED - CLOSED'    TO WS-DTL-NOTE
           END-IF
           PERFORM 2800-CLOSE-ACCOUNT
              THRU 2800-CLOSE-ACCOUNT-EXIT
           PERFORM 2950-REWRITE-REQUEST
              THRU 2950-REWRITE-REQUEST-EXIT
           MOVE QZFINREC-FINAL-YM         TO WS-FINAL-YM
           MOVE 0                         TO WS-DTL-FINAL-CHARGE
           PERFORM 3000-PRINT-REQUEST
              THRU 3000-PRINT-REQUEST-EXIT.
       2600-CHECK-SETTLED-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2700-WRITE-REFUND                                           *
      *        The caller sets QZRFDREC-SOURCE before the record      *
      *        area is filled in here.                                 *
      *----------------------------------------------------------------*
       2700-WRITE-REFUND.
           MOVE QZFINREC-CUSTOMER-NO      TO QZRFDREC-CUSTOMER-NO
           MOVE QZACTREC-CUSTOMER-NAME    TO QZRFDREC-CUSTOMER-NAME
           MOVE QZFINREC-FWD-POSTAL-CD    TO QZRFDREC-FWD-POSTAL-CD
           MOVE QZFINREC-FWD-PREF-CITY    TO QZRFDREC-FWD-PREF-CITY
           MOVE QZFINREC-FWD-LINE         TO QZRFDREC-FWD-LINE
           MOVE QZACTREC-PAYMENT-METHOD   TO QZRFDREC-PAYMENT-METHOD
           MOVE QZFINREC-MOVE-OUT-DATE    TO QZRFDREC-MOVE-OUT-DATE
           MOVE WS-REFUND-AMT             TO QZRFDREC-REFUND-AMT
           MOVE WS-RUN-DATE               TO QZRFDREC-CLOSE-DATE
           WRITE QZRFDREC
           IF WS-REFUND-STATUS NOT = '00'
               DISPLAY 'QZB19G - QZREFUND WRITE FAILED, STATUS='
                       WS-REFUND-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1                          TO WS-REFUND-CNT
           ADD WS-REFUND-AMT              TO WS-REFUND-HASH.
       2700-WRITE-REFUND-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2800-CLOSE-ACCOUNT                                          *
      *        Marks the customer's QZACTMAS account closed and the   *
      *        request with it.                                        *
      *----------------------------------------------------------------*
       2800-CLOSE-ACCOUNT.
           SET QZACTREC-ACCT-CLOSED       TO TRUE
           MOVE WS-RUN-DATE               TO QZACTREC-LAST-UPD-DATE
           REWRITE QZACTREC
               INVALID KEY
                   DISPLAY 'QZB19G - QZACTMAS REWRITE FAILED, '
                           'CUSTOMER=' QZACTREC-CUSTOMER-NO
                           ' STATUS=' WS-ACTMAS-STATUS
                   MOVE 16                TO RETURN-CODE
                   STOP RUN
           END-REWRITE
           SET QZFINREC-STS-CLOSED        TO TRUE
           MOVE WS-RUN-DATE               TO QZFINREC-CLOSE-DATE
           ADD 1                          TO WS-CLOSED-CNT.
       2800-CLOSE-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2900-READ-NEXT-REQUEST                                      *
      *----------------------------------------------------------------*
       2900-READ-NEXT-REQUEST.
           READ QZFINREQ-FILE NEXT RECORD
               AT END
                   SET WS-EOF             TO TRUE
           END-READ
           IF NOT WS-EOF AND WS-FINREQ-STATUS NOT = '00'
               DISPLAY 'QZB19G - QZFINREQ READ FAILED, STATUS='
                       WS-FINREQ-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF.
       2900-READ-NEXT-REQUEST-EXIT.
           EXIT.

       2950-REWRITE-REQUEST.
           REWRITE QZFINREC
           IF WS-FINREQ-STATUS NOT = '00'
               DISPLAY 'QZB19G - QZFINREQ REWRITE FAILED, KEY='
                       QZFINREC-CUSTOMER-NO
                       ' STATUS=' WS-FINREQ-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF.
       2950-REWRITE-REQUEST-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2980-READ-NEXT-ROW                                          *
      *        Next row of the customer in QZFINREC-CUSTOMER-NO;      *
      *        WS-ROWS-DONE when the customer's rows run out.          *
      *----------------------------------------------------------------*
       2980-READ-NEXT-ROW.
           READ QZCUSMAS-FILE NEXT RECORD
               AT END
                   SET WS-ROWS-DONE       TO TRUE
           END-READ
           IF WS-ROWS-DONE
               GO TO 2980-READ-NEXT-ROW-EXIT
           END-IF
           IF WS-CUSMAS-STATUS NOT = '00'
               DISPLAY 'QZB19G - QZCUSMAS READ FAILED, STATUS='
                       WS-CUSMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           IF QZCUSMAS-CUSTOMER-NO NOT = QZFINREC-CUSTOMER-NO
               SET WS-ROWS-DONE           TO TRUE
           END-IF.
       2980-READ-NEXT-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3000-PRINT-REQUEST                                          *
      *        WS-DTL-FINAL-CHARGE and WS-DTL-NOTE are set by the     *
      *        caller.                                                 *
      *----------------------------------------------------------------*
       3000-PRINT-REQUEST.
           IF WS-LINE-CNT >= WS-LINES-PER-PAGE
               PERFORM 3500-PRINT-HEADINGS
                  THRU 3500-PRINT-HEADINGS-EXIT
           END-IF
           MOVE QZFINREC-CUSTOMER-NO      TO WS-DTL-CUSTOMER-NO
           MOVE QZFINREC-MOVE-OUT-DATE    TO WS-DTL-MOVE-OUT-DATE
           MOVE WS-FINAL-YM               TO WS-DTL-FINAL-YM
           MOVE WS-OPEN-TOT               TO WS-DTL-OPEN-AMT
           MOVE WS-CREDIT-USED            TO WS-DTL-CREDIT-AMT
           MOVE WS-NET-DEBIT              TO WS-DTL-NET-DEBIT
           MOVE WS-REFUND-AMT             TO WS-DTL-REFUND-AMT
           WRITE QZFINPRT-REC FROM WS-DTL-LINE
               AFTER ADVANCING 1 LINE
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19G - QZFINPRT WRITE FAILED, STATUS='
                       WS-PRINT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1                          TO WS-LINE-CNT.
       3000-PRINT-REQUEST-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3500-PRINT-HEADINGS                                         *
      *----------------------------------------------------------------*
       3500-PRINT-HEADINGS.
           ADD 1                          TO WS-PAGE-NO
           MOVE SPACES                    TO WS-HDG-LINE
           MOVE 'FINAL BILLS AND CLOSING SETTLEMENTS'
                                          TO WS-HDG-TITLE
           MOVE 'PAGE '                   TO WS-HDG-PAGE-LIT
           MOVE WS-PAGE-NO                TO WS-HDG-PAGE-NO
           WRITE QZFINPRT-REC FROM WS-HDG-LINE
               AFTER ADVANCING PAGE
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19G - QZFINPRT WRITE FAILED, STATUS='
                       WS-PRINT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE QZFINPRT-REC FROM WS-CAP-LINE
               AFTER ADVANCING 2 LINES
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19G - QZFINPRT WRITE FAILED, STATUS='
                       WS-PRINT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0                         TO WS-LINE-CNT.
       3500-PRINT-HEADINGS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8000-FINALIZE                                               *
      *        The trailers carry what was actually written, for the  *
      *        print bureau and the treasury to balance against.      *
      *----------------------------------------------------------------*
       8000-FINALIZE.
           MOVE SPACES                    TO QZFSTTRL
           MOVE '*QZTRL*'                 TO QZFSTTRL-REC-ID
           MOVE WS-STMT-CNT               TO QZFSTTRL-RECORD-CNT
           MOVE WS-CHARGE-HASH            TO QZFSTTRL-CHARGE-HASH
           MOVE WS-DEBIT-HASH             TO QZFSTTRL-DEBIT-HASH
           MOVE WS-STMT-REFUND-HASH       TO QZFSTTRL-REFUND-HASH
           WRITE QZFSTTRL
           IF WS-FINSTM-STATUS NOT = '00'
               DISPLAY 'QZB19G - QZFINSTM WRITE FAILED, STATUS='
                       WS-FINSTM-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES                    TO QZRFDTRL
           MOVE '*QZTRL*'                 TO QZRFDTRL-REC-ID
           MOVE WS-REFUND-CNT             TO QZRFDTRL-RECORD-CNT
           MOVE WS-REFUND-HASH            TO QZRFDTRL-REFUND-HASH
           WRITE QZRFDTRL
           IF WS-REFUND-STATUS NOT = '00'
               DISPLAY 'QZB19G - QZREFUND WRITE FAILED, STATUS='
                       WS-REFUND-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'FINAL BILLS ISSUED:     ' TO WS-TOT-CAPTION
           MOVE WS-BILLED-CNT              TO WS-TOT-COUNT
           PERFORM 8100-PRINT-TOTAL
              THRU 8100-PRINT-TOTAL-EXIT
           MOVE 'FINAL CHARGE TOTAL:     ' TO WS-TOT-CAPTION
           MOVE WS-CHARGE-HASH             TO WS-TOT-COUNT
           PERFORM 8100-PRINT-TOTAL
              THRU 8100-PRINT-TOTAL-EXIT
           MOVE 'NET DEBIT TO COLLECT:   ' TO WS-TOT-CAPTION
           MOVE WS-DEBIT-HASH              TO WS-TOT-COUNT
           PERFORM 8100-PRINT-TOTAL
              THRU 8100-PRINT-TOTAL-EXIT
           MOVE 'REFUNDS TO TREASURY:    ' TO WS-TOT-CAPTION
           MOVE WS-REFUND-CNT              TO WS-TOT-COUNT
           PERFORM 8100-PRINT-TOTAL
              THRU 8100-PRINT-TOTAL-EXIT
           MOVE 'REFUND TOTAL:           ' TO WS-TOT-CAPTION
           MOVE WS-REFUND-HASH             TO WS-TOT-COUNT
           PERFORM 8100-PRINT-TOTAL
              THRU 8100-PRINT-TOTAL-EXIT
           MOVE 'ACCOUNTS CLOSED:        ' TO WS-TOT-CAPTION
           MOVE WS-CLOSED-CNT              TO WS-TOT-COUNT
           PERFORM 8100-PRINT-TOTAL
              THRU 8100-PRINT-TOTAL-EXIT
           MOVE 'STILL IN COLLECTIONS:   ' TO WS-TOT-CAPTION
           MOVE WS-AWAITING-CNT            TO WS-TOT-COUNT
           PERFORM 8100-PRINT-TOTAL
              THRU 8100-PRINT-TOTAL-EXIT
           MOVE 'NOT BILLED - SEE LIST:  ' TO WS-TOT-CAPTION
           MOVE WS-EXCEPTION-CNT           TO WS-TOT-COUNT
           PERFORM 8100-PRINT-TOTAL
              THRU 8100-PRINT-TOTAL-EXIT
           IF WS-FINREQ-STATUS NOT = '35'
               CLOSE QZFINREQ-FILE
           END-IF
           CLOSE QZCUSMAS-FILE
           CLOSE QZACTMAS-FILE
           CLOSE QZCUSBAL-FILE
           CLOSE QZFINSTM-FILE
           CLOSE QZREFUND-FILE
           CLOSE QZFINPRT-FILE
           DISPLAY 'QZB19G - REQUESTS READ:        ' WS-REQ-READ-CNT
           DISPLAY 'QZB19G - FINAL BILLS ISSUED:   ' WS-BILLED-CNT
           DISPLAY 'QZB19G - FINAL CHARGE TOTAL:   ' WS-CHARGE-HASH
           DISPLAY 'QZB19G - NET DEBIT TO COLLECT: ' WS-DEBIT-HASH
           DISPLAY 'QZB19G - REFUNDS WRITTEN:      ' WS-REFUND-CNT
           DISPLAY 'QZB19G - REFUND TOTAL:         ' WS-REFUND-HASH
           DISPLAY 'QZB19G - ACCOUNTS CLOSED:      ' WS-CLOSED-CNT
           DISPLAY 'QZB19G - STILL IN COLLECTIONS: ' WS-AWAITING-CNT
           DISPLAY 'QZB19G - NOT BILLED:           ' WS-EXCEPTION-CNT.
       8000-FINALIZE-EXIT.
           EXIT.

       8100-PRINT-TOTAL.
           WRITE QZFINPRT-REC FROM WS-TOT-LINE
               AFTER ADVANCING 2 LINES
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19G - QZFINPRT WRITE FAILED, STATUS='
                       WS-PRINT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF.
       8100-PRINT-TOTAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8900-REGISTER-END                                           *
      *----------------------------------------------------------------*
       8900-REGISTER-END.
           MOVE 'E'                       TO QZRLGPRM-FUNCTION
           MOVE 'QZB19G  '                TO QZRLGPRM-PGMID
           MOVE WS-BILLED-CNT             TO QZRLGPRM-COUNT-1
           MOVE WS-REFUND-CNT             TO QZRLGPRM-COUNT-2
           MOVE WS-CLOSED-CNT             TO QZRLGPRM-COUNT-3
           CALL 'QZRUNLOG' USING QZRLGPRM
           IF NOT QZRLGPRM-OK
               DISPLAY 'QZB19G - QZRUNCTL END REGISTRATION '
                       'FAILED'
               MOVE 16                    TO RETURN-CODE
           END-IF.
       8900-REGISTER-END-EXIT.
           EXIT.
