      *================================================================*
      *                                                                *
      *    PROGRAM:      QZB19Q                                       *
      *    AUTHOR:       K. SASAKI - APPLICATION SUPPORT               *
      *    INSTALLATION: MULEFORGE DATA CENTER                        *
      *    DATE-WRITTEN: 2026-10-15                                   *
      *    DATE-COMPILED:                                              *
      *                                                                *
      *    PURPOSE.                                                   *
      *        Monthly direct-debit request batch, run after the       *
      *        QZB19T statement run. Walks QZCUSMAS and, for every     *
      *        customer whose QZACTMAS account is on direct debit      *
      *        (QZACTREC-PAY-DIRECT-DEBIT), requests each billing      *
      *        month up to the statement month that still has an open  *
      *        balance (QZROWBAL) from the bank account on the         *
      *        customer's QZDDMAND mandate. The QZDDREQ request file   *
      *        is in the standard 120-byte bank transfer format -      *
      *        header, one data record per month, trailer with the     *
      *        count and amount totals the bank balances, and end      *
      *        record - and carries CUSTOMER-NO and BILLING-YM in the  *
      *        customer reference so the QZB19R result intake matches  *
      *        each result straight back to its row.                   *
      *                                                                *
      *        A month already flagged for a payment slip is not       *
      *        requested again, nor is one already requested for the   *
      *        card's debit date (QZCUSMAS-DD-REQ-DATE) - a second run *
      *        for the same debit date cannot send the bank the same   *
      *        month twice. After a run that ended abnormally, before  *
      *        its file went to the bank, the card's resend switch     *
      *        requests those months again. A direct-debit customer    *
      *        with no active mandate cannot be requested: each open   *
      *        month is flagged QZCUSMAS-SLIP-REISSUE instead and      *
      *        listed on the QZDDRPRT register for the desk. The debit *
      *        date and our consignor and bank details come from the   *
      *        required QZDDPPRM card.                                 *
      *                                                                *
      *    MOD HISTORY.                                                *
      *    DATE        INIT  DESCRIPTION                               *
      *    ----------  ----  ------------------------------------      *
      *    2026-10-15  KS    QZB19Q established.                       *
      *    2026-10-15  KS    Payment method and account status now     *
      *                      read from the customer's QZACTMAS         *
      *                      account.                                  *
      *    2026-10-15  KS    Each requested row is stamped with its    *
      *                      debit date (QZCUSMAS-DD-REQ-DATE) and a   *
      *                      month already requested for the card's    *
      *                      debit date is skipped, so a rerun cannot  *
      *                      request it from the bank twice; the       *
      *                      QZDDPPRM resend switch overrides this     *
      *                      after an abnormal end.                    *
      *                                                                *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    QZB19Q.
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
           SELECT QZDDPPRM-FILE  ASSIGN TO QZDDPPRM
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS WS-DDPPRM-STATUS.
           SELECT QZCUSMAS-FILE  ASSIGN TO QZCUSMAS
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS SEQUENTIAL
               RECORD KEY     IS QZCUSMAS-KEY
               FILE STATUS    IS WS-CUSMAS-STATUS.
           SELECT QZACTMAS-FILE  ASSIGN TO QZACTMAS
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS QZACTREC-CUSTOMER-NO
               FILE STATUS    IS WS-ACTMAS-STATUS.
           SELECT QZDDMAND-FILE  ASSIGN TO QZDDMAND
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS QZDDMREC-CUSTOMER-NO
               FILE STATUS    IS WS-DDMAND-STATUS.
           SELECT QZDDREQ-FILE   ASSIGN TO QZDDREQ
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS WS-DDREQ-STATUS.
           SELECT QZDDRPRT-FILE  ASSIGN TO QZDDRPRT
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QZDDPPRM-FILE.
           COPY "debit_parm.cbl".
       FD  QZCUSMAS-FILE.
           COPY "customer_master.cbl".
       FD  QZACTMAS-FILE.
           COPY "customer_account.cbl".
       FD  QZDDMAND-FILE.
           COPY "debit_mandate.cbl".
       FD  QZDDREQ-FILE.
           COPY "debit_request.cbl".
       FD  QZDDRPRT-FILE.
       01  QZDDRPRT-REC                   PIC X(133).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      *    FILE STATUS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-DDPPRM-STATUS               PIC X(02).
       77  WS-CUSMAS-STATUS               PIC X(02).
       77  WS-ACTMAS-STATUS               PIC X(02).
       77  WS-DDMAND-STATUS               PIC X(02).
       77  WS-DDREQ-STATUS                PIC X(02).
       77  WS-PRINT-STATUS                PIC X(02).
       77  WS-EOF-SW                      PIC X(01) VALUE 'N'.
           88  WS-EOF                          VALUE 'Y'.
       77  WS-MANDATE-SW                  PIC X(01) VALUE 'N'.
           88  WS-MANDATE-ACTIVE               VALUE 'Y'.
       77  WS-NEW-CD                      PIC X(01).
       77  WS-SAVE-CUSTOMER-NO            PIC X(10) VALUE SPACES.
       77  WS-ACCT-CUSTOMER-NO            PIC X(10) VALUE SPACES.
       77  WS-ROWS-READ-CNT               PIC 9(09) COMP VALUE 0.
       77  WS-REQUEST-CNT                 PIC 9(09) COMP VALUE 0.
       77  WS-NO-MANDATE-CNT              PIC 9(09) COMP VALUE 0.
       77  WS-ALREADY-REQ-CNT             PIC 9(09) COMP VALUE 0.
       77  WS-REQUEST-AMT                 PIC 9(12) VALUE 0.
       77  WS-NO-MANDATE-AMT              PIC 9(12) VALUE 0.
       77  WS-LINE-CNT                    PIC 9(03) COMP VALUE 0.
       77  WS-LINES-PER-PAGE              PIC 9(03) VALUE 40.
       77  WS-PAGE-NO                     PIC 9(04) COMP VALUE 0.
       77  WS-DD-YM                       PIC X(06).

      *----------------------------------------------------------------*
      *    RUN DATE AND PRIOR-MONTH ARITHMETIC WORK AREAS              *
      *----------------------------------------------------------------*
       01  WS-RUN-DATE                    PIC X(08).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY                PIC 9(04).
           05  WS-RUN-MM                  PIC 9(02).
           05  FILLER                     PIC X(02).
       01  WS-PRIOR-YM.
           05  WS-PRIOR-YYYY              PIC 9(04).
           05  WS-PRIOR-MM                PIC 9(02).
       01  WS-DEBIT-DATE                  PIC X(08).
       01  WS-DEBIT-DATE-R REDEFINES WS-DEBIT-DATE.
           05  WS-DEBIT-YYYY              PIC 9(04).
           05  WS-DEBIT-MM                PIC 9(02).
           05  WS-DEBIT-DD                PIC 9(02).

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
           05  FILLER                     PIC X(06)
               VALUE 'BILLYM'.
           05  FILLER                     PIC X(06) VALUE SPACES.
           05  FILLER                     PIC X(11)
               VALUE 'OPEN AMOUNT'.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(06)
               VALUE 'ACTION'.
           05  FILLER                     PIC X(87) VALUE SPACES.

       01  WS-DTL-LINE.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-DTL-CUSTOMER-NO         PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-BILLING-YM          PIC X(06).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-NOTE                PIC X(40).
           05  FILLER                     PIC X(54) VALUE SPACES.

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
      *    ROW OPEN-BALANCE CALL PARAMETER BLOCK                       *
      *----------------------------------------------------------------*
           COPY "rowbal_parm.cbl".

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      *    0000-MAINLINE                                              *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 0100-REGISTER-START
              THRU 0100-REGISTER-START-EXIT
           PERFORM 1000-INITIALIZE
              THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-PROCESS-ROW
              THRU 2000-PROCESS-ROW-EXIT
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
      *        opened - refused while an instance is still marked    *
      *        running. A later rerun is accepted; it is the row's   *
      *        debit-date stamp that keeps a month from going to the *
      *        bank twice.                                            *
      *----------------------------------------------------------------*
       0100-REGISTER-START.
           MOVE 'S'                       TO QZRLGPRM-FUNCTION
           MOVE 'QZB19Q  '                TO QZRLGPRM-PGMID
           MOVE SPACES                    TO QZRLGPRM-PREREQ-PGMID (1)
           MOVE SPACES                    TO QZRLGPRM-PREREQ-PGMID (2)
           MOVE SPACES                    TO QZRLGPRM-PREREQ-PGMID (3)
           MOVE 0                         TO QZRLGPRM-COUNT-1
                                             QZRLGPRM-COUNT-2
                                             QZRLGPRM-COUNT-3
           CALL 'QZRUNLOG' USING QZRLGPRM
           IF NOT QZRLGPRM-OK
               EVALUATE TRUE
                   WHEN QZRLGPRM-ALREADY-RUNNING
                       DISPLAY 'QZB19Q - RUN REFUSED, AN INSTANCE '
                               'IS STILL MARKED RUNNING ON '
                               'QZRUNCTL - VERIFY AND RESET '
                               'VIA QZB19X'
                   WHEN QZRLGPRM-PREREQ-MISSING
                       DISPLAY 'QZB19Q - RUN REFUSED, '
                               'PREREQUISITE '
                               QZRLGPRM-FAIL-PGMID
                               ' HAS NOT COMPLETED TONIGHT'
                   WHEN OTHER
                       DISPLAY 'QZB19Q - QZRUNCTL ACCESS FAILED'
               END-EVALUATE
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF.
       0100-REGISTER-START-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE             FROM DATE YYYYMMDD
           PERFORM 1200-READ-PARM
              THRU 1200-READ-PARM-EXIT
           OPEN I-O    QZCUSMAS-FILE
           IF WS-CUSMAS-STATUS NOT = '00'
               DISPLAY 'QZB19Q - QZCUSMAS OPEN FAILED, STATUS='
                       WS-CUSMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  QZACTMAS-FILE
           IF WS-ACTMAS-STATUS NOT = '00'
               DISPLAY 'QZB19Q - QZACTMAS OPEN FAILED, STATUS='
                       WS-ACTMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O    QZDDMAND-FILE
           IF WS-DDMAND-STATUS NOT = '00'
               DISPLAY 'QZB19Q - QZDDMAND OPEN FAILED, STATUS='
                       WS-DDMAND-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT QZDDREQ-FILE
           IF WS-DDREQ-STATUS NOT = '00'
               DISPLAY 'QZB19Q - QZDDREQ OPEN FAILED, STATUS='
                       WS-DDREQ-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT QZDDRPRT-FILE
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19Q - QZDDRPRT OPEN FAILED, STATUS='
                       WS-PRINT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1300-WRITE-HEADER
              THRU 1300-WRITE-HEADER-EXIT
           PERFORM 3500-PRINT-HEADINGS
              THRU 3500-PRINT-HEADINGS-EXIT
           PERFORM 2900-READ-NEXT-MASTER
              THRU 2900-READ-NEXT-MASTER-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1200-READ-PARM                                              *
      *        The card is required - without a debit date and our   *
      *        consignor code the bank cannot process the file. A    *
      *        blank billing month closes the month before the run   *
      *        month, as QZB19T does; a month that is not a numeric  *
      *        year-month is refused, not defaulted.                  *
      *----------------------------------------------------------------*
       1200-READ-PARM.
           OPEN INPUT QZDDPPRM-FILE
           IF WS-DDPPRM-STATUS NOT = '00'
               DISPLAY 'QZB19Q - QZDDPPRM OPEN FAILED, STATUS='
                       WS-DDPPRM-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           READ QZDDPPRM-FILE
               AT END
                   DISPLAY 'QZB19Q - QZDDPPRM CARD MISSING'
                   MOVE 16                TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE QZDDPPRM-FILE
           MOVE QZDDPPRM-DEBIT-DATE       TO WS-DEBIT-DATE
           IF WS-DEBIT-DATE NOT NUMERIC
              OR WS-DEBIT-MM < 01 OR WS-DEBIT-MM > 12
              OR WS-DEBIT-DD < 01 OR WS-DEBIT-DD > 31
              OR WS-DEBIT-DATE NOT > WS-RUN-DATE
               DISPLAY 'QZB19Q - QZDDPPRM DEBIT DATE INVALID OR NOT '
                       'IN THE FUTURE, CARD REFUSED'
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           IF QZDDPPRM-CONSIGNOR-CD = SPACES
              OR QZDDPPRM-BANK-CD NOT NUMERIC
              OR QZDDPPRM-BRANCH-CD NOT NUMERIC
              OR QZDDPPRM-ACCT-NO NOT NUMERIC
               DISPLAY 'QZB19Q - QZDDPPRM CONSIGNOR OR BANK DETAILS '
                       'MISSING, CARD REFUSED'
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES                    TO WS-DD-YM
           IF QZDDPPRM-BILLING-YM NOT = SPACES
               IF QZDDPPRM-BILLING-YM NUMERIC
                   MOVE QZDDPPRM-BILLING-YM
                     TO WS-DD-YM
               ELSE
                   DISPLAY 'QZB19Q - QZDDPPRM MONTH NOT '
                           'NUMERIC, CARD REFUSED'
                   MOVE 16                TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-DD-YM = SPACES
               IF WS-RUN-MM = 01
                   COMPUTE WS-PRIOR-YYYY = WS-RUN-YYYY - 1
                   MOVE 12                TO WS-PRIOR-MM
               ELSE
                   MOVE WS-RUN-YYYY       TO WS-PRIOR-YYYY
                   COMPUTE WS-PRIOR-MM = WS-RUN-MM - 1
               END-IF
               MOVE WS-PRIOR-YM           TO WS-DD-YM
           END-IF
           DISPLAY 'QZB19Q - REQUESTS UP TO MONTH: ' WS-DD-YM
           DISPLAY 'QZB19Q - DEBIT DATE:           ' WS-DEBIT-DATE
           IF QZDDPPRM-RESEND
               DISPLAY 'QZB19Q - RESEND - MONTHS ALREADY REQUESTED '
                       'FOR THIS DEBIT DATE ARE REQUESTED AGAIN'
           END-IF.
       1200-READ-PARM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1300-WRITE-HEADER                                           *
      *        Type code 91 is account direct debit; code division 0 *
      *        is the standard character code.                        *
      *----------------------------------------------------------------*
       1300-WRITE-HEADER.
           MOVE SPACES                    TO QZDDRHDR
           MOVE '1'                       TO QZDDRHDR-DATA-TYPE
           MOVE '91'                      TO QZDDRHDR-TYPE-CD
           MOVE '0'                       TO QZDDRHDR-CODE-DIV
           MOVE QZDDPPRM-CONSIGNOR-CD     TO QZDDRHDR-CONSIGNOR-CD
           MOVE QZDDPPRM-CONSIGNOR-NAME   TO QZDDRHDR-CONSIGNOR-NAME
           MOVE WS-DEBIT-DATE (5:4)       TO QZDDRHDR-DEBIT-MMDD
           MOVE QZDDPPRM-BANK-CD          TO QZDDRHDR-BANK-CD
           MOVE QZDDPPRM-BRANCH-CD        TO QZDDRHDR-BRANCH-CD
           MOVE QZDDPPRM-ACCT-TYPE        TO QZDDRHDR-ACCT-TYPE
           MOVE QZDDPPRM-ACCT-NO          TO QZDDRHDR-ACCT-NO
           WRITE QZDDRHDR
           IF WS-DDREQ-STATUS NOT = '00'
               DISPLAY 'QZB19Q - QZDDREQ WRITE FAILED, STATUS='
                       WS-DDREQ-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF.
       1300-WRITE-HEADER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-PROCESS-ROW                                            *
      *        The QZACTMAS account is read once per customer, on     *
      *        its first row, and the mandate once per customer, on   *
      *        the first row to be requested. A row is requested     *
      *        when the account is on direct debit and not closed,   *
      *        and the row is up to the request month, not yet sent  *
      *        to a payment slip, not already requested for this     *
      *        debit date (unless the card asks for a resend), and   *
      *        still open after receipts, credit and memos.          *
      *----------------------------------------------------------------*
       2000-PROCESS-ROW.
           ADD 1                          TO WS-ROWS-READ-CNT
           IF QZCUSMAS-CUSTOMER-NO NOT = WS-ACCT-CUSTOMER-NO
               PERFORM 2050-READ-ACCOUNT
                  THRU 2050-READ-ACCOUNT-EXIT
           END-IF
           IF NOT QZACTREC-PAY-DIRECT-DEBIT
              OR QZCUSMAS-BILLING-YM > WS-DD-YM
              OR QZCUSMAS-SLIP-REISSUE
              OR QZACTREC-ACCT-CLOSED
               GO TO 2000-PROCESS-ROW-NEXT
           END-IF
           IF QZCUSMAS-DD-REQ-DATE = WS-DEBIT-DATE
              AND NOT QZDDPPRM-RESEND
               ADD 1                      TO WS-ALREADY-REQ-CNT
               GO TO 2000-PROCESS-ROW-NEXT
           END-IF
           CALL 'QZROWBAL' USING QZCUSMAS-REC QZRBLPRM
           IF QZRBLPRM-ROW-SETTLED
               GO TO 2000-PROCESS-ROW-NEXT
           END-IF
           IF QZCUSMAS-CUSTOMER-NO NOT = WS-SAVE-CUSTOMER-NO
               MOVE QZCUSMAS-CUSTOMER-NO  TO WS-SAVE-CUSTOMER-NO
               PERFORM 2100-READ-MANDATE
                  THRU 2100-READ-MANDATE-EXIT
           END-IF
           IF WS-MANDATE-ACTIVE
               PERFORM 2200-WRITE-REQUEST
                  THRU 2200-WRITE-REQUEST-EXIT
           ELSE
               PERFORM 2300-FLAG-FOR-SLIP
                  THRU 2300-FLAG-FOR-SLIP-EXIT
           END-IF.
       2000-PROCESS-ROW-NEXT.
           PERFORM 2900-READ-NEXT-MASTER
              THRU 2900-READ-NEXT-MASTER-EXIT.
       2000-PROCESS-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2050-READ-ACCOUNT                                           *
      *        The payment method and account status are the         *
      *        customer's, held on the QZACTMAS account, which stays *
      *        in its buffer for the rest of the customer's rows. A  *
      *        customer with no account is not requested.            *
      *----------------------------------------------------------------*
       2050-READ-ACCOUNT.
           MOVE QZCUSMAS-CUSTOMER-NO      TO WS-ACCT-CUSTOMER-NO
           MOVE QZCUSMAS-CUSTOMER-NO      TO QZACTREC-CUSTOMER-NO
           READ QZACTMAS-FILE
               INVALID KEY
                   MOVE SPACES            TO QZACTREC-PAYMENT-METHOD
                                             QZACTREC-ACCOUNT-STATUS
                   GO TO 2050-READ-ACCOUNT-EXIT
           END-READ
           IF WS-ACTMAS-STATUS NOT = '00'
               DISPLAY 'QZB19Q - QZACTMAS READ FAILED, KEY='
                       QZCUSMAS-KEY ' STATUS=' WS-ACTMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF.
       2050-READ-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2100-READ-MANDATE                                           *
      *        The record stays in the QZDDMAND buffer for the rest   *
      *        of the customer's rows. A mandate never requested      *
      *        before goes to the bank with new code '1' - the bank  *
      *        checks its own copy of the form on a first debit.     *
      *----------------------------------------------------------------*
       2100-READ-MANDATE.
           SET WS-MANDATE-SW              TO 'N'
           MOVE QZCUSMAS-CUSTOMER-NO      TO QZDDMREC-CUSTOMER-NO
           READ QZDDMAND-FILE
               INVALID KEY
                   GO TO 2100-READ-MANDATE-EXIT
           END-READ
           IF WS-DDMAND-STATUS NOT = '00'
               DISPLAY 'QZB19Q - QZDDMAND READ FAILED, STATUS='
                       WS-DDMAND-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           IF QZDDMREC-STS-ACTIVE
               SET WS-MANDATE-ACTIVE      TO TRUE
               IF QZDDMREC-FIRST-REQ-DATE = SPACES
                   MOVE '1'               TO WS-NEW-CD
                   MOVE WS-RUN-DATE       TO QZDDMREC-FIRST-REQ-DATE
                   REWRITE QZDDMREC
                       INVALID KEY
                           DISPLAY 'QZB19Q - QZDDMAND REWRITE FAILED, '
                                   'KEY=' QZDDMREC-CUSTOMER-NO
                                   ' STATUS=' WS-DDMAND-STATUS
                           MOVE 16        TO RETURN-CODE
                           STOP RUN
                   END-REWRITE
               ELSE
                   MOVE '0'               TO WS-NEW-CD
               END-IF
           END-IF.
       2100-READ-MANDATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2200-WRITE-REQUEST                                          *
      *        One data record for the row's open balance. The result *
      *        code goes out as '0' and comes back filled in. The row *
      *        is stamped with the debit date it was requested for.  *
      *----------------------------------------------------------------*
       2200-WRITE-REQUEST.
           MOVE SPACES                    TO QZDDRREC
           MOVE '2'                       TO QZDDRREC-DATA-TYPE
           MOVE QZDDMREC-BANK-CD          TO QZDDRREC-BANK-CD
           MOVE QZDDMREC-BANK-NAME        TO QZDDRREC-BANK-NAME
           MOVE QZDDMREC-BRANCH-CD        TO QZDDRREC-BRANCH-CD
           MOVE QZDDMREC-BRANCH-NAME      TO QZDDRREC-BRANCH-NAME
           MOVE QZDDMREC-ACCT-TYPE        TO QZDDRREC-ACCT-TYPE
           MOVE QZDDMREC-ACCT-NO          TO QZDDRREC-ACCT-NO
           MOVE QZDDMREC-HOLDER-NAME      TO QZDDRREC-HOLDER-NAME
           MOVE QZRBLPRM-OPEN-AMT         TO QZDDRREC-AMOUNT-N
           MOVE WS-NEW-CD                 TO QZDDRREC-NEW-CD
           MOVE QZCUSMAS-CUSTOMER-NO      TO QZDDRREC-CUSTOMER-NO
           MOVE QZCUSMAS-BILLING-YM       TO QZDDRREC-BILLING-YM
           MOVE '0'                       TO QZDDRREC-RESULT-CD
           WRITE QZDDRREC
           IF WS-DDREQ-STATUS NOT = '00'
               DISPLAY 'QZB19Q - QZDDREQ WRITE FAILED, STATUS='
                       WS-DDREQ-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DEBIT-DATE             TO QZCUSMAS-DD-REQ-DATE
           MOVE WS-RUN-DATE               TO QZCUSMAS-LAST-UPD-DATE
           REWRITE QZCUSMAS-REC
           IF WS-CUSMAS-STATUS NOT = '00'
               DISPLAY 'QZB19Q - QZCUSMAS REWRITE FAILED, KEY='
                       QZCUSMAS-KEY ' STATUS=' WS-CUSMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1                          TO WS-REQUEST-CNT
           ADD QZRBLPRM-OPEN-AMT          TO WS-REQUEST-AMT.
       2200-WRITE-REQUEST-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2300-FLAG-FOR-SLIP                                          *
      *        No active mandate - the month is sent to a payment     *
      *        slip and listed for the desk.                           *
      *----------------------------------------------------------------*
       2300-FLAG-FOR-SLIP.
           MOVE 'S'                       TO QZCUSMAS-SLIP-REISSUE-FLAG
           MOVE WS-RUN-DATE               TO QZCUSMAS-SLIP-REQ-DATE
           MOVE WS-RUN-DATE               TO QZCUSMAS-LAST-UPD-DATE
           REWRITE QZCUSMAS-REC
           IF WS-CUSMAS-STATUS NOT = '00'
               DISPLAY 'QZB19Q - QZCUSMAS REWRITE FAILED, KEY='
                       QZCUSMAS-KEY ' STATUS=' WS-CUSMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1                          TO WS-NO-MANDATE-CNT
           ADD QZRBLPRM-OPEN-AMT          TO WS-NO-MANDATE-AMT
           IF WS-LINE-CNT >= WS-LINES-PER-PAGE
               PERFORM 3500-PRINT-HEADINGS
                  THRU 3500-PRINT-HEADINGS-EXIT
           END-IF
           MOVE QZCUSMAS-CUSTOMER-NO      TO WS-DTL-CUSTOMER-NO
           MOVE QZCUSMAS-BILLING-YM       TO WS-DTL-BILLING-YM
           MOVE QZRBLPRM-OPEN-AMT         TO WS-DTL-AMOUNT
           MOVE 'NO ACTIVE MANDATE - SLIP REISSUE'
                                          TO WS-DTL-NOTE
           WRITE QZDDRPRT-REC FROM WS-DTL-LINE
               AFTER ADVANCING 1 LINE
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19Q - QZDDRPRT WRITE FAILED, STATUS='
                       WS-PRINT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1                          TO WS-LINE-CNT.
       2300-FLAG-FOR-SLIP-EXIT.
           EXIT.

       2900-READ-NEXT-MASTER.
           READ QZCUSMAS-FILE NEXT RECORD
               AT END
                   SET WS-EOF             TO TRUE
           END-READ
           IF NOT WS-EOF AND WS-CUSMAS-STATUS NOT = '00'
               DISPLAY 'QZB19Q - QZCUSMAS READ FAILED, STATUS='
                       WS-CUSMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF.
       2900-READ-NEXT-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3500-PRINT-HEADINGS                                         *
      *----------------------------------------------------------------*
       3500-PRINT-HEADINGS.
           ADD 1                          TO WS-PAGE-NO
           MOVE SPACES                    TO WS-HDG-LINE
           MOVE 'DIRECT-DEBIT REQUEST REGISTER'
                                          TO WS-HDG-TITLE
           MOVE 'PAGE '                   TO WS-HDG-PAGE-LIT
           MOVE WS-PAGE-NO                TO WS-HDG-PAGE-NO
           WRITE QZDDRPRT-REC FROM WS-HDG-LINE
               AFTER ADVANCING PAGE
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19Q - QZDDRPRT WRITE FAILED, STATUS='
                       WS-PRINT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE QZDDRPRT-REC FROM WS-CAP-LINE
               AFTER ADVANCING 2 LINES
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19Q - QZDDRPRT WRITE FAILED, STATUS='
                       WS-PRINT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0                         TO WS-LINE-CNT.
       3500-PRINT-HEADINGS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8000-FINALIZE                                               *
      *        The trailer carries what was actually requested, for   *
      *        the bank to balance against; the debited and failed   *
      *        fields go out zero and come back completed.            *
      *----------------------------------------------------------------*
       8000-FINALIZE.
           MOVE SPACES                    TO QZDDRTRL
           MOVE '8'                       TO QZDDRTRL-DATA-TYPE
           MOVE WS-REQUEST-CNT            TO QZDDRTRL-TOTAL-CNT
           MOVE WS-REQUEST-AMT            TO QZDDRTRL-TOTAL-AMT
           MOVE 0                         TO QZDDRTRL-DEBITED-CNT
                                             QZDDRTRL-DEBITED-AMT
                                             QZDDRTRL-FAILED-CNT
                                             QZDDRTRL-FAILED-AMT
           WRITE QZDDRTRL
           IF WS-DDREQ-STATUS NOT = '00'
               DISPLAY 'QZB19Q - QZDDREQ WRITE FAILED, STATUS='
                       WS-DDREQ-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES                    TO QZDDREND
           MOVE '9'                       TO QZDDREND-DATA-TYPE
           WRITE QZDDREND
           IF WS-DDREQ-STATUS NOT = '00'
               DISPLAY 'QZB19Q - QZDDREQ WRITE FAILED, STATUS='
                       WS-DDREQ-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'MONTHS REQUESTED:       ' TO WS-TOT-CAPTION
           MOVE WS-REQUEST-CNT             TO WS-TOT-COUNT
           PERFORM 8100-PRINT-TOTAL
              THRU 8100-PRINT-TOTAL-EXIT
           MOVE 'AMOUNT REQUESTED:       ' TO WS-TOT-CAPTION
           MOVE WS-REQUEST-AMT             TO WS-TOT-COUNT
           PERFORM 8100-PRINT-TOTAL
              THRU 8100-PRINT-TOTAL-EXIT
           MOVE 'NO MANDATE - TO SLIP:   ' TO WS-TOT-CAPTION
           MOVE WS-NO-MANDATE-CNT          TO WS-TOT-COUNT
           PERFORM 8100-PRINT-TOTAL
              THRU 8100-PRINT-TOTAL-EXIT
           MOVE 'NO MANDATE AMOUNT:      ' TO WS-TOT-CAPTION
           MOVE WS-NO-MANDATE-AMT          TO WS-TOT-COUNT
           PERFORM 8100-PRINT-TOTAL
              THRU 8100-PRINT-TOTAL-EXIT
           MOVE 'ALREADY REQUESTED:      ' TO WS-TOT-CAPTION
           MOVE WS-ALREADY-REQ-CNT         TO WS-TOT-COUNT
           PERFORM 8100-PRINT-TOTAL
              THRU 8100-PRINT-TOTAL-EXIT
           CLOSE QZCUSMAS-FILE
           CLOSE QZACTMAS-FILE
           CLOSE QZDDMAND-FILE
           CLOSE QZDDREQ-FILE
           CLOSE QZDDRPRT-FILE
           DISPLAY 'QZB19Q - ROWS READ:            ' WS-ROWS-READ-CNT
           DISPLAY 'QZB19Q - MONTHS REQUESTED:     ' WS-REQUEST-CNT
           DISPLAY 'QZB19Q - AMOUNT REQUESTED:     ' WS-REQUEST-AMT
           DISPLAY 'QZB19Q - NO MANDATE, TO SLIP:  ' WS-NO-MANDATE-CNT
           DISPLAY 'QZB19Q - ALREADY REQUESTED:    ' WS-ALREADY-REQ-CNT.
       8000-FINALIZE-EXIT.
           EXIT.

       8100-PRINT-TOTAL.
           WRITE QZDDRPRT-REC FROM WS-TOT-LINE
               AFTER ADVANCING 2 LINES
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19Q - QZDDRPRT WRITE FAILED, STATUS='
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
           MOVE 'QZB19Q  '                TO QZRLGPRM-PGMID
           MOVE WS-ROWS-READ-CNT          TO QZRLGPRM-COUNT-1
           MOVE WS-REQUEST-CNT            TO QZRLGPRM-COUNT-2
           MOVE WS-NO-MANDATE-CNT         TO QZRLGPRM-COUNT-3
           CALL 'QZRUNLOG' USING QZRLGPRM
           IF NOT QZRLGPRM-OK
               DISPLAY 'QZB19Q - QZRUNCTL END REGISTRATION '
                       'FAILED'
               MOVE 16                    TO RETURN-CODE
           END-IF.
       8900-REGISTER-END-EXIT.
           EXIT.
