      *================================================================*
      *                                                                *
      *    PROGRAM:      QZB19O                                       *
      *    AUTHOR:       K. SASAKI - APPLICATION SUPPORT               *
      *    INSTALLATION: MULEFORGE DATA CENTER                        *
      *    DATE-WRITTEN: 2026-10-15                                   *
      *    DATE-COMPILED:                                              *
      *                                                                *
      *    PURPOSE.                                                   *
      *        Nightly billing adjustment posting batch. Walks the    *
      *        QZADJMAS memo file and applies every credit or debit   *
      *        memo approved through the QZO19J transaction to the    *
      *        billing-month row it was raised against. A debit memo  *
      *        is added to the row's QZCUSMAS-ADJ-DEBIT-AMT, which     *
      *        QZROWBAL counts as billed, re-opening a settled row.   *
      *        A credit memo is applied to what the row still owes   *
      *        through QZCUSMAS-ADJ-CREDIT-AMT, which QZROWBAL counts *
      *        as applied; any part of it beyond the open balance is *
      *        carried to the customer's QZCUSBAL credit, which the  *
      *        QZB19P payment posting that follows spends on the    *
      *        oldest open months the same night. The memo is marked *
      *        posted, and each one is written to the QZADJPST       *
      *        posting file under header/trailer control totals for  *
      *        the QZB19L ledger interface to journal, and printed   *
      *        on the QZADJPRT posting register.                      *
      *                                                                *
      *        A memo whose row is no longer on QZCUSMAS (archived   *
      *        by QZB19H since the memo was approved) is left         *
      *        approved, printed with a note for billing support and *
      *        ends the run with return code 4.                       *
      *                                                                *
      *    MOD HISTORY.                                                *
      *    DATE        INIT  DESCRIPTION                               *
      *    ----------  ----  ------------------------------------      *
      *    2026-10-15  KS    QZB19O established.                       *
      *    2026-10-15  KS    Contract type and payment method of a     *
      *                      posting now taken from the customer's     *
      *                      QZACTMAS account.                         *
      *                                                                *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    QZB19O.
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
           SELECT QZADJMAS-FILE  ASSIGN TO QZADJMAS
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS SEQUENTIAL
               RECORD KEY     IS QZADJREC-KEY
               FILE STATUS    IS WS-ADJMAS-STATUS.
           SELECT QZCUSMAS-FILE  ASSIGN TO QZCUSMAS
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
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
           SELECT QZADJPST-FILE  ASSIGN TO QZADJPST
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS WS-ADJPST-STATUS.
           SELECT QZADJPRT-FILE  ASSIGN TO QZADJPRT
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QZADJMAS-FILE.
           COPY "adjustment_memo.cbl".
       FD  QZCUSMAS-FILE.
           COPY "customer_master.cbl".
       FD  QZACTMAS-FILE.
           COPY "customer_account.cbl".
       FD  QZCUSBAL-FILE.
           COPY "customer_balance.cbl".
       FD  QZADJPST-FILE.
           COPY "adjustment_post.cbl".
       FD  QZADJPRT-FILE.
       01  QZADJPRT-REC                   PIC X(133).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      *    FILE STATUS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-ADJMAS-STATUS               PIC X(02).
       77  WS-CUSMAS-STATUS               PIC X(02).
       77  WS-ACTMAS-STATUS               PIC X(02).
       77  WS-CUSBAL-STATUS               PIC X(02).
       77  WS-ADJPST-STATUS               PIC X(02).
       77  WS-PRINT-STATUS                PIC X(02).
       77  WS-EOF-SW                      PIC X(01) VALUE 'N'.
           88  WS-EOF                          VALUE 'Y'.
       77  WS-MEMOS-READ-CNT              PIC 9(09) COMP VALUE 0.
       77  WS-POSTED-CNT                  PIC 9(09) COMP VALUE 0.
       77  WS-DEBIT-CNT                   PIC 9(09) COMP VALUE 0.
       77  WS-CREDIT-CNT                  PIC 9(09) COMP VALUE 0.
       77  WS-NO-ROW-CNT                  PIC 9(09) COMP VALUE 0.
       77  WS-RECORD-CNT                  PIC 9(09) VALUE 0.
       77  WS-DEBIT-HASH                  PIC 9(15) VALUE 0.
       77  WS-CREDIT-HASH                 PIC 9(15) VALUE 0.
       77  WS-CREDIT-RAISED-TOT           PIC 9(15) VALUE 0.
       77  WS-LINE-CNT                    PIC 9(03) COMP VALUE 0.
       77  WS-LINES-PER-PAGE              PIC 9(03) VALUE 40.
       77  WS-PAGE-NO                     PIC 9(04) COMP VALUE 0.
       77  WS-ROW-AMT                     PIC 9(10).
       77  WS-EXCESS-AMT                  PIC 9(10).
       77  WS-PRIOR-APPLIED               PIC S9(11) COMP-3.
       77  WS-RUN-ID                      PIC X(08).
       77  WS-RUN-DATE                    PIC X(08).

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
           05  FILLER                     PIC X(05) VALUE SPACES.
           05  FILLER                     PIC X(07)
               VALUE 'BILL-YM'.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(03)
               VALUE 'SEQ'.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(04)
               VALUE 'MEMO'.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(03)
               VALUE 'RSN'.
           05  FILLER                     PIC X(10) VALUE SPACES.
           05  FILLER                     PIC X(06)
               VALUE 'AMOUNT'.
           05  FILLER                     PIC X(10) VALUE SPACES.
           05  FILLER                     PIC X(06)
               VALUE 'TO ROW'.
           05  FILLER                     PIC X(07) VALUE SPACES.
           05  FILLER                     PIC X(09)
               VALUE 'TO CREDIT'.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(04)
               VALUE 'NOTE'.
           05  FILLER                     PIC X(40) VALUE SPACES.

       01  WS-DTL-LINE.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-DTL-CUSTOMER-NO         PIC X(10).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-DTL-BILLING-YM          PIC X(06).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-DTL-SEQ                 PIC 9(03).
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  WS-DTL-MEMO-TYPE           PIC X(01).
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  WS-DTL-REASON-CD           PIC X(02).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-DTL-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-DTL-ROW-AMT             PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-DTL-CREDIT-AMT          PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-NOTE                PIC X(20).
           05  FILLER                     PIC X(24) VALUE SPACES.

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
           PERFORM 2000-PROCESS-MEMO
              THRU 2000-PROCESS-MEMO-EXIT
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
      *        opened. Nothing need run first: memos are approved     *
      *        online during the day, and this run goes ahead of      *
      *        QZB19P so that credit it carries to QZCUSBAL is spent  *
      *        the same night.                                         *
      *----------------------------------------------------------------*
       0100-REGISTER-START.
           MOVE 'S'                       TO QZRLGPRM-FUNCTION
           MOVE 'QZB19O  '                TO QZRLGPRM-PGMID
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
                       DISPLAY 'QZB19O - RUN REFUSED, AN INSTANCE '
                               'IS STILL MARKED RUNNING ON '
                               'QZRUNCTL - VERIFY AND RESET '
                               'VIA QZB19X'
                   WHEN QZRLGPRM-PREREQ-MISSING
                       DISPLAY 'QZB19O - RUN REFUSED, '
                               'PREREQUISITE '
                               QZRLGPRM-FAIL-PGMID
                               ' HAS NOT COMPLETED TONIGHT'
                   WHEN OTHER
                       DISPLAY 'QZB19O - QZRUNCTL ACCESS FAILED'
               END-EVALUATE
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF.
       0100-REGISTER-START-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *        QZADJMAS is created by the first memo QZO19J raises; a *
      *        night before that has nothing to post and still writes *
      *        the header and trailer QZB19L balances.                 *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE             FROM DATE YYYYMMDD
           ACCEPT WS-RUN-ID               FROM TIME
           OPEN I-O    QZADJMAS-FILE
           IF WS-ADJMAS-STATUS = '35'
               DISPLAY 'QZB19O - NO ADJUSTMENT MEMOS ON FILE'
               SET WS-EOF                 TO TRUE
           ELSE
               IF WS-ADJMAS-STATUS NOT = '00'
                   DISPLAY 'QZB19O - QZADJMAS OPEN FAILED, STATUS='
                           WS-ADJMAS-STATUS
                   MOVE 16                TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN I-O    QZCUSMAS-FILE
           IF WS-CUSMAS-STATUS NOT = '00'
               DISPLAY 'QZB19O - QZCUSMAS OPEN FAILED, STATUS='
                       WS-CUSMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  QZACTMAS-FILE
           IF WS-ACTMAS-STATUS NOT = '00'
               DISPLAY 'QZB19O - QZACTMAS OPEN FAILED, STATUS='
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
               DISPLAY 'QZB19O - QZCUSBAL OPEN FAILED, STATUS='
                       WS-CUSBAL-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT QZADJPST-FILE
           IF WS-ADJPST-STATUS NOT = '00'
               DISPLAY 'QZB19O - QZADJPST OPEN FAILED, STATUS='
                       WS-ADJPST-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT QZADJPRT-FILE
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19O - QZADJPRT OPEN FAILED, STATUS='
                       WS-PRINT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1300-WRITE-HEADER
              THRU 1300-WRITE-HEADER-EXIT
           PERFORM 3500-PRINT-HEADINGS
              THRU 3500-PRINT-HEADINGS-EXIT
           IF NOT WS-EOF
               PERFORM 2900-READ-NEXT-MEMO
                  THRU 2900-READ-NEXT-MEMO-EXIT
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1300-WRITE-HEADER                                           *
      *----------------------------------------------------------------*
       1300-WRITE-HEADER.
           MOVE SPACES                    TO QZAJPHDR
           MOVE '*QZHDR*'                 TO QZAJPHDR-REC-ID
           MOVE WS-RUN-DATE               TO QZAJPHDR-RUN-DATE
           MOVE WS-RUN-ID                 TO QZAJPHDR-RUN-ID
           WRITE QZAJPHDR
           IF WS-ADJPST-STATUS NOT = '00'
               DISPLAY 'QZB19O - QZADJPST WRITE FAILED, STATUS='
                       WS-ADJPST-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF.
       1300-WRITE-HEADER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-PROCESS-MEMO                                           *
      *        Only approved memos are posted - pending ones wait for *
      *        a supervisor, and rejected and posted ones are done.   *
      *----------------------------------------------------------------*
       2000-PROCESS-MEMO.
           ADD 1                          TO WS-MEMOS-READ-CNT
           IF QZADJREC-STS-APPROVED
               PERFORM 2100-POST-MEMO
                  THRU 2100-POST-MEMO-EXIT
           END-IF
           PERFORM 2900-READ-NEXT-MEMO
              THRU 2900-READ-NEXT-MEMO-EXIT.
       2000-PROCESS-MEMO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2100-POST-MEMO                                              *
      *        Applies the memo to its row. The row's applied amount  *
      *        is made numeric first - QZB19P sets a blank one from    *
      *        the QZROWBAL applied amount, which from now on          *
      *        includes the credit memos, so the two are kept apart.  *
      *----------------------------------------------------------------*
       2100-POST-MEMO.
           MOVE QZADJREC-CUSTOMER-NO      TO QZCUSMAS-CUSTOMER-NO
           MOVE QZADJREC-BILLING-YM       TO QZCUSMAS-BILLING-YM
           READ QZCUSMAS-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CUSMAS-STATUS = '23'
               PERFORM 2500-PRINT-NO-ROW
                  THRU 2500-PRINT-NO-ROW-EXIT
               GO TO 2100-POST-MEMO-EXIT
           END-IF
           IF WS-CUSMAS-STATUS NOT = '00'
               DISPLAY 'QZB19O - QZCUSMAS READ FAILED, KEY='
                       QZCUSMAS-KEY ' STATUS=' WS-CUSMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           IF QZCUSMAS-ADJ-DEBIT-AMT NOT NUMERIC
               MOVE 0                     TO QZCUSMAS-ADJ-DEBIT-AMT
           END-IF
           IF QZCUSMAS-ADJ-CREDIT-AMT NOT NUMERIC
               MOVE 0                     TO QZCUSMAS-ADJ-CREDIT-AMT
           END-IF
           CALL 'QZROWBAL' USING QZCUSMAS-REC QZRBLPRM
           COMPUTE WS-PRIOR-APPLIED =
               QZRBLPRM-APPLIED-AMT - QZCUSMAS-ADJ-CREDIT-AMT
           IF WS-PRIOR-APPLIED < 0
               MOVE 0                     TO WS-PRIOR-APPLIED
           END-IF
           IF QZADJREC-DEBIT-MEMO
               PERFORM 2200-APPLY-DEBIT
                  THRU 2200-APPLY-DEBIT-EXIT
           ELSE
               PERFORM 2300-APPLY-CREDIT
                  THRU 2300-APPLY-CREDIT-EXIT
           END-IF
           MOVE WS-RUN-DATE               TO QZCUSMAS-ADJ-DATE
           MOVE WS-RUN-DATE               TO QZCUSMAS-LAST-UPD-DATE
           REWRITE QZCUSMAS-REC
           IF WS-CUSMAS-STATUS NOT = '00'
               DISPLAY 'QZB19O - QZCUSMAS REWRITE FAILED, KEY='
                       QZCUSMAS-KEY ' STATUS=' WS-CUSMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-EXCESS-AMT > 0
               PERFORM 2340-ADD-CREDIT
                  THRU 2340-ADD-CREDIT-EXIT
           END-IF
           SET QZADJREC-STS-POSTED        TO TRUE
           MOVE WS-RUN-DATE               TO QZADJREC-POST-DATE
           MOVE WS-ROW-AMT                TO QZADJREC-ROW-AMT
           MOVE WS-EXCESS-AMT             TO QZADJREC-CREDIT-AMT
           REWRITE QZADJREC
           IF WS-ADJMAS-STATUS NOT = '00'
               DISPLAY 'QZB19O - QZADJMAS REWRITE FAILED, KEY='
                       QZADJREC-KEY ' STATUS=' WS-ADJMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2400-WRITE-POSTING
              THRU 2400-WRITE-POSTING-EXIT.
       2100-POST-MEMO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2200-APPLY-DEBIT                                            *
      *        A debit memo raises the amount billed on the row. A    *
      *        row marked paid is re-opened with what had been        *
      *        applied to it kept as its applied amount, so only the  *
      *        memo is left to pay.                                    *
      *----------------------------------------------------------------*
       2200-APPLY-DEBIT.
           IF QZCUSMAS-PAID-AMOUNT NOT NUMERIC
              OR QZCUSMAS-ROW-PAID
               MOVE WS-PRIOR-APPLIED      TO QZCUSMAS-PAID-AMOUNT
           END-IF
           IF QZCUSMAS-ROW-PAID
               IF QZRBLPRM-APPLIED-AMT > 0
                   SET QZCUSMAS-ROW-PART-PAID TO TRUE
               ELSE
                   MOVE '0'               TO QZCUSMAS-PAID-FLAG
               END-IF
           END-IF
           ADD QZADJREC-AMOUNT            TO QZCUSMAS-ADJ-DEBIT-AMT
           MOVE QZADJREC-AMOUNT           TO WS-ROW-AMT
           MOVE 0                         TO WS-EXCESS-AMT
           ADD 1                          TO WS-DEBIT-CNT
           ADD QZADJREC-AMOUNT            TO WS-DEBIT-HASH.
       2200-APPLY-DEBIT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2300-APPLY-CREDIT                                           *
      *        A credit memo settles what the row still owes; the     *
      *        rest, on a row already settled or part-settled by      *
      *        receipts, is the customer's credit. A row the memo     *
      *        clears is marked paid, the way a receipt clears it.    *
      *----------------------------------------------------------------*
       2300-APPLY-CREDIT.
           IF QZCUSMAS-PAID-AMOUNT NOT NUMERIC
               MOVE WS-PRIOR-APPLIED      TO QZCUSMAS-PAID-AMOUNT
           END-IF
           IF QZADJREC-AMOUNT > QZRBLPRM-OPEN-AMT
               MOVE QZRBLPRM-OPEN-AMT     TO WS-ROW-AMT
           ELSE
               MOVE QZADJREC-AMOUNT       TO WS-ROW-AMT
           END-IF
           COMPUTE WS-EXCESS-AMT = QZADJREC-AMOUNT - WS-ROW-AMT
           ADD WS-ROW-AMT                 TO QZCUSMAS-ADJ-CREDIT-AMT
           IF WS-ROW-AMT > 0
               IF WS-ROW-AMT = QZRBLPRM-OPEN-AMT
                   SET QZCUSMAS-ROW-PAID  TO TRUE
                   MOVE WS-RUN-DATE       TO QZCUSMAS-PAID-DATE
               ELSE
                   SET QZCUSMAS-ROW-PART-PAID TO TRUE
               END-IF
           END-IF
           ADD 1                          TO WS-CREDIT-CNT
           ADD QZADJREC-AMOUNT            TO WS-CREDIT-HASH.
       2300-APPLY-CREDIT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2340-ADD-CREDIT                                             *
      *        The part of a credit memo the row could not take goes *
      *        to the customer's QZCUSBAL credit balance.              *
      *----------------------------------------------------------------*
       2340-ADD-CREDIT.
           MOVE QZADJREC-CUSTOMER-NO      TO QZCBLREC-CUSTOMER-NO
           READ QZCUSBAL-FILE
               INVALID KEY
                   MOVE QZADJREC-CUSTOMER-NO
                     TO QZCBLREC-CUSTOMER-NO
                   MOVE WS-EXCESS-AMT     TO QZCBLREC-CREDIT-AMT
                   MOVE SPACES            TO QZCBLREC-LAST-PAY-DATE
                   MOVE WS-RUN-DATE       TO QZCBLREC-LAST-UPD-DATE
                   WRITE QZCBLREC
                       INVALID KEY
                           DISPLAY 'QZB19O - QZCUSBAL WRITE FAILED, '
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
                           DISPLAY 'QZB19O - QZCUSBAL REWRITE FAILED, '
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
      *    2400-WRITE-POSTING                                          *
      *        Writes the posting record the ledger interface         *
      *        journals from and prints the memo on the register.     *
      *        The contract type and payment method are the           *
      *        customer's, from the QZACTMAS account.                 *
      *----------------------------------------------------------------*
       2400-WRITE-POSTING.
           PERFORM 2410-READ-ACCOUNT
              THRU 2410-READ-ACCOUNT-EXIT
           MOVE SPACES                    TO QZAJPREC
           MOVE QZADJREC-CUSTOMER-NO      TO QZAJPREC-CUSTOMER-NO
           MOVE QZADJREC-BILLING-YM       TO QZAJPREC-BILLING-YM
           MOVE QZADJREC-SEQ              TO QZAJPREC-SEQ
           MOVE QZACTREC-CONTRACT-TYPE    TO QZAJPREC-CONTRACT-TYPE
           MOVE QZACTREC-PAYMENT-METHOD   TO QZAJPREC-PAYMENT-METHOD
           MOVE QZADJREC-MEMO-TYPE        TO QZAJPREC-MEMO-TYPE
           MOVE QZADJREC-REASON-CD        TO QZAJPREC-REASON-CD
           MOVE WS-RUN-DATE               TO QZAJPREC-POST-DATE
           MOVE QZADJREC-AMOUNT           TO QZAJPREC-AMOUNT
           MOVE WS-ROW-AMT                TO QZAJPREC-ROW-AMT
           MOVE WS-EXCESS-AMT             TO QZAJPREC-CREDIT-AMT
           WRITE QZAJPREC
           IF WS-ADJPST-STATUS NOT = '00'
               DISPLAY 'QZB19O - QZADJPST WRITE FAILED, STATUS='
                       WS-ADJPST-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1                          TO WS-RECORD-CNT
           ADD 1                          TO WS-POSTED-CNT
           MOVE SPACES                    TO WS-DTL-NOTE
           PERFORM 2600-PRINT-MEMO
              THRU 2600-PRINT-MEMO-EXIT.
       2400-WRITE-POSTING-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2410-READ-ACCOUNT                                           *
      *        A memo whose customer has no account posts under a    *
      *        blank contract type and payment method, the same rule *
      *        QZB19L applies.                                        *
      *----------------------------------------------------------------*
       2410-READ-ACCOUNT.
           MOVE QZADJREC-CUSTOMER-NO      TO QZACTREC-CUSTOMER-NO
           READ QZACTMAS-FILE
               INVALID KEY
                   MOVE SPACES            TO QZACTREC-CONTRACT-TYPE
                                             QZACTREC-PAYMENT-METHOD
                   GO TO 2410-READ-ACCOUNT-EXIT
           END-READ
           IF WS-ACTMAS-STATUS NOT = '00'
               DISPLAY 'QZB19O - QZACTMAS READ FAILED, KEY='
                       QZACTREC-CUSTOMER-NO
                       ' STATUS=' WS-ACTMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF.
       2410-READ-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2500-PRINT-NO-ROW                                           *
      *        The row the memo was raised against has gone from      *
      *        QZCUSMAS. The memo stays approved for billing support  *
      *        to raise again against a month still on file.          *
      *----------------------------------------------------------------*
       2500-PRINT-NO-ROW.
           ADD 1                          TO WS-NO-ROW-CNT
           DISPLAY 'QZB19O - ROW NOT ON FILE FOR MEMO '
                   QZADJREC-CUSTOMER-NO ' ' QZADJREC-BILLING-YM
                   ' ' QZADJREC-SEQ
           MOVE 4                         TO RETURN-CODE
           MOVE 0                         TO WS-ROW-AMT
                                             WS-EXCESS-AMT
           MOVE 'ROW NOT ON FILE'         TO WS-DTL-NOTE
           PERFORM 2600-PRINT-MEMO
              THRU 2600-PRINT-MEMO-EXIT.
       2500-PRINT-NO-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2600-PRINT-MEMO                                             *
      *----------------------------------------------------------------*
       2600-PRINT-MEMO.
           IF WS-LINE-CNT >= WS-LINES-PER-PAGE
               PERFORM 3500-PRINT-HEADINGS
                  THRU 3500-PRINT-HEADINGS-EXIT
           END-IF
           MOVE QZADJREC-CUSTOMER-NO      TO WS-DTL-CUSTOMER-NO
           MOVE QZADJREC-BILLING-YM       TO WS-DTL-BILLING-YM
           MOVE QZADJREC-SEQ              TO WS-DTL-SEQ
           MOVE QZADJREC-MEMO-TYPE        TO WS-DTL-MEMO-TYPE
           MOVE QZADJREC-REASON-CD        TO WS-DTL-REASON-CD
           MOVE QZADJREC-AMOUNT           TO WS-DTL-AMOUNT
           MOVE WS-ROW-AMT                TO WS-DTL-ROW-AMT
           MOVE WS-EXCESS-AMT             TO WS-DTL-CREDIT-AMT
           WRITE QZADJPRT-REC FROM WS-DTL-LINE
               AFTER ADVANCING 1 LINE
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19O - QZADJPRT WRITE FAILED, STATUS='
                       WS-PRINT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1                          TO WS-LINE-CNT.
       2600-PRINT-MEMO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2900-READ-NEXT-MEMO                                         *
      *----------------------------------------------------------------*
       2900-READ-NEXT-MEMO.
           READ QZADJMAS-FILE NEXT RECORD
               AT END
                   SET WS-EOF             TO TRUE
           END-READ
           IF NOT WS-EOF AND WS-ADJMAS-STATUS NOT = '00'
               DISPLAY 'QZB19O - QZADJMAS READ FAILED, STATUS='
                       WS-ADJMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF.
       2900-READ-NEXT-MEMO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3500-PRINT-HEADINGS                                         *
      *----------------------------------------------------------------*
       3500-PRINT-HEADINGS.
           ADD 1                          TO WS-PAGE-NO
           MOVE SPACES                    TO WS-HDG-LINE
           MOVE 'BILLING ADJUSTMENT MEMOS POSTED'
                                          TO WS-HDG-TITLE
           MOVE 'PAGE '                   TO WS-HDG-PAGE-LIT
           MOVE WS-PAGE-NO                TO WS-HDG-PAGE-NO
           WRITE QZADJPRT-REC FROM WS-HDG-LINE
               AFTER ADVANCING PAGE
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19O - QZADJPRT WRITE FAILED, STATUS='
                       WS-PRINT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE QZADJPRT-REC FROM WS-CAP-LINE
               AFTER ADVANCING 2 LINES
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19O - QZADJPRT WRITE FAILED, STATUS='
                       WS-PRINT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0                         TO WS-LINE-CNT.
       3500-PRINT-HEADINGS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8000-FINALIZE                                               *
      *        The trailer carries what was actually written, for     *
      *        QZB19L to balance against before journalling.          *
      *----------------------------------------------------------------*
       8000-FINALIZE.
           MOVE SPACES                    TO QZAJPTRL
           MOVE '*QZTRL*'                 TO QZAJPTRL-REC-ID
           MOVE WS-RECORD-CNT             TO QZAJPTRL-RECORD-CNT
           MOVE WS-DEBIT-HASH             TO QZAJPTRL-DEBIT-HASH
           MOVE WS-CREDIT-HASH            TO QZAJPTRL-CREDIT-HASH
           WRITE QZAJPTRL
           IF WS-ADJPST-STATUS NOT = '00'
               DISPLAY 'QZB19O - QZADJPST WRITE FAILED, STATUS='
                       WS-ADJPST-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'MEMOS POSTED:           ' TO WS-TOT-CAPTION
           MOVE WS-POSTED-CNT              TO WS-TOT-COUNT
           PERFORM 8100-PRINT-TOTAL
              THRU 8100-PRINT-TOTAL-EXIT
           MOVE 'DEBIT MEMO TOTAL:       ' TO WS-TOT-CAPTION
           MOVE WS-DEBIT-HASH              TO WS-TOT-COUNT
           PERFORM 8100-PRINT-TOTAL
              THRU 8100-PRINT-TOTAL-EXIT
           MOVE 'CREDIT MEMO TOTAL:      ' TO WS-TOT-CAPTION
           MOVE WS-CREDIT-HASH             TO WS-TOT-COUNT
           PERFORM 8100-PRINT-TOTAL
              THRU 8100-PRINT-TOTAL-EXIT
           MOVE 'CARRIED TO CREDIT:      ' TO WS-TOT-CAPTION
           MOVE WS-CREDIT-RAISED-TOT       TO WS-TOT-COUNT
           PERFORM 8100-PRINT-TOTAL
              THRU 8100-PRINT-TOTAL-EXIT
           MOVE 'MEMOS WITH NO ROW:      ' TO WS-TOT-CAPTION
           MOVE WS-NO-ROW-CNT              TO WS-TOT-COUNT
           PERFORM 8100-PRINT-TOTAL
              THRU 8100-PRINT-TOTAL-EXIT
           IF WS-ADJMAS-STATUS NOT = '35'
               CLOSE QZADJMAS-FILE
           END-IF
           CLOSE QZCUSMAS-FILE
           CLOSE QZACTMAS-FILE
           CLOSE QZCUSBAL-FILE
           CLOSE QZADJPST-FILE
           CLOSE QZADJPRT-FILE
           DISPLAY 'QZB19O - MEMOS READ:           ' WS-MEMOS-READ-CNT
           DISPLAY 'QZB19O - MEMOS POSTED:         ' WS-POSTED-CNT
           DISPLAY 'QZB19O - DEBIT MEMO TOTAL:     ' WS-DEBIT-HASH
           DISPLAY 'QZB19O - CREDIT MEMO TOTAL:    ' WS-CREDIT-HASH
           DISPLAY 'QZB19O - CARRIED TO CREDIT:    '
                   WS-CREDIT-RAISED-TOT
           DISPLAY 'QZB19O - MEMOS WITH NO ROW:    ' WS-NO-ROW-CNT.
       8000-FINALIZE-EXIT.
           EXIT.

       8100-PRINT-TOTAL.
           WRITE QZADJPRT-REC FROM WS-TOT-LINE
               AFTER ADVANCING 2 LINES
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19O - QZADJPRT WRITE FAILED, STATUS='
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
           MOVE 'QZB19O  '                TO QZRLGPRM-PGMID
           MOVE WS-POSTED-CNT             TO QZRLGPRM-COUNT-1
           MOVE WS-DEBIT-CNT              TO QZRLGPRM-COUNT-2
           MOVE WS-CREDIT-CNT             TO QZRLGPRM-COUNT-3
           CALL 'QZRUNLOG' USING QZRLGPRM
           IF NOT QZRLGPRM-OK
               DISPLAY 'QZB19O - QZRUNCTL END REGISTRATION '
                       'FAILED'
               MOVE 16                    TO RETURN-CODE
           END-IF.
       8900-REGISTER-END-EXIT.
           EXIT.
