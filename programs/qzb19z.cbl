      *================================================================*
      *                                                                *
      *    PROGRAM:      QZB19Z                                       *
      *    AUTHOR:       K. SASAKI - APPLICATION SUPPORT               *
      *    INSTALLATION: MULEFORGE DATA CENTER                        *
      *    DATE-WRITTEN: 2026-10-15                                   *
      *    DATE-COMPILED:                                              *
      *                                                                *
      *    PURPOSE.                                                   *
      *        Bad-debt write-off batch. Customers passed to legal    *
      *        ('3') otherwise stay on QZCUSMAS as open receivables   *
      *        for ever, aged by QZB19C every night. This batch      *
      *        walks QZCUSMAS on a control break of CUSTOMER-NO and  *
      *        takes as a write-off candidate every legal-status     *
      *        customer whose oldest open billing month is at least *
      *        the QZWOFPRM write-off age old and whose contract is *
      *        terminated (or closed), or who has had no receipt     *
      *        posted to QZPAYMAS within the QZWOFPRM period.         *
      *                                                                *
      *        Nothing is written off without a supervisor: a         *
      *        candidate is written off only when a QZWOFCRD          *
      *        approval card names it and the approver holds         *
      *        supervisor authority ('3') on QZOPRSEC. A candidate   *
      *        without a card is listed awaiting approval; a card    *
      *        for a customer not eligible tonight, or approved by   *
      *        anyone but a supervisor, is listed refused and ends   *
      *        the run with return code 4.                           *
      *                                                                *
      *        Writing off marks every row still open - the open     *
      *        balance QZROWBAL reports goes to QZCUSMAS-WRITEOFF-   *
      *        AMT with flag 'W' - and QZROWBAL counts it as          *
      *        applied, so the rows leave the QZB19C aging and       *
      *        dunning and the open balance. The amounts written     *
      *        off are journalled by contract type as debit bad-debt *
      *        expense / credit receivables pairs in the QZGLJREC    *
      *        layout on QZWOJOUT, under their own QZGLJHDR/QZGLJTRL *
      *        control totals, and every candidate, write-off and    *
      *        refused card is printed on QZWOFPRT. A later receipt  *
      *        against a written-off row is posted by QZB19P as a    *
      *        recovery.                                              *
      *                                                                *
      *    MOD HISTORY.                                                *
      *    DATE        INIT  DESCRIPTION                               *
      *    ----------  ----  ------------------------------------      *
      *    2026-10-15  KS    QZB19Z established.                       *
      *    2026-10-15  KS    Collections status, account status and    *
      *                      contract type are read from the           *
      *                      customer's QZACTMAS account.              *
      *                                                                *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    QZB19Z.
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
           SELECT QZWOFPRM-FILE  ASSIGN TO QZWOFPRM
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS WS-WOFPRM-STATUS.
           SELECT QZWOFCRD-FILE  ASSIGN TO QZWOFCRD
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS WS-WOFCRD-STATUS.
           SELECT QZOPRSEC-FILE  ASSIGN TO QZOPRSEC
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS QZOPRREC-OPERID
               FILE STATUS    IS WS-OPRSEC-STATUS.
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
           SELECT QZPAYMAS-FILE  ASSIGN TO QZPAYMAS
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS QZPAYREC-KEY
               FILE STATUS    IS WS-PAYMAS-STATUS.
           SELECT QZWOJOUT-FILE  ASSIGN TO QZWOJOUT
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS WS-WOJOUT-STATUS.
           SELECT QZWOFPRT-FILE  ASSIGN TO QZWOFPRT
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QZWOFPRM-FILE.
           COPY "writeoff_parm.cbl".
       FD  QZWOFCRD-FILE.
           COPY "writeoff_card.cbl".
       FD  QZOPRSEC-FILE.
           COPY "operator_profile.cbl".
       FD  QZCUSMAS-FILE.
           COPY "customer_master.cbl".
       FD  QZACTMAS-FILE.
           COPY "customer_account.cbl".
       FD  QZPAYMAS-FILE.
           COPY "payment_record.cbl".
       FD  QZWOJOUT-FILE.
           COPY "gl_journal.cbl".
       FD  QZWOFPRT-FILE.
       01  QZWOFPRT-REC                   PIC X(133).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      *    FILE STATUS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-WOFPRM-STATUS               PIC X(02).
       77  WS-WOFCRD-STATUS               PIC X(02).
       77  WS-OPRSEC-STATUS               PIC X(02).
       77  WS-CUSMAS-STATUS               PIC X(02).
       77  WS-ACTMAS-STATUS               PIC X(02).
       77  WS-PAYMAS-STATUS               PIC X(02).
       77  WS-WOJOUT-STATUS               PIC X(02).
       77  WS-PRINT-STATUS                PIC X(02).
       77  WS-EOF-SW                      PIC X(01) VALUE 'N'.
           88  WS-EOF                          VALUE 'Y'.
       77  WS-CARD-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-CARD-EOF                     VALUE 'Y'.
       77  WS-PAY-FILE-SW                 PIC X(01) VALUE 'N'.
           88  WS-PAY-ON-FILE                  VALUE 'Y'.
       77  WS-PAY-DONE-SW                 PIC X(01) VALUE 'N'.
           88  WS-PAY-DONE                     VALUE 'Y'.
       77  WS-ELIGIBLE-SW                 PIC X(01) VALUE 'N'.
           88  WS-ELIGIBLE                     VALUE 'Y'.
       77  WS-SAVE-CUSTOMER-NO            PIC X(10).
       77  WS-HOLD-COLL-STATUS            PIC X(01).
       77  WS-HOLD-ACCT-STATUS            PIC X(01).
           88  WS-HOLD-ACCT-ENDED              VALUES 'T' 'C'.
       77  WS-HOLD-CONTRACT-TYPE          PIC X(02).
       77  WS-OLDEST-OPEN-YM              PIC X(06).
       77  WS-LAST-RCPT-DATE              PIC X(08).
       77  WS-REFUSE-REASON               PIC X(30).
       77  WS-AGE-MONTHS                  PIC S9(05) COMP.
       77  WS-CUTOFF-MONTHS               PIC S9(07) COMP.
       77  WS-AGE-LIMIT                   PIC 9(03).
       77  WS-NO-RCPT-LIMIT               PIC 9(03).
       77  WS-OPEN-TOTAL                  PIC 9(13).
       77  WS-WOFF-AMT                    PIC 9(11).
       77  WS-ROW-CNT                     PIC 9(03) COMP VALUE 0.
       77  WS-ROW-IDX                     PIC 9(03) COMP.
       77  WS-APV-IDX                     PIC 9(03) COMP.
       77  WS-APV-FOUND-IDX               PIC 9(03) COMP.
       77  WS-CT-IDX                      PIC 9(03) COMP.
       77  WS-CT-FOUND-IDX                PIC 9(03) COMP.
       77  WS-CUSTOMER-CNT                PIC 9(09) COMP VALUE 0.
       77  WS-CANDIDATE-CNT               PIC 9(09) COMP VALUE 0.
       77  WS-AWAITING-CNT                PIC 9(09) COMP VALUE 0.
       77  WS-WOFF-CUST-CNT               PIC 9(09) COMP VALUE 0.
       77  WS-WOFF-ROW-CNT                PIC 9(09) COMP VALUE 0.
       77  WS-REFUSED-CNT                 PIC 9(09) COMP VALUE 0.
       77  WS-WOFF-TOTAL                  PIC 9(15) VALUE 0.
       77  WS-JRN-CNT                     PIC 9(07) VALUE 0.
       77  WS-DEBIT-TOTAL                 PIC 9(15) VALUE 0.
       77  WS-CREDIT-TOTAL                PIC 9(15) VALUE 0.
       77  WS-LINE-CNT                    PIC 9(03) COMP VALUE 0.
       77  WS-LINES-PER-PAGE              PIC 9(03) VALUE 40.
       77  WS-PAGE-NO                     PIC 9(04) COMP VALUE 0.
       77  WS-RUN-ID                      PIC X(08).

      *----------------------------------------------------------------*
      *    LEDGER ACCOUNT CODES                                        *
      *----------------------------------------------------------------*
       77  WS-BAD-DEBT-ACCOUNT            PIC X(08) VALUE '52100000'.
       77  WS-AR-ACCOUNT                  PIC X(08) VALUE '11300000'.

      *----------------------------------------------------------------*
      *    RUN DATE AND YEAR-MONTH ARITHMETIC WORK AREAS               *
      *----------------------------------------------------------------*
       01  WS-RUN-DATE                    PIC X(08).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY                PIC 9(04).
           05  WS-RUN-MM                  PIC 9(02).
           05  WS-RUN-DD                  PIC X(02).
       01  WS-WORK-YM                     PIC X(06).
       01  WS-WORK-YM-R REDEFINES WS-WORK-YM.
           05  WS-WORK-YYYY               PIC 9(04).
           05  WS-WORK-MM                 PIC 9(02).
       01  WS-CUTOFF-DATE.
           05  WS-CUTOFF-YYYY             PIC 9(04).
           05  WS-CUTOFF-MM               PIC 9(02).
           05  WS-CUTOFF-DD               PIC X(02).

      *----------------------------------------------------------------*
      *    BILLING-MONTH KEYS OF THE CUSTOMER'S OPEN ROWS, COLLECTED   *
      *    BEFORE ANY ROW IS CHANGED - THE SAME ARRANGEMENT QZB19N     *
      *    KEEPS FOR ITS STATUS CHANGE                                 *
      *----------------------------------------------------------------*
       01  WS-YM-TABLE.
           05  WS-YM-ENTRY                OCCURS 600 TIMES
                                          PIC X(06).

      *----------------------------------------------------------------*
      *    SUPERVISOR APPROVAL CARDS                                   *
      *----------------------------------------------------------------*
       01  WS-APV-TABLE.
           05  WS-APV-CNT                 PIC 9(03) COMP VALUE 0.
           05  WS-APV-ENTRY               OCCURS 500 TIMES.
               10  WS-APV-CUSTOMER-NO     PIC X(10).
               10  WS-APV-OPERID          PIC X(08).
      *            V=VALID S=NOT A SUPERVISOR D=DUPLICATE U=USED
      *            R=REFUSED, CUSTOMER NOT ELIGIBLE
               10  WS-APV-STATE           PIC X(01).
                   88  WS-APV-VALID           VALUE 'V'.
                   88  WS-APV-NOT-SUPER       VALUE 'S'.
                   88  WS-APV-DUPLICATE       VALUE 'D'.
                   88  WS-APV-USED            VALUE 'U'.
                   88  WS-APV-REFUSED         VALUE 'R'.

      *----------------------------------------------------------------*
      *    AMOUNTS WRITTEN OFF BY CONTRACT TYPE                        *
      *----------------------------------------------------------------*
       01  WS-CT-TABLE.
           05  WS-CT-CNT                  PIC 9(03) COMP VALUE 0.
           05  WS-CT-ENTRY                OCCURS 50 TIMES.
               10  WS-CT-CONTRACT-TYPE    PIC X(02).
               10  WS-CT-WOFF-AMT         PIC 9(13) COMP.

      *----------------------------------------------------------------*
      *    PRINT LINE LAYOUTS                                         *
      *----------------------------------------------------------------*
       01  WS-HDG-LINE.
           05  FILLER                     PIC X(40)
               VALUE 'QZB19Z  BAD-DEBT WRITE-OFF REGISTER'.
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
           05  FILLER                     PIC X(04)
               VALUE 'CT'.
           05  FILLER                     PIC X(04)
               VALUE 'AS'.
           05  FILLER                     PIC X(08)
               VALUE 'OLDEST'.
           05  FILLER                     PIC X(10)
               VALUE 'LAST RCPT'.
           05  FILLER                     PIC X(05)
               VALUE 'ROWS'.
           05  FILLER                     PIC X(15)
               VALUE '    OPEN AMOUNT'.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(10)
               VALUE 'APPROVER'.
           05  FILLER                     PIC X(30)
               VALUE 'ACTION'.
           05  FILLER                     PIC X(30) VALUE SPACES.

       01  WS-DTL-LINE.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-DTL-CUSTOMER-NO         PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-CONTRACT-TYPE       PIC X(02).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-ACCT-STATUS         PIC X(01).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-DTL-OLDEST-YM           PIC X(06).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-LAST-RCPT           PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-ROWS                PIC ZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-OPEN-AMT            PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-DTL-APPR-OPERID         PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-ACTION              PIC X(30).
           05  FILLER                     PIC X(30) VALUE SPACES.

       01  WS-TOT-LINE.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-TOT-CAPTION             PIC X(30).
           05  WS-TOT-COUNT               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  WS-TOT-AMOUNT              PIC Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(64) VALUE SPACES.

      *----------------------------------------------------------------*
      *    ROW OPEN-BALANCE CALL PARAMETER BLOCK                       *
      *----------------------------------------------------------------*
           COPY "rowbal_parm.cbl".

      *----------------------------------------------------------------*
      *    RUN-CONTROL CALL PARAMETER BLOCK                            *
      *----------------------------------------------------------------*
           COPY "runlog_parm.cbl".

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      *    0000-MAINLINE                                              *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 0100-REGISTER-START
              THRU 0100-REGISTER-START-EXIT
           PERFORM 1000-INITIALIZE
              THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-PROCESS-CUSTOMER
              THRU 2000-PROCESS-CUSTOMER-EXIT
              UNTIL WS-EOF
           PERFORM 3800-LIST-UNUSED-CARDS
              THRU 3800-LIST-UNUSED-CARDS-EXIT
           PERFORM 4000-WRITE-JOURNAL
              THRU 4000-WRITE-JOURNAL-EXIT
           PERFORM 8000-FINALIZE
              THRU 8000-FINALIZE-EXIT
           PERFORM 8900-REGISTER-END
              THRU 8900-REGISTER-END-EXIT
           STOP RUN.

      *----------------------------------------------------------------*
      *    0100-REGISTER-START                                         *
      *        Registers this run on the QZRUNCTL run-control         *
      *        dataset through QZRUNLOG before a single file is       *
      *        opened. Tonight's receipts must be posted first -      *
      *        QZB19P is a prerequisite - so a customer who has just *
      *        paid is neither judged without a receipt nor written  *
      *        off under a receipt about to land.                     *
      *----------------------------------------------------------------*
       0100-REGISTER-START.
           MOVE 'S'                       TO QZRLGPRM-FUNCTION
           MOVE 'QZB19Z  '                TO QZRLGPRM-PGMID
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
                       DISPLAY 'QZB19Z - RUN REFUSED, AN INSTANCE '
                               'IS STILL MARKED RUNNING ON '
                               'QZRUNCTL - VERIFY AND RESET '
                               'VIA QZB19X'
                   WHEN QZRLGPRM-PREREQ-MISSING
                       DISPLAY 'QZB19Z - RUN REFUSED, '
                               'PREREQUISITE '
                               QZRLGPRM-FAIL-PGMID
                               ' HAS NOT COMPLETED TONIGHT'
                   WHEN OTHER
                       DISPLAY 'QZB19Z - QZRUNCTL ACCESS FAILED'
               END-EVALUATE
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF.
       0100-REGISTER-START-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *        QZPAYMAS is absent before the first receipt is ever   *
      *        posted ('35') - then nobody has a receipt on file.    *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE             FROM DATE YYYYMMDD
           ACCEPT WS-RUN-ID               FROM TIME
           PERFORM 1100-READ-PARAMETERS
              THRU 1100-READ-PARAMETERS-EXIT
           OPEN INPUT  QZOPRSEC-FILE
           IF WS-OPRSEC-STATUS NOT = '00'
               DISPLAY 'QZB19Z - QZOPRSEC OPEN FAILED, STATUS='
                       WS-OPRSEC-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-LOAD-APPROVALS
              THRU 1200-LOAD-APPROVALS-EXIT
           OPEN I-O QZCUSMAS-FILE
           IF WS-CUSMAS-STATUS NOT = '00'
               DISPLAY 'QZB19Z - QZCUSMAS OPEN FAILED, STATUS='
                       WS-CUSMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  QZACTMAS-FILE
           IF WS-ACTMAS-STATUS NOT = '00'
               DISPLAY 'QZB19Z - QZACTMAS OPEN FAILED, STATUS='
                       WS-ACTMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  QZPAYMAS-FILE
           EVALUATE WS-PAYMAS-STATUS
               WHEN '00'
                   SET WS-PAY-ON-FILE     TO TRUE
               WHEN '35'
                   DISPLAY 'QZB19Z - NO QZPAYMAS RECEIPTS ON FILE'
               WHEN OTHER
                   DISPLAY 'QZB19Z - QZPAYMAS OPEN FAILED, STATUS='
                           WS-PAYMAS-STATUS
                   MOVE 16                TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           OPEN OUTPUT QZWOJOUT-FILE
           IF WS-WOJOUT-STATUS NOT = '00'
               DISPLAY 'QZB19Z - QZWOJOUT OPEN FAILED, STATUS='
                       WS-WOJOUT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT QZWOFPRT-FILE
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19Z - QZWOFPRT OPEN FAILED, STATUS='
                       WS-PRINT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3500-PRINT-HEADINGS
              THRU 3500-PRINT-HEADINGS-EXIT
           PERFORM 2900-READ-NEXT-MASTER
              THRU 2900-READ-NEXT-MASTER-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1100-READ-PARAMETERS                                        *
      *        The QZWOFPRM card is required - no card, or a write-   *
      *        off age or receipt period that is not a positive       *
      *        number of months, refuses the run. The receipt cutoff *
      *        is the run date that many months back.                 *
      *----------------------------------------------------------------*
       1100-READ-PARAMETERS.
           OPEN INPUT QZWOFPRM-FILE
           IF WS-WOFPRM-STATUS NOT = '00'
               DISPLAY 'QZB19Z - QZWOFPRM OPEN FAILED, STATUS='
                       WS-WOFPRM-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           READ QZWOFPRM-FILE
               AT END
                   DISPLAY 'QZB19Z - NO QZWOFPRM CARD, RUN REFUSED'
                   MOVE 16                TO RETURN-CODE
                   STOP RUN
           END-READ
           IF QZWOFPRM-AGE-MONTHS NOT NUMERIC
              OR QZWOFPRM-NO-RCPT-MONTHS NOT NUMERIC
               DISPLAY 'QZB19Z - QZWOFPRM MONTHS NOT NUMERIC, '
                       'CARD REFUSED'
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           IF QZWOFPRM-AGE-MONTHS-N = 0
              OR QZWOFPRM-NO-RCPT-MONTHS-N = 0
               DISPLAY 'QZB19Z - QZWOFPRM MONTHS MUST BE GREATER '
                       'THAN ZERO, CARD REFUSED'
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE QZWOFPRM-AGE-MONTHS-N     TO WS-AGE-LIMIT
           MOVE QZWOFPRM-NO-RCPT-MONTHS-N TO WS-NO-RCPT-LIMIT
           CLOSE QZWOFPRM-FILE
           COMPUTE WS-CUTOFF-MONTHS =
               (WS-RUN-YYYY * 12 + WS-RUN-MM - 1) - WS-NO-RCPT-LIMIT
           DIVIDE WS-CUTOFF-MONTHS BY 12
               GIVING WS-CUTOFF-YYYY
               REMAINDER WS-CUTOFF-MM
           ADD 1                          TO WS-CUTOFF-MM
           MOVE WS-RUN-DD                 TO WS-CUTOFF-DD
           DISPLAY 'QZB19Z - WRITE-OFF AGE (MONTHS): ' WS-AGE-LIMIT
           DISPLAY 'QZB19Z - NO RECEIPT SINCE:       ' WS-CUTOFF-DATE.
       1100-READ-PARAMETERS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1200-LOAD-APPROVALS                                         *
      *        Every QZWOFCRD card is loaded before the walk. The    *
      *        approver is checked against QZOPRSEC here - anyone    *
      *        without supervisor authority approves nothing. A      *
      *        second card for the same customer is set aside.       *
      *        No cards at all is a normal night: the candidates are *
      *        listed for approval and nothing is written off.       *
      *----------------------------------------------------------------*
       1200-LOAD-APPROVALS.
           OPEN INPUT QZWOFCRD-FILE
           IF WS-WOFCRD-STATUS NOT = '00'
               DISPLAY 'QZB19Z - NO QZWOFCRD APPROVAL CARDS'
               GO TO 1200-LOAD-APPROVALS-EXIT
           END-IF
           PERFORM 1250-LOAD-ONE-CARD
              THRU 1250-LOAD-ONE-CARD-EXIT
              UNTIL WS-CARD-EOF
           CLOSE QZWOFCRD-FILE
           DISPLAY 'QZB19Z - APPROVAL CARDS READ:    ' WS-APV-CNT.
       1200-LOAD-APPROVALS-EXIT.
           EXIT.

       1250-LOAD-ONE-CARD.
           READ QZWOFCRD-FILE
               AT END
                   SET WS-CARD-EOF        TO TRUE
                   GO TO 1250-LOAD-ONE-CARD-EXIT
           END-READ
           IF WS-WOFCRD-STATUS NOT = '00'
               DISPLAY 'QZB19Z - QZWOFCRD READ FAILED, STATUS='
                       WS-WOFCRD-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-APV-CNT >= 500
               DISPLAY 'QZB19Z - APPROVAL TABLE OVERFLOW AT 500'
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE QZWOFCRD-CUSTOMER-NO      TO WS-SAVE-CUSTOMER-NO
           PERFORM 2300-FIND-APPROVAL
              THRU 2300-FIND-APPROVAL-EXIT
           ADD 1                          TO WS-APV-CNT
           MOVE QZWOFCRD-CUSTOMER-NO
             TO WS-APV-CUSTOMER-NO (WS-APV-CNT)
           MOVE QZWOFCRD-APPR-OPERID
             TO WS-APV-OPERID (WS-APV-CNT)
           IF WS-APV-FOUND-IDX > 0
               MOVE 'D'                   TO WS-APV-STATE (WS-APV-CNT)
               GO TO 1250-LOAD-ONE-CARD-EXIT
           END-IF
           MOVE 'S'                       TO WS-APV-STATE (WS-APV-CNT)
           MOVE QZWOFCRD-APPR-OPERID      TO QZOPRREC-OPERID
           READ QZOPRSEC-FILE
               INVALID KEY
                   GO TO 1250-LOAD-ONE-CARD-EXIT
           END-READ
           IF WS-OPRSEC-STATUS NOT = '00'
               DISPLAY 'QZB19Z - QZOPRSEC READ FAILED, STATUS='
                       WS-OPRSEC-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           IF QZOPRREC-AUTH-SUPER
               MOVE 'V'                   TO WS-APV-STATE (WS-APV-CNT)
           END-IF.
       1250-LOAD-ONE-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-PROCESS-CUSTOMER                                       *
      *        QZCUSMAS-REC holds the customer's first billing-month  *
      *        row on entry. The collections status, account status    *
      *        and contract type are taken from the customer's         *
      *        QZACTMAS account. The rows are scanned to the control   *
      *        break, collecting the months still open; the customer   *
      *        is then judged and, when eligible and approved, its     *
      *        open rows are written off. Writing off reads the rows   *
      *        back by key, which loses the sequential position - the  *
      *        browse is re-started past the customer afterwards.      *
      *----------------------------------------------------------------*
       2000-PROCESS-CUSTOMER.
           MOVE QZCUSMAS-CUSTOMER-NO      TO WS-SAVE-CUSTOMER-NO
           PERFORM 2050-READ-ACCOUNT
              THRU 2050-READ-ACCOUNT-EXIT
           ADD 1                          TO WS-CUSTOMER-CNT
           MOVE 0                         TO WS-ROW-CNT
           MOVE 0                         TO WS-OPEN-TOTAL
           MOVE HIGH-VALUES               TO WS-OLDEST-OPEN-YM
           MOVE SPACES                    TO WS-LAST-RCPT-DATE
           PERFORM 2100-SCAN-ONE-ROW
              THRU 2100-SCAN-ONE-ROW-EXIT
              UNTIL WS-EOF
                 OR QZCUSMAS-CUSTOMER-NO NOT = WS-SAVE-CUSTOMER-NO
           PERFORM 2200-JUDGE-CUSTOMER
              THRU 2200-JUDGE-CUSTOMER-EXIT
           PERFORM 2300-FIND-APPROVAL
              THRU 2300-FIND-APPROVAL-EXIT
      *    A CARD WHOSE APPROVER IS NOT A SUPERVISOR APPROVES NOTHING -
      *    IT IS LEFT FOR 3800-LIST-UNUSED-CARDS TO REFUSE.
           IF WS-APV-FOUND-IDX > 0
               IF NOT WS-APV-VALID (WS-APV-FOUND-IDX)
                   MOVE 0                 TO WS-APV-FOUND-IDX
               END-IF
           END-IF
           IF NOT WS-ELIGIBLE
               IF WS-APV-FOUND-IDX > 0
                   MOVE 'R'
                     TO WS-APV-STATE (WS-APV-FOUND-IDX)
                   PERFORM 3100-PRINT-REFUSED
                      THRU 3100-PRINT-REFUSED-EXIT
               END-IF
               GO TO 2000-PROCESS-CUSTOMER-EXIT
           END-IF
           ADD 1                          TO WS-CANDIDATE-CNT
           IF WS-APV-FOUND-IDX = 0
               ADD 1                      TO WS-AWAITING-CNT
               MOVE SPACES                TO WS-DTL-APPR-OPERID
               MOVE 'AWAITING APPROVAL'   TO WS-DTL-ACTION
               PERFORM 3000-PRINT-CUSTOMER
                  THRU 3000-PRINT-CUSTOMER-EXIT
               GO TO 2000-PROCESS-CUSTOMER-EXIT
           END-IF
           MOVE 'U'                       TO WS-APV-STATE
                                             (WS-APV-FOUND-IDX)
           PERFORM 2400-WRITE-OFF-ROWS
              THRU 2400-WRITE-OFF-ROWS-EXIT
           ADD 1                          TO WS-WOFF-CUST-CNT
           MOVE WS-APV-OPERID (WS-APV-FOUND-IDX)
                                          TO WS-DTL-APPR-OPERID
           MOVE 'WRITTEN OFF'             TO WS-DTL-ACTION
           PERFORM 3000-PRINT-CUSTOMER
              THRU 3000-PRINT-CUSTOMER-EXIT
           PERFORM 2800-REPOSITION-BROWSE
              THRU 2800-REPOSITION-BROWSE-EXIT.
       2000-PROCESS-CUSTOMER-EXIT.
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
                   DISPLAY 'QZB19Z - NO QZACTMAS ACCOUNT, KEY='
                           QZCUSMAS-KEY
                   MOVE 16                TO RETURN-CODE
                   STOP RUN
           END-READ
           IF WS-ACTMAS-STATUS NOT = '00'
               DISPLAY 'QZB19Z - QZACTMAS READ FAILED, KEY='
                       QZCUSMAS-KEY ' STATUS=' WS-ACTMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE QZACTREC-COLLECTIONS-STATUS
                                          TO WS-HOLD-COLL-STATUS
           MOVE QZACTREC-ACCOUNT-STATUS   TO WS-HOLD-ACCT-STATUS
           MOVE QZACTREC-CONTRACT-TYPE    TO WS-HOLD-CONTRACT-TYPE.
       2050-READ-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2100-SCAN-ONE-ROW                                           *
      *        Collects the billing month of every row QZROWBAL finds *
      *        open and totals the open balance.                      *
      *----------------------------------------------------------------*
       2100-SCAN-ONE-ROW.
           CALL 'QZROWBAL' USING QZCUSMAS-REC QZRBLPRM
           IF QZRBLPRM-ROW-HAS-OPEN
               IF WS-ROW-CNT >= 600
                   DISPLAY 'QZB19Z - ROW TABLE OVERFLOW, CUSTOMER='
                           WS-SAVE-CUSTOMER-NO
                   MOVE 16                TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1                      TO WS-ROW-CNT
               MOVE QZCUSMAS-BILLING-YM   TO WS-YM-ENTRY (WS-ROW-CNT)
               ADD QZRBLPRM-OPEN-AMT      TO WS-OPEN-TOTAL
               IF QZCUSMAS-BILLING-YM < WS-OLDEST-OPEN-YM
                   MOVE QZCUSMAS-BILLING-YM
                                          TO WS-OLDEST-OPEN-YM
               END-IF
           END-IF
           PERFORM 2900-READ-NEXT-MASTER
              THRU 2900-READ-NEXT-MASTER-EXIT.
       2100-SCAN-ONE-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2200-JUDGE-CUSTOMER                                         *
      *        Eligible is legal status, something still open, the   *
      *        oldest open month at least the write-off age old, and *
      *        either the contract ended or no receipt since the     *
      *        cutoff. The first test failed is the refusal reason   *
      *        printed against an approval card.                     *
      *----------------------------------------------------------------*
       2200-JUDGE-CUSTOMER.
           SET WS-ELIGIBLE-SW             TO 'N'
           IF WS-HOLD-COLL-STATUS NOT = '3'
               MOVE 'REFUSED - NOT IN LEGAL STATUS'
                                          TO WS-REFUSE-REASON
               GO TO 2200-JUDGE-CUSTOMER-EXIT
           END-IF
           IF WS-ROW-CNT = 0
               MOVE 'REFUSED - NOTHING OPEN'
                                          TO WS-REFUSE-REASON
               GO TO 2200-JUDGE-CUSTOMER-EXIT
           END-IF
           MOVE WS-OLDEST-OPEN-YM         TO WS-WORK-YM
           COMPUTE WS-AGE-MONTHS =
               (WS-RUN-YYYY * 12 + WS-RUN-MM)
             - (WS-WORK-YYYY * 12 + WS-WORK-MM)
           IF WS-AGE-MONTHS < WS-AGE-LIMIT
               MOVE 'REFUSED - UNDER WRITE-OFF AGE'
                                          TO WS-REFUSE-REASON
               GO TO 2200-JUDGE-CUSTOMER-EXIT
           END-IF
           PERFORM 2250-FIND-LAST-RECEIPT
              THRU 2250-FIND-LAST-RECEIPT-EXIT
           IF NOT WS-HOLD-ACCT-ENDED
              AND WS-LAST-RCPT-DATE NOT < WS-CUTOFF-DATE
               MOVE 'REFUSED - RECENT RECEIPT'
                                          TO WS-REFUSE-REASON
               GO TO 2200-JUDGE-CUSTOMER-EXIT
           END-IF
           SET WS-ELIGIBLE                TO TRUE.
       2200-JUDGE-CUSTOMER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2250-FIND-LAST-RECEIPT                                      *
      *        Browses the customer's receipts on QZPAYMAS for the   *
      *        latest pay date. None on file leaves it blank, which  *
      *        is older than any cutoff.                              *
      *----------------------------------------------------------------*
       2250-FIND-LAST-RECEIPT.
           IF NOT WS-PAY-ON-FILE
               GO TO 2250-FIND-LAST-RECEIPT-EXIT
           END-IF
           SET WS-PAY-DONE-SW             TO 'N'
           MOVE LOW-VALUES                TO QZPAYREC-KEY
           MOVE WS-SAVE-CUSTOMER-NO       TO QZPAYREC-CUSTOMER-NO
           START QZPAYMAS-FILE
               KEY IS NOT LESS THAN QZPAYREC-KEY
               INVALID KEY
                   SET WS-PAY-DONE        TO TRUE
           END-START
           PERFORM 2260-READ-ONE-RECEIPT
              THRU 2260-READ-ONE-RECEIPT-EXIT
              UNTIL WS-PAY-DONE.
       2250-FIND-LAST-RECEIPT-EXIT.
           EXIT.

       2260-READ-ONE-RECEIPT.
           READ QZPAYMAS-FILE NEXT RECORD
               AT END
                   SET WS-PAY-DONE        TO TRUE
                   GO TO 2260-READ-ONE-RECEIPT-EXIT
           END-READ
           IF WS-PAYMAS-STATUS NOT = '00'
               DISPLAY 'QZB19Z - QZPAYMAS READ FAILED, STATUS='
                       WS-PAYMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           IF QZPAYREC-CUSTOMER-NO NOT = WS-SAVE-CUSTOMER-NO
               SET WS-PAY-DONE            TO TRUE
               GO TO 2260-READ-ONE-RECEIPT-EXIT
           END-IF
           IF QZPAYREC-PAY-DATE > WS-LAST-RCPT-DATE
               MOVE QZPAYREC-PAY-DATE     TO WS-LAST-RCPT-DATE
           END-IF.
       2260-READ-ONE-RECEIPT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2300-FIND-APPROVAL                                          *
      *        Locates the approval card for WS-SAVE-CUSTOMER-NO, if  *
      *        any. Only the first card for a customer counts.        *
      *----------------------------------------------------------------*
       2300-FIND-APPROVAL.
           MOVE 0                         TO WS-APV-FOUND-IDX
           PERFORM 2350-MATCH-ONE-CARD
              THRU 2350-MATCH-ONE-CARD-EXIT
              VARYING WS-APV-IDX FROM 1 BY 1
              UNTIL WS-APV-IDX > WS-APV-CNT
                 OR WS-APV-FOUND-IDX > 0.
       2300-FIND-APPROVAL-EXIT.
           EXIT.

       2350-MATCH-ONE-CARD.
           IF WS-APV-CUSTOMER-NO (WS-APV-IDX) = WS-SAVE-CUSTOMER-NO
              AND NOT WS-APV-DUPLICATE (WS-APV-IDX)
               MOVE WS-APV-IDX            TO WS-APV-FOUND-IDX
           END-IF.
       2350-MATCH-ONE-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2400-WRITE-OFF-ROWS                                         *
      *        Reads each open row back by key and writes off what    *
      *        QZROWBAL finds open on it now. A row written off      *
      *        before and re-opened since (a later debit memo) adds  *
      *        to the amount already written off.                    *
      *----------------------------------------------------------------*
       2400-WRITE-OFF-ROWS.
           PERFORM 2450-WRITE-OFF-ONE-ROW
              THRU 2450-WRITE-OFF-ONE-ROW-EXIT
              VARYING WS-ROW-IDX FROM 1 BY 1
              UNTIL WS-ROW-IDX > WS-ROW-CNT.
       2400-WRITE-OFF-ROWS-EXIT.
           EXIT.

       2450-WRITE-OFF-ONE-ROW.
           MOVE WS-SAVE-CUSTOMER-NO       TO QZCUSMAS-CUSTOMER-NO
           MOVE WS-YM-ENTRY (WS-ROW-IDX)  TO QZCUSMAS-BILLING-YM
           READ QZCUSMAS-FILE
               INVALID KEY
                   DISPLAY 'QZB19Z - QZCUSMAS READ FAILED, KEY='
                           QZCUSMAS-KEY ' STATUS=' WS-CUSMAS-STATUS
                   MOVE 16                TO RETURN-CODE
                   STOP RUN
           END-READ
           CALL 'QZROWBAL' USING QZCUSMAS-REC QZRBLPRM
           IF NOT QZRBLPRM-ROW-HAS-OPEN
               GO TO 2450-WRITE-OFF-ONE-ROW-EXIT
           END-IF
           MOVE QZRBLPRM-OPEN-AMT         TO WS-WOFF-AMT
           IF QZCUSMAS-WRITEOFF-AMT NOT NUMERIC
               MOVE 0                     TO QZCUSMAS-WRITEOFF-AMT
           END-IF
           IF QZCUSMAS-RECOVERY-AMT NOT NUMERIC
               MOVE 0                     TO QZCUSMAS-RECOVERY-AMT
               MOVE SPACES                TO QZCUSMAS-RECOVERY-DATE
           END-IF
           IF NOT QZCUSMAS-ROW-WRITTEN-OFF
               MOVE 0                     TO QZCUSMAS-WRITEOFF-AMT
           END-IF
           ADD WS-WOFF-AMT                TO QZCUSMAS-WRITEOFF-AMT
           MOVE 'W'                       TO QZCUSMAS-WRITEOFF-FLAG
           MOVE WS-RUN-DATE               TO QZCUSMAS-WRITEOFF-DATE
           MOVE WS-RUN-DATE               TO QZCUSMAS-LAST-UPD-DATE
           REWRITE QZCUSMAS-REC
               INVALID KEY
                   DISPLAY 'QZB19Z - QZCUSMAS REWRITE FAILED, KEY='
                           QZCUSMAS-KEY ' STATUS=' WS-CUSMAS-STATUS
                   MOVE 16                TO RETURN-CODE
                   STOP RUN
           END-REWRITE
           PERFORM 2500-FIND-CONTRACT-TYPE
              THRU 2500-FIND-CONTRACT-TYPE-EXIT
           ADD WS-WOFF-AMT
             TO WS-CT-WOFF-AMT (WS-CT-FOUND-IDX)
           ADD WS-WOFF-AMT                TO WS-WOFF-TOTAL
           ADD 1                          TO WS-WOFF-ROW-CNT.
       2450-WRITE-OFF-ONE-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2500-FIND-CONTRACT-TYPE                                     *
      *        Locates - or opens - the journal entry for the         *
      *        customer's contract type.                               *
      *----------------------------------------------------------------*
       2500-FIND-CONTRACT-TYPE.
           MOVE 0                         TO WS-CT-FOUND-IDX
           PERFORM 2550-MATCH-ONE-TYPE
              THRU 2550-MATCH-ONE-TYPE-EXIT
              VARYING WS-CT-IDX FROM 1 BY 1
              UNTIL WS-CT-IDX > WS-CT-CNT
                 OR WS-CT-FOUND-IDX > 0
           IF WS-CT-FOUND-IDX = 0
               IF WS-CT-CNT >= 50
                   DISPLAY 'QZB19Z - CONTRACT TYPE TABLE OVERFLOW '
                           'AT 50'
                   MOVE 16                TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1                      TO WS-CT-CNT
               MOVE WS-CT-CNT             TO WS-CT-FOUND-IDX
               MOVE WS-HOLD-CONTRACT-TYPE
                 TO WS-CT-CONTRACT-TYPE (WS-CT-FOUND-IDX)
               MOVE 0                     TO WS-CT-WOFF-AMT
                                             (WS-CT-FOUND-IDX)
           END-IF.
       2500-FIND-CONTRACT-TYPE-EXIT.
           EXIT.

       2550-MATCH-ONE-TYPE.
           IF WS-CT-CONTRACT-TYPE (WS-CT-IDX) = WS-HOLD-CONTRACT-TYPE
               MOVE WS-CT-IDX             TO WS-CT-FOUND-IDX
           END-IF.
       2550-MATCH-ONE-TYPE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2800-REPOSITION-BROWSE                                      *
      *        The keyed re-reads in 2400-WRITE-OFF-ROWS lose the     *
      *        sequential position, so the browse is re-started just  *
      *        past the customer worked and the next customer's       *
      *        first row fetched fresh.                                *
      *----------------------------------------------------------------*
       2800-REPOSITION-BROWSE.
           IF WS-EOF
               GO TO 2800-REPOSITION-BROWSE-EXIT
           END-IF
           MOVE WS-SAVE-CUSTOMER-NO       TO QZCUSMAS-CUSTOMER-NO
           MOVE HIGH-VALUES               TO QZCUSMAS-BILLING-YM
           START QZCUSMAS-FILE KEY IS GREATER THAN QZCUSMAS-KEY
               INVALID KEY
                   SET WS-EOF             TO TRUE
           END-START
           IF NOT WS-EOF
               PERFORM 2900-READ-NEXT-MASTER
                  THRU 2900-READ-NEXT-MASTER-EXIT
           END-IF.
       2800-REPOSITION-BROWSE-EXIT.
           EXIT.

       2900-READ-NEXT-MASTER.
           READ QZCUSMAS-FILE NEXT RECORD
               AT END
                   SET WS-EOF             TO TRUE
           END-READ
           IF NOT WS-EOF AND WS-CUSMAS-STATUS NOT = '00'
               DISPLAY 'QZB19Z - QZCUSMAS READ FAILED, STATUS='
                       WS-CUSMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF.
       2900-READ-NEXT-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3000-PRINT-CUSTOMER                                         *
      *        Prints the customer just judged. WS-DTL-APPR-OPERID    *
      *        and WS-DTL-ACTION are set by the caller.               *
      *----------------------------------------------------------------*
       3000-PRINT-CUSTOMER.
           IF WS-LINE-CNT >= WS-LINES-PER-PAGE
               PERFORM 3500-PRINT-HEADINGS
                  THRU 3500-PRINT-HEADINGS-EXIT
           END-IF
           MOVE WS-SAVE-CUSTOMER-NO       TO WS-DTL-CUSTOMER-NO
           MOVE WS-HOLD-CONTRACT-TYPE     TO WS-DTL-CONTRACT-TYPE
           MOVE WS-HOLD-ACCT-STATUS       TO WS-DTL-ACCT-STATUS
           IF WS-OLDEST-OPEN-YM = HIGH-VALUES
               MOVE SPACES                TO WS-DTL-OLDEST-YM
           ELSE
               MOVE WS-OLDEST-OPEN-YM     TO WS-DTL-OLDEST-YM
           END-IF
           MOVE WS-LAST-RCPT-DATE         TO WS-DTL-LAST-RCPT
           MOVE WS-ROW-CNT                TO WS-DTL-ROWS
           MOVE WS-OPEN-TOTAL             TO WS-DTL-OPEN-AMT
           WRITE QZWOFPRT-REC FROM WS-DTL-LINE
               AFTER ADVANCING 1 LINE
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19Z - QZWOFPRT WRITE FAILED, STATUS='
                       WS-PRINT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1                          TO WS-LINE-CNT.
       3000-PRINT-CUSTOMER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3100-PRINT-REFUSED                                          *
      *        Prints the approval card at WS-APV-FOUND-IDX as        *
      *        refused for WS-REFUSE-REASON.                          *
      *----------------------------------------------------------------*
       3100-PRINT-REFUSED.
           MOVE WS-APV-OPERID (WS-APV-FOUND-IDX)
                                          TO WS-DTL-APPR-OPERID
           MOVE WS-REFUSE-REASON          TO WS-DTL-ACTION
           PERFORM 3000-PRINT-CUSTOMER
              THRU 3000-PRINT-CUSTOMER-EXIT
           ADD 1                          TO WS-REFUSED-CNT.
       3100-PRINT-REFUSED-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3500-PRINT-HEADINGS                                         *
      *----------------------------------------------------------------*
       3500-PRINT-HEADINGS.
           ADD 1                          TO WS-PAGE-NO
           MOVE WS-RUN-DATE               TO WS-HDG-RUN-DATE
           MOVE WS-PAGE-NO                TO WS-HDG-PAGE-NO
           WRITE QZWOFPRT-REC FROM WS-HDG-LINE
               AFTER ADVANCING PAGE
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19Z - QZWOFPRT WRITE FAILED, STATUS='
                       WS-PRINT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE QZWOFPRT-REC FROM WS-CAP-LINE
               AFTER ADVANCING 2 LINES
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19Z - QZWOFPRT WRITE FAILED, STATUS='
                       WS-PRINT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0                         TO WS-LINE-CNT.
       3500-PRINT-HEADINGS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3800-LIST-UNUSED-CARDS                                      *
      *        Cards never matched to a customer - not on QZCUSMAS,  *
      *        approved by someone without supervisor authority, or  *
      *        a second card for the same customer - are refused.    *
      *----------------------------------------------------------------*
       3800-LIST-UNUSED-CARDS.
           PERFORM 3850-LIST-ONE-CARD
              THRU 3850-LIST-ONE-CARD-EXIT
              VARYING WS-APV-IDX FROM 1 BY 1
              UNTIL WS-APV-IDX > WS-APV-CNT.
       3800-LIST-UNUSED-CARDS-EXIT.
           EXIT.

       3850-LIST-ONE-CARD.
           EVALUATE TRUE
               WHEN WS-APV-VALID (WS-APV-IDX)
                   MOVE 'REFUSED - NOT ON QZCUSMAS'
                                          TO WS-REFUSE-REASON
               WHEN WS-APV-NOT-SUPER (WS-APV-IDX)
                   MOVE 'REFUSED - NOT A SUPERVISOR'
                                          TO WS-REFUSE-REASON
               WHEN WS-APV-DUPLICATE (WS-APV-IDX)
                   MOVE 'REFUSED - DUPLICATE CARD'
                                          TO WS-REFUSE-REASON
               WHEN OTHER
                   GO TO 3850-LIST-ONE-CARD-EXIT
           END-EVALUATE
           MOVE WS-APV-IDX                TO WS-APV-FOUND-IDX
           MOVE WS-APV-CUSTOMER-NO (WS-APV-IDX)
                                          TO WS-SAVE-CUSTOMER-NO
           MOVE SPACES                    TO WS-HOLD-CONTRACT-TYPE
                                             WS-HOLD-ACCT-STATUS
                                             WS-LAST-RCPT-DATE
           MOVE HIGH-VALUES               TO WS-OLDEST-OPEN-YM
           MOVE 0                         TO WS-ROW-CNT
                                             WS-OPEN-TOTAL
           PERFORM 3100-PRINT-REFUSED
              THRU 3100-PRINT-REFUSED-EXIT.
       3850-LIST-ONE-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4000-WRITE-JOURNAL                                          *
      *        One balanced debit-bad-debt-expense/credit-receivables *
      *        pair per contract type between the journal's own       *
      *        header and trailer. Both totals must equal the amount *
      *        written off on the rows - anything else stops the run *
      *        before finance sees the file. A night with nothing    *
      *        written off still writes the header and trailer, so   *
      *        finance always receives a file.                        *
      *----------------------------------------------------------------*
       4000-WRITE-JOURNAL.
           MOVE SPACES                    TO QZGLJHDR
           MOVE '*QZHDR*'                 TO QZGLJHDR-REC-ID
           MOVE WS-RUN-DATE               TO QZGLJHDR-RUN-DATE
           MOVE WS-RUN-ID                 TO QZGLJHDR-RUN-ID
           WRITE QZGLJHDR
           IF WS-WOJOUT-STATUS NOT = '00'
               DISPLAY 'QZB19Z - QZWOJOUT WRITE FAILED, STATUS='
                       WS-WOJOUT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4100-WRITE-ONE-TYPE
              THRU 4100-WRITE-ONE-TYPE-EXIT
              VARYING WS-CT-IDX FROM 1 BY 1
              UNTIL WS-CT-IDX > WS-CT-CNT
           IF WS-CREDIT-TOTAL NOT = WS-WOFF-TOTAL
              OR WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               DISPLAY 'QZB19Z - JOURNAL OUT OF BALANCE, DR='
                       WS-DEBIT-TOTAL ' CR=' WS-CREDIT-TOTAL
                       ' WRITTEN OFF=' WS-WOFF-TOTAL
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES                    TO QZGLJTRL
           MOVE '*QZTRL*'                 TO QZGLJTRL-REC-ID
           MOVE WS-JRN-CNT                TO QZGLJTRL-RECORD-CNT
           MOVE WS-DEBIT-TOTAL            TO QZGLJTRL-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL           TO QZGLJTRL-CREDIT-TOTAL
           WRITE QZGLJTRL
           IF WS-WOJOUT-STATUS NOT = '00'
               DISPLAY 'QZB19Z - QZWOJOUT WRITE FAILED, STATUS='
                       WS-WOJOUT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF.
       4000-WRITE-JOURNAL-EXIT.
           EXIT.

       4100-WRITE-ONE-TYPE.
           IF WS-CT-WOFF-AMT (WS-CT-IDX) = 0
               GO TO 4100-WRITE-ONE-TYPE-EXIT
           END-IF
           MOVE SPACES                    TO QZGLJREC
           MOVE WS-BAD-DEBT-ACCOUNT       TO QZGLJREC-ACCOUNT
           MOVE 'D'                       TO QZGLJREC-DR-CR
           MOVE WS-CT-CONTRACT-TYPE (WS-CT-IDX)
             TO QZGLJREC-CONTRACT-TYPE
           MOVE WS-CT-WOFF-AMT (WS-CT-IDX)
             TO QZGLJREC-AMOUNT
           MOVE WS-RUN-DATE               TO QZGLJREC-RUN-DATE
           WRITE QZGLJREC
           IF WS-WOJOUT-STATUS NOT = '00'
               DISPLAY 'QZB19Z - QZWOJOUT WRITE FAILED, STATUS='
                       WS-WOJOUT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1                          TO WS-JRN-CNT
           ADD WS-CT-WOFF-AMT (WS-CT-IDX) TO WS-DEBIT-TOTAL
           MOVE WS-AR-ACCOUNT             TO QZGLJREC-ACCOUNT
           MOVE 'C'                       TO QZGLJREC-DR-CR
           WRITE QZGLJREC
           IF WS-WOJOUT-STATUS NOT = '00'
               DISPLAY 'QZB19Z - QZWOJOUT WRITE FAILED, STATUS='
                       WS-WOJOUT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1                          TO WS-JRN-CNT
           ADD WS-CT-WOFF-AMT (WS-CT-IDX) TO WS-CREDIT-TOTAL.
       4100-WRITE-ONE-TYPE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8000-FINALIZE                                               *
      *        A refused approval card ends the run with return code  *
      *        4 - the supervisor has to see why it was not acted on. *
      *----------------------------------------------------------------*
       8000-FINALIZE.
           PERFORM 8100-PRINT-TOTALS
              THRU 8100-PRINT-TOTALS-EXIT
           CLOSE QZOPRSEC-FILE
           CLOSE QZCUSMAS-FILE
           CLOSE QZACTMAS-FILE
           IF WS-PAY-ON-FILE
               CLOSE QZPAYMAS-FILE
           END-IF
           CLOSE QZWOJOUT-FILE
           CLOSE QZWOFPRT-FILE
           DISPLAY 'QZB19Z - CUSTOMERS READ:         ' WS-CUSTOMER-CNT
           DISPLAY 'QZB19Z - WRITE-OFF CANDIDATES:   ' WS-CANDIDATE-CNT
           DISPLAY 'QZB19Z - AWAITING APPROVAL:      ' WS-AWAITING-CNT
           DISPLAY 'QZB19Z - CUSTOMERS WRITTEN OFF:  ' WS-WOFF-CUST-CNT
           DISPLAY 'QZB19Z - ROWS WRITTEN OFF:       ' WS-WOFF-ROW-CNT
           DISPLAY 'QZB19Z - AMOUNT WRITTEN OFF:     ' WS-WOFF-TOTAL
           DISPLAY 'QZB19Z - CARDS REFUSED:          ' WS-REFUSED-CNT
           DISPLAY 'QZB19Z - JOURNAL RECORDS:        ' WS-JRN-CNT
           IF WS-REFUSED-CNT > 0
               MOVE 4                     TO RETURN-CODE
           END-IF.
       8000-FINALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8100-PRINT-TOTALS                                           *
      *----------------------------------------------------------------*
       8100-PRINT-TOTALS.
           MOVE 'CUSTOMERS WRITTEN OFF'   TO WS-TOT-CAPTION
           MOVE WS-WOFF-CUST-CNT          TO WS-TOT-COUNT
           MOVE WS-WOFF-TOTAL             TO WS-TOT-AMOUNT
           PERFORM 8150-PRINT-TOTAL-LINE
              THRU 8150-PRINT-TOTAL-LINE-EXIT
           MOVE 'ROWS WRITTEN OFF'        TO WS-TOT-CAPTION
           MOVE WS-WOFF-ROW-CNT           TO WS-TOT-COUNT
           MOVE 0                         TO WS-TOT-AMOUNT
           PERFORM 8150-PRINT-TOTAL-LINE
              THRU 8150-PRINT-TOTAL-LINE-EXIT
           MOVE 'CANDIDATES AWAITING APPROVAL' TO WS-TOT-CAPTION
           MOVE WS-AWAITING-CNT           TO WS-TOT-COUNT
           PERFORM 8150-PRINT-TOTAL-LINE
              THRU 8150-PRINT-TOTAL-LINE-EXIT
           MOVE 'APPROVAL CARDS REFUSED'  TO WS-TOT-CAPTION
           MOVE WS-REFUSED-CNT            TO WS-TOT-COUNT
           PERFORM 8150-PRINT-TOTAL-LINE
              THRU 8150-PRINT-TOTAL-LINE-EXIT.
       8100-PRINT-TOTALS-EXIT.
           EXIT.

       8150-PRINT-TOTAL-LINE.
           WRITE QZWOFPRT-REC FROM WS-TOT-LINE
               AFTER ADVANCING 2 LINES
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19Z - QZWOFPRT WRITE FAILED, STATUS='
                       WS-PRINT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF.
       8150-PRINT-TOTAL-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8900-REGISTER-END                                           *
      *----------------------------------------------------------------*
       8900-REGISTER-END.
           MOVE 'E'                       TO QZRLGPRM-FUNCTION
           MOVE 'QZB19Z  '                TO QZRLGPRM-PGMID
           MOVE WS-WOFF-CUST-CNT          TO QZRLGPRM-COUNT-1
           MOVE WS-WOFF-ROW-CNT           TO QZRLGPRM-COUNT-2
           MOVE WS-REFUSED-CNT            TO QZRLGPRM-COUNT-3
           CALL 'QZRUNLOG' USING QZRLGPRM
           IF NOT QZRLGPRM-OK
               DISPLAY 'QZB19Z - QZRUNCTL END REGISTRATION '
                       'FAILED'
               MOVE 16                    TO RETURN-CODE
           END-IF.
       8900-REGISTER-END-EXIT.
           EXIT.
