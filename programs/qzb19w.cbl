      *================================================================*
      *                                                                *
      *    PROGRAM:      QZB19W                                       *
      *    AUTHOR:       K. SASAKI - APPLICATION SUPPORT               *
      *    INSTALLATION: MULEFORGE DATA CENTER                        *
      *    DATE-WRITTEN: 2026-10-15                                   *
      *    DATE-COMPILED:                                              *
      *                                                                *
      *    PURPOSE.                                                   *
      *        Month-end accounts-receivable roll-forward and         *
      *        subledger reconciliation, run once the last night      *
      *        stream of the month has completed. For every customer *
      *        it rolls last month's closing receivable (QZARSNAP)    *
      *        forward -                                              *
      *            opening receivable                                 *
      *          + charges billed        (QZCUSMAS/QZCUSARC rows)     *
      *          + late-payment surcharges                            *
      *          - receipts posted       (QZPAYMAS)                   *
      *          + debit memos - credit memos  (QZADJMAS)             *
      *          + refunds paid out      (QZFINREQ)                   *
      *          - bad debts written off (QZB19Z)                     *
      *          = computed closing receivable                        *
      *        - and checks the result against the actual closing    *
      *        receivable: the open balance (QZROWBAL) of every row  *
      *        still on QZCUSMAS plus every archived row on QZCUSARC,*
      *        less the customer's unapplied QZCUSBAL credit. Every  *
      *        customer whose two figures differ is listed on the    *
      *        QZARRPRT report with the difference; the report ends *
      *        with the roll-forward by contract type and in total, *
      *        so the close is signed off from the report.            *
      *                                                                *
      *        Billing is measured as the growth in each customer's  *
      *        charge and surcharge totals since last month's        *
      *        snapshot, so an estimate trued up or a final bill     *
      *        booked on an older row is caught in the month it      *
      *        happened. Receipts, memos and refunds count when      *
      *        dated after the snapshot. The run writes this month's *
      *        snapshot to QZARSNXT; a customer first seen opens at  *
      *        zero, so the first close ever rolls from the start of *
      *        each customer's history.                               *
      *                                                                *
      *        All the files are keyed on CUSTOMER-NO first, so the  *
      *        run is one matched pass over them in customer order.  *
      *                                                                *
      *    MOD HISTORY.                                                *
      *    DATE        INIT  DESCRIPTION                               *
      *    ----------  ----  ------------------------------------      *
      *    2026-10-15  KS    QZB19W established.                       *
      *    2026-10-15  KS    Bad-debt write-offs taken as a movement,  *
      *                      recoveries out of receipts.               *
      *    2026-10-15  KS    Consumption tax billed is rolled forward  *
      *                      as its own movement from a cumulative     *
      *                      tax total kept on the snapshot.           *
      *    2026-10-15  KS    Contract type of the roll-forward now     *
      *                      taken from the customer's QZACTMAS        *
      *                      account.                                  *
      *                                                                *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    QZB19W.
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
           SELECT QZARRPRM-FILE  ASSIGN TO QZARRPRM
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS WS-ARRPRM-STATUS.
           SELECT QZARSNAP-FILE  ASSIGN TO QZARSNAP
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS SEQUENTIAL
               RECORD KEY     IS QZARSNAP-CUSTOMER-NO
               FILE STATUS    IS WS-ARSNAP-STATUS.
           SELECT QZCUSARC-FILE  ASSIGN TO QZCUSARC
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS SEQUENTIAL
               RECORD KEY     IS QZARCREC-KEY
               FILE STATUS    IS WS-CUSARC-STATUS.
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
           SELECT QZPAYMAS-FILE  ASSIGN TO QZPAYMAS
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS SEQUENTIAL
               RECORD KEY     IS QZPAYREC-KEY
               FILE STATUS    IS WS-PAYMAS-STATUS.
           SELECT QZADJMAS-FILE  ASSIGN TO QZADJMAS
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS SEQUENTIAL
               RECORD KEY     IS QZADJREC-KEY
               FILE STATUS    IS WS-ADJMAS-STATUS.
           SELECT QZCUSBAL-FILE  ASSIGN TO QZCUSBAL
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS QZCBLREC-CUSTOMER-NO
               FILE STATUS    IS WS-CUSBAL-STATUS.
           SELECT QZFINREQ-FILE  ASSIGN TO QZFINREQ
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS QZFINREC-CUSTOMER-NO
               FILE STATUS    IS WS-FINREQ-STATUS.
           SELECT QZARSNXT-FILE  ASSIGN TO QZARSNXT
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS SEQUENTIAL
               RECORD KEY     IS QZARSREC-CUSTOMER-NO
               FILE STATUS    IS WS-ARSNXT-STATUS.
           SELECT QZARRPRT-FILE  ASSIGN TO QZARRPRT
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QZARRPRM-FILE.
           COPY "ar_parm.cbl".
       FD  QZARSNAP-FILE.
           COPY "ar_snapshot.cbl"
               REPLACING LEADING ==QZARSREC== BY ==QZARSNAP==.
       FD  QZCUSARC-FILE.
           COPY "customer_archive.cbl".
       FD  QZCUSMAS-FILE.
           COPY "customer_master.cbl".
       FD  QZACTMAS-FILE.
           COPY "customer_account.cbl".
       FD  QZPAYMAS-FILE.
           COPY "payment_record.cbl".
       FD  QZADJMAS-FILE.
           COPY "adjustment_memo.cbl".
       FD  QZCUSBAL-FILE.
           COPY "customer_balance.cbl".
       FD  QZFINREQ-FILE.
           COPY "final_bill.cbl".
       FD  QZARSNXT-FILE.
           COPY "ar_snapshot.cbl".
       FD  QZARRPRT-FILE.
       01  QZARRPRT-REC                   PIC X(133).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      *    FILE STATUS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-ARRPRM-STATUS               PIC X(02).
       77  WS-ARSNAP-STATUS               PIC X(02).
       77  WS-CUSARC-STATUS               PIC X(02).
       77  WS-CUSMAS-STATUS               PIC X(02).
       77  WS-ACTMAS-STATUS               PIC X(02).
       77  WS-PAYMAS-STATUS               PIC X(02).
       77  WS-ADJMAS-STATUS               PIC X(02).
       77  WS-CUSBAL-STATUS               PIC X(02).
       77  WS-FINREQ-STATUS               PIC X(02).
       77  WS-ARSNXT-STATUS               PIC X(02).
       77  WS-PRINT-STATUS                PIC X(02).
       77  WS-SNAP-FILE-SW                PIC X(01) VALUE 'N'.
           88  WS-SNAP-ON-FILE                 VALUE 'Y'.
       77  WS-ARC-FILE-SW                 PIC X(01) VALUE 'N'.
           88  WS-ARC-ON-FILE                  VALUE 'Y'.
       77  WS-PAY-FILE-SW                 PIC X(01) VALUE 'N'.
           88  WS-PAY-ON-FILE                  VALUE 'Y'.
       77  WS-ADJ-FILE-SW                 PIC X(01) VALUE 'N'.
           88  WS-ADJ-ON-FILE                  VALUE 'Y'.
       77  WS-BAL-FILE-SW                 PIC X(01) VALUE 'N'.
           88  WS-BAL-ON-FILE                  VALUE 'Y'.
       77  WS-FIN-FILE-SW                 PIC X(01) VALUE 'N'.
           88  WS-FIN-ON-FILE                  VALUE 'Y'.
       77  WS-CLOSE-YM                    PIC X(06).
       77  WS-RUN-ID                      PIC X(08).
       77  WS-CUST-CNT                    PIC 9(09) COMP VALUE 0.
       77  WS-DIFF-CNT                    PIC 9(09) COMP VALUE 0.
       77  WS-ROW-CNT                     PIC 9(09) COMP VALUE 0.
       77  WS-LINE-CNT                    PIC 9(03) COMP VALUE 0.
       77  WS-LINES-PER-PAGE              PIC 9(03) VALUE 40.
       77  WS-PAGE-NO                     PIC 9(04) COMP VALUE 0.
       77  WS-CT-IDX                      PIC 9(03) COMP.
       77  WS-CT-FOUND-IDX                PIC 9(03) COMP.

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

      *----------------------------------------------------------------*
      *    MATCH KEYS - THE CUSTOMER EACH FILE IS POSITIONED ON,      *
      *    HIGH-VALUES ONCE IT IS EXHAUSTED                            *
      *----------------------------------------------------------------*
       01  WS-MATCH-KEYS.
           05  WS-SNAP-KEY                PIC X(10).
           05  WS-ARC-KEY                 PIC X(10).
           05  WS-MAS-KEY                 PIC X(10).
           05  WS-PAY-KEY                 PIC X(10).
           05  WS-ADJ-KEY                 PIC X(10).
           05  WS-CUR-CUSTOMER-NO         PIC X(10).

      *----------------------------------------------------------------*
      *    ONE CUSTOMER'S ROLL-FORWARD                                 *
      *----------------------------------------------------------------*
       01  WS-CUST-WORK.
           05  WS-CW-CONTRACT-TYPE        PIC X(02).
           05  WS-CW-WINDOW-FROM          PIC X(08).
           05  WS-CW-OPENING              PIC S9(13) COMP-3.
           05  WS-CW-PRIOR-CHARGE         PIC S9(13) COMP-3.
           05  WS-CW-PRIOR-SURCHARGE      PIC S9(13) COMP-3.
           05  WS-CW-CUM-CHARGE           PIC S9(13) COMP-3.
           05  WS-CW-CUM-SURCHARGE        PIC S9(13) COMP-3.
           05  WS-CW-PRIOR-WRITEOFF       PIC S9(13) COMP-3.
           05  WS-CW-CUM-WRITEOFF         PIC S9(13) COMP-3.
           05  WS-CW-WRITEOFF             PIC S9(13) COMP-3.
           05  WS-CW-PRIOR-TAX            PIC S9(13) COMP-3.
           05  WS-CW-CUM-TAX              PIC S9(13) COMP-3.
           05  WS-CW-TAX                  PIC S9(13) COMP-3.
           05  WS-CW-BILLED               PIC S9(13) COMP-3.
           05  WS-CW-SURCHARGE            PIC S9(13) COMP-3.
           05  WS-CW-RECEIPTS             PIC S9(13) COMP-3.
           05  WS-CW-DEBIT-MEMO           PIC S9(13) COMP-3.
           05  WS-CW-CREDIT-MEMO          PIC S9(13) COMP-3.
           05  WS-CW-REFUND               PIC S9(13) COMP-3.
           05  WS-CW-OPEN-ROWS            PIC S9(13) COMP-3.
           05  WS-CW-CREDIT-BAL           PIC S9(13) COMP-3.
           05  WS-CW-COMPUTED             PIC S9(13) COMP-3.
           05  WS-CW-ACTUAL               PIC S9(13) COMP-3.
           05  WS-CW-DIFFERENCE           PIC S9(13) COMP-3.

      *----------------------------------------------------------------*
      *    ROLL-FORWARD BY CONTRACT TYPE, AND THE SAME FIGURES FOR    *
      *    ONE BLOCK OF THE REPORT AND FOR THE GRAND TOTAL            *
      *----------------------------------------------------------------*
       01  WS-CT-TABLE.
           05  WS-CT-CNT                  PIC 9(03) COMP VALUE 0.
           05  WS-CT-ENTRY                OCCURS 50 TIMES.
               10  WS-CT-CONTRACT-TYPE    PIC X(02).
               10  WS-CT-FIGURES.
                   15  WS-CT-CUST-CNT     PIC 9(09) COMP.
                   15  WS-CT-DIFF-CNT     PIC 9(09) COMP.
                   15  WS-CT-OPENING      PIC S9(15) COMP-3.
                   15  WS-CT-BILLED       PIC S9(15) COMP-3.
                   15  WS-CT-SURCHARGE    PIC S9(15) COMP-3.
                   15  WS-CT-TAX          PIC S9(15) COMP-3.
                   15  WS-CT-RECEIPTS     PIC S9(15) COMP-3.
                   15  WS-CT-DEBIT-MEMO   PIC S9(15) COMP-3.
                   15  WS-CT-CREDIT-MEMO  PIC S9(15) COMP-3.
                   15  WS-CT-REFUND       PIC S9(15) COMP-3.
                   15  WS-CT-WRITEOFF     PIC S9(15) COMP-3.
                   15  WS-CT-OPEN-ROWS    PIC S9(15) COMP-3.
                   15  WS-CT-CREDIT-BAL   PIC S9(15) COMP-3.
                   15  WS-CT-DIFFERENCE   PIC S9(15) COMP-3.

       01  WS-RF-FIGURES.
           05  WS-RF-CUST-CNT             PIC 9(09) COMP.
           05  WS-RF-DIFF-CNT             PIC 9(09) COMP.
           05  WS-RF-OPENING              PIC S9(15) COMP-3.
           05  WS-RF-BILLED               PIC S9(15) COMP-3.
           05  WS-RF-SURCHARGE            PIC S9(15) COMP-3.
           05  WS-RF-TAX                  PIC S9(15) COMP-3.
           05  WS-RF-RECEIPTS             PIC S9(15) COMP-3.
           05  WS-RF-DEBIT-MEMO           PIC S9(15) COMP-3.
           05  WS-RF-CREDIT-MEMO          PIC S9(15) COMP-3.
           05  WS-RF-REFUND               PIC S9(15) COMP-3.
           05  WS-RF-WRITEOFF             PIC S9(15) COMP-3.
           05  WS-RF-OPEN-ROWS            PIC S9(15) COMP-3.
           05  WS-RF-CREDIT-BAL           PIC S9(15) COMP-3.
           05  WS-RF-DIFFERENCE           PIC S9(15) COMP-3.

       01  WS-GT-FIGURES.
           05  WS-GT-CUST-CNT             PIC 9(09) COMP VALUE 0.
           05  WS-GT-DIFF-CNT             PIC 9(09) COMP VALUE 0.
           05  WS-GT-OPENING              PIC S9(15) COMP-3 VALUE 0.
           05  WS-GT-BILLED               PIC S9(15) COMP-3 VALUE 0.
           05  WS-GT-SURCHARGE            PIC S9(15) COMP-3 VALUE 0.
           05  WS-GT-TAX                  PIC S9(15) COMP-3 VALUE 0.
           05  WS-GT-RECEIPTS             PIC S9(15) COMP-3 VALUE 0.
           05  WS-GT-DEBIT-MEMO           PIC S9(15) COMP-3 VALUE 0.
           05  WS-GT-CREDIT-MEMO          PIC S9(15) COMP-3 VALUE 0.
           05  WS-GT-REFUND               PIC S9(15) COMP-3 VALUE 0.
           05  WS-GT-WRITEOFF             PIC S9(15) COMP-3 VALUE 0.
           05  WS-GT-OPEN-ROWS            PIC S9(15) COMP-3 VALUE 0.
           05  WS-GT-CREDIT-BAL           PIC S9(15) COMP-3 VALUE 0.
           05  WS-GT-DIFFERENCE           PIC S9(15) COMP-3 VALUE 0.

       77  WS-RF-CONTRACT-TYPE            PIC X(03).
       77  WS-RF-COMPUTED                 PIC S9(15) COMP-3.
       77  WS-RF-ACTUAL                   PIC S9(15) COMP-3.

      *----------------------------------------------------------------*
      *    PRINT LINE LAYOUTS                                         *
      *----------------------------------------------------------------*
       01  WS-HDG-LINE.
           05  WS-HDG-TITLE               PIC X(40).
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  WS-HDG-YM-LIT              PIC X(08).
           05  WS-HDG-CLOSE-YM            PIC X(06).
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  WS-HDG-PAGE-LIT            PIC X(05).
           05  WS-HDG-PAGE-NO             PIC ZZZ9.
           05  FILLER                     PIC X(62) VALUE SPACES.

       01  WS-CAP-LINE.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  FILLER                     PIC X(08)
               VALUE 'CUSTOMER'.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(02)
               VALUE 'CT'.
           05  FILLER                     PIC X(11) VALUE SPACES.
           05  FILLER                     PIC X(07)
               VALUE 'OPENING'.
           05  FILLER                     PIC X(10) VALUE SPACES.
           05  FILLER                     PIC X(08)
               VALUE 'MOVEMENT'.
           05  FILLER                     PIC X(10) VALUE SPACES.
           05  FILLER                     PIC X(08)
               VALUE 'COMPUTED'.
           05  FILLER                     PIC X(12) VALUE SPACES.
           05  FILLER                     PIC X(06)
               VALUE 'ACTUAL'.
           05  FILLER                     PIC X(08) VALUE SPACES.
           05  FILLER                     PIC X(10)
               VALUE 'DIFFERENCE'.
           05  FILLER                     PIC X(26) VALUE SPACES.

       01  WS-DTL-LINE.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-DTL-CUSTOMER-NO         PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-CONTRACT-TYPE       PIC X(02).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-OPENING             PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-MOVEMENT            PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-COMPUTED            PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-ACTUAL              PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-DIFFERENCE          PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(24) VALUE SPACES.

       01  WS-RF-TITLE-LINE.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  FILLER                     PIC X(15)
               VALUE 'CONTRACT TYPE: '.
           05  WS-RFT-CONTRACT-TYPE       PIC X(03).
           05  FILLER                     PIC X(112) VALUE SPACES.

       01  WS-RF-LINE.
           05  FILLER                     PIC X(06) VALUE SPACES.
           05  WS-RF-CAPTION              PIC X(32).
           05  WS-RF-AMOUNT               PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(75) VALUE SPACES.

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
              UNTIL WS-CUR-CUSTOMER-NO = HIGH-VALUES
           PERFORM 4000-PRINT-ROLL-FORWARD
              THRU 4000-PRINT-ROLL-FORWARD-EXIT
           PERFORM 8000-FINALIZE
              THRU 8000-FINALIZE-EXIT
           PERFORM 8900-REGISTER-END
              THRU 8900-REGISTER-END-EXIT
           STOP RUN.

      *----------------------------------------------------------------*
      *    0100-REGISTER-START                                         *
      *        Registers this run on the QZRUNCTL run-control         *
      *        dataset through QZRUNLOG before a single file is       *
      *        opened.                                                 *
      *----------------------------------------------------------------*
       0100-REGISTER-START.
           MOVE 'S'                       TO QZRLGPRM-FUNCTION
           MOVE 'QZB19W  '                TO QZRLGPRM-PGMID
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
                       DISPLAY 'QZB19W - RUN REFUSED, AN INSTANCE '
                               'IS STILL MARKED RUNNING ON '
                               'QZRUNCTL - VERIFY AND RESET '
                               'VIA QZB19X'
                   WHEN QZRLGPRM-PREREQ-MISSING
                       DISPLAY 'QZB19W - RUN REFUSED, '
                               'PREREQUISITE '
                               QZRLGPRM-FAIL-PGMID
                               ' HAS NOT COMPLETED TONIGHT'
                   WHEN OTHER
                       DISPLAY 'QZB19W - QZRUNCTL ACCESS FAILED'
               END-EVALUATE
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF.
       0100-REGISTER-START-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *        QZARSNAP is absent before the first close, QZCUSARC   *
      *        before the first archive run, QZPAYMAS, QZCUSBAL and  *
      *        QZFINREQ before the first receipt, overpayment or      *
      *        termination, and QZADJMAS before the first memo - a   *
      *        file not yet created contributes nothing.              *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE             FROM DATE YYYYMMDD
           ACCEPT WS-RUN-ID               FROM TIME
           MOVE HIGH-VALUES               TO WS-MATCH-KEYS
           PERFORM 1200-RESOLVE-MONTH
              THRU 1200-RESOLVE-MONTH-EXIT
           OPEN INPUT  QZARSNAP-FILE
           EVALUATE WS-ARSNAP-STATUS
               WHEN '00'
                   SET WS-SNAP-ON-FILE    TO TRUE
               WHEN '35'
                   DISPLAY 'QZB19W - NO QZARSNAP ON FILE, EVERY '
                           'CUSTOMER OPENS AT ZERO'
               WHEN OTHER
                   DISPLAY 'QZB19W - QZARSNAP OPEN FAILED, STATUS='
                           WS-ARSNAP-STATUS
                   MOVE 16                TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           OPEN INPUT  QZCUSARC-FILE
           EVALUATE WS-CUSARC-STATUS
               WHEN '00'
                   SET WS-ARC-ON-FILE     TO TRUE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'QZB19W - QZCUSARC OPEN FAILED, STATUS='
                           WS-CUSARC-STATUS
                   MOVE 16                TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           OPEN INPUT  QZCUSMAS-FILE
           IF WS-CUSMAS-STATUS NOT = '00'
               DISPLAY 'QZB19W - QZCUSMAS OPEN FAILED, STATUS='
                       WS-CUSMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  QZACTMAS-FILE
           IF WS-ACTMAS-STATUS NOT = '00'
               DISPLAY 'QZB19W - QZACTMAS OPEN FAILED, STATUS='
                       WS-ACTMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  QZPAYMAS-FILE
           EVALUATE WS-PAYMAS-STATUS
               WHEN '00'
                   SET WS-PAY-ON-FILE     TO TRUE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'QZB19W - QZPAYMAS OPEN FAILED, STATUS='
                           WS-PAYMAS-STATUS
                   MOVE 16                TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           OPEN INPUT  QZADJMAS-FILE
           EVALUATE WS-ADJMAS-STATUS
               WHEN '00'
                   SET WS-ADJ-ON-FILE     TO TRUE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'QZB19W - QZADJMAS OPEN FAILED, STATUS='
                           WS-ADJMAS-STATUS
                   MOVE 16                TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           OPEN INPUT  QZCUSBAL-FILE
           EVALUATE WS-CUSBAL-STATUS
               WHEN '00'
                   SET WS-BAL-ON-FILE     TO TRUE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'QZB19W - QZCUSBAL OPEN FAILED, STATUS='
                           WS-CUSBAL-STATUS
                   MOVE 16                TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           OPEN INPUT  QZFINREQ-FILE
           EVALUATE WS-FINREQ-STATUS
               WHEN '00'
                   SET WS-FIN-ON-FILE     TO TRUE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'QZB19W - QZFINREQ OPEN FAILED, STATUS='
                           WS-FINREQ-STATUS
                   MOVE 16                TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           OPEN OUTPUT QZARSNXT-FILE
           IF WS-ARSNXT-STATUS NOT = '00'
               DISPLAY 'QZB19W - QZARSNXT OPEN FAILED, STATUS='
                       WS-ARSNXT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT QZARRPRT-FILE
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19W - QZARRPRT OPEN FAILED, STATUS='
                       WS-PRINT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3500-PRINT-HEADINGS
              THRU 3500-PRINT-HEADINGS-EXIT
           IF WS-SNAP-ON-FILE
               PERFORM 2910-READ-NEXT-SNAP
                  THRU 2910-READ-NEXT-SNAP-EXIT
           END-IF
           IF WS-ARC-ON-FILE
               PERFORM 2920-READ-NEXT-ARCHIVE
                  THRU 2920-READ-NEXT-ARCHIVE-EXIT
           END-IF
           PERFORM 2930-READ-NEXT-MASTER
              THRU 2930-READ-NEXT-MASTER-EXIT
           IF WS-PAY-ON-FILE
               PERFORM 2940-READ-NEXT-PAYMENT
                  THRU 2940-READ-NEXT-PAYMENT-EXIT
           END-IF
           IF WS-ADJ-ON-FILE
               PERFORM 2950-READ-NEXT-MEMO
                  THRU 2950-READ-NEXT-MEMO-EXIT
           END-IF
           PERFORM 2990-SET-CURRENT-CUSTOMER
              THRU 2990-SET-CURRENT-CUSTOMER-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1200-RESOLVE-MONTH                                          *
      *        One QZARRPRM card names the month being closed; no     *
      *        card or a blank card closes the month before the run  *
      *        month. A card that is not a numeric year-month is     *
      *        refused, not defaulted.                                 *
      *----------------------------------------------------------------*
       1200-RESOLVE-MONTH.
           MOVE SPACES                    TO WS-CLOSE-YM
           OPEN INPUT QZARRPRM-FILE
           IF WS-ARRPRM-STATUS = '00'
               READ QZARRPRM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF QZARRPRM-CLOSE-YM NOT = SPACES
                           IF QZARRPRM-CLOSE-YM NUMERIC
                               MOVE QZARRPRM-CLOSE-YM
                                 TO WS-CLOSE-YM
                           ELSE
                               DISPLAY 'QZB19W - QZARRPRM MONTH NOT '
                                       'NUMERIC, CARD REFUSED'
                               MOVE 16    TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
               END-READ
               CLOSE QZARRPRM-FILE
           END-IF
           IF WS-CLOSE-YM = SPACES
               IF WS-RUN-MM = 01
                   COMPUTE WS-PRIOR-YYYY = WS-RUN-YYYY - 1
                   MOVE 12                TO WS-PRIOR-MM
               ELSE
                   MOVE WS-RUN-YYYY       TO WS-PRIOR-YYYY
                   COMPUTE WS-PRIOR-MM = WS-RUN-MM - 1
               END-IF
               MOVE WS-PRIOR-YM           TO WS-CLOSE-YM
           END-IF
           DISPLAY 'QZB19W - CLOSING MONTH:        ' WS-CLOSE-YM.
       1200-RESOLVE-MONTH-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-PROCESS-CUSTOMER                                       *
      *        Takes everything every file holds for the current      *
      *        customer, then rolls the customer forward. The        *
      *        contract type is the customer's current one from the  *
      *        QZACTMAS account; a customer with no account keeps     *
      *        the type of the latest archived row or snapshot.      *
      *----------------------------------------------------------------*
       2000-PROCESS-CUSTOMER.
           PERFORM 2100-START-CUSTOMER
              THRU 2100-START-CUSTOMER-EXIT
           PERFORM 2200-TAKE-ARCHIVE-ROW
              THRU 2200-TAKE-ARCHIVE-ROW-EXIT
              UNTIL WS-ARC-KEY NOT = WS-CUR-CUSTOMER-NO
           PERFORM 2300-TAKE-MASTER-ROW
              THRU 2300-TAKE-MASTER-ROW-EXIT
              UNTIL WS-MAS-KEY NOT = WS-CUR-CUSTOMER-NO
           PERFORM 2350-TAKE-ACCOUNT
              THRU 2350-TAKE-ACCOUNT-EXIT
           PERFORM 2400-TAKE-RECEIPT
              THRU 2400-TAKE-RECEIPT-EXIT
              UNTIL WS-PAY-KEY NOT = WS-CUR-CUSTOMER-NO
           PERFORM 2500-TAKE-MEMO
              THRU 2500-TAKE-MEMO-EXIT
              UNTIL WS-ADJ-KEY NOT = WS-CUR-CUSTOMER-NO
           PERFORM 2600-TAKE-BALANCES
              THRU 2600-TAKE-BALANCES-EXIT
           PERFORM 2700-ROLL-FORWARD
              THRU 2700-ROLL-FORWARD-EXIT
           PERFORM 2800-WRITE-SNAPSHOT
              THRU 2800-WRITE-SNAPSHOT-EXIT
           PERFORM 2990-SET-CURRENT-CUSTOMER
              THRU 2990-SET-CURRENT-CUSTOMER-EXIT.
       2000-PROCESS-CUSTOMER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2100-START-CUSTOMER                                         *
      *        Last month's snapshot gives the opening balance, the   *
      *        charge totals billing is measured from and the date    *
      *        after which receipts, memos and refunds are this       *
      *        month's. A customer with no snapshot opens at zero    *
      *        with everything ever posted in the month.             *
      *----------------------------------------------------------------*
       2100-START-CUSTOMER.
           INITIALIZE WS-CUST-WORK
           MOVE '00000000'                TO WS-CW-WINDOW-FROM
           ADD 1                          TO WS-CUST-CNT
           IF WS-SNAP-KEY = WS-CUR-CUSTOMER-NO
               MOVE QZARSNAP-CONTRACT-TYPE
                                          TO WS-CW-CONTRACT-TYPE
               MOVE QZARSNAP-SNAP-DATE    TO WS-CW-WINDOW-FROM
               MOVE QZARSNAP-CLOSE-AMT    TO WS-CW-OPENING
               MOVE QZARSNAP-CUM-CHARGE   TO WS-CW-PRIOR-CHARGE
               MOVE QZARSNAP-CUM-SURCHARGE
                                          TO WS-CW-PRIOR-SURCHARGE
               IF QZARSNAP-CUM-WRITEOFF NUMERIC
                   MOVE QZARSNAP-CUM-WRITEOFF
                                          TO WS-CW-PRIOR-WRITEOFF
               END-IF
               IF QZARSNAP-CUM-TAX NUMERIC
                   MOVE QZARSNAP-CUM-TAX  TO WS-CW-PRIOR-TAX
               END-IF
               PERFORM 2910-READ-NEXT-SNAP
                  THRU 2910-READ-NEXT-SNAP-EXIT
           END-IF.
       2100-START-CUSTOMER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2200-TAKE-ARCHIVE-ROW                                       *
      *        QZARCREC carries the QZCUSMAS-REC layout field for     *
      *        field, so QZROWBAL prices an archived row the same    *
      *        way it prices a live one.                              *
      *----------------------------------------------------------------*
       2200-TAKE-ARCHIVE-ROW.
           CALL 'QZROWBAL' USING QZARCREC QZRBLPRM
           ADD QZRBLPRM-OPEN-AMT          TO WS-CW-OPEN-ROWS
           IF QZARCREC-CHARGE NUMERIC
               ADD QZARCREC-CHARGE        TO WS-CW-CUM-CHARGE
           END-IF
           IF QZARCREC-SURCHARGE-AMT NUMERIC
               ADD QZARCREC-SURCHARGE-AMT TO WS-CW-CUM-SURCHARGE
           END-IF
           IF QZARCREC-TAX-AMT NUMERIC
               ADD QZARCREC-TAX-AMT       TO WS-CW-CUM-TAX
           END-IF
           IF QZARCREC-WRITEOFF-FLAG = 'W'
              AND QZARCREC-WRITEOFF-AMT NUMERIC
               ADD QZARCREC-WRITEOFF-AMT  TO WS-CW-CUM-WRITEOFF
           END-IF
           MOVE QZARCREC-CONTRACT-TYPE    TO WS-CW-CONTRACT-TYPE
           ADD 1                          TO WS-ROW-CNT
           PERFORM 2920-READ-NEXT-ARCHIVE
              THRU 2920-READ-NEXT-ARCHIVE-EXIT.
       2200-TAKE-ARCHIVE-ROW-EXIT.
           EXIT.

       2300-TAKE-MASTER-ROW.
           CALL 'QZROWBAL' USING QZCUSMAS-REC QZRBLPRM
           ADD QZRBLPRM-OPEN-AMT          TO WS-CW-OPEN-ROWS
           IF QZCUSMAS-CHARGE NUMERIC
               ADD QZCUSMAS-CHARGE        TO WS-CW-CUM-CHARGE
           END-IF
           IF QZCUSMAS-SURCHARGE-AMT NUMERIC
               ADD QZCUSMAS-SURCHARGE-AMT TO WS-CW-CUM-SURCHARGE
           END-IF
           IF QZCUSMAS-TAX-AMT NUMERIC
               ADD QZCUSMAS-TAX-AMT       TO WS-CW-CUM-TAX
           END-IF
           IF QZCUSMAS-ROW-WRITTEN-OFF
              AND QZCUSMAS-WRITEOFF-AMT NUMERIC
               ADD QZCUSMAS-WRITEOFF-AMT  TO WS-CW-CUM-WRITEOFF
           END-IF
           ADD 1                          TO WS-ROW-CNT
           PERFORM 2930-READ-NEXT-MASTER
              THRU 2930-READ-NEXT-MASTER-EXIT.
       2300-TAKE-MASTER-ROW-EXIT.
           EXIT.

       2350-TAKE-ACCOUNT.
           MOVE WS-CUR-CUSTOMER-NO        TO QZACTREC-CUSTOMER-NO
           READ QZACTMAS-FILE
               INVALID KEY
                   GO TO 2350-TAKE-ACCOUNT-EXIT
           END-READ
           IF WS-ACTMAS-STATUS NOT = '00'
               DISPLAY 'QZB19W - QZACTMAS READ FAILED, STATUS='
                       WS-ACTMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE QZACTREC-CONTRACT-TYPE    TO WS-CW-CONTRACT-TYPE.
       2350-TAKE-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2400-TAKE-RECEIPT                                           *
      *        Every receipt QZB19P posted since the snapshot, the    *
      *        part that settled rows and the part that became        *
      *        credit alike. The part QZB19P posted as a recovery of *
      *        a bad debt already written off never was receivable,  *
      *        so it is left out.                                      *
      *----------------------------------------------------------------*
       2400-TAKE-RECEIPT.
           IF QZPAYREC-POSTED-DATE > WS-CW-WINDOW-FROM
              AND QZPAYREC-POSTED-DATE NOT > WS-RUN-DATE
               ADD QZPAYREC-AMOUNT        TO WS-CW-RECEIPTS
               IF QZPAYREC-RECOVERY-AMT NUMERIC
                   SUBTRACT QZPAYREC-RECOVERY-AMT
                                          FROM WS-CW-RECEIPTS
               END-IF
           END-IF
           PERFORM 2940-READ-NEXT-PAYMENT
              THRU 2940-READ-NEXT-PAYMENT-EXIT.
       2400-TAKE-RECEIPT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2500-TAKE-MEMO                                              *
      *        Memos QZB19O posted since the snapshot. A credit memo  *
      *        counts whole - the part carried to QZCUSBAL credit    *
      *        reduces the receivable as much as the part applied    *
      *        to the row.                                            *
      *----------------------------------------------------------------*
       2500-TAKE-MEMO.
           IF QZADJREC-STS-POSTED
              AND QZADJREC-POST-DATE > WS-CW-WINDOW-FROM
              AND QZADJREC-POST-DATE NOT > WS-RUN-DATE
               IF QZADJREC-DEBIT-MEMO
                   ADD QZADJREC-AMOUNT    TO WS-CW-DEBIT-MEMO
               ELSE
                   ADD QZADJREC-AMOUNT    TO WS-CW-CREDIT-MEMO
               END-IF
           END-IF
           PERFORM 2950-READ-NEXT-MEMO
              THRU 2950-READ-NEXT-MEMO-EXIT.
       2500-TAKE-MEMO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2600-TAKE-BALANCES                                          *
      *        The unapplied credit the customer holds now, and the   *
      *        refund paid if the account was closed since the        *
      *        snapshot - a refund clears credit, so it adds back to *
      *        the receivable.                                        *
      *----------------------------------------------------------------*
       2600-TAKE-BALANCES.
           IF WS-BAL-ON-FILE
               MOVE WS-CUR-CUSTOMER-NO    TO QZCBLREC-CUSTOMER-NO
               READ QZCUSBAL-FILE
                   INVALID KEY
                       MOVE 0             TO QZCBLREC-CREDIT-AMT
               END-READ
               IF WS-CUSBAL-STATUS NOT = '00'
                  AND WS-CUSBAL-STATUS NOT = '23'
                   DISPLAY 'QZB19W - QZCUSBAL READ FAILED, STATUS='
                           WS-CUSBAL-STATUS
                   MOVE 16                TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE QZCBLREC-CREDIT-AMT   TO WS-CW-CREDIT-BAL
           END-IF
           IF WS-FIN-ON-FILE
               MOVE WS-CUR-CUSTOMER-NO    TO QZFINREC-CUSTOMER-NO
               READ QZFINREQ-FILE
                   INVALID KEY
                       GO TO 2600-TAKE-BALANCES-EXIT
               END-READ
               IF WS-FINREQ-STATUS NOT = '00'
                   DISPLAY 'QZB19W - QZFINREQ READ FAILED, STATUS='
                           WS-FINREQ-STATUS
                   MOVE 16                TO RETURN-CODE
                   STOP RUN
               END-IF
               IF QZFINREC-STS-CLOSED
                  AND QZFINREC-CLOSE-DATE > WS-CW-WINDOW-FROM
                  AND QZFINREC-CLOSE-DATE NOT > WS-RUN-DATE
                  AND QZFINREC-REFUND-AMT NUMERIC
                   MOVE QZFINREC-REFUND-AMT
                                          TO WS-CW-REFUND
               END-IF
           END-IF.
       2600-TAKE-BALANCES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2700-ROLL-FORWARD                                           *
      *        Computed closing against actual closing. A customer   *
      *        whose two figures differ is listed; every customer is *
      *        added into the roll-forward for its contract type.    *
      *----------------------------------------------------------------*
       2700-ROLL-FORWARD.
           COMPUTE WS-CW-BILLED =
               WS-CW-CUM-CHARGE - WS-CW-PRIOR-CHARGE
           COMPUTE WS-CW-SURCHARGE =
               WS-CW-CUM-SURCHARGE - WS-CW-PRIOR-SURCHARGE
           COMPUTE WS-CW-WRITEOFF =
               WS-CW-CUM-WRITEOFF - WS-CW-PRIOR-WRITEOFF
           COMPUTE WS-CW-TAX =
               WS-CW-CUM-TAX - WS-CW-PRIOR-TAX
           COMPUTE WS-CW-COMPUTED =
               WS-CW-OPENING + WS-CW-BILLED + WS-CW-TAX
             + WS-CW-SURCHARGE
             - WS-CW-RECEIPTS + WS-CW-DEBIT-MEMO - WS-CW-CREDIT-MEMO
             + WS-CW-REFUND - WS-CW-WRITEOFF
           COMPUTE WS-CW-ACTUAL =
               WS-CW-OPEN-ROWS - WS-CW-CREDIT-BAL
           COMPUTE WS-CW-DIFFERENCE =
               WS-CW-ACTUAL - WS-CW-COMPUTED
           PERFORM 2750-FIND-CONTRACT-TYPE
              THRU 2750-FIND-CONTRACT-TYPE-EXIT
           ADD 1                 TO WS-CT-CUST-CNT (WS-CT-FOUND-IDX)
           ADD WS-CW-OPENING     TO WS-CT-OPENING (WS-CT-FOUND-IDX)
           ADD WS-CW-BILLED      TO WS-CT-BILLED (WS-CT-FOUND-IDX)
           ADD WS-CW-SURCHARGE   TO WS-CT-SURCHARGE (WS-CT-FOUND-IDX)
           ADD WS-CW-TAX         TO WS-CT-TAX (WS-CT-FOUND-IDX)
           ADD WS-CW-RECEIPTS    TO WS-CT-RECEIPTS (WS-CT-FOUND-IDX)
           ADD WS-CW-DEBIT-MEMO  TO WS-CT-DEBIT-MEMO (WS-CT-FOUND-IDX)
           ADD WS-CW-CREDIT-MEMO TO WS-CT-CREDIT-MEMO (WS-CT-FOUND-IDX)
           ADD WS-CW-REFUND      TO WS-CT-REFUND (WS-CT-FOUND-IDX)
           ADD WS-CW-WRITEOFF    TO WS-CT-WRITEOFF (WS-CT-FOUND-IDX)
           ADD WS-CW-OPEN-ROWS   TO WS-CT-OPEN-ROWS (WS-CT-FOUND-IDX)
           ADD WS-CW-CREDIT-BAL  TO WS-CT-CREDIT-BAL (WS-CT-FOUND-IDX)
           ADD WS-CW-DIFFERENCE  TO WS-CT-DIFFERENCE (WS-CT-FOUND-IDX)
           IF WS-CW-DIFFERENCE NOT = 0
               ADD 1             TO WS-CT-DIFF-CNT (WS-CT-FOUND-IDX)
               ADD 1                      TO WS-DIFF-CNT
               PERFORM 3000-PRINT-DIFFERENCE
                  THRU 3000-PRINT-DIFFERENCE-EXIT
           END-IF.
       2700-ROLL-FORWARD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2750-FIND-CONTRACT-TYPE                                     *
      *        Locates - or opens - the roll-forward entry for the    *
      *        customer's contract type.                               *
      *----------------------------------------------------------------*
       2750-FIND-CONTRACT-TYPE.
           MOVE 0                         TO WS-CT-FOUND-IDX
           PERFORM 2760-MATCH-ONE-TYPE
              THRU 2760-MATCH-ONE-TYPE-EXIT
              VARYING WS-CT-IDX FROM 1 BY 1
              UNTIL WS-CT-IDX > WS-CT-CNT
                 OR WS-CT-FOUND-IDX > 0
           IF WS-CT-FOUND-IDX = 0
               IF WS-CT-CNT >= 50
                   DISPLAY 'QZB19W - CONTRACT TYPE TABLE OVERFLOW '
                           'AT 50'
                   MOVE 16                TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1                      TO WS-CT-CNT
               MOVE WS-CT-CNT             TO WS-CT-FOUND-IDX
               MOVE WS-CW-CONTRACT-TYPE
                 TO WS-CT-CONTRACT-TYPE (WS-CT-FOUND-IDX)
               INITIALIZE WS-CT-FIGURES (WS-CT-FOUND-IDX)
           END-IF.
       2750-FIND-CONTRACT-TYPE-EXIT.
           EXIT.

       2760-MATCH-ONE-TYPE.
           IF WS-CT-CONTRACT-TYPE (WS-CT-IDX) = WS-CW-CONTRACT-TYPE
               MOVE WS-CT-IDX             TO WS-CT-FOUND-IDX
           END-IF.
       2760-MATCH-ONE-TYPE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2800-WRITE-SNAPSHOT                                         *
      *        The actual closing - not the computed one - is what    *
      *        next month opens from, so a difference is reported     *
      *        once, in the month it arose.                            *
      *----------------------------------------------------------------*
       2800-WRITE-SNAPSHOT.
           MOVE WS-CUR-CUSTOMER-NO        TO QZARSREC-CUSTOMER-NO
           MOVE WS-CW-CONTRACT-TYPE       TO QZARSREC-CONTRACT-TYPE
           MOVE WS-CLOSE-YM               TO QZARSREC-CLOSE-YM
           MOVE WS-RUN-DATE               TO QZARSREC-SNAP-DATE
           MOVE WS-CW-ACTUAL              TO QZARSREC-CLOSE-AMT
           MOVE WS-CW-CUM-CHARGE          TO QZARSREC-CUM-CHARGE
           MOVE WS-CW-CUM-SURCHARGE       TO QZARSREC-CUM-SURCHARGE
           MOVE WS-CW-CUM-WRITEOFF        TO QZARSREC-CUM-WRITEOFF
           MOVE WS-CW-CUM-TAX             TO QZARSREC-CUM-TAX
           WRITE QZARSREC
           IF WS-ARSNXT-STATUS NOT = '00'
               DISPLAY 'QZB19W - QZARSNXT WRITE FAILED, KEY='
                       QZARSREC-CUSTOMER-NO
                       ' STATUS=' WS-ARSNXT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF.
       2800-WRITE-SNAPSHOT-EXIT.
           EXIT.

       2910-READ-NEXT-SNAP.
           READ QZARSNAP-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES       TO WS-SNAP-KEY
                   GO TO 2910-READ-NEXT-SNAP-EXIT
           END-READ
           IF WS-ARSNAP-STATUS NOT = '00'
               DISPLAY 'QZB19W - QZARSNAP READ FAILED, STATUS='
                       WS-ARSNAP-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE QZARSNAP-CUSTOMER-NO      TO WS-SNAP-KEY.
       2910-READ-NEXT-SNAP-EXIT.
           EXIT.

       2920-READ-NEXT-ARCHIVE.
           READ QZCUSARC-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES       TO WS-ARC-KEY
                   GO TO 2920-READ-NEXT-ARCHIVE-EXIT
           END-READ
           IF WS-CUSARC-STATUS NOT = '00'
               DISPLAY 'QZB19W - QZCUSARC READ FAILED, STATUS='
                       WS-CUSARC-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE QZARCREC-CUSTOMER-NO      TO WS-ARC-KEY.
       2920-READ-NEXT-ARCHIVE-EXIT.
           EXIT.

       2930-READ-NEXT-MASTER.
           READ QZCUSMAS-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES       TO WS-MAS-KEY
                   GO TO 2930-READ-NEXT-MASTER-EXIT
           END-READ
           IF WS-CUSMAS-STATUS NOT = '00'
               DISPLAY 'QZB19W - QZCUSMAS READ FAILED, STATUS='
                       WS-CUSMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE QZCUSMAS-CUSTOMER-NO      TO WS-MAS-KEY.
       2930-READ-NEXT-MASTER-EXIT.
           EXIT.

       2940-READ-NEXT-PAYMENT.
           READ QZPAYMAS-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES       TO WS-PAY-KEY
                   GO TO 2940-READ-NEXT-PAYMENT-EXIT
           END-READ
           IF WS-PAYMAS-STATUS NOT = '00'
               DISPLAY 'QZB19W - QZPAYMAS READ FAILED, STATUS='
                       WS-PAYMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE QZPAYREC-CUSTOMER-NO      TO WS-PAY-KEY.
       2940-READ-NEXT-PAYMENT-EXIT.
           EXIT.

       2950-READ-NEXT-MEMO.
           READ QZADJMAS-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES       TO WS-ADJ-KEY
                   GO TO 2950-READ-NEXT-MEMO-EXIT
           END-READ
           IF WS-ADJMAS-STATUS NOT = '00'
               DISPLAY 'QZB19W - QZADJMAS READ FAILED, STATUS='
                       WS-ADJMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE QZADJREC-CUSTOMER-NO      TO WS-ADJ-KEY.
       2950-READ-NEXT-MEMO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2990-SET-CURRENT-CUSTOMER                                   *
      *        The lowest customer any file is positioned on; HIGH-   *
      *        VALUES once every file is exhausted.                    *
      *----------------------------------------------------------------*
       2990-SET-CURRENT-CUSTOMER.
           MOVE WS-SNAP-KEY               TO WS-CUR-CUSTOMER-NO
           IF WS-ARC-KEY < WS-CUR-CUSTOMER-NO
               MOVE WS-ARC-KEY            TO WS-CUR-CUSTOMER-NO
           END-IF
           IF WS-MAS-KEY < WS-CUR-CUSTOMER-NO
               MOVE WS-MAS-KEY            TO WS-CUR-CUSTOMER-NO
           END-IF
           IF WS-PAY-KEY < WS-CUR-CUSTOMER-NO
               MOVE WS-PAY-KEY            TO WS-CUR-CUSTOMER-NO
           END-IF
           IF WS-ADJ-KEY < WS-CUR-CUSTOMER-NO
               MOVE WS-ADJ-KEY            TO WS-CUR-CUSTOMER-NO
           END-IF.
       2990-SET-CURRENT-CUSTOMER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3000-PRINT-DIFFERENCE                                       *
      *        The movement column is the month's net movement -      *
      *        computed closing less opening.                          *
      *----------------------------------------------------------------*
       3000-PRINT-DIFFERENCE.
           IF WS-LINE-CNT >= WS-LINES-PER-PAGE
               PERFORM 3500-PRINT-HEADINGS
                  THRU 3500-PRINT-HEADINGS-EXIT
           END-IF
           MOVE WS-CUR-CUSTOMER-NO        TO WS-DTL-CUSTOMER-NO
           MOVE WS-CW-CONTRACT-TYPE       TO WS-DTL-CONTRACT-TYPE
           MOVE WS-CW-OPENING             TO WS-DTL-OPENING
           COMPUTE WS-DTL-MOVEMENT = WS-CW-COMPUTED - WS-CW-OPENING
           MOVE WS-CW-COMPUTED            TO WS-DTL-COMPUTED
           MOVE WS-CW-ACTUAL              TO WS-DTL-ACTUAL
           MOVE WS-CW-DIFFERENCE          TO WS-DTL-DIFFERENCE
           WRITE QZARRPRT-REC FROM WS-DTL-LINE
               AFTER ADVANCING 1 LINE
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19W - QZARRPRT WRITE FAILED, STATUS='
                       WS-PRINT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1                          TO WS-LINE-CNT.
       3000-PRINT-DIFFERENCE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3500-PRINT-HEADINGS                                         *
      *----------------------------------------------------------------*
       3500-PRINT-HEADINGS.
           ADD 1                          TO WS-PAGE-NO
           MOVE SPACES                    TO WS-HDG-LINE
           MOVE 'AR ROLL-FORWARD - CUSTOMERS OUT OF BALANCE'
                                          TO WS-HDG-TITLE
           MOVE 'MONTH:  '                TO WS-HDG-YM-LIT
           MOVE WS-CLOSE-YM               TO WS-HDG-CLOSE-YM
           MOVE 'PAGE '                   TO WS-HDG-PAGE-LIT
           MOVE WS-PAGE-NO                TO WS-HDG-PAGE-NO
           WRITE QZARRPRT-REC FROM WS-HDG-LINE
               AFTER ADVANCING PAGE
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19W - QZARRPRT WRITE FAILED, STATUS='
                       WS-PRINT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE QZARRPRT-REC FROM WS-CAP-LINE
               AFTER ADVANCING 2 LINES
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19W - QZARRPRT WRITE FAILED, STATUS='
                       WS-PRINT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0                         TO WS-LINE-CNT.
       3500-PRINT-HEADINGS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4000-PRINT-ROLL-FORWARD                                     *
      *        One roll-forward block per contract type, each on its *
      *        own page, then the same block for all types together.  *
      *----------------------------------------------------------------*
       4000-PRINT-ROLL-FORWARD.
           PERFORM 4100-PRINT-ONE-TYPE
              THRU 4100-PRINT-ONE-TYPE-EXIT
              VARYING WS-CT-IDX FROM 1 BY 1
              UNTIL WS-CT-IDX > WS-CT-CNT
           MOVE WS-GT-FIGURES             TO WS-RF-FIGURES
           MOVE 'ALL'                     TO WS-RF-CONTRACT-TYPE
           PERFORM 4500-PRINT-BLOCK
              THRU 4500-PRINT-BLOCK-EXIT.
       4000-PRINT-ROLL-FORWARD-EXIT.
           EXIT.

       4100-PRINT-ONE-TYPE.
           MOVE WS-CT-FIGURES (WS-CT-IDX) TO WS-RF-FIGURES
           MOVE WS-CT-CONTRACT-TYPE (WS-CT-IDX)
                                          TO WS-RF-CONTRACT-TYPE
           ADD WS-RF-CUST-CNT             TO WS-GT-CUST-CNT
           ADD WS-RF-DIFF-CNT             TO WS-GT-DIFF-CNT
           ADD WS-RF-OPENING              TO WS-GT-OPENING
           ADD WS-RF-BILLED               TO WS-GT-BILLED
           ADD WS-RF-SURCHARGE            TO WS-GT-SURCHARGE
           ADD WS-RF-TAX                  TO WS-GT-TAX
           ADD WS-RF-RECEIPTS             TO WS-GT-RECEIPTS
           ADD WS-RF-DEBIT-MEMO           TO WS-GT-DEBIT-MEMO
           ADD WS-RF-CREDIT-MEMO          TO WS-GT-CREDIT-MEMO
           ADD WS-RF-REFUND               TO WS-GT-REFUND
           ADD WS-RF-WRITEOFF             TO WS-GT-WRITEOFF
           ADD WS-RF-OPEN-ROWS            TO WS-GT-OPEN-ROWS
           ADD WS-RF-CREDIT-BAL           TO WS-GT-CREDIT-BAL
           ADD WS-RF-DIFFERENCE           TO WS-GT-DIFFERENCE
           PERFORM 4500-PRINT-BLOCK
              THRU 4500-PRINT-BLOCK-EXIT.
       4100-PRINT-ONE-TYPE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4500-PRINT-BLOCK                                            *
      *        Receipts, credit memos, bad debts written off and the  *
      *        credit held are shown as the negatives they are to    *
      *        the receivable.                                         *
      *----------------------------------------------------------------*
       4500-PRINT-BLOCK.
           COMPUTE WS-RF-COMPUTED =
               WS-RF-OPENING + WS-RF-BILLED + WS-RF-TAX
             + WS-RF-SURCHARGE
             - WS-RF-RECEIPTS + WS-RF-DEBIT-MEMO - WS-RF-CREDIT-MEMO
             + WS-RF-REFUND - WS-RF-WRITEOFF
           COMPUTE WS-RF-ACTUAL = WS-RF-OPEN-ROWS - WS-RF-CREDIT-BAL
           ADD 1                          TO WS-PAGE-NO
           MOVE SPACES                    TO WS-HDG-LINE
           MOVE 'AR ROLL-FORWARD BY CONTRACT TYPE'
                                          TO WS-HDG-TITLE
           MOVE 'MONTH:  '                TO WS-HDG-YM-LIT
           MOVE WS-CLOSE-YM               TO WS-HDG-CLOSE-YM
           MOVE 'PAGE '                   TO WS-HDG-PAGE-LIT
           MOVE WS-PAGE-NO                TO WS-HDG-PAGE-NO
           WRITE QZARRPRT-REC FROM WS-HDG-LINE
               AFTER ADVANCING PAGE
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19W - QZARRPRT WRITE FAILED, STATUS='
                       WS-PRINT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RF-CONTRACT-TYPE       TO WS-RFT-CONTRACT-TYPE
           WRITE QZARRPRT-REC FROM WS-RF-TITLE-LINE
               AFTER ADVANCING 2 LINES
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19W - QZARRPRT WRITE FAILED, STATUS='
                       WS-PRINT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'OPENING RECEIVABLE'      TO WS-RF-CAPTION
           MOVE WS-RF-OPENING             TO WS-RF-AMOUNT
           PERFORM 4600-PRINT-RF-LINE
              THRU 4600-PRINT-RF-LINE-EXIT
           MOVE 'CHARGES BILLED'          TO WS-RF-CAPTION
           MOVE WS-RF-BILLED              TO WS-RF-AMOUNT
           PERFORM 4600-PRINT-RF-LINE
              THRU 4600-PRINT-RF-LINE-EXIT
           MOVE 'CONSUMPTION TAX BILLED'  TO WS-RF-CAPTION
           MOVE WS-RF-TAX                 TO WS-RF-AMOUNT
           PERFORM 4600-PRINT-RF-LINE
              THRU 4600-PRINT-RF-LINE-EXIT
           MOVE 'LATE-PAYMENT SURCHARGES' TO WS-RF-CAPTION
           MOVE WS-RF-SURCHARGE           TO WS-RF-AMOUNT
           PERFORM 4600-PRINT-RF-LINE
              THRU 4600-PRINT-RF-LINE-EXIT
           MOVE 'RECEIPTS POSTED'         TO WS-RF-CAPTION
           COMPUTE WS-RF-AMOUNT = 0 - WS-RF-RECEIPTS
           PERFORM 4600-PRINT-RF-LINE
              THRU 4600-PRINT-RF-LINE-EXIT
           MOVE 'DEBIT MEMOS'             TO WS-RF-CAPTION
           MOVE WS-RF-DEBIT-MEMO          TO WS-RF-AMOUNT
           PERFORM 4600-PRINT-RF-LINE
              THRU 4600-PRINT-RF-LINE-EXIT
           MOVE 'CREDIT MEMOS'            TO WS-RF-CAPTION
           COMPUTE WS-RF-AMOUNT = 0 - WS-RF-CREDIT-MEMO
           PERFORM 4600-PRINT-RF-LINE
              THRU 4600-PRINT-RF-LINE-EXIT
           MOVE 'REFUNDS PAID OUT'        TO WS-RF-CAPTION
           MOVE WS-RF-REFUND              TO WS-RF-AMOUNT
           PERFORM 4600-PRINT-RF-LINE
              THRU 4600-PRINT-RF-LINE-EXIT
           MOVE 'BAD DEBTS WRITTEN OFF'   TO WS-RF-CAPTION
           COMPUTE WS-RF-AMOUNT = 0 - WS-RF-WRITEOFF
           PERFORM 4600-PRINT-RF-LINE
              THRU 4600-PRINT-RF-LINE-EXIT
           MOVE 'COMPUTED CLOSING RECEIVABLE' TO WS-RF-CAPTION
           MOVE WS-RF-COMPUTED            TO WS-RF-AMOUNT
           PERFORM 4600-PRINT-RF-LINE
              THRU 4600-PRINT-RF-LINE-EXIT
           MOVE 'OPEN ROWS - QZCUSMAS/QZCUSARC' TO WS-RF-CAPTION
           MOVE WS-RF-OPEN-ROWS           TO WS-RF-AMOUNT
           PERFORM 4600-PRINT-RF-LINE
              THRU 4600-PRINT-RF-LINE-EXIT
           MOVE 'CUSTOMER CREDIT - QZCUSBAL' TO WS-RF-CAPTION
           COMPUTE WS-RF-AMOUNT = 0 - WS-RF-CREDIT-BAL
           PERFORM 4600-PRINT-RF-LINE
              THRU 4600-PRINT-RF-LINE-EXIT
           MOVE 'ACTUAL CLOSING RECEIVABLE' TO WS-RF-CAPTION
           MOVE WS-RF-ACTUAL              TO WS-RF-AMOUNT
           PERFORM 4600-PRINT-RF-LINE
              THRU 4600-PRINT-RF-LINE-EXIT
           MOVE 'DIFFERENCE'              TO WS-RF-CAPTION
           MOVE WS-RF-DIFFERENCE          TO WS-RF-AMOUNT
           PERFORM 4600-PRINT-RF-LINE
              THRU 4600-PRINT-RF-LINE-EXIT
           MOVE 'CUSTOMERS'               TO WS-RF-CAPTION
           MOVE WS-RF-CUST-CNT            TO WS-RF-AMOUNT
           PERFORM 4600-PRINT-RF-LINE
              THRU 4600-PRINT-RF-LINE-EXIT
           MOVE 'CUSTOMERS OUT OF BALANCE' TO WS-RF-CAPTION
           MOVE WS-RF-DIFF-CNT            TO WS-RF-AMOUNT
           PERFORM 4600-PRINT-RF-LINE
              THRU 4600-PRINT-RF-LINE-EXIT.
       4500-PRINT-BLOCK-EXIT.
           EXIT.

       4600-PRINT-RF-LINE.
           WRITE QZARRPRT-REC FROM WS-RF-LINE
               AFTER ADVANCING 2 LINES
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19W - QZARRPRT WRITE FAILED, STATUS='
                       WS-PRINT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF.
       4600-PRINT-RF-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8000-FINALIZE                                               *
      *        A close with customers out of balance ends with        *
      *        return code 4 - the report has to be worked before    *
      *        the month is signed off.                               *
      *----------------------------------------------------------------*
       8000-FINALIZE.
           IF WS-SNAP-ON-FILE
               CLOSE QZARSNAP-FILE
           END-IF
           IF WS-ARC-ON-FILE
               CLOSE QZCUSARC-FILE
           END-IF
           CLOSE QZCUSMAS-FILE
           CLOSE QZACTMAS-FILE
           IF WS-PAY-ON-FILE
               CLOSE QZPAYMAS-FILE
           END-IF
           IF WS-ADJ-ON-FILE
               CLOSE QZADJMAS-FILE
           END-IF
           IF WS-BAL-ON-FILE
               CLOSE QZCUSBAL-FILE
           END-IF
           IF WS-FIN-ON-FILE
               CLOSE QZFINREQ-FILE
           END-IF
           CLOSE QZARSNXT-FILE
           CLOSE QZARRPRT-FILE
           DISPLAY 'QZB19W - CUSTOMERS ROLLED:     ' WS-CUST-CNT
           DISPLAY 'QZB19W - ROWS READ:            ' WS-ROW-CNT
           DISPLAY 'QZB19W - OUT OF BALANCE:       ' WS-DIFF-CNT
           DISPLAY 'QZB19W - TOTAL DIFFERENCE:     ' WS-GT-DIFFERENCE
           IF WS-DIFF-CNT > 0
               MOVE 4                     TO RETURN-CODE
           END-IF.
       8000-FINALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8900-REGISTER-END                                           *
      *----------------------------------------------------------------*
       8900-REGISTER-END.
           MOVE 'E'                       TO QZRLGPRM-FUNCTION
           MOVE 'QZB19W  '                TO QZRLGPRM-PGMID
           MOVE WS-CUST-CNT               TO QZRLGPRM-COUNT-1
           MOVE WS-ROW-CNT                TO QZRLGPRM-COUNT-2
           MOVE WS-DIFF-CNT               TO QZRLGPRM-COUNT-3
           CALL 'QZRUNLOG' USING QZRLGPRM
           IF NOT QZRLGPRM-OK
               DISPLAY 'QZB19W - QZRUNCTL END REGISTRATION '
                       'FAILED'
               MOVE 16                    TO RETURN-CODE
           END-IF.
       8900-REGISTER-END-EXIT.
           EXIT.
