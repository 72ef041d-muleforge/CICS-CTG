      *================================================================*
      *                                                                *
      *    PROGRAM:      QZB19B                                       *
      *    AUTHOR:       K. SASAKI - APPLICATION SUPPORT               *
      *    INSTALLATION: MULEFORGE DATA CENTER                        *
      *    DATE-WRITTEN: 2026-10-15                                   *
      *    DATE-COMPILED:                                              *
      *                                                                *
      *    PURPOSE.                                                   *
      *        Nightly installment plan check. Runs after the QZB19P  *
      *        payment posting and ahead of QZB19N and QZB19C, and    *
      *        walks the QZPLNMAS plans the collections desk set up   *
      *        through QZO19A. For every active plan the customer's   *
      *        QZPAYMAS receipts since set-up against the billing     *
      *        months the plan covers are totalled and laid against   *
      *        the installments in due-date order: an installment    *
      *        the receipts cover is kept, and one still uncovered   *
      *        more than the QZPLNPRM grace days after its due date  *
      *        is missed. A plan with a missed installment is marked *
      *        broken - QZB19N and QZB19C stop holding the customer  *
      *        the same night and normal escalation resumes - and    *
      *        printed on the QZPLNPRT broken-plan list for the      *
      *        collections desk. A plan with every installment kept  *
      *        is marked completed.                                   *
      *                                                                *
      *    MOD HISTORY.                                                *
      *    DATE        INIT  DESCRIPTION                               *
      *    ----------  ----  ------------------------------------      *
      *    2026-10-15  KS    QZB19B established.                       *
      *                                                                *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    QZB19B.
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
           SELECT QZPLNPRM-FILE  ASSIGN TO QZPLNPRM
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS WS-PLNPRM-STATUS.
           SELECT QZPLNMAS-FILE  ASSIGN TO QZPLNMAS
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS SEQUENTIAL
               RECORD KEY     IS QZPLNREC-CUSTOMER-NO
               FILE STATUS    IS WS-PLNMAS-STATUS.
           SELECT QZPAYMAS-FILE  ASSIGN TO QZPAYMAS
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS QZPAYREC-KEY
               FILE STATUS    IS WS-PAYMAS-STATUS.
           SELECT QZPLNPRT-FILE  ASSIGN TO QZPLNPRT
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QZPLNPRM-FILE.
           COPY "plan_parm.cbl".
       FD  QZPLNMAS-FILE.
           COPY "payment_plan.cbl".
       FD  QZPAYMAS-FILE.
           COPY "payment_record.cbl".
       FD  QZPLNPRT-FILE.
       01  QZPLNPRT-REC                   PIC X(133).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      *    FILE STATUS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-PLNPRM-STATUS               PIC X(02).
       77  WS-PLNMAS-STATUS               PIC X(02).
       77  WS-PAYMAS-STATUS               PIC X(02).
       77  WS-PRINT-STATUS                PIC X(02).
       77  WS-EOF-SW                      PIC X(01) VALUE 'N'.
           88  WS-EOF                          VALUE 'Y'.
       77  WS-PAY-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-PAY-EOF                      VALUE 'Y'.
       77  WS-PLAN-MISSED-SW              PIC X(01) VALUE 'N'.
           88  WS-PLAN-MISSED                  VALUE 'Y'.
       77  WS-GRACE-DAYS                  PIC 9(03) VALUE 5.
       77  WS-PLANS-READ-CNT              PIC 9(09) COMP VALUE 0.
       77  WS-CHECKED-CNT                 PIC 9(09) COMP VALUE 0.
       77  WS-BROKEN-CNT                  PIC 9(09) COMP VALUE 0.
       77  WS-COMPLETED-CNT               PIC 9(09) COMP VALUE 0.
       77  WS-KEPT-CNT                    PIC 9(03) COMP.
       77  WS-MISSED-IDX                  PIC 9(03) COMP.
       77  WS-INST-IDX                    PIC 9(03) COMP.
       77  WS-RECEIVED-AMT                PIC 9(11).
       77  WS-DUE-TO-DATE                 PIC 9(11).
       77  WS-MISSED-DUE-TO-DATE          PIC 9(11).
       77  WS-SHORTFALL-AMT               PIC 9(11).
       77  WS-SHORTFALL-TOTAL             PIC 9(13) VALUE 0.
       77  WS-OVERDUE-DAYS                PIC S9(07) COMP.
       77  WS-LINE-CNT                    PIC 9(03) COMP VALUE 0.
       77  WS-LINES-PER-PAGE              PIC 9(03) VALUE 40.
       77  WS-PAGE-NO                     PIC 9(04) COMP VALUE 0.

      *----------------------------------------------------------------*
      *    RUN DATE AND DUE-DATE ARITHMETIC WORK AREAS                 *
      *----------------------------------------------------------------*
       01  WS-RUN-DATE                    PIC X(08).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY                PIC 9(04).
           05  WS-RUN-MM                  PIC 9(02).
           05  WS-RUN-DD                  PIC 9(02).
       01  WS-DUE-DATE                    PIC X(08).
       01  WS-DUE-DATE-R REDEFINES WS-DUE-DATE.
           05  WS-DUE-YYYY                PIC 9(04).
           05  WS-DUE-MM                  PIC 9(02).
           05  WS-DUE-DD                  PIC 9(02).

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
           05  FILLER                     PIC X(08)
               VALUE 'SET UP  '.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(05)
               VALUE 'INST '.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  FILLER                     PIC X(08)
               VALUE 'DUE DATE'.
           05  FILLER                     PIC X(05) VALUE SPACES.
           05  FILLER                     PIC X(11)
               VALUE 'DUE TO DATE'.
           05  FILLER                     PIC X(06) VALUE SPACES.
           05  FILLER                     PIC X(08)
               VALUE 'RECEIVED'.
           05  FILLER                     PIC X(06) VALUE SPACES.
           05  FILLER                     PIC X(09)
               VALUE 'SHORTFALL'.
           05  FILLER                     PIC X(47) VALUE SPACES.

       01  WS-DTL-LINE.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-DTL-CUSTOMER-NO         PIC X(10).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-DTL-SETUP-DATE          PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-MISSED-NO           PIC Z9.
           05  FILLER                     PIC X(01) VALUE '/'.
           05  WS-DTL-INST-CNT            PIC 99.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-DTL-DUE-DATE            PIC X(08).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-DTL-DUE-TO-DATE         PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-DTL-RECEIVED            PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-SHORTFALL           PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(46) VALUE SPACES.

       01  WS-TOT-LINE.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-TOT-CAPTION             PIC X(24).
           05  WS-TOT-COUNT               PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(91) VALUE SPACES.

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
           PERFORM 2000-PROCESS-PLAN
              THRU 2000-PROCESS-PLAN-EXIT
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
      *        opened. QZB19P must have posted tonight's receipts     *
      *        first - an installment paid today is not missed.       *
      *----------------------------------------------------------------*
       0100-REGISTER-START.
           MOVE 'S'                       TO QZRLGPRM-FUNCTION
           MOVE 'QZB19B  '                TO QZRLGPRM-PGMID
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
                       DISPLAY 'QZB19B - RUN REFUSED, AN INSTANCE '
                               'IS STILL MARKED RUNNING ON '
                               'QZRUNCTL - VERIFY AND RESET '
                               'VIA QZB19X'
                   WHEN QZRLGPRM-PREREQ-MISSING
                       DISPLAY 'QZB19B - RUN REFUSED, '
                               'PREREQUISITE '
                               QZRLGPRM-FAIL-PGMID
                               ' HAS NOT COMPLETED TONIGHT'
                   WHEN OTHER
                       DISPLAY 'QZB19B - QZRUNCTL ACCESS FAILED'
               END-EVALUATE
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF.
       0100-REGISTER-START-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *        A plan file not yet loaded ('35') means nobody is on   *
      *        a payment arrangement - the run completes with an      *
      *        empty list so QZB19C's prerequisite is still met.      *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE             FROM DATE YYYYMMDD
           PERFORM 1100-READ-GRACE
              THRU 1100-READ-GRACE-EXIT
           OPEN I-O    QZPLNMAS-FILE
           EVALUATE WS-PLNMAS-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'QZB19B - NO QZPLNMAS PLANS ON FILE'
                   SET WS-EOF             TO TRUE
               WHEN OTHER
                   DISPLAY 'QZB19B - QZPLNMAS OPEN FAILED, STATUS='
                           WS-PLNMAS-STATUS
                   MOVE 16                TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           OPEN INPUT  QZPAYMAS-FILE
           IF WS-PAYMAS-STATUS NOT = '00'
               DISPLAY 'QZB19B - QZPAYMAS OPEN FAILED, STATUS='
                       WS-PAYMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT QZPLNPRT-FILE
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19B - QZPLNPRT OPEN FAILED, STATUS='
                       WS-PRINT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3500-PRINT-HEADINGS
              THRU 3500-PRINT-HEADINGS-EXIT
           IF NOT WS-EOF
               PERFORM 2900-READ-NEXT-PLAN
                  THRU 2900-READ-NEXT-PLAN-EXIT
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1100-READ-GRACE                                             *
      *        One QZPLNPRM card overrides the standing 5 grace days. *
      *----------------------------------------------------------------*
       1100-READ-GRACE.
           OPEN INPUT QZPLNPRM-FILE
           IF WS-PLNPRM-STATUS = '00'
               READ QZPLNPRM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF QZPLNPRM-GRACE-DAYS NUMERIC
                           MOVE QZPLNPRM-GRACE-DAYS
                             TO WS-GRACE-DAYS
                       END-IF
               END-READ
               CLOSE QZPLNPRM-FILE
           END-IF
           DISPLAY 'QZB19B - GRACE (DAYS): ' WS-GRACE-DAYS.
       1100-READ-GRACE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-PROCESS-PLAN                                           *
      *        Only an active plan is checked; a broken, completed or *
      *        cancelled plan is history and read through.            *
      *----------------------------------------------------------------*
       2000-PROCESS-PLAN.
           ADD 1                          TO WS-PLANS-READ-CNT
           IF QZPLNREC-STS-ACTIVE
               PERFORM 2100-CHECK-PLAN
                  THRU 2100-CHECK-PLAN-EXIT
           END-IF
           PERFORM 2900-READ-NEXT-PLAN
              THRU 2900-READ-NEXT-PLAN-EXIT.
       2000-PROCESS-PLAN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2100-CHECK-PLAN                                             *
      *        The receipts are laid against the installments in due *
      *        -date order: the running amount due through each      *
      *        installment is kept when the receipts reach it, and    *
      *        missed when they do not and the installment is past   *
      *        due by more than the grace days - a month counted as  *
      *        30 days and a year as 365, the same approximation the *
      *        QZB19C aging takes. The first miss breaks the plan.   *
      *----------------------------------------------------------------*
       2100-CHECK-PLAN.
           ADD 1                          TO WS-CHECKED-CNT
           PERFORM 2200-TOTAL-RECEIPTS
              THRU 2200-TOTAL-RECEIPTS-EXIT
           SET WS-PLAN-MISSED-SW          TO 'N'
           MOVE 0                         TO WS-DUE-TO-DATE
           MOVE 0                         TO WS-KEPT-CNT
           MOVE 0                         TO WS-MISSED-IDX
           PERFORM 2300-CHECK-ONE-INST
              THRU 2300-CHECK-ONE-INST-EXIT
              VARYING WS-INST-IDX FROM 1 BY 1
              UNTIL WS-INST-IDX > QZPLNREC-INST-CNT
                 OR WS-INST-IDX > 12
                 OR WS-PLAN-MISSED
           MOVE WS-RECEIVED-AMT           TO QZPLNREC-RECEIVED-AMT
           MOVE WS-RUN-DATE               TO QZPLNREC-CHECK-DATE
           MOVE WS-RUN-DATE               TO QZPLNREC-LAST-UPD-DATE
           EVALUATE TRUE
               WHEN WS-PLAN-MISSED
                   MOVE 'B'               TO QZPLNREC-STATUS
                   MOVE WS-RUN-DATE       TO QZPLNREC-END-DATE
                   ADD 1                  TO WS-BROKEN-CNT
               WHEN WS-KEPT-CNT >= QZPLNREC-INST-CNT
                   MOVE 'C'               TO QZPLNREC-STATUS
                   MOVE WS-RUN-DATE       TO QZPLNREC-END-DATE
                   ADD 1                  TO WS-COMPLETED-CNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           REWRITE QZPLNREC
           IF WS-PLNMAS-STATUS NOT = '00'
               DISPLAY 'QZB19B - QZPLNMAS REWRITE FAILED, KEY='
                       QZPLNREC-CUSTOMER-NO ' STATUS='
                       WS-PLNMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PLAN-MISSED
               PERFORM 2500-PRINT-BROKEN
                  THRU 2500-PRINT-BROKEN-EXIT
           END-IF.
       2100-CHECK-PLAN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2200-TOTAL-RECEIPTS                                         *
      *        Totals the customer's QZPAYMAS receipts paid on or     *
      *        after the set-up date against the billing months the   *
      *        plan covers. Receipts for months billed since set-up   *
      *        pay those months and do not count towards the plan.   *
      *----------------------------------------------------------------*
       2200-TOTAL-RECEIPTS.
           MOVE 0                         TO WS-RECEIVED-AMT
           SET WS-PAY-EOF-SW              TO 'N'
           MOVE QZPLNREC-CUSTOMER-NO      TO QZPAYREC-CUSTOMER-NO
           MOVE LOW-VALUES                TO QZPAYREC-BILLING-YM
                                             QZPAYREC-PAY-DATE
           MOVE 0                         TO QZPAYREC-SEQ
           START QZPAYMAS-FILE KEY IS NOT LESS THAN QZPAYREC-KEY
               INVALID KEY
                   SET WS-PAY-EOF         TO TRUE
           END-START
           PERFORM 2250-ADD-ONE-RECEIPT
              THRU 2250-ADD-ONE-RECEIPT-EXIT
              UNTIL WS-PAY-EOF.
       2200-TOTAL-RECEIPTS-EXIT.
           EXIT.

       2250-ADD-ONE-RECEIPT.
           READ QZPAYMAS-FILE NEXT RECORD
               AT END
                   SET WS-PAY-EOF         TO TRUE
           END-READ
           IF WS-PAY-EOF
               GO TO 2250-ADD-ONE-RECEIPT-EXIT
           END-IF
           IF WS-PAYMAS-STATUS NOT = '00'
               DISPLAY 'QZB19B - QZPAYMAS READ FAILED, STATUS='
                       WS-PAYMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           IF QZPAYREC-CUSTOMER-NO NOT = QZPLNREC-CUSTOMER-NO
               SET WS-PAY-EOF             TO TRUE
               GO TO 2250-ADD-ONE-RECEIPT-EXIT
           END-IF
           IF QZPAYREC-BILLING-YM NOT < QZPLNREC-FIRST-YM
              AND QZPAYREC-BILLING-YM NOT > QZPLNREC-LAST-YM
              AND QZPAYREC-PAY-DATE NOT < QZPLNREC-SETUP-DATE
              AND QZPAYREC-AMOUNT NUMERIC
               ADD QZPAYREC-AMOUNT        TO WS-RECEIVED-AMT
           END-IF.
       2250-ADD-ONE-RECEIPT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2300-CHECK-ONE-INST                                         *
      *----------------------------------------------------------------*
       2300-CHECK-ONE-INST.
           ADD QZPLNREC-INST-AMT (WS-INST-IDX) TO WS-DUE-TO-DATE
           IF WS-RECEIVED-AMT NOT < WS-DUE-TO-DATE
               MOVE 'K'    TO QZPLNREC-INST-STATUS (WS-INST-IDX)
               ADD 1                      TO WS-KEPT-CNT
               GO TO 2300-CHECK-ONE-INST-EXIT
           END-IF
           MOVE SPACES     TO QZPLNREC-INST-STATUS (WS-INST-IDX)
           MOVE QZPLNREC-INST-DUE-DATE (WS-INST-IDX)
                                          TO WS-DUE-DATE
           IF WS-DUE-DATE NOT NUMERIC
               GO TO 2300-CHECK-ONE-INST-EXIT
           END-IF
           COMPUTE WS-OVERDUE-DAYS =
               (WS-RUN-YYYY * 365 + WS-RUN-MM * 30 + WS-RUN-DD)
             - (WS-DUE-YYYY * 365 + WS-DUE-MM * 30 + WS-DUE-DD)
           IF WS-OVERDUE-DAYS > WS-GRACE-DAYS
               MOVE 'M'    TO QZPLNREC-INST-STATUS (WS-INST-IDX)
               SET WS-PLAN-MISSED         TO TRUE
               MOVE WS-INST-IDX           TO WS-MISSED-IDX
               MOVE WS-DUE-TO-DATE        TO WS-MISSED-DUE-TO-DATE
           END-IF.
       2300-CHECK-ONE-INST-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2500-PRINT-BROKEN                                           *
      *        One line per plan broken tonight: the installment      *
      *        missed, the amount due through it, what the customer  *
      *        has paid towards the plan and the shortfall.           *
      *----------------------------------------------------------------*
       2500-PRINT-BROKEN.
           IF WS-LINE-CNT >= WS-LINES-PER-PAGE
               PERFORM 3500-PRINT-HEADINGS
                  THRU 3500-PRINT-HEADINGS-EXIT
           END-IF
           COMPUTE WS-SHORTFALL-AMT =
               WS-MISSED-DUE-TO-DATE - WS-RECEIVED-AMT
           ADD WS-SHORTFALL-AMT           TO WS-SHORTFALL-TOTAL
           MOVE QZPLNREC-CUSTOMER-NO      TO WS-DTL-CUSTOMER-NO
           MOVE QZPLNREC-SETUP-DATE       TO WS-DTL-SETUP-DATE
           MOVE WS-MISSED-IDX             TO WS-DTL-MISSED-NO
           MOVE QZPLNREC-INST-CNT         TO WS-DTL-INST-CNT
           MOVE QZPLNREC-INST-DUE-DATE (WS-MISSED-IDX)
                                          TO WS-DTL-DUE-DATE
           MOVE WS-MISSED-DUE-TO-DATE     TO WS-DTL-DUE-TO-DATE
           MOVE WS-RECEIVED-AMT           TO WS-DTL-RECEIVED
           MOVE WS-SHORTFALL-AMT          TO WS-DTL-SHORTFALL
           WRITE QZPLNPRT-REC FROM WS-DTL-LINE
               AFTER ADVANCING 1 LINE
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19B - QZPLNPRT WRITE FAILED, STATUS='
                       WS-PRINT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1                          TO WS-LINE-CNT.
       2500-PRINT-BROKEN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2900-READ-NEXT-PLAN                                         *
      *----------------------------------------------------------------*
       2900-READ-NEXT-PLAN.
           READ QZPLNMAS-FILE NEXT RECORD
               AT END
                   SET WS-EOF             TO TRUE
           END-READ
           IF NOT WS-EOF AND WS-PLNMAS-STATUS NOT = '00'
               DISPLAY 'QZB19B - QZPLNMAS READ FAILED, STATUS='
                       WS-PLNMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF.
       2900-READ-NEXT-PLAN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3500-PRINT-HEADINGS                                         *
      *----------------------------------------------------------------*
       3500-PRINT-HEADINGS.
           ADD 1                          TO WS-PAGE-NO
           MOVE SPACES                    TO WS-HDG-LINE
           MOVE 'BROKEN PAYMENT ARRANGEMENTS'
                                          TO WS-HDG-TITLE
           MOVE 'PAGE '                   TO WS-HDG-PAGE-LIT
           MOVE WS-PAGE-NO                TO WS-HDG-PAGE-NO
           WRITE QZPLNPRT-REC FROM WS-HDG-LINE
               AFTER ADVANCING PAGE
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19B - QZPLNPRT WRITE FAILED, STATUS='
                       WS-PRINT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE QZPLNPRT-REC FROM WS-CAP-LINE
               AFTER ADVANCING 2 LINES
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19B - QZPLNPRT WRITE FAILED, STATUS='
                       WS-PRINT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0                         TO WS-LINE-CNT.
       3500-PRINT-HEADINGS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8000-FINALIZE                                               *
      *----------------------------------------------------------------*
       8000-FINALIZE.
           MOVE 'PLANS CHECKED:          ' TO WS-TOT-CAPTION
           MOVE WS-CHECKED-CNT             TO WS-TOT-COUNT
           PERFORM 8100-PRINT-TOTAL
              THRU 8100-PRINT-TOTAL-EXIT
           MOVE 'PLANS BROKEN:           ' TO WS-TOT-CAPTION
           MOVE WS-BROKEN-CNT              TO WS-TOT-COUNT
           PERFORM 8100-PRINT-TOTAL
              THRU 8100-PRINT-TOTAL-EXIT
           MOVE 'SHORTFALL TOTAL:        ' TO WS-TOT-CAPTION
           MOVE WS-SHORTFALL-TOTAL         TO WS-TOT-COUNT
           PERFORM 8100-PRINT-TOTAL
              THRU 8100-PRINT-TOTAL-EXIT
           MOVE 'PLANS COMPLETED:        ' TO WS-TOT-CAPTION
           MOVE WS-COMPLETED-CNT           TO WS-TOT-COUNT
           PERFORM 8100-PRINT-TOTAL
              THRU 8100-PRINT-TOTAL-EXIT
           IF WS-PLNMAS-STATUS NOT = '35'
               CLOSE QZPLNMAS-FILE
           END-IF
           CLOSE QZPAYMAS-FILE
           CLOSE QZPLNPRT-FILE
           DISPLAY 'QZB19B - PLANS READ:           ' WS-PLANS-READ-CNT
           DISPLAY 'QZB19B - PLANS CHECKED:        ' WS-CHECKED-CNT
           DISPLAY 'QZB19B - PLANS BROKEN:         ' WS-BROKEN-CNT
           DISPLAY 'QZB19B - PLANS COMPLETED:      ' WS-COMPLETED-CNT.
       8000-FINALIZE-EXIT.
           EXIT.

       8100-PRINT-TOTAL.
           WRITE QZPLNPRT-REC FROM WS-TOT-LINE
               AFTER ADVANCING 2 LINES
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19B - QZPLNPRT WRITE FAILED, STATUS='
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
           MOVE 'QZB19B  '                TO QZRLGPRM-PGMID
           MOVE WS-CHECKED-CNT            TO QZRLGPRM-COUNT-1
           MOVE WS-BROKEN-CNT             TO QZRLGPRM-COUNT-2
           MOVE WS-COMPLETED-CNT          TO QZRLGPRM-COUNT-3
           CALL 'QZRUNLOG' USING QZRLGPRM
           IF NOT QZRLGPRM-OK
               DISPLAY 'QZB19B - QZRUNCTL END REGISTRATION '
                       'FAILED'
               MOVE 16                    TO RETURN-CODE
           END-IF.
       8900-REGISTER-END-EXIT.
           EXIT.
