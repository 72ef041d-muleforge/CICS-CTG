      *    DATE-COMPILED:                                              *
      *                                                                *
      *    PURPOSE.                                                   *
      *        Nightly collections-status batch. Walks QZCUSMAS on a   *
      *        control break of CUSTOMER-NO, finds each customer's     *
      *        oldest billing-month row still open (an open balance    *
      *        left after QZB19P's receipts and credit), and sets      *
      *        QZACTREC-COLLECTIONS-STATUS on the customer's QZACTMAS  *
      *        account from its age against the QZCOLPRM day           *
      *        thresholds - 30 days to '1' reminder, 60 to '2'         *
      *        delinquent, 90 to '3' legal on the standing schedule -  *
      *        so the status the QZB19C aging and the online inquiries *
      *        report is advanced by rule instead of keyed by hand. A  *
      *        customer with no open charge returns to '0' current,    *
      *        unless QZB19Z wrote it off. A billing month is aged in  *
      *        whole months against the run month, one month counting  *
      *        as 30 days, matching the 30/60/90 bucket arithmetic in  *
      *        QZB19C.                                                 *
      *                                                                *
      *        Every status change is journalled in QZAUDREC format  *
      *        to the QZCOLJRN sequential dataset, which the night   *
      *    DATE        INIT  DESCRIPTION                               *
      *    ----------  ----  ------------------------------------      *
      *    2026-09-01  KS    QZB19N established.                       *
      *    2026-10-15  KS    A row is open while QZROWBAL finds an     *
      *                      open balance on it - a part-paid row      *
      *                      still ages, a row settled by receipts     *
      *                      or customer credit does not.              *
      *    2026-10-15  KS    Escalation is held for a customer with    *
      *                      an active QZO19A installment plan on      *
      *                      QZPLNMAS - the status on file stands      *
      *                      until QZB19B marks the plan broken.       *
      *    2026-10-15  KS    A customer whose balance QZB19Z wrote     *
      *                      off keeps the status it was written off   *
      *                      under once nothing is left open, instead  *
      *                      of returning to '0'.                      *
      *    2026-10-15  KS    Escalation is held for a customer whose   *
      *                      postal code is in an active QZO19E        *
      *                      disaster relief area (QZRLFCHK), and the  *
      *                      relief area's due-date shift comes off    *
      *                      the age of the oldest open month.         *
      *    2026-10-15  KS    The collections status is now read from   *
      *                      and rewritten on the customer's QZACTMAS  *
      *                      account; the rows are no longer           *
      *                      rewritten.                                *
      *    2026-10-15  KS    The run now registers its start, end and  *
      *                      control counts - customers read and       *
      *                      statuses changed - on the QZRUNCTL        *
      *                      run-control dataset through QZRUNLOG.     *
      *                                                                *
      *================================================================*
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
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
           SELECT QZCOLPRM-FILE  ASSIGN TO QZCOLPRM
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS WS-COLPRM-STATUS.
           SELECT QZCOLJRN-FILE  ASSIGN TO QZCOLJRN
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS WS-COLJRN-STATUS.
           SELECT QZPLNMAS-FILE  ASSIGN TO QZPLNMAS
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS QZPLNREC-CUSTOMER-NO
               FILE STATUS    IS WS-PLNMAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QZCUSMAS-FILE.
           COPY "customer_master.cbl".
       FD  QZACTMAS-FILE.
           COPY "customer_account.cbl".
       FD  QZCOLPRM-FILE.
           COPY "collections_parm.cbl".
       FD  QZCOLJRN-FILE.
           COPY "audit_record.cbl".
       FD  QZPLNMAS-FILE.
           COPY "payment_plan.cbl".

       WORKING-STORAGE SECTION.

      *    FILE STATUS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-CUSMAS-STATUS               PIC X(02).
       77  WS-ACTMAS-STATUS               PIC X(02).
       77  WS-COLPRM-STATUS               PIC X(02).
       77  WS-COLJRN-STATUS               PIC X(02).
       77  WS-PLNMAS-STATUS               PIC X(02).
       77  WS-PLAN-FILE-SW                PIC X(01) VALUE 'N'.
           88  WS-PLAN-FILE-OPEN               VALUE 'Y'.
       77  WS-PLAN-ACTIVE-SW              PIC X(01) VALUE 'N'.
           88  WS-PLAN-ACTIVE                  VALUE 'Y'.
       77  WS-RELIEF-HELD-SW              PIC X(01) VALUE 'N'.
           88  WS-RELIEF-HELD                  VALUE 'Y'.
       77  WS-WRITTEN-OFF-SW              PIC X(01) VALUE 'N'.
           88  WS-WRITTEN-OFF                  VALUE 'Y'.
       77  WS-EOF-SW                      PIC X(01) VALUE 'N'.
           88  WS-EOF                          VALUE 'Y'.
       77  WS-SAVE-CUSTOMER-NO            PIC X(10).
       77  WS-SAVE-POSTAL-CD              PIC X(07).
       77  WS-CURR-STATUS                 PIC X(01).
       77  WS-TARGET-STATUS               PIC X(01).
       77  WS-OLDEST-OPEN-YM              PIC X(06).
       77  WS-CUSTOMER-CNT                PIC 9(09) COMP VALUE 0.
       77  WS-CHANGED-CNT                 PIC 9(09) COMP VALUE 0.
       77  WS-PLAN-HELD-CNT               PIC 9(09) COMP VALUE 0.
       77  WS-RELIEF-HELD-CNT             PIC 9(09) COMP VALUE 0.
       77  WS-AGE-MONTHS                  PIC S9(05) COMP.
       77  WS-AGE-DAYS                    PIC S9(07) COMP.

      *----------------------------------------------------------------*
      *    DAY THRESHOLDS - STANDING 30/60/90 SCHEDULE UNLESS A         *
           05  WS-WORK-MM                 PIC 9(02).

      *----------------------------------------------------------------*
      *    ROW OPEN-BALANCE CALL PARAMETER BLOCK                       *
      *----------------------------------------------------------------*
           COPY "rowbal_parm.cbl".

      *----------------------------------------------------------------*
      *    RELIEF AREA CHECK CALL PARAMETER BLOCK                      *
      *----------------------------------------------------------------*
           COPY "reliefchk_parm.cbl".

      *----------------------------------------------------------------*
      *    RUN-CONTROL CALL PARAMETER BLOCK                            *
      *----------------------------------------------------------------*
           COPY "runlog_parm.cbl".

       PROCEDURE DIVISION.

      *    0000-MAINLINE                                              *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 0100-REGISTER-START
              THRU 0100-REGISTER-START-EXIT
           PERFORM 1000-INITIALIZE
              THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-PROCESS-CUSTOMER
              UNTIL WS-EOF
           PERFORM 3000-FINALIZE
              THRU 3000-FINALIZE-EXIT
           PERFORM 8900-REGISTER-END
              THRU 8900-REGISTER-END-EXIT
           STOP RUN.

      *----------------------------------------------------------------*
      *    0100-REGISTER-START                                         *
      *        Registers this run on the QZRUNCTL run-control dataset  *
      *        through QZRUNLOG before a single file is opened -       *
      *        refused when an instance is still marked running.       *
      *----------------------------------------------------------------*
       0100-REGISTER-START.
           MOVE 'S'                       TO QZRLGPRM-FUNCTION
           MOVE 'QZB19N  '                TO QZRLGPRM-PGMID
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
                       DISPLAY 'QZB19N - RUN REFUSED, AN INSTANCE '
                               'IS STILL MARKED RUNNING ON '
                               'QZRUNCTL - VERIFY AND RESET '
                               'VIA QZB19X'
                   WHEN QZRLGPRM-PREREQ-MISSING
                       DISPLAY 'QZB19N - RUN REFUSED, '
                               'PREREQUISITE '
                               QZRLGPRM-FAIL-PGMID
                               ' HAS NOT COMPLETED TONIGHT'
                   WHEN OTHER
                       DISPLAY 'QZB19N - QZRUNCTL ACCESS FAILED'
               END-EVALUATE
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF.
       0100-REGISTER-START-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
           ACCEPT WS-RUN-TIME             FROM TIME
           PERFORM 1200-READ-THRESHOLDS
              THRU 1200-READ-THRESHOLDS-EXIT
           OPEN INPUT  QZCUSMAS-FILE
           IF WS-CUSMAS-STATUS NOT = '00'
               DISPLAY 'QZB19N - QZCUSMAS OPEN FAILED, STATUS='
                       WS-CUSMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O    QZACTMAS-FILE
           IF WS-ACTMAS-STATUS NOT = '00'
               DISPLAY 'QZB19N - QZACTMAS OPEN FAILED, STATUS='
                       WS-ACTMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT QZCOLJRN-FILE
           IF WS-COLJRN-STATUS NOT = '00'
               DISPLAY 'QZB19N - QZCOLJRN OPEN FAILED, STATUS='
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
      *    A plan file not yet loaded ('35') means no customer is on
      *    a payment arrangement - nothing is held.
           OPEN INPUT QZPLNMAS-FILE
           EVALUATE WS-PLNMAS-STATUS
               WHEN '00'
                   SET WS-PLAN-FILE-OPEN  TO TRUE
               WHEN '35'
                   DISPLAY 'QZB19N - NO QZPLNMAS PLANS ON FILE'
               WHEN OTHER
                   DISPLAY 'QZB19N - QZPLNMAS OPEN FAILED, STATUS='
                           WS-PLNMAS-STATUS
                   MOVE 16                TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           PERFORM 2900-READ-NEXT-MASTER
              THRU 2900-READ-NEXT-MASTER-EXIT.
       1000-INITIALIZE-EXIT.
      *----------------------------------------------------------------*
      *    2000-PROCESS-CUSTOMER                                       *
      *        QZCUSMAS-REC holds the customer's first billing-month  *
      *        row on entry. The status on file and the postal code  *
      *        come from the customer's QZACTMAS account. The rows    *
      *        are scanned to the control break for the oldest row    *
      *        still open; the target status is then decided and,     *
      *        when it differs from the status on file, applied to    *
      *        the account and journalled. A customer in a disaster   *
      *        relief area, or paying to an installment plan, is not  *
      *        escalated.                                              *
      *----------------------------------------------------------------*
       2000-PROCESS-CUSTOMER.
           MOVE QZCUSMAS-CUSTOMER-NO      TO WS-SAVE-CUSTOMER-NO
           PERFORM 2050-READ-ACCOUNT
              THRU 2050-READ-ACCOUNT-EXIT
           ADD 1                          TO WS-CUSTOMER-CNT
           MOVE HIGH-VALUES               TO WS-OLDEST-OPEN-YM
           SET WS-WRITTEN-OFF-SW          TO 'N'
           PERFORM 2100-SCAN-ONE-ROW
              THRU 2100-SCAN-ONE-ROW-EXIT
              UNTIL WS-EOF
                 OR QZCUSMAS-CUSTOMER-NO NOT = WS-SAVE-CUSTOMER-NO
           PERFORM 2200-DECIDE-TARGET
              THRU 2200-DECIDE-TARGET-EXIT
           IF WS-TARGET-STATUS > WS-CURR-STATUS
              AND WS-RELIEF-HELD
               MOVE WS-CURR-STATUS        TO WS-TARGET-STATUS
               ADD 1                      TO WS-RELIEF-HELD-CNT
           END-IF
           IF WS-TARGET-STATUS > WS-CURR-STATUS
               PERFORM 2250-CHECK-PLAN
                  THRU 2250-CHECK-PLAN-EXIT
               IF WS-PLAN-ACTIVE
                   MOVE WS-CURR-STATUS    TO WS-TARGET-STATUS
                   ADD 1                  TO WS-PLAN-HELD-CNT
               END-IF
           END-IF
           IF WS-TARGET-STATUS NOT = WS-CURR-STATUS
               PERFORM 2300-APPLY-STATUS
                  THRU 2300-APPLY-STATUS-EXIT
               PERFORM 2500-WRITE-JOURNAL
                  THRU 2500-WRITE-JOURNAL-EXIT
               ADD 1                      TO WS-CHANGED-CNT
           END-IF.
       2000-PROCESS-CUSTOMER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2050-READ-ACCOUNT                                           *
      *        The status on file and the supply postal code are the  *
      *        customer's, held on the QZACTMAS account. Rows with no *
      *        account stop the run - there is no status to keep.    *
      *----------------------------------------------------------------*
       2050-READ-ACCOUNT.
           MOVE WS-SAVE-CUSTOMER-NO       TO QZACTREC-CUSTOMER-NO
           READ QZACTMAS-FILE
               INVALID KEY
                   DISPLAY 'QZB19N - NO QZACTMAS ACCOUNT, CUSTOMER='
                           WS-SAVE-CUSTOMER-NO
                   MOVE 16                TO RETURN-CODE
                   STOP RUN
           END-READ
           IF WS-ACTMAS-STATUS NOT = '00'
               DISPLAY 'QZB19N - QZACTMAS READ FAILED, STATUS='
                       WS-ACTMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE QZACTREC-ADDR-POSTAL-CD   TO WS-SAVE-POSTAL-CD
           MOVE QZACTREC-COLLECTIONS-STATUS
                                          TO WS-CURR-STATUS.
       2050-READ-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2100-SCAN-ONE-ROW                                           *
      *        Notes the oldest row still open, and reads the next     *
      *        row. Only a row with an open balance left on it can be  *
      *        open - a zero-charge row (the QZO19N enrollment row)    *
      *        has nothing for QZB19P to settle and must never drive   *
      *        an escalation, and a part-paid row is still owed.       *
      *----------------------------------------------------------------*
       2100-SCAN-ONE-ROW.
           CALL 'QZROWBAL' USING QZCUSMAS-REC QZRBLPRM
           IF QZRBLPRM-ROW-HAS-OPEN
              AND QZCUSMAS-BILLING-YM < WS-OLDEST-OPEN-YM
               MOVE QZCUSMAS-BILLING-YM   TO WS-OLDEST-OPEN-YM
           END-IF
           IF QZCUSMAS-ROW-WRITTEN-OFF
               SET WS-WRITTEN-OFF         TO TRUE
           END-IF
           PERFORM 2900-READ-NEXT-MASTER
              THRU 2900-READ-NEXT-MASTER-EXIT.
       2100-SCAN-ONE-ROW-EXIT.
      *        The oldest open billing month is aged in whole months  *
      *        against the run month, a month counting as 30 days     *
      *        against the QZCOLPRM thresholds. No open month at all  *
      *        means the customer is settled and returns to '0' -    *
      *        unless QZB19Z wrote a balance off, when the status    *
      *        the account was written off under stands.             *
      *        QZRLFCHK says whether the customer's postal code is   *
      *        in an active disaster relief area today, and by how   *
      *        many days the area moved the due date of the oldest   *
      *        open month's bill - those days come off its age, so a *
      *        bill billed during the relief does not escalate the   *
      *        day the relief ends.                                   *
      *----------------------------------------------------------------*
       2200-DECIDE-TARGET.
           SET WS-RELIEF-HELD-SW          TO 'N'
           IF WS-OLDEST-OPEN-YM = HIGH-VALUES
               IF WS-WRITTEN-OFF
                   MOVE WS-CURR-STATUS    TO WS-TARGET-STATUS
               ELSE
                   MOVE '0'               TO WS-TARGET-STATUS
               END-IF
               GO TO 2200-DECIDE-TARGET-EXIT
           END-IF
           MOVE WS-OLDEST-OPEN-YM         TO WS-WORK-YM
           IF WS-AGE-MONTHS < 0
               MOVE 0                     TO WS-AGE-MONTHS
           END-IF
           MOVE WS-SAVE-POSTAL-CD         TO QZRLCPRM-POSTAL-CD
           MOVE WS-RUN-DATE               TO QZRLCPRM-AS-OF-DATE
           MOVE WS-OLDEST-OPEN-YM         TO QZRLCPRM-BILLING-YM
           CALL 'QZRLFCHK' USING QZRLCPRM
           IF QZRLCPRM-FILE-ERROR
               DISPLAY 'QZB19N - QZRLFCHK FAILED, CUSTOMER='
                       WS-SAVE-CUSTOMER-NO
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           IF QZRLCPRM-HELD
               SET WS-RELIEF-HELD         TO TRUE
           END-IF
           COMPUTE WS-AGE-DAYS =
               WS-AGE-MONTHS * 30 - QZRLCPRM-SHIFT-DAYS
           IF WS-AGE-DAYS < 0
               MOVE 0                     TO WS-AGE-DAYS
           END-IF
           EVALUATE TRUE
               WHEN WS-AGE-DAYS >= WS-LEGAL-DAYS
                   MOVE '3'               TO WS-TARGET-STATUS
           EXIT.

      *----------------------------------------------------------------*
      *    2250-CHECK-PLAN                                             *
      *        A customer paying to an installment plan agreed with   *
      *        the collections desk (QZO19A) is not escalated while   *
      *        the plan is active - the status on file is held. A     *
      *        plan QZB19B has marked broken, completed or one the    *
      *        desk cancelled holds nothing, and a customer who has   *
      *        paid down is still returned towards '0' as usual.      *
      *----------------------------------------------------------------*
       2250-CHECK-PLAN.
           SET WS-PLAN-ACTIVE-SW          TO 'N'
           IF NOT WS-PLAN-FILE-OPEN
               GO TO 2250-CHECK-PLAN-EXIT
           END-IF
           MOVE WS-SAVE-CUSTOMER-NO       TO QZPLNREC-CUSTOMER-NO
           READ QZPLNMAS-FILE
               INVALID KEY
                   GO TO 2250-CHECK-PLAN-EXIT
           END-READ
           IF WS-PLNMAS-STATUS NOT = '00'
               DISPLAY 'QZB19N - QZPLNMAS READ FAILED, STATUS='
                       WS-PLNMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           IF QZPLNREC-STS-ACTIVE
               SET WS-PLAN-ACTIVE         TO TRUE
           END-IF.
       2250-CHECK-PLAN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2300-APPLY-STATUS                                           *
      *        Rewrites the QZACTMAS account read at the start of the *
      *        customer with the new status - the status belongs to  *
      *        the customer, not to any billing month.                *
      *----------------------------------------------------------------*
       2300-APPLY-STATUS.
           MOVE WS-TARGET-STATUS          TO QZACTREC-COLLECTIONS-STATUS
           MOVE WS-RUN-DATE               TO QZACTREC-LAST-UPD-DATE
           REWRITE QZACTREC
               INVALID KEY
                   DISPLAY 'QZB19N - QZACTMAS REWRITE FAILED, KEY='
                           QZACTREC-CUSTOMER-NO
                           ' STATUS=' WS-ACTMAS-STATUS
                   MOVE 16                TO RETURN-CODE
                   STOP RUN
           END-REWRITE.
       2300-APPLY-STATUS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2500-WRITE-JOURNAL-EXIT.
           EXIT.

       2900-READ-NEXT-MASTER.
           READ QZCUSMAS-FILE NEXT RECORD
               AT END
      *----------------------------------------------------------------*
       3000-FINALIZE.
           CLOSE QZCUSMAS-FILE
           CLOSE QZACTMAS-FILE
           CLOSE QZCOLJRN-FILE
           IF WS-PLAN-FILE-OPEN
               CLOSE QZPLNMAS-FILE
           END-IF
           DISPLAY 'QZB19N - CUSTOMERS READ:     ' WS-CUSTOMER-CNT
           DISPLAY 'QZB19N - STATUSES CHANGED:   ' WS-CHANGED-CNT
           DISPLAY 'QZB19N - HELD BY PLAN:       ' WS-PLAN-HELD-CNT
           DISPLAY 'QZB19N - HELD BY RELIEF:     ' WS-RELIEF-HELD-CNT.
       3000-FINALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8900-REGISTER-END                                           *
      *        Customers read and statuses changed, so the night's    *
      *        balancing report shows the run beside the others.      *
      *----------------------------------------------------------------*
       8900-REGISTER-END.
           MOVE 'E'                       TO QZRLGPRM-FUNCTION
           MOVE 'QZB19N  '                TO QZRLGPRM-PGMID
           MOVE WS-CUSTOMER-CNT           TO QZRLGPRM-COUNT-1
           MOVE WS-CHANGED-CNT            TO QZRLGPRM-COUNT-2
           MOVE 0                         TO QZRLGPRM-COUNT-3
           CALL 'QZRUNLOG' USING QZRLGPRM
           IF NOT QZRLGPRM-OK
               DISPLAY 'QZB19N - QZRUNCTL END REGISTRATION '
                       'FAILED'
               MOVE 16                    TO RETURN-CODE
           END-IF.
       8900-REGISTER-END-EXIT.
           EXIT.
