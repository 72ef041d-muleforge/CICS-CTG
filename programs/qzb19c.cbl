      *    DATE-COMPILED:                                              *
      *                                                                *
      *    PURPOSE.                                                   *
      *        Collections aging batch. Walks QZCUSMAS and, for every  *
      *        customer whose QZACTMAS account collections status is   *
      *        in arrears ('1' reminder sent, '2' delinquent, '3'      *
      *        legal), ages each billing-month charge against the run  *
      *        date into 30/60/90-plus-day buckets, prints an aging    *
      *        report totalled by contract type, and writes one        *
      *        QZDUNREC dunning-extract record per customer with the   *
      *        structured postal-code/prefecture-city/address-line     *
      *        fields so the print bureau can generate reminder        *
      *        letters directly. Each billing-month row is aged on the *
      *        open balance QZROWBAL reports after the QZB19P payment  *
      *        posting batch's receipts and credit, so a customer is   *
      *        aged and dunned on his open balance only; a customer    *
      *        whose every row is settled is not dunned at all.        *
      *                                                                *
      *    MOD HISTORY.                                                *
      *    DATE        INIT  DESCRIPTION                               *
      *                      control dataset through QZRUNLOG, and    *
      *                      refuses to start over a still-running    *
      *                      instance or an unmet prerequisite.       *
      *    2026-10-15  KS    Each row is aged on its open balance from *
      *                      QZROWBAL - what is left after QZB19P's    *
      *                      receipts and customer credit - instead    *
      *                      of its full charge, so a part-paid month  *
      *                      ages and duns for the remainder only.     *
      *    2026-10-15  KS    A customer with an active QZO19A          *
      *                      installment plan on QZPLNMAS is aged but  *
      *                      not dunned. QZB19B, which marks broken    *
      *                      plans, is now a prerequisite.             *
      *    2026-10-15  KS    A terminated customer whose QZB19G final  *
      *                      bill left a debit is dunned at the        *
      *                      QZFINREQ forwarding address; a closed     *
      *                      account is treated as terminated.         *
      *    2026-10-15  KS    A customer whose supply postal code is    *
      *                      in an active QZO19E disaster relief area  *
      *                      (QZRLFCHK) is aged but not dunned until   *
      *                      the relief ends.                          *
      *    2026-10-15  KS    Collections status, name, address,        *
      *                      account status and contract type are      *
      *                      read from the customer's QZACTMAS         *
      *                      account; aging is totalled by the         *
      *                      customer's current contract type.         *
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
           SELECT QZDUNEXT-FILE  ASSIGN TO QZDUNEXT
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS WS-DUNEXT-STATUS.
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS QZDEVREC-KEY
               FILE STATUS    IS WS-DUNHST-STATUS.
           SELECT QZPLNMAS-FILE  ASSIGN TO QZPLNMAS
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS QZPLNREC-CUSTOMER-NO
               FILE STATUS    IS WS-PLNMAS-STATUS.
           SELECT QZFINREQ-FILE  ASSIGN TO QZFINREQ
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS QZFINREC-CUSTOMER-NO
               FILE STATUS    IS WS-FINREQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QZCUSMAS-FILE.
           COPY "customer_master.cbl".
       FD  QZACTMAS-FILE.
           COPY "customer_account.cbl".
       FD  QZDUNEXT-FILE.
           COPY "dunning_record.cbl".
       FD  QZAGEPRT-FILE.
           COPY "dunning_parm.cbl".
       FD  QZDUNHST-FILE.
           COPY "dunning_event.cbl".
       FD  QZPLNMAS-FILE.
           COPY "payment_plan.cbl".
       FD  QZFINREQ-FILE.
           COPY "final_bill.cbl".

       WORKING-STORAGE SECTION.

      *    FILE STATUS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-CUSMAS-STATUS               PIC X(02).
       77  WS-ACTMAS-STATUS               PIC X(02).
       77  WS-DUNEXT-STATUS               PIC X(02).
       77  WS-PRINT-STATUS                PIC X(02).
       77  WS-EOF-SW                      PIC X(01) VALUE 'N'.
       77  WS-LAST-LETTER-DATE            PIC X(08).
       77  WS-LETTER-AGE-DAYS             PIC S9(07) COMP.
       77  WS-SUPPRESSED-CNT              PIC 9(09) COMP VALUE 0.
       77  WS-PLNMAS-STATUS               PIC X(02).
       77  WS-PLAN-FILE-SW                PIC X(01) VALUE 'N'.
           88  WS-PLAN-FILE-OPEN               VALUE 'Y'.
       77  WS-PLAN-ACTIVE-SW              PIC X(01) VALUE 'N'.
           88  WS-PLAN-ACTIVE                  VALUE 'Y'.
       77  WS-PLAN-HELD-CNT               PIC 9(09) COMP VALUE 0.
       77  WS-RELIEF-HELD-SW              PIC X(01) VALUE 'N'.
           88  WS-RELIEF-HELD                  VALUE 'Y'.
       77  WS-RELIEF-HELD-CNT             PIC 9(09) COMP VALUE 0.
       77  WS-SUPPLY-POSTAL-CD            PIC X(07).
       77  WS-FINREQ-STATUS               PIC X(02).
       77  WS-FIN-FILE-SW                 PIC X(01) VALUE 'N'.
           88  WS-FIN-FILE-OPEN                VALUE 'Y'.
       77  WS-FINAL-BILLED-SW             PIC X(01) VALUE 'N'.
           88  WS-FINAL-BILLED                 VALUE 'Y'.
       77  WS-FWD-DUNNED-CNT              PIC 9(09) COMP VALUE 0.
       77  WS-EVT-WRITTEN-SW              PIC X(01) VALUE 'N'.
           88  WS-EVT-WRITTEN                  VALUE 'Y'.
      *    The loop counter is wider than the three-digit record
           05  WS-HOLD-ADDR-LINE          PIC G(15) USAGE DISPLAY-1.
           05  WS-HOLD-COLL-STATUS        PIC X(01).
           05  WS-HOLD-ACCT-STATUS        PIC X(01).
               88  WS-HOLD-ACCT-TERMINATED    VALUES 'T' 'C'.
           05  WS-HOLD-TOTAL-CHARGE       PIC 9(10).
           05  WS-HOLD-OLDEST-YM          PIC X(06).

      *----------------------------------------------------------------*
           COPY "runlog_parm.cbl".

      *----------------------------------------------------------------*
      *    ROW OPEN-BALANCE CALL PARAMETER BLOCK                       *
      *----------------------------------------------------------------*
           COPY "rowbal_parm.cbl".

      *----------------------------------------------------------------*
      *    RELIEF AREA CHECK CALL PARAMETER BLOCK                      *
      *----------------------------------------------------------------*
           COPY "reliefchk_parm.cbl".

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
           MOVE 'S'                       TO QZRLGPRM-FUNCTION
           MOVE 'QZB19C  '                TO QZRLGPRM-PGMID
           MOVE 'QZB19P  '                TO QZRLGPRM-PREREQ-PGMID (1)
           MOVE 'QZB19B  '                TO QZRLGPRM-PREREQ-PGMID (2)
           MOVE SPACES                    TO QZRLGPRM-PREREQ-PGMID (3)
           MOVE 0                         TO QZRLGPRM-COUNT-1
                                             QZRLGPRM-COUNT-2
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  QZACTMAS-FILE
           IF WS-ACTMAS-STATUS NOT = '00'
               DISPLAY 'QZB19C - QZACTMAS OPEN FAILED, STATUS='
                       WS-ACTMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT QZDUNEXT-FILE
           IF WS-DUNEXT-STATUS NOT = '00'
               DISPLAY 'QZB19C - QZDUNEXT OPEN FAILED, STATUS='
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
                   DISPLAY 'QZB19C - NO QZPLNMAS PLANS ON FILE'
               WHEN OTHER
                   DISPLAY 'QZB19C - QZPLNMAS OPEN FAILED, STATUS='
                           WS-PLNMAS-STATUS
                   MOVE 16                TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
      *    Likewise no QZFINREQ yet ('35') means no final bill has
      *    been issued - every terminated customer stays unlettered.
           OPEN INPUT QZFINREQ-FILE
           EVALUATE WS-FINREQ-STATUS
               WHEN '00'
                   SET WS-FIN-FILE-OPEN   TO TRUE
               WHEN '35'
                   DISPLAY 'QZB19C - NO QZFINREQ FINAL BILLS ON FILE'
               WHEN OTHER
                   DISPLAY 'QZB19C - QZFINREQ OPEN FAILED, STATUS='
                           WS-FINREQ-STATUS
                   MOVE 16                TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           PERFORM 2900-READ-NEXT-MASTER
              THRU 2900-READ-NEXT-MASTER-EXIT.
       1000-INITIALIZE-EXIT.
      *----------------------------------------------------------------*
      *    2000-PROCESS-CUSTOMER                                       *
      *        QZCUSMAS-REC holds the customer's first billing-month  *
      *        row on entry. The collections status, name, address and *
      *        contract type are taken from the customer's QZACTMAS    *
      *        account, which stays in QZACTREC while the rows are     *
      *        read, and every row of an in-arrears customer is aged   *
      *        and accumulated before the dunning record is written at *
      *        the control break.                                      *
      *----------------------------------------------------------------*
       2000-PROCESS-CUSTOMER.
           MOVE QZCUSMAS-CUSTOMER-NO      TO WS-SAVE-CUSTOMER-NO
           ADD 1                          TO WS-CUSTOMER-CNT
           PERFORM 2050-READ-ACCOUNT
              THRU 2050-READ-ACCOUNT-EXIT
           IF QZACTREC-COLL-IN-ARREARS
               SET WS-CUST-IN-ARREARS-SW  TO 'Y'
               MOVE QZACTREC-CUSTOMER-NAME
                 TO WS-HOLD-CUSTOMER-NAME
               MOVE QZACTREC-ADDR-POSTAL-CD
                 TO WS-HOLD-ADDR-POSTAL-CD
               MOVE QZACTREC-ADDR-POSTAL-CD
                 TO WS-SUPPLY-POSTAL-CD
               MOVE QZACTREC-ADDR-PREF-CITY
                 TO WS-HOLD-ADDR-PREF-CITY
               MOVE QZACTREC-ADDR-LINE    TO WS-HOLD-ADDR-LINE
               MOVE QZACTREC-COLLECTIONS-STATUS
                 TO WS-HOLD-COLL-STATUS
               MOVE QZACTREC-ACCOUNT-STATUS
                 TO WS-HOLD-ACCT-STATUS
               MOVE 0                     TO WS-HOLD-TOTAL-CHARGE
               MOVE HIGH-VALUES           TO WS-HOLD-OLDEST-YM
              THRU 2100-AGE-ONE-ROW-EXIT
              UNTIL WS-EOF
                 OR QZCUSMAS-CUSTOMER-NO NOT = WS-SAVE-CUSTOMER-NO
           SET WS-FINAL-BILLED-SW         TO 'N'
           IF WS-CUST-IN-ARREARS
              AND WS-HOLD-TOTAL-CHARGE > 0
              AND WS-HOLD-ACCT-TERMINATED
               PERFORM 2350-CHECK-FINAL-BILL
                  THRU 2350-CHECK-FINAL-BILL-EXIT
           END-IF
           IF WS-CUST-IN-ARREARS
              AND WS-HOLD-TOTAL-CHARGE > 0
              AND (NOT WS-HOLD-ACCT-TERMINATED OR WS-FINAL-BILLED)
               PERFORM 2320-CHECK-RELIEF
                  THRU 2320-CHECK-RELIEF-EXIT
               IF WS-RELIEF-HELD
                   ADD 1                  TO WS-RELIEF-HELD-CNT
               ELSE
                   PERFORM 2300-CHECK-PLAN
                      THRU 2300-CHECK-PLAN-EXIT
                   IF WS-PLAN-ACTIVE
                       ADD 1              TO WS-PLAN-HELD-CNT
                   ELSE
                       PERFORM 2400-CHECK-RECENT-LETTER
                          THRU 2400-CHECK-RECENT-LETTER-EXIT
                       IF WS-RECENT-LETTER
                           ADD 1          TO WS-SUPPRESSED-CNT
                       ELSE
                           PERFORM 2500-WRITE-DUNNING
                              THRU 2500-WRITE-DUNNING-EXIT
                       END-IF
                   END-IF
               END-IF
           END-IF.
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
                   DISPLAY 'QZB19C - NO QZACTMAS ACCOUNT, KEY='
                           QZCUSMAS-KEY
                   MOVE 16                TO RETURN-CODE
                   STOP RUN
           END-READ
           IF WS-ACTMAS-STATUS NOT = '00'
               DISPLAY 'QZB19C - QZACTMAS READ FAILED, KEY='
                       QZCUSMAS-KEY ' STATUS=' WS-ACTMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF.
       2050-READ-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2100-AGE-ONE-ROW                                            *
      *        Ages the row in months against the run month - one    *
      *        month behind is the 30-day bucket, two the 60-day,    *
      *        three or more the 90-plus - and reads the next row.   *
      *        Rows of customers not in arrears, and rows with no    *
      *        open balance left, are read through without           *
      *        accumulating - only the open balance is aged.          *
      *----------------------------------------------------------------*
       2100-AGE-ONE-ROW.
           IF WS-CUST-IN-ARREARS
               CALL 'QZROWBAL' USING QZCUSMAS-REC QZRBLPRM
           ELSE
               SET QZRBLPRM-ROW-SETTLED   TO TRUE
           END-IF
           IF QZRBLPRM-ROW-HAS-OPEN
               MOVE QZCUSMAS-BILLING-YM   TO WS-WORK-YM
               COMPUTE WS-AGE-MONTHS =
                   (WS-RUN-YYYY * 12 + WS-RUN-MM)
                  THRU 2200-FIND-TYPE-ENTRY-EXIT
               EVALUATE TRUE
                   WHEN WS-AGE-MONTHS >= 3
                       ADD QZRBLPRM-OPEN-AMT
                         TO WS-TYP-BUCKET-90 (WS-TYP-FOUND-IDX)
                   WHEN WS-AGE-MONTHS = 2
                       ADD QZRBLPRM-OPEN-AMT
                         TO WS-TYP-BUCKET-60 (WS-TYP-FOUND-IDX)
                   WHEN OTHER
                       ADD QZRBLPRM-OPEN-AMT
                         TO WS-TYP-BUCKET-30 (WS-TYP-FOUND-IDX)
               END-EVALUATE
               ADD QZRBLPRM-OPEN-AMT
                 TO WS-TYP-TOTAL (WS-TYP-FOUND-IDX)
               ADD QZRBLPRM-OPEN-AMT      TO WS-HOLD-TOTAL-CHARGE
               IF QZCUSMAS-BILLING-YM < WS-HOLD-OLDEST-YM
                   MOVE QZCUSMAS-BILLING-YM
                     TO WS-HOLD-OLDEST-YM
      *----------------------------------------------------------------*
      *    2200-FIND-TYPE-ENTRY                                        *
      *        Locates - or opens - the aging accumulator entry for   *
      *        the customer's contract type.                           *
      *----------------------------------------------------------------*
       2200-FIND-TYPE-ENTRY.
           MOVE 0                         TO WS-TYP-FOUND-IDX
               END-IF
               ADD 1                      TO WS-TYP-CNT
               MOVE WS-TYP-CNT            TO WS-TYP-FOUND-IDX
               MOVE QZACTREC-CONTRACT-TYPE
                 TO WS-TYP-CONTRACT-TYPE (WS-TYP-FOUND-IDX)
               MOVE 0  TO WS-TYP-BUCKET-30 (WS-TYP-FOUND-IDX)
                          WS-TYP-BUCKET-60 (WS-TYP-FOUND-IDX)

       2250-MATCH-ONE-TYPE.
           IF WS-TYP-CONTRACT-TYPE (WS-TYP-IDX)
                  = QZACTREC-CONTRACT-TYPE
               MOVE WS-TYP-IDX            TO WS-TYP-FOUND-IDX
           END-IF.
       2250-MATCH-ONE-TYPE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2300-CHECK-PLAN                                             *
      *        A customer paying to an installment plan agreed with   *
      *        the collections desk (QZO19A) is aged as usual but not *
      *        lettered while the plan is active. QZB19B has already  *
      *        marked tonight's broken plans, so a missed installment *
      *        resumes dunning the same night.                         *
      *----------------------------------------------------------------*
       2300-CHECK-PLAN.
           SET WS-PLAN-ACTIVE-SW          TO 'N'
           IF NOT WS-PLAN-FILE-OPEN
               GO TO 2300-CHECK-PLAN-EXIT
           END-IF
           MOVE WS-SAVE-CUSTOMER-NO       TO QZPLNREC-CUSTOMER-NO
           READ QZPLNMAS-FILE
               INVALID KEY
                   GO TO 2300-CHECK-PLAN-EXIT
           END-READ
           IF WS-PLNMAS-STATUS NOT = '00'
               DISPLAY 'QZB19C - QZPLNMAS READ FAILED, STATUS='
                       WS-PLNMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           IF QZPLNREC-STS-ACTIVE
               SET WS-PLAN-ACTIVE         TO TRUE
           END-IF.
       2300-CHECK-PLAN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2320-CHECK-RELIEF                                           *
      *        A customer whose supply postal code is in a disaster   *
      *        relief area active today (QZO19E, through QZRLFCHK) is *
      *        aged as usual but not lettered. The supply address     *
      *        decides, not the forwarding address a final bill is    *
      *        dunned at - the relief is for where the customer was  *
      *        supplied. Lettering resumes the night after the area's *
      *        end date.                                               *
      *----------------------------------------------------------------*
       2320-CHECK-RELIEF.
           SET WS-RELIEF-HELD-SW          TO 'N'
           MOVE WS-SUPPLY-POSTAL-CD       TO QZRLCPRM-POSTAL-CD
           MOVE WS-RUN-DATE               TO QZRLCPRM-AS-OF-DATE
           MOVE SPACES                    TO QZRLCPRM-BILLING-YM
           CALL 'QZRLFCHK' USING QZRLCPRM
           IF QZRLCPRM-FILE-ERROR
               DISPLAY 'QZB19C - QZRLFCHK FAILED, CUSTOMER='
                       WS-SAVE-CUSTOMER-NO
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           IF QZRLCPRM-HELD
               SET WS-RELIEF-HELD         TO TRUE
           END-IF.
       2320-CHECK-RELIEF-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2350-CHECK-FINAL-BILL                                       *
      *        A terminated customer whose QZB19G final bill left a   *
      *        debit ('B' on QZFINREQ) is dunned like any other, but  *
      *        at the forwarding address taken at termination - the   *
      *        supply address is empty. A customer not yet final     *
      *        billed stays unlettered until the final statement has *
      *        gone out.                                               *
      *----------------------------------------------------------------*
       2350-CHECK-FINAL-BILL.
           IF NOT WS-FIN-FILE-OPEN
               GO TO 2350-CHECK-FINAL-BILL-EXIT
           END-IF
           MOVE WS-SAVE-CUSTOMER-NO       TO QZFINREC-CUSTOMER-NO
           READ QZFINREQ-FILE
               INVALID KEY
                   GO TO 2350-CHECK-FINAL-BILL-EXIT
           END-READ
           IF WS-FINREQ-STATUS NOT = '00'
               DISPLAY 'QZB19C - QZFINREQ READ FAILED, STATUS='
                       WS-FINREQ-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           IF QZFINREC-STS-BILLED
               SET WS-FINAL-BILLED        TO TRUE
               ADD 1                      TO WS-FWD-DUNNED-CNT
               MOVE QZFINREC-FWD-POSTAL-CD
                 TO WS-HOLD-ADDR-POSTAL-CD
               MOVE QZFINREC-FWD-PREF-CITY
                 TO WS-HOLD-ADDR-PREF-CITY
               MOVE QZFINREC-FWD-LINE     TO WS-HOLD-ADDR-LINE
           END-IF.
       2350-CHECK-FINAL-BILL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2400-CHECK-RECENT-LETTER                                    *
      *        Browses the customer's QZDUNHST events for the latest  *
      *----------------------------------------------------------------*
       8000-FINALIZE.
           CLOSE QZCUSMAS-FILE
           CLOSE QZACTMAS-FILE
           CLOSE QZDUNEXT-FILE
           CLOSE QZAGEPRT-FILE
           CLOSE QZDUNHST-FILE
           IF WS-PLAN-FILE-OPEN
               CLOSE QZPLNMAS-FILE
           END-IF
           IF WS-FIN-FILE-OPEN
               CLOSE QZFINREQ-FILE
           END-IF
           DISPLAY 'QZB19C - CUSTOMERS READ:       ' WS-CUSTOMER-CNT
           DISPLAY 'QZB19C - CUSTOMERS DUNNED:     ' WS-DUNNED-CNT
           DISPLAY 'QZB19C - RE-DUNNING SUPPRESSED: '
                   WS-SUPPRESSED-CNT
           DISPLAY 'QZB19C - HELD BY PLAN:         '
                   WS-PLAN-HELD-CNT
           DISPLAY 'QZB19C - HELD BY RELIEF:       '
                   WS-RELIEF-HELD-CNT
           DISPLAY 'QZB19C - FINAL BILLS AT FWD ADDR: '
                   WS-FWD-DUNNED-CNT.
       8000-FINALIZE-EXIT.
           EXIT.

