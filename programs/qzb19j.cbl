      *================================================================*
      *                                                                *
      *    PROGRAM:      QZB19J                                       *
      *    AUTHOR:       K. SASAKI - APPLICATION SUPPORT               *
      *    INSTALLATION: MULEFORGE DATA CENTER                        *
      *    DATE-WRITTEN: 2026-10-15                                   *
      *    DATE-COMPILED:                                              *
      *                                                                *
      *    PURPOSE.                                                   *
      *        Nightly cash receipts journal, run after QZB19P. Reads *
      *        the QZPAYMAS payments file for the receipts tonight's  *
      *        QZB19P run posted, takes each receipt's contract type  *
      *        from its QZACTMAS account, and summarizes them by      *
      *        QZPAYREC-PAY-SOURCE and contract type into balanced    *
      *        debit-cash/credit-receivables pairs in the QZGLJREC    *
      *        layout on the QZCRJOUT file, under its own QZGLJHDR/   *
      *        QZGLJTRL control totals - the billing side QZB19L      *
      *        journals and the money side now both reach the        *
      *        ledger from a file.                                    *
      *                                                                *
      *        The posting date and the number of receipts posted    *
      *        are taken from QZB19P's own QZRUNCTL record. The run  *
      *        fails with nothing written unless the receipts found  *
      *        on QZPAYMAS for that date number exactly what QZB19P  *
      *        says it posted, and the journal's credit total equals *
      *        the total of those receipts.                          *
      *                                                                *
      *        The part of a receipt QZB19P took as a recovery of a   *
      *        balance QZB19Z wrote off (QZPAYREC-RECOVERY-AMT) is no *
      *        longer receivable - it is credited to bad-debt         *
      *        recoveries instead, within the same group.            *
      *                                                                *
      *    MOD HISTORY.                                                *
      *    DATE        INIT  DESCRIPTION                               *
      *    ----------  ----  ------------------------------------      *
      *    2026-10-15  KS    QZB19J established.                       *
      *    2026-10-15  KS    The part of a receipt QZB19P took as a    *
      *                      bad-debt recovery is credited to          *
      *                      bad-debt recoveries (40950000) instead    *
      *                      of receivables.                           *
      *    2026-10-15  KS    Contract type of a receipt now taken      *
      *                      from the customer's QZACTMAS account.     *
      *                                                                *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    QZB19J.
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
           SELECT QZRUNCTL-FILE  ASSIGN TO QZRUNCTL
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS QZRUNREC-PGMID
               FILE STATUS    IS WS-RUNCTL-STATUS.
           SELECT QZPAYMAS-FILE  ASSIGN TO QZPAYMAS
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS SEQUENTIAL
               RECORD KEY     IS QZPAYREC-KEY
               FILE STATUS    IS WS-PAYMAS-STATUS.
           SELECT QZACTMAS-FILE  ASSIGN TO QZACTMAS
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS QZACTREC-CUSTOMER-NO
               FILE STATUS    IS WS-ACTMAS-STATUS.
           SELECT QZCRJOUT-FILE  ASSIGN TO QZCRJOUT
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS WS-CRJOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QZRUNCTL-FILE.
           COPY "run_control.cbl".
       FD  QZPAYMAS-FILE.
           COPY "payment_record.cbl".
       FD  QZACTMAS-FILE.
           COPY "customer_account.cbl".
       FD  QZCRJOUT-FILE.
           COPY "gl_journal.cbl".

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      *    FILE STATUS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-RUNCTL-STATUS               PIC X(02).
       77  WS-PAYMAS-STATUS               PIC X(02).
       77  WS-ACTMAS-STATUS               PIC X(02).
       77  WS-CRJOUT-STATUS               PIC X(02).
       77  WS-EOF-SW                      PIC X(01) VALUE 'N'.
           88  WS-EOF                          VALUE 'Y'.
       77  WS-SCAN-CNT                    PIC 9(09) VALUE 0.
       77  WS-RECEIPT-CNT                 PIC 9(09) VALUE 0.
       77  WS-RECEIPT-HASH                PIC 9(15) VALUE 0.
       77  WS-NO-ACCT-CNT                 PIC 9(09) VALUE 0.
       77  WS-PAY-POSTED-CNT              PIC 9(09) VALUE 0.
       77  WS-POSTING-DATE                PIC X(08).
       77  WS-FIND-CONTRACT-TYPE          PIC X(02).
       77  WS-FIND-PAY-SOURCE             PIC X(02).
       77  WS-JRN-CNT                     PIC 9(07) VALUE 0.
       77  WS-DEBIT-TOTAL                 PIC 9(15) VALUE 0.
       77  WS-CREDIT-TOTAL                PIC 9(15) VALUE 0.
       77  WS-GRP-IDX                     PIC 9(03) COMP.
       77  WS-GRP-FOUND-IDX               PIC 9(03) COMP.
       77  WS-RUN-DATE                    PIC X(08).
       77  WS-RUN-ID                      PIC X(08).

      *----------------------------------------------------------------*
      *    LEDGER ACCOUNT CODES                                        *
      *----------------------------------------------------------------*
       77  WS-CASH-ACCOUNT                PIC X(08) VALUE '11100000'.
       77  WS-AR-ACCOUNT                  PIC X(08) VALUE '11300000'.
       77  WS-RECOVERY-ACCOUNT            PIC X(08) VALUE '40950000'.

      *----------------------------------------------------------------*
      *    RECEIPT TOTALS BY PAY SOURCE AND CONTRACT TYPE              *
      *----------------------------------------------------------------*
       01  WS-GRP-TABLE.
           05  WS-GRP-CNT                 PIC 9(03) COMP VALUE 0.
           05  WS-GRP-ENTRY               OCCURS 200 TIMES.
               10  WS-GRP-PAY-SOURCE      PIC X(02).
               10  WS-GRP-CONTRACT-TYPE   PIC X(02).
               10  WS-GRP-RECEIPTS        PIC 9(13) COMP.
               10  WS-GRP-RECOVERIES      PIC 9(13) COMP.

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
           PERFORM 2000-PROCESS-RECEIPT
              THRU 2000-PROCESS-RECEIPT-EXIT
              UNTIL WS-EOF
           PERFORM 3000-VERIFY-CONTROLS
              THRU 3000-VERIFY-CONTROLS-EXIT
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
      *        opened. QZB19P must have completed tonight - the       *
      *        journal is of what it posted.                          *
      *----------------------------------------------------------------*
       0100-REGISTER-START.
           MOVE 'S'                       TO QZRLGPRM-FUNCTION
           MOVE 'QZB19J  '                TO QZRLGPRM-PGMID
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
                       DISPLAY 'QZB19J - RUN REFUSED, AN INSTANCE '
                               'IS STILL MARKED RUNNING ON '
                               'QZRUNCTL - VERIFY AND RESET '
                               'VIA QZB19X'
                   WHEN QZRLGPRM-PREREQ-MISSING
                       DISPLAY 'QZB19J - RUN REFUSED, '
                               'PREREQUISITE '
                               QZRLGPRM-FAIL-PGMID
                               ' HAS NOT COMPLETED TONIGHT'
                   WHEN OTHER
                       DISPLAY 'QZB19J - QZRUNCTL ACCESS FAILED'
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
           ACCEPT WS-RUN-ID               FROM TIME
           PERFORM 1100-READ-POSTING-CONTROL
              THRU 1100-READ-POSTING-CONTROL-EXIT
           OPEN INPUT  QZPAYMAS-FILE
           IF WS-PAYMAS-STATUS NOT = '00'
               DISPLAY 'QZB19J - QZPAYMAS OPEN FAILED, STATUS='
                       WS-PAYMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  QZACTMAS-FILE
           IF WS-ACTMAS-STATUS NOT = '00'
               DISPLAY 'QZB19J - QZACTMAS OPEN FAILED, STATUS='
                       WS-ACTMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT QZCRJOUT-FILE
           IF WS-CRJOUT-STATUS NOT = '00'
               DISPLAY 'QZB19J - QZCRJOUT OPEN FAILED, STATUS='
                       WS-CRJOUT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2900-READ-NEXT-PAYMENT
              THRU 2900-READ-NEXT-PAYMENT-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1100-READ-POSTING-CONTROL                                   *
      *        QZB19P stamps every receipt with the date its run      *
      *        started, which is the date on its QZRUNCTL record -    *
      *        a stream that crossed midnight before QZB19J started  *
      *        still journals the right day. COUNT-2 is the number   *
      *        of receipts it posted.                                 *
      *----------------------------------------------------------------*
       1100-READ-POSTING-CONTROL.
           OPEN INPUT  QZRUNCTL-FILE
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'QZB19J - QZRUNCTL OPEN FAILED, STATUS='
                       WS-RUNCTL-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'QZB19P  '                TO QZRUNREC-PGMID
           READ QZRUNCTL-FILE
               INVALID KEY
                   DISPLAY 'QZB19J - NO QZB19P RECORD ON QZRUNCTL'
                   MOVE 16                TO RETURN-CODE
                   STOP RUN
           END-READ
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'QZB19J - QZRUNCTL READ FAILED, STATUS='
                       WS-RUNCTL-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE QZRUNREC-RUN-DATE         TO WS-POSTING-DATE
           MOVE QZRUNREC-COUNT-2          TO WS-PAY-POSTED-CNT
           CLOSE QZRUNCTL-FILE
           DISPLAY 'QZB19J - POSTING DATE:         ' WS-POSTING-DATE.
       1100-READ-POSTING-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-PROCESS-RECEIPT                                        *
      *        Only the receipts posted on the posting date are       *
      *        journalled; everything else on QZPAYMAS is already in *
      *        an earlier night's journal.                             *
      *----------------------------------------------------------------*
       2000-PROCESS-RECEIPT.
           ADD 1                          TO WS-SCAN-CNT
           IF QZPAYREC-POSTED-DATE NOT = WS-POSTING-DATE
               GO TO 2000-PROCESS-RECEIPT-NEXT
           END-IF
           ADD 1                          TO WS-RECEIPT-CNT
           ADD QZPAYREC-AMOUNT            TO WS-RECEIPT-HASH
           PERFORM 2100-FIND-CONTRACT-TYPE
              THRU 2100-FIND-CONTRACT-TYPE-EXIT
           MOVE QZPAYREC-PAY-SOURCE       TO WS-FIND-PAY-SOURCE
           PERFORM 2200-FIND-GROUP
              THRU 2200-FIND-GROUP-EXIT
           ADD QZPAYREC-AMOUNT
             TO WS-GRP-RECEIPTS (WS-GRP-FOUND-IDX)
           IF QZPAYREC-RECOVERY-AMT NUMERIC
               ADD QZPAYREC-RECOVERY-AMT
                 TO WS-GRP-RECOVERIES (WS-GRP-FOUND-IDX)
           END-IF.
       2000-PROCESS-RECEIPT-NEXT.
           PERFORM 2900-READ-NEXT-PAYMENT
              THRU 2900-READ-NEXT-PAYMENT-EXIT.
       2000-PROCESS-RECEIPT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2100-FIND-CONTRACT-TYPE                                     *
      *        The contract type is the customer's, from QZACTMAS.   *
      *        A receipt whose customer has no account groups under  *
      *        a blank contract type and still posts, just without   *
      *        the split - the same rule QZB19L applies.              *
      *----------------------------------------------------------------*
       2100-FIND-CONTRACT-TYPE.
           MOVE SPACES                    TO WS-FIND-CONTRACT-TYPE
           MOVE QZPAYREC-CUSTOMER-NO      TO QZACTREC-CUSTOMER-NO
           READ QZACTMAS-FILE
               INVALID KEY
                   ADD 1                  TO WS-NO-ACCT-CNT
                   GO TO 2100-FIND-CONTRACT-TYPE-EXIT
           END-READ
           IF WS-ACTMAS-STATUS NOT = '00'
               DISPLAY 'QZB19J - QZACTMAS READ FAILED, KEY='
                       QZACTREC-CUSTOMER-NO
                       ' STATUS=' WS-ACTMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE QZACTREC-CONTRACT-TYPE    TO WS-FIND-CONTRACT-TYPE.
       2100-FIND-CONTRACT-TYPE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2200-FIND-GROUP                                             *
      *        Locates - or opens - the journal group for             *
      *        WS-FIND-PAY-SOURCE/WS-FIND-CONTRACT-TYPE.              *
      *----------------------------------------------------------------*
       2200-FIND-GROUP.
           MOVE 0                         TO WS-GRP-FOUND-IDX
           PERFORM 2250-MATCH-ONE-GROUP
              THRU 2250-MATCH-ONE-GROUP-EXIT
              VARYING WS-GRP-IDX FROM 1 BY 1
              UNTIL WS-GRP-IDX > WS-GRP-CNT
                 OR WS-GRP-FOUND-IDX > 0
           IF WS-GRP-FOUND-IDX = 0
               IF WS-GRP-CNT >= 200
                   DISPLAY 'QZB19J - GROUP TABLE OVERFLOW AT 200'
                   MOVE 16                TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1                      TO WS-GRP-CNT
               MOVE WS-GRP-CNT            TO WS-GRP-FOUND-IDX
               MOVE WS-FIND-PAY-SOURCE
                 TO WS-GRP-PAY-SOURCE (WS-GRP-FOUND-IDX)
               MOVE WS-FIND-CONTRACT-TYPE
                 TO WS-GRP-CONTRACT-TYPE (WS-GRP-FOUND-IDX)
               MOVE 0                     TO WS-GRP-RECEIPTS
                                             (WS-GRP-FOUND-IDX)
                                             WS-GRP-RECOVERIES
                                             (WS-GRP-FOUND-IDX)
           END-IF.
       2200-FIND-GROUP-EXIT.
           EXIT.

       2250-MATCH-ONE-GROUP.
           IF WS-GRP-PAY-SOURCE (WS-GRP-IDX)
                  = WS-FIND-PAY-SOURCE
              AND WS-GRP-CONTRACT-TYPE (WS-GRP-IDX)
                  = WS-FIND-CONTRACT-TYPE
               MOVE WS-GRP-IDX            TO WS-GRP-FOUND-IDX
           END-IF.
       2250-MATCH-ONE-GROUP-EXIT.
           EXIT.

       2900-READ-NEXT-PAYMENT.
           READ QZPAYMAS-FILE NEXT RECORD
               AT END
                   SET WS-EOF             TO TRUE
           END-READ
           IF NOT WS-EOF AND WS-PAYMAS-STATUS NOT = '00'
               DISPLAY 'QZB19J - QZPAYMAS READ FAILED, STATUS='
                       WS-PAYMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF.
       2900-READ-NEXT-PAYMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3000-VERIFY-CONTROLS                                        *
      *        The receipts found for the posting date must be every  *
      *        receipt QZB19P posted and no other. A file restored    *
      *        from the wrong generation, or a posting run that did  *
      *        not finish hardening its receipts, stops here before a *
      *        single journal record exists.                          *
      *----------------------------------------------------------------*
       3000-VERIFY-CONTROLS.
           IF WS-RECEIPT-CNT NOT = WS-PAY-POSTED-CNT
               DISPLAY 'QZB19J - QZPAYMAS OUT OF BALANCE WITH QZB19P'
               DISPLAY 'QZB19J - RECEIPTS ON FILE:  ' WS-RECEIPT-CNT
               DISPLAY 'QZB19J - QZB19P POSTED:     '
                       WS-PAY-POSTED-CNT
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF.
       3000-VERIFY-CONTROLS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4000-WRITE-JOURNAL                                          *
      *        One balanced debit-cash/credit-receivables pair per    *
      *        group between the journal's own header and trailer.   *
      *        The credit total must equal the day's QZPAYMAS         *
      *        postings and the debit total the credit total -       *
      *        anything else stops the run before finance sees the   *
      *        file.                                                   *
      *----------------------------------------------------------------*
       4000-WRITE-JOURNAL.
           MOVE SPACES                    TO QZGLJHDR
           MOVE '*QZHDR*'                 TO QZGLJHDR-REC-ID
           MOVE WS-POSTING-DATE           TO QZGLJHDR-RUN-DATE
           MOVE WS-RUN-ID                 TO QZGLJHDR-RUN-ID
           WRITE QZGLJHDR
           IF WS-CRJOUT-STATUS NOT = '00'
               DISPLAY 'QZB19J - QZCRJOUT WRITE FAILED, STATUS='
                       WS-CRJOUT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4100-WRITE-ONE-GROUP
              THRU 4100-WRITE-ONE-GROUP-EXIT
              VARYING WS-GRP-IDX FROM 1 BY 1
              UNTIL WS-GRP-IDX > WS-GRP-CNT
           IF WS-CREDIT-TOTAL NOT = WS-RECEIPT-HASH
              OR WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               DISPLAY 'QZB19J - JOURNAL OUT OF BALANCE, DR='
                       WS-DEBIT-TOTAL ' CR=' WS-CREDIT-TOTAL
                       ' QZPAYMAS POSTED=' WS-RECEIPT-HASH
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES                    TO QZGLJTRL
           MOVE '*QZTRL*'                 TO QZGLJTRL-REC-ID
           MOVE WS-JRN-CNT                TO QZGLJTRL-RECORD-CNT
           MOVE WS-DEBIT-TOTAL            TO QZGLJTRL-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL           TO QZGLJTRL-CREDIT-TOTAL
           WRITE QZGLJTRL
           IF WS-CRJOUT-STATUS NOT = '00'
               DISPLAY 'QZB19J - QZCRJOUT WRITE FAILED, STATUS='
                       WS-CRJOUT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF.
       4000-WRITE-JOURNAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4100-WRITE-ONE-GROUP                                        *
      *        One debit to cash and one matching credit to           *
      *        receivables for the group at WS-GRP-IDX. Money paid    *
      *        over the open balance is credited to receivables as    *
      *        well - it is the customer's credit balance there.     *
      *        The recovered part of the group's receipts is split   *
      *        off to its own credit to bad-debt recoveries.          *
      *----------------------------------------------------------------*
       4100-WRITE-ONE-GROUP.
           IF WS-GRP-RECEIPTS (WS-GRP-IDX) = 0
               GO TO 4100-WRITE-ONE-GROUP-EXIT
           END-IF
           MOVE SPACES                    TO QZGLJREC
           MOVE WS-CASH-ACCOUNT           TO QZGLJREC-ACCOUNT
           MOVE 'D'                       TO QZGLJREC-DR-CR
           MOVE WS-GRP-CONTRACT-TYPE (WS-GRP-IDX)
             TO QZGLJREC-CONTRACT-TYPE
           MOVE WS-GRP-PAY-SOURCE (WS-GRP-IDX)
             TO QZGLJREC-PAY-SOURCE
           MOVE WS-GRP-RECEIPTS (WS-GRP-IDX)
             TO QZGLJREC-AMOUNT
           MOVE WS-POSTING-DATE           TO QZGLJREC-RUN-DATE
           WRITE QZGLJREC
           IF WS-CRJOUT-STATUS NOT = '00'
               DISPLAY 'QZB19J - QZCRJOUT WRITE FAILED, STATUS='
                       WS-CRJOUT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1                          TO WS-JRN-CNT
           ADD WS-GRP-RECEIPTS (WS-GRP-IDX)
             TO WS-DEBIT-TOTAL
           MOVE 'C'                       TO QZGLJREC-DR-CR
           COMPUTE QZGLJREC-AMOUNT =
               WS-GRP-RECEIPTS (WS-GRP-IDX)
             - WS-GRP-RECOVERIES (WS-GRP-IDX)
           IF QZGLJREC-AMOUNT > 0
               MOVE WS-AR-ACCOUNT         TO QZGLJREC-ACCOUNT
               WRITE QZGLJREC
               IF WS-CRJOUT-STATUS NOT = '00'
                   DISPLAY 'QZB19J - QZCRJOUT WRITE FAILED, STATUS='
                           WS-CRJOUT-STATUS
                   MOVE 16                TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1                      TO WS-JRN-CNT
               ADD QZGLJREC-AMOUNT        TO WS-CREDIT-TOTAL
           END-IF
           IF WS-GRP-RECOVERIES (WS-GRP-IDX) > 0
               MOVE WS-RECOVERY-ACCOUNT   TO QZGLJREC-ACCOUNT
               MOVE WS-GRP-RECOVERIES (WS-GRP-IDX)
                 TO QZGLJREC-AMOUNT
               WRITE QZGLJREC
               IF WS-CRJOUT-STATUS NOT = '00'
                   DISPLAY 'QZB19J - QZCRJOUT WRITE FAILED, STATUS='
                           WS-CRJOUT-STATUS
                   MOVE 16                TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1                      TO WS-JRN-CNT
               ADD WS-GRP-RECOVERIES (WS-GRP-IDX)
                 TO WS-CREDIT-TOTAL
           END-IF.
       4100-WRITE-ONE-GROUP-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8000-FINALIZE                                               *
      *----------------------------------------------------------------*
       8000-FINALIZE.
           CLOSE QZPAYMAS-FILE
           CLOSE QZACTMAS-FILE
           CLOSE QZCRJOUT-FILE
           DISPLAY 'QZB19J - PAYMENTS SCANNED:     ' WS-SCAN-CNT
           DISPLAY 'QZB19J - RECEIPTS JOURNALLED:  ' WS-RECEIPT-CNT
           DISPLAY 'QZB19J - RECEIPT TOTAL:        ' WS-RECEIPT-HASH
           DISPLAY 'QZB19J - NO QZACTMAS ACCOUNT:  ' WS-NO-ACCT-CNT
           DISPLAY 'QZB19J - JOURNAL RECORDS:      ' WS-JRN-CNT
           DISPLAY 'QZB19J - DEBIT/CREDIT TOTAL:   ' WS-DEBIT-TOTAL.
       8000-FINALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8900-REGISTER-END                                           *
      *----------------------------------------------------------------*
       8900-REGISTER-END.
           MOVE 'E'                       TO QZRLGPRM-FUNCTION
           MOVE 'QZB19J  '                TO QZRLGPRM-PGMID
           MOVE WS-RECEIPT-CNT            TO QZRLGPRM-COUNT-1
           MOVE WS-JRN-CNT                TO QZRLGPRM-COUNT-2
           MOVE WS-GRP-CNT                TO QZRLGPRM-COUNT-3
           CALL 'QZRUNLOG' USING QZRLGPRM
           IF NOT QZRLGPRM-OK
               DISPLAY 'QZB19J - QZRUNCTL END REGISTRATION '
                       'FAILED'
               MOVE 16                    TO RETURN-CODE
           END-IF.
       8900-REGISTER-END-EXIT.
           EXIT.
