      *    DATE        INIT  DESCRIPTION                               *
      *    ----------  ----  ------------------------------------      *
      *    2026-09-01  KS    QZB19H established.                       *
      *    2026-10-15  KS    QZCUSMAS-PAID-AMOUNT carried onto the     *
      *                      archived row.                             *
      *    2026-10-15  KS    QZCUSMAS-SURCHARGE-AMT/SURCH-DATE carried *
      *                      onto the archived row.                    *
      *    2026-10-15  KS    QZCUSMAS-ADJ-DEBIT-AMT, ADJ-CREDIT-AMT    *
      *                      and ADJ-DATE carried onto the archived    *
      *                      row.                                      *
      *    2026-10-15  KS    The payment-slip reissue flag and date    *
      *                      are archived with the row.                *
      *    2026-10-15  KS    The bad-debt write-off and recovery       *
      *                      fields are archived with the row.         *
      *    2026-10-15  KS    Archived rows keep their consumption tax  *
      *                      rate and amount.                          *
      *    2026-10-15  KS    The customer fields of the archived row   *
      *                      are snapshotted from the QZACTMAS         *
      *                      account.                                  *
      *    2026-10-15  KS    The run now registers its start, end and  *
      *                      control counts - rows read, archived and  *
      *                      deleted - on the QZRUNCTL run-control     *
      *                      dataset through QZRUNLOG; archive and     *
      *                      delete counts that disagree register an   *
      *                      abnormal end.                             *
      *    2026-10-15  KS    The archived row carries the QZB19Q       *
      *                      debit-request date                        *
      *                      (QZARCREC-DD-REQ-DATE).                   *
      *                                                                *
      *================================================================*
       IDENTIFICATION DIVISION.
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS QZCUSMAS-KEY
               FILE STATUS    IS WS-CUSMAS-STATUS.
           SELECT QZACTMAS-FILE  ASSIGN TO QZACTMAS
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS QZACTREC-CUSTOMER-NO
               FILE STATUS    IS WS-ACTMAS-STATUS.
           SELECT QZCUSARC-FILE  ASSIGN TO QZCUSARC
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
           COPY "archive_parm.cbl".
       FD  QZCUSMAS-FILE.
           COPY "customer_master.cbl".
       FD  QZACTMAS-FILE.
           COPY "customer_account.cbl".
       FD  QZCUSARC-FILE.
           COPY "customer_archive.cbl".

      *----------------------------------------------------------------*
       77  WS-ARCPRM-STATUS               PIC X(02).
       77  WS-CUSMAS-STATUS               PIC X(02).
       77  WS-ACTMAS-STATUS               PIC X(02).
       77  WS-CUSARC-STATUS               PIC X(02).
       77  WS-EOF-SW                      PIC X(01) VALUE 'N'.
           88  WS-EOF                          VALUE 'Y'.
       77  WS-DELETED-CNT                 PIC 9(09) COMP VALUE 0.
       77  WS-AMOUNT-HASH                 PIC 9(15) VALUE 0.
       77  WS-CHARGE-HASH                 PIC 9(15) VALUE 0.
       77  WS-ACCT-CUSTOMER-NO            PIC X(10) VALUE SPACES.

      *----------------------------------------------------------------*
      *    RUN DATE AND CUTOFF YEAR-MONTH                              *
           05  WS-CUTOFF-YYYY             PIC 9(04).
           05  WS-CUTOFF-MM               PIC 9(02).

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
           PERFORM 2000-PROCESS-ROW
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
           MOVE 'QZB19H  '                TO QZRLGPRM-PGMID
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
                       DISPLAY 'QZB19H - RUN REFUSED, AN INSTANCE '
                               'IS STILL MARKED RUNNING ON '
                               'QZRUNCTL - VERIFY AND RESET '
                               'VIA QZB19X'
                   WHEN QZRLGPRM-PREREQ-MISSING
                       DISPLAY 'QZB19H - RUN REFUSED, '
                               'PREREQUISITE '
                               QZRLGPRM-FAIL-PGMID
                               ' HAS NOT COMPLETED TONIGHT'
                   WHEN OTHER
                       DISPLAY 'QZB19H - QZRUNCTL ACCESS FAILED'
               END-EVALUATE
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF.
       0100-REGISTER-START-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  QZACTMAS-FILE
           IF WS-ACTMAS-STATUS NOT = '00'
               DISPLAY 'QZB19H - QZACTMAS OPEN FAILED, STATUS='
                       WS-ACTMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O QZCUSARC-FILE
           IF WS-CUSARC-STATUS NOT = '00'
               DISPLAY 'QZB19H - QZCUSARC OPEN FAILED, STATUS='
       2000-PROCESS-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2050-READ-ACCOUNT                                           *
      *        Read once per customer, on its first expired row.      *
      *        Every billed customer has a QZACTMAS account; a row    *
      *        without one stops the run before anything of the      *
      *        customer is archived.                                   *
      *----------------------------------------------------------------*
       2050-READ-ACCOUNT.
           MOVE QZCUSMAS-CUSTOMER-NO      TO WS-ACCT-CUSTOMER-NO
           MOVE QZCUSMAS-CUSTOMER-NO      TO QZACTREC-CUSTOMER-NO
           READ QZACTMAS-FILE
               INVALID KEY
                   DISPLAY 'QZB19H - NO QZACTMAS ACCOUNT, KEY='
                           QZCUSMAS-KEY
                   MOVE 16                TO RETURN-CODE
                   STOP RUN
           END-READ
           IF WS-ACTMAS-STATUS NOT = '00'
               DISPLAY 'QZB19H - QZACTMAS READ FAILED, KEY='
                       QZCUSMAS-KEY ' STATUS=' WS-ACTMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF.
       2050-READ-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2100-ARCHIVE-ROW                                            *
      *        A duplicate on the archive only means a prior          *
      *        interrupted run already hardened this row - it is      *
      *        rewritten with the master image and the delete         *
      *        proceeds, so the re-run converges instead of failing.  *
      *        The customer's name, address, contract, payment and    *
      *        status fields are snapshotted onto the archived row    *
      *        from the QZACTMAS account as it stands when the row    *
      *        rolls off.                                              *
      *----------------------------------------------------------------*
       2100-ARCHIVE-ROW.
           IF QZCUSMAS-CUSTOMER-NO NOT = WS-ACCT-CUSTOMER-NO
               PERFORM 2050-READ-ACCOUNT
                  THRU 2050-READ-ACCOUNT-EXIT
           END-IF
           MOVE QZCUSMAS-CUSTOMER-NO      TO QZARCREC-CUSTOMER-NO
           MOVE QZCUSMAS-BILLING-YM       TO QZARCREC-BILLING-YM
           MOVE QZACTREC-CUSTOMER-NAME    TO QZARCREC-CUSTOMER-NAME
           MOVE QZACTREC-CUSTOMER-ADDRESS TO QZARCREC-CUSTOMER-ADDRESS
           MOVE QZACTREC-ADDR-POSTAL-CD   TO QZARCREC-ADDR-POSTAL-CD
           MOVE QZACTREC-ADDR-PREF-CITY   TO QZARCREC-ADDR-PREF-CITY
           MOVE QZACTREC-ADDR-LINE        TO QZARCREC-ADDR-LINE
           MOVE QZCUSMAS-AMOUNT           TO QZARCREC-AMOUNT
           MOVE QZCUSMAS-CHARGE           TO QZARCREC-CHARGE
           MOVE QZCUSMAS-RATE             TO QZARCREC-RATE
           MOVE QZACTREC-CONTRACT-TYPE    TO QZARCREC-CONTRACT-TYPE
           MOVE QZACTREC-PAYMENT-METHOD   TO QZARCREC-PAYMENT-METHOD
           MOVE QZACTREC-COLLECTIONS-STATUS
                                          TO QZARCREC-COLLECTIONS-STATUS
           MOVE QZCUSMAS-LAST-UPD-DATE    TO QZARCREC-LAST-UPD-DATE
           MOVE QZCUSMAS-PAID-FLAG        TO QZARCREC-PAID-FLAG
           MOVE QZCUSMAS-PAID-DATE        TO QZARCREC-PAID-DATE
           MOVE QZCUSMAS-ESTIMATE-FLAG    TO QZARCREC-ESTIMATE-FLAG
           MOVE QZACTREC-ACCOUNT-STATUS   TO QZARCREC-ACCOUNT-STATUS
           MOVE QZACTREC-TERM-DATE        TO QZARCREC-TERM-DATE
           MOVE QZACTREC-BAD-ADDR-FLAG    TO QZARCREC-BAD-ADDR-FLAG
           MOVE QZCUSMAS-PAID-AMOUNT      TO QZARCREC-PAID-AMOUNT
           MOVE QZCUSMAS-SURCHARGE-AMT    TO QZARCREC-SURCHARGE-AMT
           MOVE QZCUSMAS-SURCH-DATE       TO QZARCREC-SURCH-DATE
           MOVE QZCUSMAS-ADJ-DEBIT-AMT    TO QZARCREC-ADJ-DEBIT-AMT
           MOVE QZCUSMAS-ADJ-CREDIT-AMT   TO QZARCREC-ADJ-CREDIT-AMT
           MOVE QZCUSMAS-ADJ-DATE         TO QZARCREC-ADJ-DATE
           MOVE QZCUSMAS-SLIP-REISSUE-FLAG
             TO QZARCREC-SLIP-REISSUE-FLAG
           MOVE QZCUSMAS-SLIP-REQ-DATE    TO QZARCREC-SLIP-REQ-DATE
           MOVE QZCUSMAS-WRITEOFF-FLAG    TO QZARCREC-WRITEOFF-FLAG
           MOVE QZCUSMAS-WRITEOFF-AMT     TO QZARCREC-WRITEOFF-AMT
           MOVE QZCUSMAS-WRITEOFF-DATE    TO QZARCREC-WRITEOFF-DATE
           MOVE QZCUSMAS-RECOVERY-AMT     TO QZARCREC-RECOVERY-AMT
           MOVE QZCUSMAS-RECOVERY-DATE    TO QZARCREC-RECOVERY-DATE
           MOVE QZCUSMAS-TAX-RATE         TO QZARCREC-TAX-RATE
           MOVE QZCUSMAS-TAX-AMT          TO QZARCREC-TAX-AMT
           MOVE QZCUSMAS-DD-REQ-DATE      TO QZARCREC-DD-REQ-DATE
           WRITE QZARCREC
               INVALID KEY
                   IF WS-CUSARC-STATUS = '22'
      *----------------------------------------------------------------*
       3000-FINALIZE.
           CLOSE QZCUSMAS-FILE
           CLOSE QZACTMAS-FILE
           CLOSE QZCUSARC-FILE
           DISPLAY 'QZB19H - ROWS READ:        ' WS-ROWS-READ-CNT
           DISPLAY 'QZB19H - ROWS ARCHIVED:    ' WS-ARCHIVED-CNT
           END-IF.
       3000-FINALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8900-REGISTER-END                                           *
      *        Rows read, archived (QZCUSARC adds) and deleted. An     *
      *        archive that does not balance against the deletes       *
      *        registers an abnormal end with both counts, so the      *
      *        night's balancing report shows the difference.          *
      *----------------------------------------------------------------*
       8900-REGISTER-END.
           IF WS-ARCHIVED-CNT NOT = WS-DELETED-CNT
               MOVE 'A'                   TO QZRLGPRM-FUNCTION
           ELSE
               MOVE 'E'                   TO QZRLGPRM-FUNCTION
           END-IF
           MOVE 'QZB19H  '                TO QZRLGPRM-PGMID
           MOVE WS-ROWS-READ-CNT          TO QZRLGPRM-COUNT-1
           MOVE WS-ARCHIVED-CNT           TO QZRLGPRM-COUNT-2
           MOVE WS-DELETED-CNT            TO QZRLGPRM-COUNT-3
           CALL 'QZRUNLOG' USING QZRLGPRM
           IF NOT QZRLGPRM-OK
               DISPLAY 'QZB19H - QZRUNCTL END REGISTRATION '
                       'FAILED'
               MOVE 16                    TO RETURN-CODE
           END-IF.
       8900-REGISTER-END-EXIT.
           EXIT.
