      *================================================================*
      *                                                                *
      *    PROGRAM:      QZB19S                                       *
      *    AUTHOR:       K. SASAKI - APPLICATION SUPPORT               *
      *    INSTALLATION: MULEFORGE DATA CENTER                        *
      *    DATE-WRITTEN: 2026-10-15                                   *
      *    DATE-COMPILED:                                              *
      *                                                                *
      *    PURPOSE.                                                   *
      *        Nightly late-payment surcharge batch. Walks QZCUSMAS   *
      *        after the QZB19P payment posting and, for every        *
      *        billing-month row still open past its payment due     *
      *        date and the grace period set for its contract type   *
      *        on the QZLATPRM cards, assesses a surcharge of the    *
      *        card's rate on the row's open balance. The surcharge  *
      *        is carried on the row (QZCUSMAS-SURCHARGE-AMT) as its *
      *        own chargeable amount - QZROWBAL counts it as billed, *
      *        so QZB19C ages and duns it and QZB19P settles it with *
      *        the row - and written to the QZLATFEE posting file    *
      *        under header/trailer control totals for the QZB19L    *
      *        ledger interface to journal as late-charge revenue.   *
      *        A row is surcharged once only.                         *
      *                                                                *
      *        Customers passed to legal ('3') are left to the legal *
      *        process, and a customer with a charge exception still *
      *        open or assigned on QZSUSPNS is on billing hold until *
      *        the dispute is worked - neither is surcharged, and    *
      *        nor is a customer whose postal code is in a disaster  *
      *        relief area declared on QZO19E while the relief runs; *
      *        a bill from the relief months falls due the area's    *
      *        shift days later. Every surcharge assessed is printed *
      *        on the QZLATPRT report for the collections desk to    *
      *        review.                                                *
      *                                                                *
      *    MOD HISTORY.                                                *
      *    DATE        INIT  DESCRIPTION                               *
      *    ----------  ----  ------------------------------------      *
      *    2026-10-15  KS    QZB19S established.                       *
      *    2026-10-15  KS    No surcharge is assessed on a customer    *
      *                      whose postal code is in an active QZO19E  *
      *                      disaster relief area (QZRLFCHK), and a    *
      *                      bill from the relief months falls due     *
      *                      the area's shift days later.              *
      *    2026-10-15  KS    Contract type, payment method, postal     *
      *                      code and collections status are read      *
      *                      from the customer's QZACTMAS account.     *
      *                                                                *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    QZB19S.
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
           SELECT QZLATPRM-FILE  ASSIGN TO QZLATPRM
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS WS-LATPRM-STATUS.
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
           SELECT QZSUSPNS-FILE  ASSIGN TO QZSUSPNS
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS QZSUSREC-KEY
               FILE STATUS    IS WS-SUSPNS-STATUS.
           SELECT QZLATFEE-FILE  ASSIGN TO QZLATFEE
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS WS-LATFEE-STATUS.
           SELECT QZLATPRT-FILE  ASSIGN TO QZLATPRT
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QZLATPRM-FILE.
           COPY "late_charge_parm.cbl".
       FD  QZCUSMAS-FILE.
           COPY "customer_master.cbl".
       FD  QZACTMAS-FILE.
           COPY "customer_account.cbl".
       FD  QZSUSPNS-FILE.
           COPY "suspense_record.cbl".
       FD  QZLATFEE-FILE.
           COPY "late_charge.cbl".
       FD  QZLATPRT-FILE.
       01  QZLATPRT-REC                   PIC X(133).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      *    FILE STATUS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-LATPRM-STATUS               PIC X(02).
       77  WS-CUSMAS-STATUS               PIC X(02).
       77  WS-ACTMAS-STATUS               PIC X(02).
       77  WS-SUSPNS-STATUS               PIC X(02).
       77  WS-LATFEE-STATUS               PIC X(02).
       77  WS-PRINT-STATUS                PIC X(02).
       77  WS-EOF-SW                      PIC X(01) VALUE 'N'.
           88  WS-EOF                          VALUE 'Y'.
       77  WS-PRM-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-PRM-EOF                      VALUE 'Y'.
       77  WS-SUS-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-SUS-EOF                      VALUE 'Y'.
      *    Whether the customer may be surcharged is settled once per
      *    customer, and only when a row is found due - most customers
      *    never need the QZSUSPNS browse at all.
       77  WS-EXCL-CHECKED-SW             PIC X(01) VALUE 'N'.
           88  WS-EXCL-CHECKED                 VALUE 'Y'.
       77  WS-CUST-EXCLUDED-SW            PIC X(01) VALUE 'N'.
           88  WS-CUST-EXCLUDED                VALUE 'Y'.
       77  WS-SAVE-CUSTOMER-NO            PIC X(10).
       77  WS-ROWS-READ-CNT               PIC 9(09) COMP VALUE 0.
       77  WS-ASSESSED-CNT                PIC 9(09) COMP VALUE 0.
       77  WS-EXCLUDED-CNT                PIC 9(09) COMP VALUE 0.
       77  WS-RELIEF-HELD-CNT             PIC 9(09) COMP VALUE 0.
       77  WS-RECORD-CNT                  PIC 9(09) VALUE 0.
       77  WS-SURCHARGE-HASH              PIC 9(15) VALUE 0.
       77  WS-LINE-CNT                    PIC 9(03) COMP VALUE 0.
       77  WS-LINES-PER-PAGE              PIC 9(03) VALUE 40.
       77  WS-PAGE-NO                     PIC 9(04) COMP VALUE 0.
       77  WS-TRM-IDX                     PIC 9(03) COMP.
       77  WS-TRM-FOUND-IDX               PIC 9(03) COMP.
       77  WS-FIND-CONTRACT-TYPE          PIC X(02).
       77  WS-OVERDUE-DAYS                PIC S9(07) COMP.
       77  WS-SURCHARGE-AMT               PIC 9(10).
       77  WS-RUN-ID                      PIC X(08).

      *----------------------------------------------------------------*
      *    RUN DATE AND DUE-DATE ARITHMETIC WORK AREAS                 *
      *----------------------------------------------------------------*
       01  WS-RUN-DATE                    PIC X(08).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY                PIC 9(04).
           05  WS-RUN-MM                  PIC 9(02).
           05  WS-RUN-DD                  PIC 9(02).
       01  WS-WORK-YM                     PIC X(06).
       01  WS-WORK-YM-R REDEFINES WS-WORK-YM.
           05  WS-WORK-YYYY               PIC 9(04).
           05  WS-WORK-MM                 PIC 9(02).

      *----------------------------------------------------------------*
      *    SURCHARGE TERMS BY CONTRACT TYPE (FROM QZLATPRM)            *
      *----------------------------------------------------------------*
       01  WS-TRM-TABLE.
           05  WS-TRM-CNT                 PIC 9(03) COMP VALUE 0.
           05  WS-TRM-ENTRY               OCCURS 50 TIMES.
               10  WS-TRM-CONTRACT-TYPE   PIC X(02).
               10  WS-TRM-DUE-DAYS        PIC 9(03).
               10  WS-TRM-GRACE-DAYS      PIC 9(03).
               10  WS-TRM-RATE-PCT        PIC 9(02)V9(02).

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
           05  FILLER                     PIC X(04)
               VALUE 'TYPE'.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(07)
               VALUE 'OVERDUE'.
           05  FILLER                     PIC X(06) VALUE SPACES.
           05  FILLER                     PIC X(12)
               VALUE 'OPEN BALANCE'.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  FILLER                     PIC X(05)
               VALUE 'RATE%'.
           05  FILLER                     PIC X(06) VALUE SPACES.
           05  FILLER                     PIC X(09)
               VALUE 'SURCHARGE'.
           05  FILLER                     PIC X(54) VALUE SPACES.

       01  WS-DTL-LINE.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-DTL-CUSTOMER-NO         PIC X(10).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-DTL-BILLING-YM          PIC X(06).
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  WS-DTL-CONTRACT-TYPE       PIC X(02).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-DTL-OVERDUE-DAYS        PIC ZZ,ZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  WS-DTL-BASE-AMT            PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-DTL-RATE-PCT            PIC Z9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-SURCHARGE-AMT       PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(56) VALUE SPACES.

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

      *----------------------------------------------------------------*
      *    RELIEF AREA CHECK CALL PARAMETER BLOCK                      *
      *----------------------------------------------------------------*
           COPY "reliefchk_parm.cbl".

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
      *        first - a customer who paid today is not surcharged.   *
      *----------------------------------------------------------------*
       0100-REGISTER-START.
           MOVE 'S'                       TO QZRLGPRM-FUNCTION
           MOVE 'QZB19S  '                TO QZRLGPRM-PGMID
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
                       DISPLAY 'QZB19S - RUN REFUSED, AN INSTANCE '
                               'IS STILL MARKED RUNNING ON '
                               'QZRUNCTL - VERIFY AND RESET '
                               'VIA QZB19X'
                   WHEN QZRLGPRM-PREREQ-MISSING
                       DISPLAY 'QZB19S - RUN REFUSED, '
                               'PREREQUISITE '
                               QZRLGPRM-FAIL-PGMID
                               ' HAS NOT COMPLETED TONIGHT'
                   WHEN OTHER
                       DISPLAY 'QZB19S - QZRUNCTL ACCESS FAILED'
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
           PERFORM 1200-LOAD-TERMS
              THRU 1200-LOAD-TERMS-EXIT
           OPEN I-O    QZCUSMAS-FILE
           IF WS-CUSMAS-STATUS NOT = '00'
               DISPLAY 'QZB19S - QZCUSMAS OPEN FAILED, STATUS='
                       WS-CUSMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  QZACTMAS-FILE
           IF WS-ACTMAS-STATUS NOT = '00'
               DISPLAY 'QZB19S - QZACTMAS OPEN FAILED, STATUS='
                       WS-ACTMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  QZSUSPNS-FILE
           IF WS-SUSPNS-STATUS NOT = '00'
               DISPLAY 'QZB19S - QZSUSPNS OPEN FAILED, STATUS='
                       WS-SUSPNS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT QZLATFEE-FILE
           IF WS-LATFEE-STATUS NOT = '00'
               DISPLAY 'QZB19S - QZLATFEE OPEN FAILED, STATUS='
                       WS-LATFEE-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT QZLATPRT-FILE
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19S - QZLATPRT OPEN FAILED, STATUS='
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
      *    1200-LOAD-TERMS                                             *
      *        One QZLATPRM card per contract type that is           *
      *        surcharged. A card that does not edit - a blank or    *
      *        repeated contract type, non-numeric days, or a zero   *
      *        or non-numeric rate - is a setup error and refuses    *
      *        the run; a wrong rate charged to every late customer  *
      *        is not recoverable. A run with no cards is refused    *
      *        the same way.                                          *
      *----------------------------------------------------------------*
       1200-LOAD-TERMS.
           OPEN INPUT QZLATPRM-FILE
           IF WS-LATPRM-STATUS NOT = '00'
               DISPLAY 'QZB19S - QZLATPRM OPEN FAILED, STATUS='
                       WS-LATPRM-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1250-LOAD-ONE-CARD
              THRU 1250-LOAD-ONE-CARD-EXIT
              UNTIL WS-PRM-EOF
           CLOSE QZLATPRM-FILE
           IF WS-TRM-CNT = 0
               DISPLAY 'QZB19S - NO SURCHARGE TERMS ON QZLATPRM'
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'QZB19S - CONTRACT TYPES WITH TERMS: ' WS-TRM-CNT.
       1200-LOAD-TERMS-EXIT.
           EXIT.

       1250-LOAD-ONE-CARD.
           READ QZLATPRM-FILE
               AT END
                   SET WS-PRM-EOF         TO TRUE
           END-READ
           IF WS-PRM-EOF
               GO TO 1250-LOAD-ONE-CARD-EXIT
           END-IF
           IF QZLATPRM-CONTRACT-TYPE = SPACES
              OR QZLATPRM-DUE-DAYS NOT NUMERIC
              OR QZLATPRM-GRACE-DAYS NOT NUMERIC
              OR QZLATPRM-RATE-PCT NOT NUMERIC
              OR QZLATPRM-RATE-PCT = 0
               DISPLAY 'QZB19S - QZLATPRM CARD REFUSED: '
                       QZLATPRM-REC
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE QZLATPRM-CONTRACT-TYPE    TO WS-FIND-CONTRACT-TYPE
           PERFORM 2300-FIND-TERMS
              THRU 2300-FIND-TERMS-EXIT
           IF WS-TRM-FOUND-IDX > 0
               DISPLAY 'QZB19S - QZLATPRM CONTRACT TYPE REPEATED: '
                       QZLATPRM-CONTRACT-TYPE
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TRM-CNT >= 50
               DISPLAY 'QZB19S - TERMS TABLE OVERFLOW AT 50'
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1                          TO WS-TRM-CNT
           MOVE QZLATPRM-CONTRACT-TYPE
             TO WS-TRM-CONTRACT-TYPE (WS-TRM-CNT)
           MOVE QZLATPRM-DUE-DAYS
             TO WS-TRM-DUE-DAYS (WS-TRM-CNT)
           MOVE QZLATPRM-GRACE-DAYS
             TO WS-TRM-GRACE-DAYS (WS-TRM-CNT)
           MOVE QZLATPRM-RATE-PCT
             TO WS-TRM-RATE-PCT (WS-TRM-CNT)
           DISPLAY 'QZB19S - TYPE ' QZLATPRM-CONTRACT-TYPE
                   ' DUE ' QZLATPRM-DUE-DAYS
                   ' GRACE ' QZLATPRM-GRACE-DAYS
                   ' RATE ' QZLATPRM-RATE-PCT.
       1250-LOAD-ONE-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1300-WRITE-HEADER                                           *
      *----------------------------------------------------------------*
       1300-WRITE-HEADER.
           MOVE SPACES                    TO QZLATHDR
           MOVE '*QZHDR*'                 TO QZLATHDR-REC-ID
           MOVE WS-RUN-DATE               TO QZLATHDR-RUN-DATE
           MOVE WS-RUN-ID                 TO QZLATHDR-RUN-ID
           WRITE QZLATHDR
           IF WS-LATFEE-STATUS NOT = '00'
               DISPLAY 'QZB19S - QZLATFEE WRITE FAILED, STATUS='
                       WS-LATFEE-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF.
       1300-WRITE-HEADER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-PROCESS-CUSTOMER                                       *
      *        QZCUSMAS-REC holds the customer's first billing-month  *
      *        row on entry. The customer's QZACTMAS account is read   *
      *        first and stays in QZACTREC for the whole customer.     *
      *        Every row of the customer is looked at in turn; whether *
      *        the customer is excluded is settled the first time one  *
      *        of the customer's rows falls due.                       *
      *----------------------------------------------------------------*
       2000-PROCESS-CUSTOMER.
           MOVE QZCUSMAS-CUSTOMER-NO      TO WS-SAVE-CUSTOMER-NO
           PERFORM 2050-READ-ACCOUNT
              THRU 2050-READ-ACCOUNT-EXIT
           SET WS-EXCL-CHECKED-SW         TO 'N'
           SET WS-CUST-EXCLUDED-SW        TO 'N'
           PERFORM 2100-ASSESS-ONE-ROW
              THRU 2100-ASSESS-ONE-ROW-EXIT
              UNTIL WS-EOF
                 OR QZCUSMAS-CUSTOMER-NO NOT = WS-SAVE-CUSTOMER-NO.
       2000-PROCESS-CUSTOMER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2050-READ-ACCOUNT                                           *
      *        Contract type, payment method, postal code and         *
      *        collections status are the customer's, held on the    *
      *        QZACTMAS account. Every billed customer has one; a     *
      *        row without one stops the run.                         *
      *----------------------------------------------------------------*
       2050-READ-ACCOUNT.
           MOVE QZCUSMAS-CUSTOMER-NO      TO QZACTREC-CUSTOMER-NO
           READ QZACTMAS-FILE
               INVALID KEY
                   DISPLAY 'QZB19S - NO QZACTMAS ACCOUNT, KEY='
                           QZCUSMAS-KEY
                   MOVE 16                TO RETURN-CODE
                   STOP RUN
           END-READ
           IF WS-ACTMAS-STATUS NOT = '00'
               DISPLAY 'QZB19S - QZACTMAS READ FAILED, KEY='
                       QZCUSMAS-KEY ' STATUS=' WS-ACTMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF.
       2050-READ-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2100-ASSESS-ONE-ROW                                         *
      *----------------------------------------------------------------*
       2100-ASSESS-ONE-ROW.
           ADD 1                          TO WS-ROWS-READ-CNT
           PERFORM 2150-ASSESS-ROW
              THRU 2150-ASSESS-ROW-EXIT
           PERFORM 2900-READ-NEXT-MASTER
              THRU 2900-READ-NEXT-MASTER-EXIT.
       2100-ASSESS-ONE-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2150-ASSESS-ROW                                             *
      *        A row falls due QZLATPRM-DUE-DAYS after the end of its *
      *        billing month and is surcharged once it has stayed     *
      *        open more than the grace days past that - a month     *
      *        counted as 30 days and a year as 365, the same        *
      *        approximation the QZB19C aging takes. Rows already    *
      *        surcharged, rows of a contract type with no terms and  *
      *        rows with nothing left open are left untouched.        *
      *        QZRLFCHK gives the days a disaster relief area moved  *
      *        the row's due date, and whether the customer is held  *
      *        by an area today - a held customer's rows are counted *
      *        but not surcharged, and surcharging resumes the night *
      *        after the area ends.                                   *
      *----------------------------------------------------------------*
       2150-ASSESS-ROW.
           IF QZCUSMAS-SURCHARGE-AMT NUMERIC
              AND QZCUSMAS-SURCHARGE-AMT > 0
               GO TO 2150-ASSESS-ROW-EXIT
           END-IF
           IF QZCUSMAS-BILLING-YM NOT NUMERIC
               GO TO 2150-ASSESS-ROW-EXIT
           END-IF
           MOVE QZACTREC-CONTRACT-TYPE    TO WS-FIND-CONTRACT-TYPE
           PERFORM 2300-FIND-TERMS
              THRU 2300-FIND-TERMS-EXIT
           IF WS-TRM-FOUND-IDX = 0
               GO TO 2150-ASSESS-ROW-EXIT
           END-IF
           MOVE QZACTREC-ADDR-POSTAL-CD   TO QZRLCPRM-POSTAL-CD
           MOVE WS-RUN-DATE               TO QZRLCPRM-AS-OF-DATE
           MOVE QZCUSMAS-BILLING-YM       TO QZRLCPRM-BILLING-YM
           CALL 'QZRLFCHK' USING QZRLCPRM
           IF QZRLCPRM-FILE-ERROR
               DISPLAY 'QZB19S - QZRLFCHK FAILED, KEY='
                       QZCUSMAS-KEY
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE QZCUSMAS-BILLING-YM       TO WS-WORK-YM
           COMPUTE WS-OVERDUE-DAYS =
               (WS-RUN-YYYY * 365 + WS-RUN-MM * 30 + WS-RUN-DD)
             - (WS-WORK-YYYY * 365 + WS-WORK-MM * 30 + 30
                + WS-TRM-DUE-DAYS (WS-TRM-FOUND-IDX)
                + QZRLCPRM-SHIFT-DAYS)
           IF WS-OVERDUE-DAYS <= WS-TRM-GRACE-DAYS (WS-TRM-FOUND-IDX)
               GO TO 2150-ASSESS-ROW-EXIT
           END-IF
           CALL 'QZROWBAL' USING QZCUSMAS-REC QZRBLPRM
           IF NOT QZRBLPRM-ROW-HAS-OPEN
               GO TO 2150-ASSESS-ROW-EXIT
           END-IF
           IF QZRLCPRM-HELD
               ADD 1                      TO WS-RELIEF-HELD-CNT
               GO TO 2150-ASSESS-ROW-EXIT
           END-IF
           IF NOT WS-EXCL-CHECKED
               PERFORM 2200-CHECK-EXCLUSION
                  THRU 2200-CHECK-EXCLUSION-EXIT
           END-IF
           IF WS-CUST-EXCLUDED
               ADD 1                      TO WS-EXCLUDED-CNT
               GO TO 2150-ASSESS-ROW-EXIT
           END-IF
           COMPUTE WS-SURCHARGE-AMT ROUNDED =
               QZRBLPRM-OPEN-AMT
             * WS-TRM-RATE-PCT (WS-TRM-FOUND-IDX) / 100
           IF WS-SURCHARGE-AMT > 0
               PERFORM 2400-POST-SURCHARGE
                  THRU 2400-POST-SURCHARGE-EXIT
           END-IF.
       2150-ASSESS-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2200-CHECK-EXCLUSION                                        *
      *        A customer passed to legal is not surcharged - the      *
      *        claim is the legal process's to settle. The status is   *
      *        taken from the customer's QZACTMAS account, kept by     *
      *        QZB19N. A customer with a charge exception on QZSUSPNS  *
      *        not yet resolved or written off is on billing hold: the *
      *        amount itself is in question, and nobody is charged for *
      *        paying it late.                                         *
      *----------------------------------------------------------------*
       2200-CHECK-EXCLUSION.
           SET WS-EXCL-CHECKED            TO TRUE
           IF QZACTREC-COLL-LEGAL
               SET WS-CUST-EXCLUDED       TO TRUE
               GO TO 2200-CHECK-EXCLUSION-EXIT
           END-IF
           SET WS-SUS-EOF-SW              TO 'N'
           MOVE WS-SAVE-CUSTOMER-NO       TO QZSUSREC-CUSTOMER-NO
           MOVE LOW-VALUES                TO QZSUSREC-DATE
                                             QZSUSREC-TIME
           START QZSUSPNS-FILE KEY IS NOT LESS THAN QZSUSREC-KEY
               INVALID KEY
                   SET WS-SUS-EOF         TO TRUE
           END-START
           PERFORM 2250-SCAN-ONE-EXCEPTION
              THRU 2250-SCAN-ONE-EXCEPTION-EXIT
              UNTIL WS-SUS-EOF
                 OR WS-CUST-EXCLUDED.
       2200-CHECK-EXCLUSION-EXIT.
           EXIT.

       2250-SCAN-ONE-EXCEPTION.
           READ QZSUSPNS-FILE NEXT RECORD
               AT END
                   SET WS-SUS-EOF         TO TRUE
           END-READ
           IF NOT WS-SUS-EOF AND WS-SUSPNS-STATUS NOT = '00'
               DISPLAY 'QZB19S - QZSUSPNS READ FAILED, STATUS='
                       WS-SUSPNS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-SUS-EOF
               IF QZSUSREC-CUSTOMER-NO NOT = WS-SAVE-CUSTOMER-NO
                   SET WS-SUS-EOF         TO TRUE
               ELSE
                   IF NOT QZSUSREC-STS-CLOSED
                       SET WS-CUST-EXCLUDED TO TRUE
                   END-IF
               END-IF
           END-IF.
       2250-SCAN-ONE-EXCEPTION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2300-FIND-TERMS                                             *
      *        Locates the QZLATPRM terms for WS-FIND-CONTRACT-TYPE;  *
      *        WS-TRM-FOUND-IDX is zero when the type has none.        *
      *----------------------------------------------------------------*
       2300-FIND-TERMS.
           MOVE 0                         TO WS-TRM-FOUND-IDX
           PERFORM 2350-MATCH-ONE-TERM
              THRU 2350-MATCH-ONE-TERM-EXIT
              VARYING WS-TRM-IDX FROM 1 BY 1
              UNTIL WS-TRM-IDX > WS-TRM-CNT
                 OR WS-TRM-FOUND-IDX > 0.
       2300-FIND-TERMS-EXIT.
           EXIT.

       2350-MATCH-ONE-TERM.
           IF WS-TRM-CONTRACT-TYPE (WS-TRM-IDX)
                  = WS-FIND-CONTRACT-TYPE
               MOVE WS-TRM-IDX            TO WS-TRM-FOUND-IDX
           END-IF.
       2350-MATCH-ONE-TERM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2400-POST-SURCHARGE                                         *
      *        Stamps the surcharge on the row, writes the posting    *
      *        record the ledger interface journals from, and prints  *
      *        the surcharge for the collections desk.                 *
      *----------------------------------------------------------------*
       2400-POST-SURCHARGE.
           MOVE WS-SURCHARGE-AMT          TO QZCUSMAS-SURCHARGE-AMT
           MOVE WS-RUN-DATE               TO QZCUSMAS-SURCH-DATE
           MOVE WS-RUN-DATE               TO QZCUSMAS-LAST-UPD-DATE
           REWRITE QZCUSMAS-REC
           IF WS-CUSMAS-STATUS NOT = '00'
               DISPLAY 'QZB19S - QZCUSMAS REWRITE FAILED, KEY='
                       QZCUSMAS-KEY ' STATUS=' WS-CUSMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES                    TO QZLATREC
           MOVE QZCUSMAS-CUSTOMER-NO      TO QZLATREC-CUSTOMER-NO
           MOVE QZCUSMAS-BILLING-YM       TO QZLATREC-BILLING-YM
           MOVE QZACTREC-CONTRACT-TYPE    TO QZLATREC-CONTRACT-TYPE
           MOVE QZACTREC-PAYMENT-METHOD   TO QZLATREC-PAYMENT-METHOD
           MOVE WS-RUN-DATE               TO QZLATREC-ASSESS-DATE
           MOVE QZRBLPRM-OPEN-AMT         TO QZLATREC-BASE-AMT
           MOVE WS-TRM-RATE-PCT (WS-TRM-FOUND-IDX)
             TO QZLATREC-RATE-PCT
           MOVE WS-OVERDUE-DAYS           TO QZLATREC-OVERDUE-DAYS
           MOVE WS-SURCHARGE-AMT          TO QZLATREC-SURCHARGE-AMT
           WRITE QZLATREC
           IF WS-LATFEE-STATUS NOT = '00'
               DISPLAY 'QZB19S - QZLATFEE WRITE FAILED, STATUS='
                       WS-LATFEE-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1                          TO WS-RECORD-CNT
           ADD WS-SURCHARGE-AMT           TO WS-SURCHARGE-HASH
           ADD 1                          TO WS-ASSESSED-CNT
           PERFORM 2500-PRINT-SURCHARGE
              THRU 2500-PRINT-SURCHARGE-EXIT.
       2400-POST-SURCHARGE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2500-PRINT-SURCHARGE                                        *
      *----------------------------------------------------------------*
       2500-PRINT-SURCHARGE.
           IF WS-LINE-CNT >= WS-LINES-PER-PAGE
               PERFORM 3500-PRINT-HEADINGS
                  THRU 3500-PRINT-HEADINGS-EXIT
           END-IF
           MOVE QZLATREC-CUSTOMER-NO      TO WS-DTL-CUSTOMER-NO
           MOVE QZLATREC-BILLING-YM       TO WS-DTL-BILLING-YM
           MOVE QZLATREC-CONTRACT-TYPE    TO WS-DTL-CONTRACT-TYPE
           MOVE QZLATREC-OVERDUE-DAYS     TO WS-DTL-OVERDUE-DAYS
           MOVE QZLATREC-BASE-AMT         TO WS-DTL-BASE-AMT
           MOVE QZLATREC-RATE-PCT         TO WS-DTL-RATE-PCT
           MOVE QZLATREC-SURCHARGE-AMT    TO WS-DTL-SURCHARGE-AMT
           WRITE QZLATPRT-REC FROM WS-DTL-LINE
               AFTER ADVANCING 1 LINE
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19S - QZLATPRT WRITE FAILED, STATUS='
                       WS-PRINT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1                          TO WS-LINE-CNT.
       2500-PRINT-SURCHARGE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2900-READ-NEXT-MASTER                                       *
      *----------------------------------------------------------------*
       2900-READ-NEXT-MASTER.
           READ QZCUSMAS-FILE NEXT RECORD
               AT END
                   SET WS-EOF             TO TRUE
           END-READ
           IF NOT WS-EOF AND WS-CUSMAS-STATUS NOT = '00'
               DISPLAY 'QZB19S - QZCUSMAS READ FAILED, STATUS='
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
           MOVE 'LATE-PAYMENT SURCHARGES ASSESSED'
                                          TO WS-HDG-TITLE
           MOVE 'PAGE '                   TO WS-HDG-PAGE-LIT
           MOVE WS-PAGE-NO                TO WS-HDG-PAGE-NO
           WRITE QZLATPRT-REC FROM WS-HDG-LINE
               AFTER ADVANCING PAGE
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19S - QZLATPRT WRITE FAILED, STATUS='
                       WS-PRINT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE QZLATPRT-REC FROM WS-CAP-LINE
               AFTER ADVANCING 2 LINES
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19S - QZLATPRT WRITE FAILED, STATUS='
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
           MOVE SPACES                    TO QZLATTRL
           MOVE '*QZTRL*'                 TO QZLATTRL-REC-ID
           MOVE WS-RECORD-CNT             TO QZLATTRL-RECORD-CNT
           MOVE WS-SURCHARGE-HASH         TO QZLATTRL-SURCHARGE-HASH
           WRITE QZLATTRL
           IF WS-LATFEE-STATUS NOT = '00'
               DISPLAY 'QZB19S - QZLATFEE WRITE FAILED, STATUS='
                       WS-LATFEE-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'SURCHARGES ASSESSED:    ' TO WS-TOT-CAPTION
           MOVE WS-ASSESSED-CNT            TO WS-TOT-COUNT
           PERFORM 8100-PRINT-TOTAL
              THRU 8100-PRINT-TOTAL-EXIT
           MOVE 'SURCHARGE TOTAL:        ' TO WS-TOT-CAPTION
           MOVE WS-SURCHARGE-HASH          TO WS-TOT-COUNT
           PERFORM 8100-PRINT-TOTAL
              THRU 8100-PRINT-TOTAL-EXIT
           MOVE 'ROWS EXCLUDED (HOLD):   ' TO WS-TOT-CAPTION
           MOVE WS-EXCLUDED-CNT            TO WS-TOT-COUNT
           PERFORM 8100-PRINT-TOTAL
              THRU 8100-PRINT-TOTAL-EXIT
           MOVE 'ROWS HELD (RELIEF):     ' TO WS-TOT-CAPTION
           MOVE WS-RELIEF-HELD-CNT         TO WS-TOT-COUNT
           PERFORM 8100-PRINT-TOTAL
              THRU 8100-PRINT-TOTAL-EXIT
           CLOSE QZCUSMAS-FILE
           CLOSE QZACTMAS-FILE
           CLOSE QZSUSPNS-FILE
           CLOSE QZLATFEE-FILE
           CLOSE QZLATPRT-FILE
           DISPLAY 'QZB19S - ROWS READ:            ' WS-ROWS-READ-CNT
           DISPLAY 'QZB19S - SURCHARGES ASSESSED:  ' WS-ASSESSED-CNT
           DISPLAY 'QZB19S - SURCHARGE TOTAL:      ' WS-SURCHARGE-HASH
           DISPLAY 'QZB19S - ROWS EXCLUDED:        ' WS-EXCLUDED-CNT
           DISPLAY 'QZB19S - ROWS HELD BY RELIEF:  ' WS-RELIEF-HELD-CNT.
       8000-FINALIZE-EXIT.
           EXIT.

       8100-PRINT-TOTAL.
           WRITE QZLATPRT-REC FROM WS-TOT-LINE
               AFTER ADVANCING 2 LINES
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19S - QZLATPRT WRITE FAILED, STATUS='
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
           MOVE 'QZB19S  '                TO QZRLGPRM-PGMID
           MOVE WS-ROWS-READ-CNT          TO QZRLGPRM-COUNT-1
           MOVE WS-ASSESSED-CNT           TO QZRLGPRM-COUNT-2
           MOVE WS-EXCLUDED-CNT           TO QZRLGPRM-COUNT-3
           CALL 'QZRUNLOG' USING QZRLGPRM
           IF NOT QZRLGPRM-OK
               DISPLAY 'QZB19S - QZRUNCTL END REGISTRATION '
                       'FAILED'
               MOVE 16                    TO RETURN-CODE
           END-IF.
       8900-REGISTER-END-EXIT.
           EXIT.
