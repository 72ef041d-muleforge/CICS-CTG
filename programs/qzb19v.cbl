      *    DATE-COMPILED:                                              *
      *                                                                *
      *    PURPOSE.                                                   *
      *        Rate validation batch. Loads the QZRATMAS rate master   *
      *        into storage, walks every QZCUSMAS billing-month row,   *
      *        determines the table rate in effect for that row's      *
      *        BILLING-YM and the contract type on the customer's      *
      *        QZACTMAS account, and prints every row whose stored     *
      *        QZCUSMAS-RATE or QZCUSMAS-CHARGE disagrees with the     *
      *        tariff as QZRATCAL prices it - or whose contract type   *
      *        has no table rate in effect at all - so a legitimately  *
      *        old rate can finally be told from a keying error.       *
      *        Produced for the auditors' tariff-revision review.      *
      *                                                                *
      *    MOD HISTORY.                                                *
      *    DATE        INIT  DESCRIPTION                               *
      *                      control dataset through QZRUNLOG, and    *
      *                      refuses to start over a still-running    *
      *                      instance or an unmet prerequisite.       *
      *    2026-10-15  KS    Each row's usage is now priced by         *
      *                      QZRATCAL from the QZRATMAS tariff; a row  *
      *                      whose stored charge disagrees with the    *
      *                      tariff price is reported as well as one   *
      *                      whose rate disagrees, with both charges   *
      *                      printed.                                  *
      *    2026-10-15  KS    The contract type a row is checked under  *
      *                      is now the customer's, from the QZACTMAS  *
      *                      account.                                  *
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
           SELECT QZRATMAS-FILE  ASSIGN TO QZRATMAS
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS SEQUENTIAL
       FILE SECTION.
       FD  QZCUSMAS-FILE.
           COPY "customer_master.cbl".
       FD  QZACTMAS-FILE.
           COPY "customer_account.cbl".
       FD  QZRATMAS-FILE.
           COPY "rate_master.cbl".
       FD  QZRATPRT-FILE.
      *    FILE STATUS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-CUSMAS-STATUS               PIC X(02).
       77  WS-ACTMAS-STATUS               PIC X(02).
       77  WS-RATMAS-STATUS               PIC X(02).
       77  WS-PRINT-STATUS                PIC X(02).
       77  WS-EOF-SW                      PIC X(01) VALUE 'N'.
       77  WS-TBL-IDX                     PIC 9(03) COMP.
       77  WS-BEST-IDX                    PIC 9(03) COMP.
       77  WS-TABLE-RATE                  PIC 9(03)V9(02).
       77  WS-TABLE-CHARGE                PIC 9(10).
       77  WS-ACCT-CUSTOMER-NO            PIC X(10) VALUE SPACES.
       77  WS-ACCT-CONTRACT-TYPE          PIC X(02).

      *----------------------------------------------------------------*
      *    IN-STORAGE COPY OF THE RATE MASTER                          *
           05  WS-RATE-ENTRY              OCCURS 200 TIMES.
               10  WS-RATE-CONTRACT-TYPE  PIC X(02).
               10  WS-RATE-EFF-DATE       PIC X(08).
               10  WS-RATE-PRICE          PIC X(73).

      *----------------------------------------------------------------*
      *    PRINT LINE LAYOUTS                                         *
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  FILLER                     PIC X(10)
               VALUE 'TABLE RATE'.
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(10)
               VALUE 'STORED CHG'.
           05  FILLER                     PIC X(05) VALUE SPACES.
           05  FILLER                     PIC X(09)
               VALUE 'TABLE CHG'.
           05  FILLER                     PIC X(07) VALUE SPACES.
           05  FILLER                     PIC X(09)
               VALUE 'CONDITION'.
           05  FILLER                     PIC X(35) VALUE SPACES.

       01  WS-DTL-LINE.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-DTL-STORED-RATE         PIC ZZ9.99.
           05  FILLER                     PIC X(08) VALUE SPACES.
           05  WS-DTL-TABLE-RATE          PIC ZZ9.99.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-DTL-STORED-CHARGE       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-DTL-TABLE-CHARGE        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(07) VALUE SPACES.
           05  WS-DTL-CONDITION           PIC X(14).
           05  FILLER                     PIC X(30) VALUE SPACES.

       01  WS-TOT-LINE.
           05  FILLER                     PIC X(03) VALUE SPACES.
      *----------------------------------------------------------------*
           COPY "runlog_parm.cbl".

      *----------------------------------------------------------------*
      *    TARIFF PRICING CALL PARAMETER BLOCK                         *
      *----------------------------------------------------------------*
           COPY "ratecal_parm.cbl".

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  QZACTMAS-FILE
           IF WS-ACTMAS-STATUS NOT = '00'
               DISPLAY 'QZB19V - QZACTMAS OPEN FAILED, STATUS='
                       WS-ACTMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT QZRATPRT-FILE
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19V - QZRATPRT OPEN FAILED, STATUS='
                 TO WS-RATE-CONTRACT-TYPE (WS-RATE-CNT)
               MOVE QZRATREC-EFFECTIVE-DATE
                 TO WS-RATE-EFF-DATE (WS-RATE-CNT)
               MOVE QZRATREC-PRICE
                 TO WS-RATE-PRICE (WS-RATE-CNT)
           END-IF.
       1250-LOAD-ONE-RATE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2000-CHECK-ROW.
           ADD 1                          TO WS-ROWS-READ-CNT
           IF QZCUSMAS-CUSTOMER-NO NOT = WS-ACCT-CUSTOMER-NO
               PERFORM 2050-READ-ACCOUNT
                  THRU 2050-READ-ACCOUNT-EXIT
           END-IF
           PERFORM 2100-FIND-TABLE-RATE
              THRU 2100-FIND-TABLE-RATE-EXIT
           IF NOT WS-RATE-FOUND
               ADD 1                      TO WS-NO-RATE-CNT
               MOVE 0                     TO WS-TABLE-RATE
                                             WS-TABLE-CHARGE
               MOVE 'NO TABLE RATE'       TO WS-DTL-CONDITION
               PERFORM 2200-PRINT-EXCEPTION
                  THRU 2200-PRINT-EXCEPTION-EXIT
           ELSE
               EVALUATE TRUE
                   WHEN QZCUSMAS-RATE NOT = WS-TABLE-RATE
                       ADD 1              TO WS-DISAGREE-CNT
                       MOVE 'RATE DIFFERS' TO WS-DTL-CONDITION
                       PERFORM 2200-PRINT-EXCEPTION
                          THRU 2200-PRINT-EXCEPTION-EXIT
                   WHEN QZCUSMAS-CHARGE NOT = WS-TABLE-CHARGE
                       ADD 1              TO WS-DISAGREE-CNT
                       MOVE 'CHARGE DIFFERS'
                                          TO WS-DTL-CONDITION
                       PERFORM 2200-PRINT-EXCEPTION
                          THRU 2200-PRINT-EXCEPTION-EXIT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM 2900-READ-NEXT-MASTER
              THRU 2900-READ-NEXT-MASTER-EXIT.
       2000-CHECK-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2050-READ-ACCOUNT                                           *
      *        The contract type is the customer's, held on the       *
      *        QZACTMAS account. A customer with no account has no    *
      *        contract type and its rows report as no table rate.   *
      *----------------------------------------------------------------*
       2050-READ-ACCOUNT.
           MOVE QZCUSMAS-CUSTOMER-NO      TO WS-ACCT-CUSTOMER-NO
           MOVE SPACES                    TO WS-ACCT-CONTRACT-TYPE
           MOVE QZCUSMAS-CUSTOMER-NO      TO QZACTREC-CUSTOMER-NO
           READ QZACTMAS-FILE
               INVALID KEY
                   GO TO 2050-READ-ACCOUNT-EXIT
           END-READ
           IF WS-ACTMAS-STATUS NOT = '00'
               DISPLAY 'QZB19V - QZACTMAS READ FAILED, KEY='
                       QZCUSMAS-KEY ' STATUS=' WS-ACTMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE QZACTREC-CONTRACT-TYPE    TO WS-ACCT-CONTRACT-TYPE.
       2050-READ-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2100-FIND-TABLE-RATE                                        *
      *        The rate in effect for a billing month is the table    *
      *        entry for that contract type with the latest           *
      *        effective date whose year-month does not follow        *
      *        QZCUSMAS-BILLING-YM. QZRATCAL prices the row's usage   *
      *        from that tariff - the charge the row should carry and *
      *        the rate of the last usage block it reached, which is  *
      *        the rate the row should carry. A tariff QZRATCAL       *
      *        refuses is reported as no table rate.                  *
      *----------------------------------------------------------------*
       2100-FIND-TABLE-RATE.
           SET WS-RATE-FOUND-SW           TO 'N'
              THRU 2150-SIFT-ONE-RATE-EXIT
              VARYING WS-TBL-IDX FROM 1 BY 1
              UNTIL WS-TBL-IDX > WS-RATE-CNT
           IF WS-BEST-IDX = 0
               GO TO 2100-FIND-TABLE-RATE-EXIT
           END-IF
           MOVE WS-RATE-PRICE (WS-BEST-IDX) TO QZRCLPRM-PRICE
           MOVE 0                         TO QZRCLPRM-USAGE
           IF QZCUSMAS-AMOUNT NUMERIC
               MOVE QZCUSMAS-AMOUNT       TO QZRCLPRM-USAGE
           END-IF
           CALL 'QZRATCAL' USING QZRCLPRM
           IF QZRCLPRM-OK
               SET WS-RATE-FOUND          TO TRUE
               MOVE QZRCLPRM-TOP-RATE     TO WS-TABLE-RATE
               MOVE QZRCLPRM-CHARGE       TO WS-TABLE-CHARGE
           END-IF.
       2100-FIND-TABLE-RATE-EXIT.
           EXIT.

       2150-SIFT-ONE-RATE.
           IF WS-RATE-CONTRACT-TYPE (WS-TBL-IDX)
                  = WS-ACCT-CONTRACT-TYPE
              AND WS-RATE-EFF-DATE (WS-TBL-IDX) (1:6)
                  NOT > QZCUSMAS-BILLING-YM
               IF WS-BEST-IDX = 0
           END-IF
           MOVE QZCUSMAS-CUSTOMER-NO      TO WS-DTL-CUSTOMER-NO
           MOVE QZCUSMAS-BILLING-YM       TO WS-DTL-BILLING-YM
           MOVE WS-ACCT-CONTRACT-TYPE     TO WS-DTL-CONTRACT-TYPE
           MOVE QZCUSMAS-RATE             TO WS-DTL-STORED-RATE
           MOVE WS-TABLE-RATE             TO WS-DTL-TABLE-RATE
           MOVE QZCUSMAS-CHARGE           TO WS-DTL-STORED-CHARGE
           MOVE WS-TABLE-CHARGE           TO WS-DTL-TABLE-CHARGE
           WRITE QZRATPRT-REC FROM WS-DTL-LINE
               AFTER ADVANCING 1 LINE
           IF WS-PRINT-STATUS NOT = '00'
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'RATE/CHARGE DISAGREEING:' TO WS-TOT-CAPTION
           MOVE WS-DISAGREE-CNT            TO WS-TOT-COUNT
           PERFORM 3200-PRINT-TOTAL-LINE
              THRU 3200-PRINT-TOTAL-LINE-EXIT
           PERFORM 3200-PRINT-TOTAL-LINE
              THRU 3200-PRINT-TOTAL-LINE-EXIT
           CLOSE QZCUSMAS-FILE
           CLOSE QZACTMAS-FILE
           CLOSE QZRATPRT-FILE
           DISPLAY 'QZB19V - ROWS CHECKED:        ' WS-ROWS-READ-CNT
           DISPLAY 'QZB19V - RATE DISAGREEMENTS:  ' WS-DISAGREE-CNT
