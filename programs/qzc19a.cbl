      *================================================================*
      *                                                                *
      *    PROGRAM:      QZC19A                                       *
      *    AUTHOR:       K. SASAKI - APPLICATION SUPPORT               *
      *    INSTALLATION: MULEFORGE DATA CENTER                        *
      *    DATE-WRITTEN: 2026-10-15                                   *
      *    DATE-COMPILED:                                              *
      *                                                                *
      *    PURPOSE.                                                   *
      *        One-time conversion that builds the QZACTMAS customer  *
      *        account master from QZCUSMAS. Every billing-month row *
      *        used to carry its own copy of the customer's name,    *
      *        address, contract type, payment method, collections   *
      *        and account status, termination date and returned-    *
      *        mail flag; this run walks QZCUSMAS by customer, loads *
      *        one QZACTREC per customer from the latest billing-    *
      *        month row - the row most recently written with the    *
      *        customer's current facts - and compares every row of  *
      *        the customer with the one before it. A customer whose *
      *        rows disagree on any of those fields is listed on     *
      *        QZCNVPRT with the fields that disagree marked, so the *
      *        adopted values can be checked and corrected through   *
      *        QZO19U before the programs that now read QZACTMAS go  *
      *        live. QZACTMAS must be empty (freshly defined) - the  *
      *        file is loaded in key order. Ends RC 4 when any       *
      *        customer disagreed, RC 16 on any file error.          *
      *                                                                *
      *    MOD HISTORY.                                                *
      *    DATE        INIT  DESCRIPTION                               *
      *    ----------  ----  ------------------------------------      *
      *    2026-10-15  KS    QZC19A established.                       *
      *                                                                *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    QZC19A.
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
           SELECT QZCUSMAS-FILE  ASSIGN TO QZCUSMAS
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS SEQUENTIAL
               RECORD KEY     IS QZCUSMAS-KEY
               FILE STATUS    IS WS-CUSMAS-STATUS.
           SELECT QZACTMAS-FILE  ASSIGN TO QZACTMAS
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS SEQUENTIAL
               RECORD KEY     IS QZACTREC-CUSTOMER-NO
               FILE STATUS    IS WS-ACTMAS-STATUS.
           SELECT QZCNVPRT-FILE  ASSIGN TO QZCNVPRT
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QZCUSMAS-FILE.
           COPY "customer_master.cbl".
       FD  QZACTMAS-FILE.
           COPY "customer_account.cbl".
       FD  QZCNVPRT-FILE.
       01  QZCNVPRT-REC                   PIC X(133).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      *    FILE STATUS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-CUSMAS-STATUS               PIC X(02).
       77  WS-ACTMAS-STATUS               PIC X(02).
       77  WS-PRINT-STATUS                PIC X(02).
       77  WS-EOF-SW                      PIC X(01) VALUE 'N'.
           88  WS-EOF                          VALUE 'Y'.
       77  WS-LINE-CNT                    PIC 9(03) COMP VALUE 0.
       77  WS-LINES-PER-PAGE              PIC 9(03) VALUE 40.
       77  WS-PAGE-NO                     PIC 9(04) COMP VALUE 0.
       77  WS-ROW-CNT                     PIC 9(09) COMP VALUE 0.
       77  WS-CUSTOMER-CNT                PIC 9(09) COMP VALUE 0.
       77  WS-DISAGREE-CNT                PIC 9(09) COMP VALUE 0.
       77  WS-CUST-ROW-CNT                PIC 9(05) COMP VALUE 0.
       77  WS-MARK-IDX                    PIC 9(03) COMP.

       01  WS-RUN-DATE                    PIC X(08).
       01  WS-SAVE-CUSTOMER-NO            PIC X(10).
       01  WS-FIRST-YM                    PIC X(06).

      *----------------------------------------------------------------*
      *    CUSTOMER FIELDS OF THE PREVIOUS ROW                          *
      *        Each row is compared with the row before it; after the *
      *        last row these hold the latest row's values, which    *
      *        are the ones loaded onto QZACTMAS.                     *
      *----------------------------------------------------------------*
       01  WS-PREV-ROW.
           05  WS-PREV-BILLING-YM         PIC X(06).
           05  WS-PREV-CUSTOMER-NAME      PIC G(20) USAGE DISPLAY-1.
           05  WS-PREV-CUSTOMER-ADDR      PIC G(20) USAGE DISPLAY-1.
           05  WS-PREV-POSTAL-CD          PIC X(07).
           05  WS-PREV-PREF-CITY          PIC G(10) USAGE DISPLAY-1.
           05  WS-PREV-ADDR-LINE          PIC G(15) USAGE DISPLAY-1.
           05  WS-PREV-CONTRACT-TYPE      PIC X(02).
           05  WS-PREV-PAY-METHOD         PIC X(02).
           05  WS-PREV-COLL-STATUS        PIC X(01).
           05  WS-PREV-ACCT-STATUS        PIC X(01).
           05  WS-PREV-TERM-DATE          PIC X(08).
           05  WS-PREV-BAD-ADDR-FLAG      PIC X(01).

      *----------------------------------------------------------------*
      *    DISAGREEMENT MARKS - 'X' WHEN ANY TWO ROWS DIFFER          *
      *----------------------------------------------------------------*
       01  WS-DIFF-MARKS.
           05  WS-DIFF-NAME               PIC X(01).
           05  WS-DIFF-ADDRESS            PIC X(01).
           05  WS-DIFF-POSTAL-CD          PIC X(01).
           05  WS-DIFF-PREF-CITY          PIC X(01).
           05  WS-DIFF-ADDR-LINE          PIC X(01).
           05  WS-DIFF-CONTRACT-TYPE      PIC X(01).
           05  WS-DIFF-PAY-METHOD         PIC X(01).
           05  WS-DIFF-COLL-STATUS        PIC X(01).
           05  WS-DIFF-ACCT-STATUS        PIC X(01).
           05  WS-DIFF-TERM-DATE          PIC X(01).
           05  WS-DIFF-BAD-ADDR           PIC X(01).
       01  WS-DIFF-MARKS-R REDEFINES WS-DIFF-MARKS
                                          PIC X(11).

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
           05  FILLER                     PIC X(10)
               VALUE 'CUSTOMER'.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(05)
               VALUE ' ROWS'.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(06)
               VALUE 'FIRST'.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(06)
               VALUE 'USED'.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(30)
               VALUE 'NAME ADDR PSTL CITY LINE CTYP '.
           05  FILLER                     PIC X(25)
               VALUE 'PAYM COLL ACCT TERM BADR'.
           05  FILLER                     PIC X(40) VALUE SPACES.

       01  WS-DTL-LINE.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-DTL-CUSTOMER-NO         PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-ROWS                PIC ZZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-FIRST-YM            PIC X(06).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-USED-YM             PIC X(06).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-DTL-MARK                OCCURS 11 TIMES.
               10  WS-DTL-MARK-X          PIC X(01).
               10  FILLER                 PIC X(04).
           05  FILLER                     PIC X(39) VALUE SPACES.

       01  WS-TOT-LINE.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-TOT-LABEL               PIC X(24).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-TOT-COUNT               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(94) VALUE SPACES.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      *    0000-MAINLINE                                              *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
              THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-PROCESS-CUSTOMER
              THRU 2000-PROCESS-CUSTOMER-EXIT
              UNTIL WS-EOF
           PERFORM 3000-PRINT-TOTALS
              THRU 3000-PRINT-TOTALS-EXIT
           PERFORM 8000-FINALIZE
              THRU 8000-FINALIZE-EXIT
           STOP RUN.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE             FROM DATE YYYYMMDD
           OPEN INPUT  QZCUSMAS-FILE
           IF WS-CUSMAS-STATUS NOT = '00'
               DISPLAY 'QZC19A - QZCUSMAS OPEN FAILED, STATUS='
                       WS-CUSMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT QZACTMAS-FILE
           IF WS-ACTMAS-STATUS NOT = '00'
               DISPLAY 'QZC19A - QZACTMAS OPEN FAILED, STATUS='
                       WS-ACTMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT QZCNVPRT-FILE
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZC19A - QZCNVPRT OPEN FAILED, STATUS='
                       WS-PRINT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4500-PRINT-HEADINGS
              THRU 4500-PRINT-HEADINGS-EXIT
           PERFORM 2900-READ-NEXT-MASTER
              THRU 2900-READ-NEXT-MASTER-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-PROCESS-CUSTOMER                                       *
      *        QZCUSMAS-REC holds the customer's first billing-month  *
      *        row on entry. The first row seeds the comparison, so  *
      *        it compares equal with itself and every later row is  *
      *        compared with the one before it.                       *
      *        At the control break the account record is loaded     *
      *        from the latest row and any disagreement is listed.   *
      *----------------------------------------------------------------*
       2000-PROCESS-CUSTOMER.
           MOVE QZCUSMAS-CUSTOMER-NO      TO WS-SAVE-CUSTOMER-NO
           MOVE QZCUSMAS-BILLING-YM       TO WS-FIRST-YM
           ADD 1                          TO WS-CUSTOMER-CNT
           MOVE 0                         TO WS-CUST-ROW-CNT
           MOVE SPACES                    TO WS-DIFF-MARKS
           PERFORM 2200-SAVE-ROW
              THRU 2200-SAVE-ROW-EXIT
           PERFORM 2100-COMPARE-ONE-ROW
              THRU 2100-COMPARE-ONE-ROW-EXIT
              UNTIL WS-EOF
                 OR QZCUSMAS-CUSTOMER-NO NOT = WS-SAVE-CUSTOMER-NO
           PERFORM 2500-WRITE-ACCOUNT
              THRU 2500-WRITE-ACCOUNT-EXIT
           IF WS-DIFF-MARKS-R NOT = SPACES
               PERFORM 4000-PRINT-ONE
                  THRU 4000-PRINT-ONE-EXIT
           END-IF.
       2000-PROCESS-CUSTOMER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2100-COMPARE-ONE-ROW                                        *
      *        Marks each customer field on which this row differs   *
      *        from the row before it, keeps this row's values and   *
      *        reads the next row.                                    *
      *----------------------------------------------------------------*
       2100-COMPARE-ONE-ROW.
           ADD 1                          TO WS-ROW-CNT
           ADD 1                          TO WS-CUST-ROW-CNT
           IF QZCUSMAS-OLD-CUSTOMER-NAME NOT = WS-PREV-CUSTOMER-NAME
               MOVE 'X'                   TO WS-DIFF-NAME
           END-IF
           IF QZCUSMAS-OLD-CUSTOMER-ADDR NOT = WS-PREV-CUSTOMER-ADDR
               MOVE 'X'                   TO WS-DIFF-ADDRESS
           END-IF
           IF QZCUSMAS-OLD-POSTAL-CD NOT = WS-PREV-POSTAL-CD
               MOVE 'X'                   TO WS-DIFF-POSTAL-CD
           END-IF
           IF QZCUSMAS-OLD-PREF-CITY NOT = WS-PREV-PREF-CITY
               MOVE 'X'                   TO WS-DIFF-PREF-CITY
           END-IF
           IF QZCUSMAS-OLD-ADDR-LINE NOT = WS-PREV-ADDR-LINE
               MOVE 'X'                   TO WS-DIFF-ADDR-LINE
           END-IF
           IF QZCUSMAS-OLD-CONTRACT-TYPE NOT = WS-PREV-CONTRACT-TYPE
               MOVE 'X'                   TO WS-DIFF-CONTRACT-TYPE
           END-IF
           IF QZCUSMAS-OLD-PAY-METHOD NOT = WS-PREV-PAY-METHOD
               MOVE 'X'                   TO WS-DIFF-PAY-METHOD
           END-IF
           IF QZCUSMAS-OLD-COLL-STATUS NOT = WS-PREV-COLL-STATUS
               MOVE 'X'                   TO WS-DIFF-COLL-STATUS
           END-IF
           IF QZCUSMAS-OLD-ACCT-STATUS NOT = WS-PREV-ACCT-STATUS
               MOVE 'X'                   TO WS-DIFF-ACCT-STATUS
           END-IF
           IF QZCUSMAS-OLD-TERM-DATE NOT = WS-PREV-TERM-DATE
               MOVE 'X'                   TO WS-DIFF-TERM-DATE
           END-IF
           IF QZCUSMAS-OLD-BAD-ADDR-FLAG NOT = WS-PREV-BAD-ADDR-FLAG
               MOVE 'X'                   TO WS-DIFF-BAD-ADDR
           END-IF
           PERFORM 2200-SAVE-ROW
              THRU 2200-SAVE-ROW-EXIT
           PERFORM 2900-READ-NEXT-MASTER
              THRU 2900-READ-NEXT-MASTER-EXIT.
       2100-COMPARE-ONE-ROW-EXIT.
           EXIT.

       2200-SAVE-ROW.
           MOVE QZCUSMAS-BILLING-YM       TO WS-PREV-BILLING-YM
           MOVE QZCUSMAS-OLD-CUSTOMER-NAME
                                          TO WS-PREV-CUSTOMER-NAME
           MOVE QZCUSMAS-OLD-CUSTOMER-ADDR
                                          TO WS-PREV-CUSTOMER-ADDR
           MOVE QZCUSMAS-OLD-POSTAL-CD    TO WS-PREV-POSTAL-CD
           MOVE QZCUSMAS-OLD-PREF-CITY    TO WS-PREV-PREF-CITY
           MOVE QZCUSMAS-OLD-ADDR-LINE    TO WS-PREV-ADDR-LINE
           MOVE QZCUSMAS-OLD-CONTRACT-TYPE
                                          TO WS-PREV-CONTRACT-TYPE
           MOVE QZCUSMAS-OLD-PAY-METHOD   TO WS-PREV-PAY-METHOD
           MOVE QZCUSMAS-OLD-COLL-STATUS  TO WS-PREV-COLL-STATUS
           MOVE QZCUSMAS-OLD-ACCT-STATUS  TO WS-PREV-ACCT-STATUS
           MOVE QZCUSMAS-OLD-TERM-DATE    TO WS-PREV-TERM-DATE
           MOVE QZCUSMAS-OLD-BAD-ADDR-FLAG
                                          TO WS-PREV-BAD-ADDR-FLAG.
       2200-SAVE-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2500-WRITE-ACCOUNT                                          *
      *        Loads the customer's account record from the latest   *
      *        row's values.                                          *
      *----------------------------------------------------------------*
       2500-WRITE-ACCOUNT.
           MOVE SPACES                    TO QZACTREC
           MOVE WS-SAVE-CUSTOMER-NO       TO QZACTREC-CUSTOMER-NO
           MOVE WS-PREV-CUSTOMER-NAME     TO QZACTREC-CUSTOMER-NAME
           MOVE WS-PREV-CUSTOMER-ADDR
                                          TO QZACTREC-CUSTOMER-ADDRESS
           MOVE WS-PREV-POSTAL-CD         TO QZACTREC-ADDR-POSTAL-CD
           MOVE WS-PREV-PREF-CITY         TO QZACTREC-ADDR-PREF-CITY
           MOVE WS-PREV-ADDR-LINE         TO QZACTREC-ADDR-LINE
           MOVE WS-PREV-CONTRACT-TYPE     TO QZACTREC-CONTRACT-TYPE
           MOVE WS-PREV-PAY-METHOD        TO QZACTREC-PAYMENT-METHOD
           MOVE WS-PREV-COLL-STATUS
                                          TO QZACTREC-COLLECTIONS-STATUS
           MOVE WS-PREV-ACCT-STATUS       TO QZACTREC-ACCOUNT-STATUS
           MOVE WS-PREV-TERM-DATE         TO QZACTREC-TERM-DATE
           MOVE WS-PREV-BAD-ADDR-FLAG     TO QZACTREC-BAD-ADDR-FLAG
           MOVE WS-RUN-DATE               TO QZACTREC-CREATED-DATE
                                             QZACTREC-LAST-UPD-DATE
           WRITE QZACTREC
           IF WS-ACTMAS-STATUS NOT = '00'
               DISPLAY 'QZC19A - QZACTMAS WRITE FAILED, STATUS='
                       WS-ACTMAS-STATUS ' CUSTOMER='
                       WS-SAVE-CUSTOMER-NO
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF.
       2500-WRITE-ACCOUNT-EXIT.
           EXIT.

       2900-READ-NEXT-MASTER.
           READ QZCUSMAS-FILE NEXT RECORD
               AT END
                   SET WS-EOF             TO TRUE
           END-READ
           IF NOT WS-EOF AND WS-CUSMAS-STATUS NOT = '00'
               DISPLAY 'QZC19A - QZCUSMAS READ FAILED, STATUS='
                       WS-CUSMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF.
       2900-READ-NEXT-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3000-PRINT-TOTALS                                           *
      *----------------------------------------------------------------*
       3000-PRINT-TOTALS.
           MOVE 'CUSTOMERS CONVERTED:'    TO WS-TOT-LABEL
           MOVE WS-CUSTOMER-CNT           TO WS-TOT-COUNT
           WRITE QZCNVPRT-REC FROM WS-TOT-LINE
               AFTER ADVANCING 2 LINES
           PERFORM 3900-CHECK-WRITE
              THRU 3900-CHECK-WRITE-EXIT
           MOVE 'ROWS READ:'              TO WS-TOT-LABEL
           MOVE WS-ROW-CNT                TO WS-TOT-COUNT
           WRITE QZCNVPRT-REC FROM WS-TOT-LINE
               AFTER ADVANCING 1 LINE
           PERFORM 3900-CHECK-WRITE
              THRU 3900-CHECK-WRITE-EXIT
           MOVE 'CUSTOMERS DISAGREEING:'  TO WS-TOT-LABEL
           MOVE WS-DISAGREE-CNT           TO WS-TOT-COUNT
           WRITE QZCNVPRT-REC FROM WS-TOT-LINE
               AFTER ADVANCING 1 LINE
           PERFORM 3900-CHECK-WRITE
              THRU 3900-CHECK-WRITE-EXIT.
       3000-PRINT-TOTALS-EXIT.
           EXIT.

       3900-CHECK-WRITE.
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZC19A - QZCNVPRT WRITE FAILED, STATUS='
                       WS-PRINT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF.
       3900-CHECK-WRITE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4000-PRINT-ONE                                              *
      *        One line per customer whose rows disagree: the row    *
      *        count, the first billing month, the month whose       *
      *        values were loaded, and an X under each field that    *
      *        is not the same on every row.                          *
      *----------------------------------------------------------------*
       4000-PRINT-ONE.
           IF WS-LINE-CNT >= WS-LINES-PER-PAGE
               PERFORM 4500-PRINT-HEADINGS
                  THRU 4500-PRINT-HEADINGS-EXIT
           END-IF
           MOVE WS-SAVE-CUSTOMER-NO       TO WS-DTL-CUSTOMER-NO
           MOVE WS-CUST-ROW-CNT           TO WS-DTL-ROWS
           MOVE WS-FIRST-YM               TO WS-DTL-FIRST-YM
           MOVE WS-PREV-BILLING-YM        TO WS-DTL-USED-YM
           PERFORM 4100-MOVE-ONE-MARK
              THRU 4100-MOVE-ONE-MARK-EXIT
              VARYING WS-MARK-IDX FROM 1 BY 1
              UNTIL WS-MARK-IDX > 11
           WRITE QZCNVPRT-REC FROM WS-DTL-LINE
               AFTER ADVANCING 1 LINE
           PERFORM 3900-CHECK-WRITE
              THRU 3900-CHECK-WRITE-EXIT
           ADD 1                          TO WS-LINE-CNT
           ADD 1                          TO WS-DISAGREE-CNT.
       4000-PRINT-ONE-EXIT.
           EXIT.

       4100-MOVE-ONE-MARK.
           MOVE SPACES                    TO WS-DTL-MARK (WS-MARK-IDX)
           MOVE WS-DIFF-MARKS-R (WS-MARK-IDX:1)
                                     TO WS-DTL-MARK-X (WS-MARK-IDX).
       4100-MOVE-ONE-MARK-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4500-PRINT-HEADINGS                                         *
      *----------------------------------------------------------------*
       4500-PRINT-HEADINGS.
           ADD 1                          TO WS-PAGE-NO
           MOVE SPACES                    TO WS-HDG-LINE
           MOVE 'QZACTMAS CONVERSION - ROWS DISAGREEING'
                                          TO WS-HDG-TITLE
           MOVE 'PAGE '                   TO WS-HDG-PAGE-LIT
           MOVE WS-PAGE-NO                TO WS-HDG-PAGE-NO
           WRITE QZCNVPRT-REC FROM WS-HDG-LINE
               AFTER ADVANCING PAGE
           PERFORM 3900-CHECK-WRITE
              THRU 3900-CHECK-WRITE-EXIT
           WRITE QZCNVPRT-REC FROM WS-CAP-LINE
               AFTER ADVANCING 2 LINES
           PERFORM 3900-CHECK-WRITE
              THRU 3900-CHECK-WRITE-EXIT
           MOVE 0                         TO WS-LINE-CNT.
       4500-PRINT-HEADINGS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8000-FINALIZE                                               *
      *----------------------------------------------------------------*
       8000-FINALIZE.
           CLOSE QZCUSMAS-FILE
           CLOSE QZACTMAS-FILE
           CLOSE QZCNVPRT-FILE
           DISPLAY 'QZC19A - CUSTOMERS CONVERTED:   ' WS-CUSTOMER-CNT
           DISPLAY 'QZC19A - ROWS READ:             ' WS-ROW-CNT
           DISPLAY 'QZC19A - CUSTOMERS DISAGREEING: ' WS-DISAGREE-CNT
           IF WS-DISAGREE-CNT > 0
               MOVE 4                     TO RETURN-CODE
           END-IF.
       8000-FINALIZE-EXIT.
           EXIT.
