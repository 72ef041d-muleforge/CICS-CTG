      *================================================================*
      *                                                                *
      *    PROGRAM:      QZR19H                                       *
      *    AUTHOR:       K. SASAKI - APPLICATION SUPPORT               *
      *    INSTALLATION: MULEFORGE DATA CENTER                        *
      *    DATE-WRITTEN: 2026-10-15                                   *
      *    DATE-COMPILED:                                              *
      *                                                                *
      *    PURPOSE.                                                   *
      *        Disaster relief hold report. Walks QZCUSMAS by customer *
      *        and, for every customer whose supply postal code        *
      *        (QZACTMAS) falls in a QZRLFMAS relief area active on    *
      *        the run date (QZRLFCHK), prints the customer, postal    *
      *        code, the area holding them with its start and end      *
      *        dates, the oldest billing month still open, the number  *
      *        of open rows and the open balance (QZROWBAL) whose      *
      *        collection is deferred while the relief lasts. Totals   *
      *        the held customers and the balance deferred. A customer *
      *        is listed whether or not anything is owed - the list is *
      *        of everyone the relief holds - and drops off the day    *
      *        after the area's end date, when QZB19N, QZB19C and      *
      *        QZB19S take them up again.                              *
      *                                                                *
      *    MOD HISTORY.                                                *
      *    DATE        INIT  DESCRIPTION                               *
      *    ----------  ----  ------------------------------------      *
      *    2026-10-15  KS    QZR19H established.                       *
      *    2026-10-15  KS    The supply postal code is now read from   *
      *                      the QZACTMAS account.                     *
      *                                                                *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    QZR19H.
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
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS QZACTREC-CUSTOMER-NO
               FILE STATUS    IS WS-ACTMAS-STATUS.
           SELECT QZRLFPRT-FILE  ASSIGN TO QZRLFPRT
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QZCUSMAS-FILE.
           COPY "customer_master.cbl".
       FD  QZACTMAS-FILE.
           COPY "customer_account.cbl".
       FD  QZRLFPRT-FILE.
       01  QZRLFPRT-REC                   PIC X(133).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      *    FILE STATUS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-CUSMAS-STATUS               PIC X(02).
       77  WS-ACTMAS-STATUS               PIC X(02).
       77  WS-PRINT-STATUS                PIC X(02).
       77  WS-EOF-SW                      PIC X(01) VALUE 'N'.
           88  WS-EOF                          VALUE 'Y'.
       77  WS-RELIEF-HELD-SW              PIC X(01) VALUE 'N'.
           88  WS-RELIEF-HELD                  VALUE 'Y'.
       77  WS-LINE-CNT                    PIC 9(03) COMP VALUE 0.
       77  WS-LINES-PER-PAGE              PIC 9(03) VALUE 40.
       77  WS-PAGE-NO                     PIC 9(04) COMP VALUE 0.
       77  WS-CUSTOMER-CNT                PIC 9(07) COMP VALUE 0.
       77  WS-HELD-CNT                    PIC 9(07) COMP VALUE 0.
       77  WS-HOLD-OPEN-ROWS              PIC 9(05) COMP VALUE 0.
       77  WS-HOLD-OPEN-AMT               PIC 9(11) VALUE 0.
       77  WS-TOTAL-DEFERRED              PIC 9(13) VALUE 0.

       01  WS-RUN-DATE                    PIC X(08).
       01  WS-SAVE-CUSTOMER-NO            PIC X(10).
       01  WS-SAVE-POSTAL-CD              PIC X(07).
       01  WS-HOLD-OLDEST-YM              PIC X(06).

      *----------------------------------------------------------------*
      *    QZROWBAL / QZRLFCHK CALL PARAMETERS                         *
      *----------------------------------------------------------------*
           COPY "rowbal_parm.cbl".
           COPY "reliefchk_parm.cbl".

      *----------------------------------------------------------------*
      *    PRINT LINE LAYOUTS                                         *
      *----------------------------------------------------------------*
       01  WS-HDG-LINE.
           05  WS-HDG-TITLE               PIC X(40).
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  WS-HDG-DATE-LIT            PIC X(06).
           05  WS-HDG-RUN-DATE            PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-HDG-PAGE-LIT            PIC X(05).
           05  WS-HDG-PAGE-NO             PIC ZZZ9.
           05  FILLER                     PIC X(64) VALUE SPACES.

       01  WS-CAP-LINE.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  FILLER                     PIC X(10)
               VALUE 'CUSTOMER'.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  FILLER                     PIC X(07)
               VALUE 'POSTAL'.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  FILLER                     PIC X(07)
               VALUE 'AREA'.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  FILLER                     PIC X(08)
               VALUE 'START'.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  FILLER                     PIC X(08)
               VALUE 'END'.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  FILLER                     PIC X(06)
               VALUE 'OLDEST'.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  FILLER                     PIC X(05)
               VALUE 'ROWS'.
           05  FILLER                     PIC X(06) VALUE SPACES.
           05  FILLER                     PIC X(12)
               VALUE 'OPEN BALANCE'.
           05  FILLER                     PIC X(43) VALUE SPACES.

       01  WS-DTL-LINE.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-DTL-CUSTOMER-NO         PIC X(10).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-DTL-POSTAL-CD           PIC X(07).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-DTL-AREA-PREFIX         PIC X(07).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-DTL-START-DATE          PIC X(08).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-DTL-END-DATE            PIC X(08).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-DTL-OLDEST-YM           PIC X(06).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-DTL-OPEN-ROWS           PIC ZZZZ9.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-DTL-OPEN-AMT            PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(43) VALUE SPACES.

       01  WS-TOT-LINE.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-TOT-LABEL               PIC X(24).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-TOT-AMOUNT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(88) VALUE SPACES.

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
           MOVE 0                         TO WS-PAGE-NO
                                             WS-CUSTOMER-CNT
                                             WS-HELD-CNT
                                             WS-TOTAL-DEFERRED
           OPEN INPUT  QZCUSMAS-FILE
           IF WS-CUSMAS-STATUS NOT = '00'
               DISPLAY 'QZR19H - QZCUSMAS OPEN FAILED, STATUS='
                       WS-CUSMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  QZACTMAS-FILE
           IF WS-ACTMAS-STATUS NOT = '00'
               DISPLAY 'QZR19H - QZACTMAS OPEN FAILED, STATUS='
                       WS-ACTMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT QZRLFPRT-FILE
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZR19H - QZRLFPRT OPEN FAILED, STATUS='
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
      *        row on entry. The hold is judged once per customer on  *
      *        the supply postal code of the QZACTMAS account, and    *
      *        the rows of a held customer are totalled before   *
      *        the line is printed at the control break.              *
      *----------------------------------------------------------------*
       2000-PROCESS-CUSTOMER.
           MOVE QZCUSMAS-CUSTOMER-NO      TO WS-SAVE-CUSTOMER-NO
           PERFORM 2050-READ-ACCOUNT
              THRU 2050-READ-ACCOUNT-EXIT
           ADD 1                          TO WS-CUSTOMER-CNT
           MOVE 0                         TO WS-HOLD-OPEN-ROWS
                                             WS-HOLD-OPEN-AMT
           MOVE SPACES                    TO WS-HOLD-OLDEST-YM
           PERFORM 2200-CHECK-RELIEF
              THRU 2200-CHECK-RELIEF-EXIT
           PERFORM 2100-TOTAL-ONE-ROW
              THRU 2100-TOTAL-ONE-ROW-EXIT
              UNTIL WS-EOF
                 OR QZCUSMAS-CUSTOMER-NO NOT = WS-SAVE-CUSTOMER-NO
           IF WS-RELIEF-HELD
               PERFORM 4000-PRINT-ONE
                  THRU 4000-PRINT-ONE-EXIT
           END-IF.
       2000-PROCESS-CUSTOMER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2050-READ-ACCOUNT                                           *
      *        Takes the supply postal code from the customer's       *
      *        QZACTMAS account. A customer with no account has no   *
      *        postal code to judge and is not held.                  *
      *----------------------------------------------------------------*
       2050-READ-ACCOUNT.
           MOVE SPACES                    TO WS-SAVE-POSTAL-CD
           MOVE WS-SAVE-CUSTOMER-NO       TO QZACTREC-CUSTOMER-NO
           READ QZACTMAS-FILE
               INVALID KEY
                   GO TO 2050-READ-ACCOUNT-EXIT
           END-READ
           IF WS-ACTMAS-STATUS NOT = '00'
               DISPLAY 'QZR19H - QZACTMAS READ FAILED, STATUS='
                       WS-ACTMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE QZACTREC-ADDR-POSTAL-CD   TO WS-SAVE-POSTAL-CD.
       2050-READ-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2100-TOTAL-ONE-ROW                                          *
      *        Adds the row's open balance to the held customer's     *
      *        deferred total and reads the next row. Rows of a      *
      *        customer not held are read through.                    *
      *----------------------------------------------------------------*
       2100-TOTAL-ONE-ROW.
           IF WS-RELIEF-HELD
               CALL 'QZROWBAL' USING QZCUSMAS-REC QZRBLPRM
           ELSE
               SET QZRBLPRM-ROW-SETTLED   TO TRUE
           END-IF
           IF QZRBLPRM-ROW-HAS-OPEN
               ADD 1                      TO WS-HOLD-OPEN-ROWS
               ADD QZRBLPRM-OPEN-AMT      TO WS-HOLD-OPEN-AMT
               IF WS-HOLD-OLDEST-YM = SPACES
                  OR QZCUSMAS-BILLING-YM < WS-HOLD-OLDEST-YM
                   MOVE QZCUSMAS-BILLING-YM
                     TO WS-HOLD-OLDEST-YM
               END-IF
           END-IF
           PERFORM 2900-READ-NEXT-MASTER
              THRU 2900-READ-NEXT-MASTER-EXIT.
       2100-TOTAL-ONE-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2200-CHECK-RELIEF                                           *
      *        Asks QZRLFCHK whether the supply postal code is in a   *
      *        relief area active on the run date. No billing month  *
      *        is passed - the report wants the hold, not the shift.  *
      *----------------------------------------------------------------*
       2200-CHECK-RELIEF.
           SET WS-RELIEF-HELD-SW          TO 'N'
           MOVE WS-SAVE-POSTAL-CD         TO QZRLCPRM-POSTAL-CD
           MOVE WS-RUN-DATE               TO QZRLCPRM-AS-OF-DATE
           MOVE SPACES                    TO QZRLCPRM-BILLING-YM
           CALL 'QZRLFCHK' USING QZRLCPRM
           IF QZRLCPRM-FILE-ERROR
               DISPLAY 'QZR19H - QZRLFCHK FAILED, CUSTOMER='
                       WS-SAVE-CUSTOMER-NO
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           IF QZRLCPRM-HELD
               SET WS-RELIEF-HELD         TO TRUE
           END-IF.
       2200-CHECK-RELIEF-EXIT.
           EXIT.

       2900-READ-NEXT-MASTER.
           READ QZCUSMAS-FILE NEXT RECORD
               AT END
                   SET WS-EOF             TO TRUE
           END-READ
           IF NOT WS-EOF AND WS-CUSMAS-STATUS NOT = '00'
               DISPLAY 'QZR19H - QZCUSMAS READ FAILED, STATUS='
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
           MOVE 'CUSTOMERS HELD:'         TO WS-TOT-LABEL
           MOVE WS-HELD-CNT               TO WS-TOT-AMOUNT
           WRITE QZRLFPRT-REC FROM WS-TOT-LINE
               AFTER ADVANCING 2 LINES
           PERFORM 3900-CHECK-WRITE
              THRU 3900-CHECK-WRITE-EXIT
           MOVE 'OPEN BALANCE DEFERRED:'  TO WS-TOT-LABEL
           MOVE WS-TOTAL-DEFERRED         TO WS-TOT-AMOUNT
           WRITE QZRLFPRT-REC FROM WS-TOT-LINE
               AFTER ADVANCING 1 LINE
           PERFORM 3900-CHECK-WRITE
              THRU 3900-CHECK-WRITE-EXIT.
       3000-PRINT-TOTALS-EXIT.
           EXIT.

       3900-CHECK-WRITE.
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZR19H - QZRLFPRT WRITE FAILED, STATUS='
                       WS-PRINT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF.
       3900-CHECK-WRITE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4000-PRINT-ONE                                              *
      *----------------------------------------------------------------*
       4000-PRINT-ONE.
           IF WS-LINE-CNT >= WS-LINES-PER-PAGE
               PERFORM 4500-PRINT-HEADINGS
                  THRU 4500-PRINT-HEADINGS-EXIT
           END-IF
           MOVE WS-SAVE-CUSTOMER-NO       TO WS-DTL-CUSTOMER-NO
           MOVE WS-SAVE-POSTAL-CD         TO WS-DTL-POSTAL-CD
           MOVE QZRLCPRM-AREA-PREFIX      TO WS-DTL-AREA-PREFIX
           MOVE QZRLCPRM-AREA-START-DATE  TO WS-DTL-START-DATE
           MOVE QZRLCPRM-AREA-END-DATE    TO WS-DTL-END-DATE
           MOVE WS-HOLD-OLDEST-YM         TO WS-DTL-OLDEST-YM
           MOVE WS-HOLD-OPEN-ROWS         TO WS-DTL-OPEN-ROWS
           MOVE WS-HOLD-OPEN-AMT          TO WS-DTL-OPEN-AMT
           WRITE QZRLFPRT-REC FROM WS-DTL-LINE
               AFTER ADVANCING 1 LINE
           PERFORM 3900-CHECK-WRITE
              THRU 3900-CHECK-WRITE-EXIT
           ADD 1                          TO WS-LINE-CNT
           ADD 1                          TO WS-HELD-CNT
           ADD WS-HOLD-OPEN-AMT           TO WS-TOTAL-DEFERRED.
       4000-PRINT-ONE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4500-PRINT-HEADINGS                                         *
      *----------------------------------------------------------------*
       4500-PRINT-HEADINGS.
           ADD 1                          TO WS-PAGE-NO
           MOVE SPACES                    TO WS-HDG-LINE
           MOVE 'DISASTER RELIEF HOLD REPORT'
                                          TO WS-HDG-TITLE
           MOVE 'AS OF '                  TO WS-HDG-DATE-LIT
           MOVE WS-RUN-DATE               TO WS-HDG-RUN-DATE
           MOVE 'PAGE '                   TO WS-HDG-PAGE-LIT
           MOVE WS-PAGE-NO                TO WS-HDG-PAGE-NO
           WRITE QZRLFPRT-REC FROM WS-HDG-LINE
               AFTER ADVANCING PAGE
           PERFORM 3900-CHECK-WRITE
              THRU 3900-CHECK-WRITE-EXIT
           WRITE QZRLFPRT-REC FROM WS-CAP-LINE
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
           CLOSE QZRLFPRT-FILE
           DISPLAY 'QZR19H - CUSTOMERS READ:        ' WS-CUSTOMER-CNT
           DISPLAY 'QZR19H - CUSTOMERS HELD:        ' WS-HELD-CNT
           DISPLAY 'QZR19H - OPEN BALANCE DEFERRED: '
                   WS-TOTAL-DEFERRED.
       8000-FINALIZE-EXIT.
           EXIT.
