      *================================================================*
      *                                                                *
      *    PROGRAM:      QZB19R                                       *
      *    AUTHOR:       K. SASAKI - APPLICATION SUPPORT               *
      *    INSTALLATION: MULEFORGE DATA CENTER                        *
      *    DATE-WRITTEN: 2026-10-15                                   *
      *    DATE-COMPILED:                                              *
      *                                                                *
      *    PURPOSE.                                                   *
      *        Direct-debit result intake, run ahead of QZB19P on the *
      *        night the bank returns the QZDDRES result file for a   *
      *        QZB19Q request. The whole file is proved first - one   *
      *        header, data records, one trailer and the end record, *
      *        and the trailer's total, debited and failed counts and *
      *        amounts equal to the data records - and nothing is     *
      *        posted from a file that does not prove.                *
      *                                                                *
      *        Each debited month becomes a receipt on the QZDDRCPT   *
      *        file (PAY-SOURCE '03', dated the debit date), which    *
      *        the job stream concatenates behind QZPAYIN so QZB19P   *
      *        posts it with the same matching, part-payment and      *
      *        credit logic as any other receipt.                     *
      *                                                                *
      *        Each month the bank could not debit is logged on the   *
      *        QZDDFAIL keyed log with the bank's result code, and    *
      *        its QZCUSMAS row is flagged QZCUSMAS-SLIP-REISSUE so   *
      *        the customer is sent a payment slip and QZB19Q does    *
      *        not request it again. Where the result says the        *
      *        account or the mandate is gone (codes 2, 3 and 4) the  *
      *        QZDDMAND mandate is stopped as well. Every failure is  *
      *        listed on the QZDDFPRT report for the desk.            *
      *                                                                *
      *    MOD HISTORY.                                                *
      *    DATE        INIT  DESCRIPTION                               *
      *    ----------  ----  ------------------------------------      *
      *    2026-10-15  KS    QZB19R established.                       *
      *                                                                *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    QZB19R.
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
           SELECT QZDDRES-FILE   ASSIGN TO QZDDRES
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS WS-DDRES-STATUS.
           SELECT QZDDRCPT-FILE  ASSIGN TO QZDDRCPT
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS WS-DDRCPT-STATUS.
           SELECT QZCUSMAS-FILE  ASSIGN TO QZCUSMAS
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS QZCUSMAS-KEY
               FILE STATUS    IS WS-CUSMAS-STATUS.
           SELECT QZDDMAND-FILE  ASSIGN TO QZDDMAND
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS QZDDMREC-CUSTOMER-NO
               FILE STATUS    IS WS-DDMAND-STATUS.
           SELECT QZDDFAIL-FILE  ASSIGN TO QZDDFAIL
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS QZDDFREC-KEY
               FILE STATUS    IS WS-DDFAIL-STATUS.
           SELECT QZDDFPRT-FILE  ASSIGN TO QZDDFPRT
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QZDDRES-FILE.
           COPY "debit_request.cbl".
       FD  QZDDRCPT-FILE.
           COPY "payment_txn.cbl".
       FD  QZCUSMAS-FILE.
           COPY "customer_master.cbl".
       FD  QZDDMAND-FILE.
           COPY "debit_mandate.cbl".
       FD  QZDDFAIL-FILE.
           COPY "debit_failure.cbl".
       FD  QZDDFPRT-FILE.
       01  QZDDFPRT-REC                   PIC X(133).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      *    FILE STATUS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-DDRES-STATUS                PIC X(02).
       77  WS-DDRCPT-STATUS               PIC X(02).
       77  WS-CUSMAS-STATUS               PIC X(02).
       77  WS-DDMAND-STATUS               PIC X(02).
       77  WS-DDFAIL-STATUS               PIC X(02).
       77  WS-PRINT-STATUS                PIC X(02).
       77  WS-EOF-SW                      PIC X(01) VALUE 'N'.
           88  WS-EOF                          VALUE 'Y'.
       77  WS-HDR-SEEN-SW                 PIC X(01) VALUE 'N'.
           88  WS-HDR-SEEN                     VALUE 'Y'.
       77  WS-TRL-SEEN-SW                 PIC X(01) VALUE 'N'.
           88  WS-TRL-SEEN                     VALUE 'Y'.
       77  WS-END-SEEN-SW                 PIC X(01) VALUE 'N'.
           88  WS-END-SEEN                     VALUE 'Y'.
       77  WS-FILE-OK-SW                  PIC X(01) VALUE 'Y'.
           88  WS-FILE-OK                      VALUE 'Y'.
       77  WS-ROW-FOUND-SW                PIC X(01) VALUE 'N'.
           88  WS-ROW-FOUND                    VALUE 'Y'.
       77  WS-FAIL-ACTION                 PIC X(30).
       77  WS-REASON-TEXT                 PIC X(24).

      *----------------------------------------------------------------*
      *    CONTROL TOTALS - PROVED AGAINST THE TRAILER BEFORE ANY      *
      *    POSTING, THEN COUNTED AGAIN AS THE FILE IS TAKEN IN         *
      *----------------------------------------------------------------*
       77  WS-READ-CNT                    PIC 9(09) COMP VALUE 0.
       77  WS-READ-AMT                    PIC 9(12) VALUE 0.
       77  WS-READ-DEBITED-CNT            PIC 9(09) COMP VALUE 0.
       77  WS-READ-DEBITED-AMT            PIC 9(12) VALUE 0.
       77  WS-READ-FAILED-CNT             PIC 9(09) COMP VALUE 0.
       77  WS-READ-FAILED-AMT             PIC 9(12) VALUE 0.
       77  WS-TRL-TOTAL-CNT               PIC 9(09) COMP VALUE 0.
       77  WS-TRL-TOTAL-AMT               PIC 9(12) VALUE 0.
       77  WS-TRL-DEBITED-CNT             PIC 9(09) COMP VALUE 0.
       77  WS-TRL-DEBITED-AMT             PIC 9(12) VALUE 0.
       77  WS-TRL-FAILED-CNT              PIC 9(09) COMP VALUE 0.
       77  WS-TRL-FAILED-AMT              PIC 9(12) VALUE 0.
       77  WS-DATA-CNT                    PIC 9(09) COMP VALUE 0.
       77  WS-RECEIPT-CNT                 PIC 9(09) COMP VALUE 0.
       77  WS-RECEIPT-AMT                 PIC 9(12) VALUE 0.
       77  WS-FAILED-CNT                  PIC 9(09) COMP VALUE 0.
       77  WS-FAILED-AMT                  PIC 9(12) VALUE 0.
       77  WS-DUP-CNT                     PIC 9(09) COMP VALUE 0.
       77  WS-NO-ROW-CNT                  PIC 9(09) COMP VALUE 0.
       77  WS-STOPPED-CNT                 PIC 9(09) COMP VALUE 0.
       77  WS-LINE-CNT                    PIC 9(03) COMP VALUE 0.
       77  WS-LINES-PER-PAGE              PIC 9(03) VALUE 40.
       77  WS-PAGE-NO                     PIC 9(04) COMP VALUE 0.

      *----------------------------------------------------------------*
      *    RUN DATE AND DEBIT DATE                                     *
      *        The header carries only the debit month and day. The  *
      *        debit date is in this year unless that would put it   *
      *        after today, in which case it was last December's.    *
      *----------------------------------------------------------------*
       01  WS-RUN-DATE                    PIC X(08).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY                PIC 9(04).
           05  FILLER                     PIC X(04).
       01  WS-DEBIT-DATE                  PIC X(08).
       01  WS-DEBIT-DATE-R REDEFINES WS-DEBIT-DATE.
           05  WS-DEBIT-YYYY              PIC 9(04).
           05  WS-DEBIT-MMDD              PIC X(04).

      *----------------------------------------------------------------*
      *    PRINT LINE LAYOUTS                                         *
      *----------------------------------------------------------------*
       01  WS-HDG-LINE.
           05  WS-HDG-TITLE               PIC X(40).
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  WS-HDG-DATE-LIT            PIC X(12).
           05  WS-HDG-DEBIT-DATE          PIC X(08).
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  WS-HDG-PAGE-LIT            PIC X(05).
           05  WS-HDG-PAGE-NO             PIC ZZZ9.
           05  FILLER                     PIC X(56) VALUE SPACES.

       01  WS-CAP-LINE.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  FILLER                     PIC X(08)
               VALUE 'CUSTOMER'.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(06)
               VALUE 'BILLYM'.
           05  FILLER                     PIC X(10) VALUE SPACES.
           05  FILLER                     PIC X(06)
               VALUE 'AMOUNT'.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(16)
               VALUE 'BANK BRN ACCOUNT'.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  FILLER                     PIC X(02)
               VALUE 'RC'.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(06)
               VALUE 'REASON'.
           05  FILLER                     PIC X(20) VALUE SPACES.
           05  FILLER                     PIC X(06)
               VALUE 'ACTION'.
           05  FILLER                     PIC X(39) VALUE SPACES.

       01  WS-DTL-LINE.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-DTL-CUSTOMER-NO         PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-BILLING-YM          PIC X(06).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-BANK-CD             PIC X(04).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-DTL-BRANCH-CD           PIC X(03).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-DTL-ACCT-TYPE           PIC X(01).
           05  WS-DTL-ACCT-NO             PIC X(07).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-DTL-RESULT-CD           PIC X(01).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-DTL-REASON              PIC X(24).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DTL-ACTION              PIC X(30).
           05  FILLER                     PIC X(15) VALUE SPACES.

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
           PERFORM 2000-PROCESS-RESULT
              THRU 2000-PROCESS-RESULT-EXIT
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
      *        opened.                                                 *
      *----------------------------------------------------------------*
       0100-REGISTER-START.
           MOVE 'S'                       TO QZRLGPRM-FUNCTION
           MOVE 'QZB19R  '                TO QZRLGPRM-PGMID
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
                       DISPLAY 'QZB19R - RUN REFUSED, AN INSTANCE '
                               'IS STILL MARKED RUNNING ON '
                               'QZRUNCTL - VERIFY AND RESET '
                               'VIA QZB19X'
                   WHEN QZRLGPRM-PREREQ-MISSING
                       DISPLAY 'QZB19R - RUN REFUSED, '
                               'PREREQUISITE '
                               QZRLGPRM-FAIL-PGMID
                               ' HAS NOT COMPLETED TONIGHT'
                   WHEN OTHER
                       DISPLAY 'QZB19R - QZRUNCTL ACCESS FAILED'
               END-EVALUATE
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF.
       0100-REGISTER-START-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *        The result file is read through once to prove it, then *
      *        reopened for posting. The failure log is created empty *
      *        on the first run ever.                                  *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE             FROM DATE YYYYMMDD
           PERFORM 1100-PROVE-RESULT-FILE
              THRU 1100-PROVE-RESULT-FILE-EXIT
           PERFORM 1300-VERIFY-CONTROLS
              THRU 1300-VERIFY-CONTROLS-EXIT
           OPEN INPUT  QZDDRES-FILE
           IF WS-DDRES-STATUS NOT = '00'
               DISPLAY 'QZB19R - QZDDRES OPEN FAILED, STATUS='
                       WS-DDRES-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT QZDDRCPT-FILE
           IF WS-DDRCPT-STATUS NOT = '00'
               DISPLAY 'QZB19R - QZDDRCPT OPEN FAILED, STATUS='
                       WS-DDRCPT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O    QZCUSMAS-FILE
           IF WS-CUSMAS-STATUS NOT = '00'
               DISPLAY 'QZB19R - QZCUSMAS OPEN FAILED, STATUS='
                       WS-CUSMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O    QZDDMAND-FILE
           IF WS-DDMAND-STATUS NOT = '00'
               DISPLAY 'QZB19R - QZDDMAND OPEN FAILED, STATUS='
                       WS-DDMAND-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O    QZDDFAIL-FILE
           IF WS-DDFAIL-STATUS = '35'
      *        First run ever - the dataset is created empty.
               OPEN OUTPUT QZDDFAIL-FILE
               CLOSE QZDDFAIL-FILE
               OPEN I-O QZDDFAIL-FILE
           END-IF
           IF WS-DDFAIL-STATUS NOT = '00'
               DISPLAY 'QZB19R - QZDDFAIL OPEN FAILED, STATUS='
                       WS-DDFAIL-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT QZDDFPRT-FILE
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19R - QZDDFPRT OPEN FAILED, STATUS='
                       WS-PRINT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3500-PRINT-HEADINGS
              THRU 3500-PRINT-HEADINGS-EXIT
           SET WS-EOF-SW                  TO 'N'
           PERFORM 2900-READ-NEXT-RESULT
              THRU 2900-READ-NEXT-RESULT-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1100-PROVE-RESULT-FILE                                      *
      *        First pass. Adds up the data records by result and     *
      *        holds the header's debit date and the trailer's        *
      *        totals. A record of an unknown type, a record out of   *
      *        sequence or a non-numeric amount fails the file.       *
      *----------------------------------------------------------------*
       1100-PROVE-RESULT-FILE.
           OPEN INPUT  QZDDRES-FILE
           IF WS-DDRES-STATUS NOT = '00'
               DISPLAY 'QZB19R - QZDDRES OPEN FAILED, STATUS='
                       WS-DDRES-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2900-READ-NEXT-RESULT
              THRU 2900-READ-NEXT-RESULT-EXIT
           PERFORM 1200-PROVE-ONE-RECORD
              THRU 1200-PROVE-ONE-RECORD-EXIT
              UNTIL WS-EOF
           CLOSE QZDDRES-FILE.
       1100-PROVE-RESULT-FILE-EXIT.
           EXIT.

       1200-PROVE-ONE-RECORD.
           EVALUATE TRUE
               WHEN WS-END-SEEN
                   DISPLAY 'QZB19R - QZDDRES RECORD FOUND AFTER '
                           'THE END RECORD'
                   SET WS-FILE-OK-SW      TO 'N'
               WHEN QZDDRHDR-PRESENT
                   IF WS-HDR-SEEN OR WS-READ-CNT > 0
                       DISPLAY 'QZB19R - QZDDRES HEADER OUT OF '
                               'SEQUENCE'
                       SET WS-FILE-OK-SW  TO 'N'
                   END-IF
                   SET WS-HDR-SEEN        TO TRUE
                   MOVE QZDDRHDR-DEBIT-MMDD
                                          TO WS-DEBIT-MMDD
               WHEN QZDDRREC-PRESENT
                   PERFORM 1250-PROVE-DATA-RECORD
                      THRU 1250-PROVE-DATA-RECORD-EXIT
               WHEN QZDDRTRL-PRESENT
                   IF WS-TRL-SEEN OR NOT WS-HDR-SEEN
                       DISPLAY 'QZB19R - QZDDRES TRAILER OUT OF '
                               'SEQUENCE'
                       SET WS-FILE-OK-SW  TO 'N'
                   END-IF
                   SET WS-TRL-SEEN        TO TRUE
                   IF QZDDRTRL-TOTAL-CNT NOT NUMERIC
                      OR QZDDRTRL-TOTAL-AMT NOT NUMERIC
                      OR QZDDRTRL-DEBITED-CNT NOT NUMERIC
                      OR QZDDRTRL-DEBITED-AMT NOT NUMERIC
                      OR QZDDRTRL-FAILED-CNT NOT NUMERIC
                      OR QZDDRTRL-FAILED-AMT NOT NUMERIC
                       DISPLAY 'QZB19R - QZDDRES TRAILER TOTALS '
                               'NOT NUMERIC'
                       SET WS-FILE-OK-SW  TO 'N'
                   ELSE
                       MOVE QZDDRTRL-TOTAL-CNT
                                          TO WS-TRL-TOTAL-CNT
                       MOVE QZDDRTRL-TOTAL-AMT
                                          TO WS-TRL-TOTAL-AMT
                       MOVE QZDDRTRL-DEBITED-CNT
                                          TO WS-TRL-DEBITED-CNT
                       MOVE QZDDRTRL-DEBITED-AMT
                                          TO WS-TRL-DEBITED-AMT
                       MOVE QZDDRTRL-FAILED-CNT
                                          TO WS-TRL-FAILED-CNT
                       MOVE QZDDRTRL-FAILED-AMT
                                          TO WS-TRL-FAILED-AMT
                   END-IF
               WHEN QZDDREND-PRESENT
                   IF NOT WS-TRL-SEEN
                       DISPLAY 'QZB19R - QZDDRES END RECORD '
                               'BEFORE THE TRAILER'
                       SET WS-FILE-OK-SW  TO 'N'
                   END-IF
                   SET WS-END-SEEN        TO TRUE
               WHEN OTHER
                   DISPLAY 'QZB19R - QZDDRES UNKNOWN DATA TYPE '
                           QZDDRHDR-DATA-TYPE
                   SET WS-FILE-OK-SW      TO 'N'
           END-EVALUATE
           PERFORM 2900-READ-NEXT-RESULT
              THRU 2900-READ-NEXT-RESULT-EXIT.
       1200-PROVE-ONE-RECORD-EXIT.
           EXIT.

       1250-PROVE-DATA-RECORD.
           IF NOT WS-HDR-SEEN OR WS-TRL-SEEN
               DISPLAY 'QZB19R - QZDDRES DATA RECORD OUT OF '
                       'SEQUENCE'
               SET WS-FILE-OK-SW          TO 'N'
           END-IF
           ADD 1                          TO WS-READ-CNT
           IF QZDDRREC-AMOUNT NOT NUMERIC
               DISPLAY 'QZB19R - QZDDRES AMOUNT NOT NUMERIC, '
                       'CUSTOMER=' QZDDRREC-CUSTOMER-NO
                       ' BILLYM=' QZDDRREC-BILLING-YM
               SET WS-FILE-OK-SW          TO 'N'
               GO TO 1250-PROVE-DATA-RECORD-EXIT
           END-IF
           ADD QZDDRREC-AMOUNT-N          TO WS-READ-AMT
           IF QZDDRREC-DEBITED
               ADD 1                      TO WS-READ-DEBITED-CNT
               ADD QZDDRREC-AMOUNT-N      TO WS-READ-DEBITED-AMT
           ELSE
               ADD 1                      TO WS-READ-FAILED-CNT
               ADD QZDDRREC-AMOUNT-N      TO WS-READ-FAILED-AMT
           END-IF.
       1250-PROVE-DATA-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1300-VERIFY-CONTROLS                                        *
      *        Header, trailer and end record must all be present and *
      *        every trailer count and amount must agree with the     *
      *        data records. Anything else stops the run before a     *
      *        single receipt or failure is posted.                   *
      *----------------------------------------------------------------*
       1300-VERIFY-CONTROLS.
           IF NOT WS-HDR-SEEN
               DISPLAY 'QZB19R - QZDDRES HEADER RECORD MISSING'
               SET WS-FILE-OK-SW          TO 'N'
           END-IF
           IF NOT WS-TRL-SEEN
               DISPLAY 'QZB19R - QZDDRES TRAILER RECORD MISSING'
               SET WS-FILE-OK-SW          TO 'N'
           END-IF
           IF NOT WS-END-SEEN
               DISPLAY 'QZB19R - QZDDRES END RECORD MISSING'
               SET WS-FILE-OK-SW          TO 'N'
           END-IF
           IF WS-HDR-SEEN AND WS-DEBIT-MMDD NOT NUMERIC
               DISPLAY 'QZB19R - QZDDRES HEADER DEBIT DATE INVALID'
               SET WS-FILE-OK-SW          TO 'N'
           END-IF
           IF WS-READ-CNT NOT = WS-TRL-TOTAL-CNT
              OR WS-READ-AMT NOT = WS-TRL-TOTAL-AMT
               DISPLAY 'QZB19R - QZDDRES TOTAL OUT OF BALANCE, '
                       'READ=' WS-READ-CNT '/' WS-READ-AMT
                       ' TRAIL=' WS-TRL-TOTAL-CNT '/' WS-TRL-TOTAL-AMT
               SET WS-FILE-OK-SW          TO 'N'
           END-IF
           IF WS-READ-DEBITED-CNT NOT = WS-TRL-DEBITED-CNT
              OR WS-READ-DEBITED-AMT NOT = WS-TRL-DEBITED-AMT
               DISPLAY 'QZB19R - QZDDRES DEBITED OUT OF BALANCE, '
                       'READ=' WS-READ-DEBITED-CNT '/'
                       WS-READ-DEBITED-AMT
                       ' TRAIL=' WS-TRL-DEBITED-CNT '/'
                       WS-TRL-DEBITED-AMT
               SET WS-FILE-OK-SW          TO 'N'
           END-IF
           IF WS-READ-FAILED-CNT NOT = WS-TRL-FAILED-CNT
              OR WS-READ-FAILED-AMT NOT = WS-TRL-FAILED-AMT
               DISPLAY 'QZB19R - QZDDRES FAILED OUT OF BALANCE, '
                       'READ=' WS-READ-FAILED-CNT '/'
                       WS-READ-FAILED-AMT
                       ' TRAIL=' WS-TRL-FAILED-CNT '/'
                       WS-TRL-FAILED-AMT
               SET WS-FILE-OK-SW          TO 'N'
           END-IF
           IF NOT WS-FILE-OK
               DISPLAY 'QZB19R - QZDDRES REFUSED, NOTHING POSTED'
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-YYYY               TO WS-DEBIT-YYYY
           IF WS-DEBIT-DATE > WS-RUN-DATE
               SUBTRACT 1                 FROM WS-DEBIT-YYYY
           END-IF
           DISPLAY 'QZB19R - QZDDRES PROVED, DEBIT DATE: '
                   WS-DEBIT-DATE.
       1300-VERIFY-CONTROLS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-PROCESS-RESULT                                         *
      *        The file has proved, so only data records need work.   *
      *----------------------------------------------------------------*
       2000-PROCESS-RESULT.
           IF QZDDRREC-PRESENT
               ADD 1                      TO WS-DATA-CNT
               IF QZDDRREC-DEBITED
                   PERFORM 2100-WRITE-RECEIPT
                      THRU 2100-WRITE-RECEIPT-EXIT
               ELSE
                   PERFORM 2200-TAKE-FAILURE
                      THRU 2200-TAKE-FAILURE-EXIT
               END-IF
           END-IF
           PERFORM 2900-READ-NEXT-RESULT
              THRU 2900-READ-NEXT-RESULT-EXIT.
       2000-PROCESS-RESULT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2100-WRITE-RECEIPT                                          *
      *        The receipt number identifies the debit run, so the    *
      *        QZPAYMAS record shows which bank file the money came   *
      *        from.                                                   *
      *----------------------------------------------------------------*
       2100-WRITE-RECEIPT.
           MOVE SPACES                    TO QZPAYTXN
           MOVE QZDDRREC-CUSTOMER-NO      TO QZPAYTXN-CUSTOMER-NO
           MOVE QZDDRREC-BILLING-YM       TO QZPAYTXN-BILLING-YM
           MOVE WS-DEBIT-DATE             TO QZPAYTXN-PAY-DATE
           MOVE QZDDRREC-AMOUNT-N         TO QZPAYTXN-AMOUNT-N
           MOVE '03'                      TO QZPAYTXN-PAY-SOURCE
           STRING 'DD' WS-DEBIT-DATE DELIMITED BY SIZE
               INTO QZPAYTXN-RECEIPT-NO
           WRITE QZPAYTXN
           IF WS-DDRCPT-STATUS NOT = '00'
               DISPLAY 'QZB19R - QZDDRCPT WRITE FAILED, STATUS='
                       WS-DDRCPT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1                          TO WS-RECEIPT-CNT
           ADD QZDDRREC-AMOUNT-N          TO WS-RECEIPT-AMT.
       2100-WRITE-RECEIPT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2200-TAKE-FAILURE                                           *
      *        A failure already on the log was taken in from an      *
      *        earlier copy of the same result file - it is counted  *
      *        and left alone.                                        *
      *----------------------------------------------------------------*
       2200-TAKE-FAILURE.
           MOVE QZDDRREC-CUSTOMER-NO      TO QZDDFREC-CUSTOMER-NO
           MOVE QZDDRREC-BILLING-YM       TO QZDDFREC-BILLING-YM
           MOVE WS-DEBIT-DATE             TO QZDDFREC-DEBIT-DATE
           MOVE QZDDRREC-AMOUNT-N         TO QZDDFREC-AMOUNT
           MOVE QZDDRREC-RESULT-CD        TO QZDDFREC-RESULT-CD
           MOVE QZDDRREC-BANK-CD          TO QZDDFREC-BANK-CD
           MOVE QZDDRREC-BRANCH-CD        TO QZDDFREC-BRANCH-CD
           MOVE QZDDRREC-ACCT-TYPE        TO QZDDFREC-ACCT-TYPE
           MOVE QZDDRREC-ACCT-NO          TO QZDDFREC-ACCT-NO
           MOVE WS-RUN-DATE               TO QZDDFREC-LOGGED-DATE
           WRITE QZDDFREC
               INVALID KEY
                   CONTINUE
           END-WRITE
           EVALUATE WS-DDFAIL-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '22'
                   ADD 1                  TO WS-DUP-CNT
                   GO TO 2200-TAKE-FAILURE-EXIT
               WHEN OTHER
                   DISPLAY 'QZB19R - QZDDFAIL WRITE FAILED, KEY='
                           QZDDFREC-KEY ' STATUS=' WS-DDFAIL-STATUS
                   MOVE 16                TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           ADD 1                          TO WS-FAILED-CNT
           ADD QZDDRREC-AMOUNT-N          TO WS-FAILED-AMT
           MOVE 'SLIP REISSUE FLAGGED'    TO WS-FAIL-ACTION
           PERFORM 2300-FLAG-ROW
              THRU 2300-FLAG-ROW-EXIT
           IF QZDDRREC-MANDATE-ENDED
               PERFORM 2400-STOP-MANDATE
                  THRU 2400-STOP-MANDATE-EXIT
           END-IF
           PERFORM 3000-PRINT-FAILURE
              THRU 3000-PRINT-FAILURE-EXIT.
       2200-TAKE-FAILURE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2300-FLAG-ROW                                               *
      *        The month goes to a payment slip. A row no longer on   *
      *        file (archived or never there) is reported, not       *
      *        failed - the log still records the bank's answer.     *
      *----------------------------------------------------------------*
       2300-FLAG-ROW.
           MOVE QZDDRREC-CUSTOMER-NO      TO QZCUSMAS-CUSTOMER-NO
           MOVE QZDDRREC-BILLING-YM       TO QZCUSMAS-BILLING-YM
           SET WS-ROW-FOUND               TO TRUE
           READ QZCUSMAS-FILE
               INVALID KEY
                   SET WS-ROW-FOUND-SW    TO 'N'
           END-READ
           IF NOT WS-ROW-FOUND
               ADD 1                      TO WS-NO-ROW-CNT
               MOVE 'ROW NOT ON QZCUSMAS'  TO WS-FAIL-ACTION
               GO TO 2300-FLAG-ROW-EXIT
           END-IF
           IF WS-CUSMAS-STATUS NOT = '00'
               DISPLAY 'QZB19R - QZCUSMAS READ FAILED, KEY='
                       QZCUSMAS-KEY ' STATUS=' WS-CUSMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'S'                       TO QZCUSMAS-SLIP-REISSUE-FLAG
           MOVE WS-RUN-DATE               TO QZCUSMAS-SLIP-REQ-DATE
           MOVE WS-RUN-DATE               TO QZCUSMAS-LAST-UPD-DATE
           REWRITE QZCUSMAS-REC
               INVALID KEY
                   DISPLAY 'QZB19R - QZCUSMAS REWRITE FAILED, KEY='
                           QZCUSMAS-KEY ' STATUS=' WS-CUSMAS-STATUS
                   MOVE 16                TO RETURN-CODE
                   STOP RUN
           END-REWRITE.
       2300-FLAG-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2400-STOP-MANDATE                                           *
      *        Account closed, stopped by the depositor or no mandate *
      *        at the bank - the mandate is stopped with the bank's   *
      *        code so QZB19Q sends later months to a slip.           *
      *----------------------------------------------------------------*
       2400-STOP-MANDATE.
           MOVE QZDDRREC-CUSTOMER-NO      TO QZDDMREC-CUSTOMER-NO
           READ QZDDMAND-FILE
               INVALID KEY
                   GO TO 2400-STOP-MANDATE-EXIT
           END-READ
           IF WS-DDMAND-STATUS NOT = '00'
               DISPLAY 'QZB19R - QZDDMAND READ FAILED, STATUS='
                       WS-DDMAND-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT QZDDMREC-STS-ACTIVE
               GO TO 2400-STOP-MANDATE-EXIT
           END-IF
           MOVE 'S'                       TO QZDDMREC-STATUS
           MOVE WS-RUN-DATE               TO QZDDMREC-STOP-DATE
           MOVE QZDDRREC-RESULT-CD        TO QZDDMREC-STOP-RESULT-CD
           REWRITE QZDDMREC
               INVALID KEY
                   DISPLAY 'QZB19R - QZDDMAND REWRITE FAILED, KEY='
                           QZDDMREC-CUSTOMER-NO
                           ' STATUS=' WS-DDMAND-STATUS
                   MOVE 16                TO RETURN-CODE
                   STOP RUN
           END-REWRITE
           ADD 1                          TO WS-STOPPED-CNT
           IF WS-ROW-FOUND
               MOVE 'SLIP FLAGGED, MANDATE STOPPED'
                                          TO WS-FAIL-ACTION
           ELSE
               MOVE 'NO ROW, MANDATE STOPPED'
                                          TO WS-FAIL-ACTION
           END-IF.
       2400-STOP-MANDATE-EXIT.
           EXIT.

       2900-READ-NEXT-RESULT.
           READ QZDDRES-FILE
               AT END
                   SET WS-EOF             TO TRUE
           END-READ
           IF NOT WS-EOF AND WS-DDRES-STATUS NOT = '00'
               DISPLAY 'QZB19R - QZDDRES READ FAILED, STATUS='
                       WS-DDRES-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF.
       2900-READ-NEXT-RESULT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3000-PRINT-FAILURE                                          *
      *----------------------------------------------------------------*
       3000-PRINT-FAILURE.
           EVALUATE TRUE
               WHEN QZDDRREC-NO-FUNDS
                   MOVE 'INSUFFICIENT FUNDS'  TO WS-REASON-TEXT
               WHEN QZDDRREC-NO-ACCOUNT
                   MOVE 'ACCOUNT CLOSED'      TO WS-REASON-TEXT
               WHEN QZDDRREC-STOPPED-BY-PAYER
                   MOVE 'STOPPED BY DEPOSITOR' TO WS-REASON-TEXT
               WHEN QZDDRREC-NO-MANDATE
                   MOVE 'NO MANDATE AT BANK'  TO WS-REASON-TEXT
               WHEN QZDDRREC-STOPPED-BY-US
                   MOVE 'STOPPED AT OUR REQUEST'
                                          TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE 'OTHER - SEE BANK'    TO WS-REASON-TEXT
           END-EVALUATE
           IF WS-LINE-CNT >= WS-LINES-PER-PAGE
               PERFORM 3500-PRINT-HEADINGS
                  THRU 3500-PRINT-HEADINGS-EXIT
           END-IF
           MOVE QZDDRREC-CUSTOMER-NO      TO WS-DTL-CUSTOMER-NO
           MOVE QZDDRREC-BILLING-YM       TO WS-DTL-BILLING-YM
           MOVE QZDDRREC-AMOUNT-N         TO WS-DTL-AMOUNT
           MOVE QZDDRREC-BANK-CD          TO WS-DTL-BANK-CD
           MOVE QZDDRREC-BRANCH-CD        TO WS-DTL-BRANCH-CD
           MOVE QZDDRREC-ACCT-TYPE        TO WS-DTL-ACCT-TYPE
           MOVE QZDDRREC-ACCT-NO          TO WS-DTL-ACCT-NO
           MOVE QZDDRREC-RESULT-CD        TO WS-DTL-RESULT-CD
           MOVE WS-REASON-TEXT            TO WS-DTL-REASON
           MOVE WS-FAIL-ACTION            TO WS-DTL-ACTION
           WRITE QZDDFPRT-REC FROM WS-DTL-LINE
               AFTER ADVANCING 1 LINE
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19R - QZDDFPRT WRITE FAILED, STATUS='
                       WS-PRINT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1                          TO WS-LINE-CNT.
       3000-PRINT-FAILURE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3500-PRINT-HEADINGS                                         *
      *----------------------------------------------------------------*
       3500-PRINT-HEADINGS.
           ADD 1                          TO WS-PAGE-NO
           MOVE SPACES                    TO WS-HDG-LINE
           MOVE 'DIRECT-DEBIT FAILURE REPORT'
                                          TO WS-HDG-TITLE
           MOVE 'DEBIT DATE: '            TO WS-HDG-DATE-LIT
           MOVE WS-DEBIT-DATE             TO WS-HDG-DEBIT-DATE
           MOVE 'PAGE '                   TO WS-HDG-PAGE-LIT
           MOVE WS-PAGE-NO                TO WS-HDG-PAGE-NO
           WRITE QZDDFPRT-REC FROM WS-HDG-LINE
               AFTER ADVANCING PAGE
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19R - QZDDFPRT WRITE FAILED, STATUS='
                       WS-PRINT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE QZDDFPRT-REC FROM WS-CAP-LINE
               AFTER ADVANCING 2 LINES
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19R - QZDDFPRT WRITE FAILED, STATUS='
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
           MOVE 'MONTHS DEBITED:         ' TO WS-TOT-CAPTION
           MOVE WS-RECEIPT-CNT             TO WS-TOT-COUNT
           PERFORM 8100-PRINT-TOTAL
              THRU 8100-PRINT-TOTAL-EXIT
           MOVE 'AMOUNT DEBITED:         ' TO WS-TOT-CAPTION
           MOVE WS-RECEIPT-AMT             TO WS-TOT-COUNT
           PERFORM 8100-PRINT-TOTAL
              THRU 8100-PRINT-TOTAL-EXIT
           MOVE 'MONTHS FAILED:          ' TO WS-TOT-CAPTION
           MOVE WS-FAILED-CNT              TO WS-TOT-COUNT
           PERFORM 8100-PRINT-TOTAL
              THRU 8100-PRINT-TOTAL-EXIT
           MOVE 'AMOUNT FAILED:          ' TO WS-TOT-CAPTION
           MOVE WS-FAILED-AMT              TO WS-TOT-COUNT
           PERFORM 8100-PRINT-TOTAL
              THRU 8100-PRINT-TOTAL-EXIT
           MOVE 'MANDATES STOPPED:       ' TO WS-TOT-CAPTION
           MOVE WS-STOPPED-CNT             TO WS-TOT-COUNT
           PERFORM 8100-PRINT-TOTAL
              THRU 8100-PRINT-TOTAL-EXIT
           MOVE 'ROWS NOT ON FILE:       ' TO WS-TOT-CAPTION
           MOVE WS-NO-ROW-CNT              TO WS-TOT-COUNT
           PERFORM 8100-PRINT-TOTAL
              THRU 8100-PRINT-TOTAL-EXIT
           MOVE 'ALREADY LOGGED:         ' TO WS-TOT-CAPTION
           MOVE WS-DUP-CNT                 TO WS-TOT-COUNT
           PERFORM 8100-PRINT-TOTAL
              THRU 8100-PRINT-TOTAL-EXIT
           CLOSE QZDDRES-FILE
           CLOSE QZDDRCPT-FILE
           CLOSE QZCUSMAS-FILE
           CLOSE QZDDMAND-FILE
           CLOSE QZDDFAIL-FILE
           CLOSE QZDDFPRT-FILE
           DISPLAY 'QZB19R - RESULTS READ:         ' WS-DATA-CNT
           DISPLAY 'QZB19R - RECEIPTS WRITTEN:     ' WS-RECEIPT-CNT
           DISPLAY 'QZB19R - FAILURES LOGGED:      ' WS-FAILED-CNT
           DISPLAY 'QZB19R - MANDATES STOPPED:     ' WS-STOPPED-CNT
           DISPLAY 'QZB19R - ALREADY LOGGED:       ' WS-DUP-CNT.
       8000-FINALIZE-EXIT.
           EXIT.

       8100-PRINT-TOTAL.
           WRITE QZDDFPRT-REC FROM WS-TOT-LINE
               AFTER ADVANCING 2 LINES
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19R - QZDDFPRT WRITE FAILED, STATUS='
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
           MOVE 'QZB19R  '                TO QZRLGPRM-PGMID
           MOVE WS-DATA-CNT               TO QZRLGPRM-COUNT-1
           MOVE WS-RECEIPT-CNT            TO QZRLGPRM-COUNT-2
           MOVE WS-FAILED-CNT             TO QZRLGPRM-COUNT-3
           CALL 'QZRUNLOG' USING QZRLGPRM
           IF NOT QZRLGPRM-OK
               DISPLAY 'QZB19R - QZRUNCTL END REGISTRATION '
                       'FAILED'
               MOVE 16                    TO RETURN-CODE
           END-IF.
       8900-REGISTER-END-EXIT.
           EXIT.
