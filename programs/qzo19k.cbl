      *================================================================*
      *                                                                *
      *    PROGRAM:      QZO19K                                       *
      *    AUTHOR:       K. SASAKI - APPLICATION SUPPORT               *
      *    INSTALLATION: MULEFORGE DATA CENTER                        *
      *    DATE-WRITTEN: 2026-10-15                                   *
      *    DATE-COMPILED:                                              *
      *                                                                *
      *    PURPOSE.                                                   *
      *        Online CICS transaction behind the gateway that answers *
      *        "where does this account stand" on one screen. For the  *
      *        CUSTOMER-NO in QZSUMCMD it returns the name, address    *
      *        and contract from the QZACTMAS account with its         *
      *        account, bad-address and collections status, the latest *
      *        billing month, the open balance QZROWBAL finds across   *
      *        every row with the oldest month still open, the         *
      *        QZCUSBAL credit, the five latest QZPAYMAS receipts, the *
      *        five latest QZDUNHST letters with their delivery        *
      *        outcome, the count of QZSUSPNS items not yet closed,    *
      *        and the QZMTRREJ readings still waiting for repair.     *
      *        Every file is only read, so inquiry authority is        *
      *        enough. Addressed through the same LZAPLHDR-MENUID/     *
      *        LZAPLHDR-PGMID routing as the other gateway inquiries   *
      *        and journalled to the AUDT queue the same way.          *
      *                                                                *
      *    LINKAGE.                                                    *
      *        DFHCOMMAREA = LZAPLHDR-AREA, QZSUMCMD, QZSUMRES,        *
      *        in that order.                                          *
      *                                                                *
      *    MOD HISTORY.                                                *
      *    DATE        INIT  DESCRIPTION                               *
      *    ----------  ----  ------------------------------------      *
      *    2026-10-15  KS    QZO19K established.                       *
      *    2026-10-15  KS    Name, address, contract, payment method   *
      *                      and statuses now come from the QZACTMAS   *
      *                      account; a customer with no account is    *
      *                      not on file.                              *
      *                                                                *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    QZO19K.
       AUTHOR.        K. SASAKI.
       INSTALLATION.  MULEFORGE DATA CENTER.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-Z15.
       OBJECT-COMPUTER.  IBM-Z15.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      *    CUSTOMER MASTER I/O AREA                                    *
      *----------------------------------------------------------------*
           COPY "customer_master.cbl".

      *----------------------------------------------------------------*
      *    CUSTOMER ACCOUNT MASTER I/O AREA                            *
      *----------------------------------------------------------------*
           COPY "customer_account.cbl".

      *----------------------------------------------------------------*
      *    CUSTOMER CREDIT BALANCE I/O AREA                            *
      *----------------------------------------------------------------*
           COPY "customer_balance.cbl".

      *----------------------------------------------------------------*
      *    PAYMENT HISTORY I/O AREA                                    *
      *----------------------------------------------------------------*
           COPY "payment_record.cbl".

      *----------------------------------------------------------------*
      *    DUNNING LETTER HISTORY I/O AREA                             *
      *----------------------------------------------------------------*
           COPY "dunning_event.cbl".

      *----------------------------------------------------------------*
      *    SUSPENSE QUEUE I/O AREA                                     *
      *----------------------------------------------------------------*
           COPY "suspense_record.cbl".

      *----------------------------------------------------------------*
      *    METER-READING REJECT I/O AREA                               *
      *----------------------------------------------------------------*
           COPY "meter_reject.cbl".

      *----------------------------------------------------------------*
      *    AUDIT JOURNAL I/O AREA                                      *
      *----------------------------------------------------------------*
           COPY "audit_record.cbl".

      *----------------------------------------------------------------*
      *    OPERATOR AUTHORIZATION PROFILE I/O AREA                     *
      *----------------------------------------------------------------*
           COPY "operator_profile.cbl".

      *----------------------------------------------------------------*
      *    ROW OPEN-BALANCE CALL PARAMETER BLOCK                       *
      *----------------------------------------------------------------*
           COPY "rowbal_parm.cbl".

      *----------------------------------------------------------------*
      *    SWITCHES, COUNTERS AND WORK AREAS                           *
      *----------------------------------------------------------------*
       77  WS-RESP                        PIC S9(08) COMP.
       77  WS-ABSTIME                     PIC S9(15) COMP-3.
       77  WS-START-ABSTIME               PIC S9(15) COMP-3.
       77  WS-ELAPSED-MS                  PIC S9(09) COMP.
       77  WS-BROWSE-DONE-SW              PIC X(01) VALUE 'N'.
           88  WS-BROWSE-DONE                  VALUE 'Y'.
       77  WS-ROW-CNT                     PIC 9(03) COMP VALUE 0.
       77  WS-FIRST-OPEN-YM               PIC X(06).
       77  WS-TBL-IDX                     PIC 9(01) COMP.
       77  WS-SLOT-IDX                    PIC 9(01) COMP.
       77  WS-OUT-IDX                     PIC 9(01) COMP.
       77  WS-REASON-IDX                  PIC 9(01) COMP.
       77  WS-RCPT-KEEP                   PIC 9(01) COMP VALUE 0.
       77  WS-LETTER-KEEP                 PIC 9(01) COMP VALUE 0.
       77  WS-REJ-KEEP                    PIC 9(01) COMP VALUE 0.
       77  WS-NEW-RCPT-KEY                PIC X(17).

      *----------------------------------------------------------------*
      *    METER-READING REJECT REASON CODES, BROWSED ONE BY ONE       *
      *    SINCE THE QZMTRREJ KEY LEADS WITH THE REASON               *
      *----------------------------------------------------------------*
       01  WS-REASON-VALUES               PIC X(12)
                                          VALUE '010203040506'.
       01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
           05  WS-REASON-CD               PIC X(02) OCCURS 6 TIMES.

      *----------------------------------------------------------------*
      *    LATEST RECEIPTS, NEWEST FIRST - SORT KEY IS PAY DATE,       *
      *    BILLING MONTH AND SEQUENCE                                  *
      *----------------------------------------------------------------*
       01  WS-RCPT-TABLE.
           05  WS-RCPT-ENTRY              OCCURS 5 TIMES.
               10  WS-RCPT-KEY            PIC X(17).
               10  WS-RCPT-KEY-R REDEFINES WS-RCPT-KEY.
                   15  WS-RCPT-PAY-DATE   PIC X(08).
                   15  WS-RCPT-BILLING-YM PIC X(06).
                   15  WS-RCPT-SEQ        PIC 9(03).
               10  WS-RCPT-AMOUNT         PIC 9(10).
               10  WS-RCPT-PAY-SOURCE     PIC X(02).

      *----------------------------------------------------------------*
      *    LATEST DUNNING LETTERS, OLDEST FIRST                        *
      *----------------------------------------------------------------*
       01  WS-LETTER-TABLE.
           05  WS-LETTER-ENTRY            OCCURS 5 TIMES.
               10  WS-LETTER-DATE         PIC X(08).
               10  WS-LETTER-TYPE         PIC X(01).
               10  WS-LETTER-RESULT       PIC X(01).

       77  WS-REQUIRED-AUTH               PIC X(01) VALUE '1'.
       77  WS-AUTH-FOUND-SW               PIC X(01) VALUE 'N'.
           88  WS-AUTH-FOUND                   VALUE 'Y'.
       77  WS-CHECK-OPERID                PIC X(08).
       77  WS-AUDIT-OPERID                PIC X(08).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY "header.cbl".
           COPY "summary_command.cbl".
           COPY "summary_response.cbl".

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      *    0000-MAINLINE                                              *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           IF EIBCALEN = 0
               PERFORM 9100-NO-COMMAREA
                  THRU 9100-NO-COMMAREA-EXIT
           ELSE
               PERFORM 1000-INITIALIZE
                  THRU 1000-INITIALIZE-EXIT
               PERFORM 1500-CHECK-AUTHORITY
                  THRU 1500-CHECK-AUTHORITY-EXIT
               IF LZAPLHDR-RTNCD = '00'
                   PERFORM 2000-EDIT-COMMAND
                      THRU 2000-EDIT-COMMAND-EXIT
               END-IF
               IF LZAPLHDR-RTNCD = '00'
                   PERFORM 4000-BUILD-SUMMARY
                      THRU 4000-BUILD-SUMMARY-EXIT
               END-IF
               PERFORM 8000-RESOLVE-HEADER-MSG
                  THRU 8000-RESOLVE-HEADER-MSG-EXIT
               PERFORM 8500-AUDIT-LOG
                  THRU 8500-AUDIT-LOG-EXIT
           END-IF
           PERFORM 9999-RETURN-TRAN
              THRU 9999-RETURN-TRAN-EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           EXEC CICS
               ASKTIME ABSTIME(WS-START-ABSTIME)
           END-EXEC
           MOVE SPACES                   TO LZAPLHDR-OTHCD
           MOVE '00'                     TO LZAPLHDR-RTNCD
           MOVE '0000'                   TO LZAPLHDR-RSNCD
           MOVE SPACES                   TO QZSUMRES
           MOVE 0                        TO SUM-RES-OPEN-MONTH-CNT
                                            SUM-RES-OPEN-AMT
                                            SUM-RES-CREDIT-AMT
                                            SUM-RES-RCPT-CNT
                                            SUM-RES-LETTER-CNT
                                            SUM-RES-SUSP-OPEN-CNT
                                            SUM-RES-REJ-CNT
           PERFORM 1100-CLEAR-ONE-SLOT
              THRU 1100-CLEAR-ONE-SLOT-EXIT
              VARYING WS-OUT-IDX FROM 1 BY 1
              UNTIL WS-OUT-IDX > 5.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-CLEAR-ONE-SLOT.
           MOVE 0
             TO SUM-RES-RCPT-AMOUNT (WS-OUT-IDX)
                SUM-RES-REJ-CYCLE-CNT (WS-OUT-IDX).
       1100-CLEAR-ONE-SLOT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1500-CHECK-AUTHORITY                                        *
      *        The request is only honoured for an operator profile   *
      *        on QZOPRSEC whose authority level covers this          *
      *        program's function. The LZAPLHDR-OPERID identity is    *
      *        tried first and the terminal second, so a terminal     *
      *        profile can cover a floor of unsigned terminals. The   *
      *        identity the authority was resolved under is what      *
      *        8500-AUDIT-LOG journals.                                *
      *----------------------------------------------------------------*
       1500-CHECK-AUTHORITY.
           SET WS-AUTH-FOUND-SW          TO 'N'
           MOVE LZAPLHDR-OPERID          TO WS-AUDIT-OPERID
           IF LZAPLHDR-OPERID NOT = SPACES
              AND LZAPLHDR-OPERID NOT = LOW-VALUES
               MOVE LZAPLHDR-OPERID      TO WS-CHECK-OPERID
               PERFORM 1550-READ-PROFILE
                  THRU 1550-READ-PROFILE-EXIT
           END-IF
           IF NOT WS-AUTH-FOUND
               MOVE SPACES               TO WS-CHECK-OPERID
               MOVE EIBTRMID             TO WS-CHECK-OPERID (1:4)
               PERFORM 1550-READ-PROFILE
                  THRU 1550-READ-PROFILE-EXIT
               IF WS-AUTH-FOUND
                   MOVE WS-CHECK-OPERID  TO WS-AUDIT-OPERID
               END-IF
           END-IF
           IF NOT WS-AUTH-FOUND
              OR NOT QZOPRREC-AUTH-VALID
              OR QZOPRREC-AUTHORITY < WS-REQUIRED-AUTH
               MOVE '08'                 TO LZAPLHDR-RTNCD
               MOVE '0003'               TO LZAPLHDR-RSNCD
           END-IF.
       1500-CHECK-AUTHORITY-EXIT.
           EXIT.

       1550-READ-PROFILE.
           EXEC CICS
               READ FILE('QZOPRSEC')
               INTO(QZOPRREC)
               RIDFLD(WS-CHECK-OPERID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-AUTH-FOUND          TO TRUE
           END-IF.
       1550-READ-PROFILE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-EDIT-COMMAND                                           *
      *----------------------------------------------------------------*
       2000-EDIT-COMMAND.
           IF SUM-CUSTOMER-NO = SPACES
              OR SUM-CUSTOMER-NO = LOW-VALUES
               MOVE '04'                 TO LZAPLHDR-RTNCD
               MOVE '0146'               TO LZAPLHDR-RSNCD
           END-IF.
       2000-EDIT-COMMAND-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4000-BUILD-SUMMARY                                          *
      *        The QZACTMAS account and the billing-month rows come   *
      *        first - a customer with no account or no rows is not  *
      *        on file and nothing else is looked at.                 *
      *----------------------------------------------------------------*
       4000-BUILD-SUMMARY.
           MOVE SUM-CUSTOMER-NO          TO SUM-RES-CUSTOMER-NO
           PERFORM 4050-READ-ACCOUNT
              THRU 4050-READ-ACCOUNT-EXIT
           IF LZAPLHDR-RTNCD NOT = '00'
               GO TO 4000-BUILD-SUMMARY-EXIT
           END-IF
           PERFORM 4100-SUMMARIZE-ROWS
              THRU 4100-SUMMARIZE-ROWS-EXIT
           IF LZAPLHDR-RTNCD NOT = '00'
               GO TO 4000-BUILD-SUMMARY-EXIT
           END-IF
           IF WS-ROW-CNT = 0
               MOVE '04'                 TO LZAPLHDR-RTNCD
               MOVE '0101'               TO LZAPLHDR-RSNCD
               GO TO 4000-BUILD-SUMMARY-EXIT
           END-IF
           PERFORM 4300-READ-CREDIT
              THRU 4300-READ-CREDIT-EXIT
           PERFORM 5000-LIST-RECEIPTS
              THRU 5000-LIST-RECEIPTS-EXIT
           PERFORM 5500-LIST-LETTERS
              THRU 5500-LIST-LETTERS-EXIT
           PERFORM 6000-COUNT-SUSPENSE
              THRU 6000-COUNT-SUSPENSE-EXIT
           PERFORM 6500-LIST-REJECTS
              THRU 6500-LIST-REJECTS-EXIT.
       4000-BUILD-SUMMARY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4050-READ-ACCOUNT                                           *
      *        The customer's name, address, contract and statuses    *
      *        come from the QZACTMAS account.                         *
      *----------------------------------------------------------------*
       4050-READ-ACCOUNT.
           MOVE SUM-CUSTOMER-NO          TO QZACTREC-CUSTOMER-NO
           EXEC CICS
               READ FILE('QZACTMAS')
               INTO(QZACTREC)
               RIDFLD(QZACTREC-CUSTOMER-NO)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE '04'             TO LZAPLHDR-RTNCD
                   MOVE '0101'           TO LZAPLHDR-RSNCD
                   GO TO 4050-READ-ACCOUNT-EXIT
               WHEN OTHER
                   MOVE '12'             TO LZAPLHDR-RTNCD
                   MOVE '9999'           TO LZAPLHDR-RSNCD
                   GO TO 4050-READ-ACCOUNT-EXIT
           END-EVALUATE
           MOVE QZACTREC-CUSTOMER-NAME    TO SUM-RES-CUSTOMER-NAME
           MOVE QZACTREC-ADDR-POSTAL-CD   TO SUM-RES-ADDR-POSTAL-CD
           MOVE QZACTREC-ADDR-PREF-CITY   TO SUM-RES-ADDR-PREF-CITY
           MOVE QZACTREC-ADDR-LINE        TO SUM-RES-ADDR-LINE
           MOVE QZACTREC-CONTRACT-TYPE    TO SUM-RES-CONTRACT-TYPE
           MOVE QZACTREC-PAYMENT-METHOD   TO SUM-RES-PAYMENT-METHOD
           MOVE QZACTREC-ACCOUNT-STATUS   TO SUM-RES-ACCOUNT-STATUS
           MOVE QZACTREC-TERM-DATE        TO SUM-RES-TERM-DATE
           MOVE QZACTREC-BAD-ADDR-FLAG    TO SUM-RES-BAD-ADDR-FLAG
           MOVE QZACTREC-COLLECTIONS-STATUS
             TO SUM-RES-COLLECTIONS-STATUS.
       4050-READ-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4100-SUMMARIZE-ROWS                                         *
      *        Browses the customer's billing-month rows, totalling   *
      *        the open balance QZROWBAL finds on each - the same     *
      *        figure QZB19C ages and QZO19A arranges - and noting    *
      *        the oldest month still open. The rows come back in     *
      *        billing-month order, so the last one read is the       *
      *        latest billing month.                                  *
      *----------------------------------------------------------------*
       4100-SUMMARIZE-ROWS.
           MOVE 0                        TO WS-ROW-CNT
           MOVE HIGH-VALUES              TO WS-FIRST-OPEN-YM
           SET WS-BROWSE-DONE-SW         TO 'N'
           MOVE SUM-CUSTOMER-NO          TO QZCUSMAS-CUSTOMER-NO
           MOVE LOW-VALUES               TO QZCUSMAS-BILLING-YM
           EXEC CICS
               STARTBR FILE('QZCUSMAS')
               RIDFLD(QZCUSMAS-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE         TO TRUE
           ELSE
               PERFORM 4150-SUMMARIZE-NEXT-ROW
                  THRU 4150-SUMMARIZE-NEXT-ROW-EXIT
                  UNTIL WS-BROWSE-DONE
               EXEC CICS
                   ENDBR FILE('QZCUSMAS')
                   RESP(WS-RESP)
               END-EXEC
           END-IF
           IF SUM-RES-OPEN-MONTH-CNT > 0
               MOVE WS-FIRST-OPEN-YM     TO SUM-RES-OLDEST-OPEN-YM
           END-IF.
       4100-SUMMARIZE-ROWS-EXIT.
           EXIT.

       4150-SUMMARIZE-NEXT-ROW.
           EXEC CICS
               READNEXT FILE('QZCUSMAS')
               INTO(QZCUSMAS-REC)
               RIDFLD(QZCUSMAS-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE         TO TRUE
               GO TO 4150-SUMMARIZE-NEXT-ROW-EXIT
           END-IF
           IF QZCUSMAS-CUSTOMER-NO NOT = SUM-CUSTOMER-NO
               SET WS-BROWSE-DONE         TO TRUE
               GO TO 4150-SUMMARIZE-NEXT-ROW-EXIT
           END-IF
           IF WS-ROW-CNT >= 600
               SET WS-BROWSE-DONE         TO TRUE
               MOVE '12'                  TO LZAPLHDR-RTNCD
               MOVE '9999'                TO LZAPLHDR-RSNCD
               GO TO 4150-SUMMARIZE-NEXT-ROW-EXIT
           END-IF
           ADD 1                          TO WS-ROW-CNT
           CALL 'QZROWBAL' USING QZCUSMAS-REC QZRBLPRM
           IF QZRBLPRM-ROW-HAS-OPEN
               ADD 1                      TO SUM-RES-OPEN-MONTH-CNT
               ADD QZRBLPRM-OPEN-AMT      TO SUM-RES-OPEN-AMT
               IF QZCUSMAS-BILLING-YM < WS-FIRST-OPEN-YM
                   MOVE QZCUSMAS-BILLING-YM
                     TO WS-FIRST-OPEN-YM
               END-IF
           END-IF
           PERFORM 4200-TAKE-CURRENT-ROW
              THRU 4200-TAKE-CURRENT-ROW-EXIT.
       4150-SUMMARIZE-NEXT-ROW-EXIT.
           EXIT.

       4200-TAKE-CURRENT-ROW.
           MOVE QZCUSMAS-BILLING-YM       TO SUM-RES-LATEST-YM.
       4200-TAKE-CURRENT-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4300-READ-CREDIT                                            *
      *        No QZCUSBAL record means no credit held.                *
      *----------------------------------------------------------------*
       4300-READ-CREDIT.
           MOVE SUM-CUSTOMER-NO          TO QZCBLREC-CUSTOMER-NO
           EXEC CICS
               READ FILE('QZCUSBAL')
               INTO(QZCBLREC)
               RIDFLD(QZCBLREC-CUSTOMER-NO)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              AND QZCBLREC-CREDIT-AMT NUMERIC
               MOVE QZCBLREC-CREDIT-AMT  TO SUM-RES-CREDIT-AMT
           END-IF.
       4300-READ-CREDIT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5000-LIST-RECEIPTS                                          *
      *        QZPAYMAS is keyed by billing month before pay date, so *
      *        every receipt of the customer is read and the five     *
      *        latest by pay date kept, newest first.                 *
      *----------------------------------------------------------------*
       5000-LIST-RECEIPTS.
           MOVE 0                        TO WS-RCPT-KEEP
           SET WS-BROWSE-DONE-SW         TO 'N'
           MOVE LOW-VALUES               TO QZPAYREC-KEY
           MOVE SUM-CUSTOMER-NO          TO QZPAYREC-CUSTOMER-NO
           EXEC CICS
               STARTBR FILE('QZPAYMAS')
               RIDFLD(QZPAYREC-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE         TO TRUE
           ELSE
               PERFORM 5100-READ-ONE-RECEIPT
                  THRU 5100-READ-ONE-RECEIPT-EXIT
                  UNTIL WS-BROWSE-DONE
               EXEC CICS
                   ENDBR FILE('QZPAYMAS')
                   RESP(WS-RESP)
               END-EXEC
           END-IF
           PERFORM 5300-EMIT-ONE-RECEIPT
              THRU 5300-EMIT-ONE-RECEIPT-EXIT
              VARYING WS-OUT-IDX FROM 1 BY 1
              UNTIL WS-OUT-IDX > WS-RCPT-KEEP.
       5000-LIST-RECEIPTS-EXIT.
           EXIT.

       5100-READ-ONE-RECEIPT.
           EXEC CICS
               READNEXT FILE('QZPAYMAS')
               INTO(QZPAYREC)
               RIDFLD(QZPAYREC-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE         TO TRUE
               GO TO 5100-READ-ONE-RECEIPT-EXIT
           END-IF
           IF QZPAYREC-CUSTOMER-NO NOT = SUM-CUSTOMER-NO
               SET WS-BROWSE-DONE         TO TRUE
               GO TO 5100-READ-ONE-RECEIPT-EXIT
           END-IF
           IF SUM-RES-RCPT-CNT < 99999
               ADD 1                      TO SUM-RES-RCPT-CNT
           END-IF
           MOVE QZPAYREC-PAY-DATE         TO WS-NEW-RCPT-KEY (1:8)
           MOVE QZPAYREC-BILLING-YM       TO WS-NEW-RCPT-KEY (9:6)
           MOVE QZPAYREC-SEQ              TO WS-NEW-RCPT-KEY (15:3)
           PERFORM 5200-KEEP-RECEIPT
              THRU 5200-KEEP-RECEIPT-EXIT.
       5100-READ-ONE-RECEIPT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5200-KEEP-RECEIPT                                           *
      *        Slots the receipt into the newest-first table ahead of *
      *        the first entry it is later than, pushing the rest     *
      *        down; one older than all five kept is dropped.         *
      *----------------------------------------------------------------*
       5200-KEEP-RECEIPT.
           MOVE 0                        TO WS-SLOT-IDX
           PERFORM 5210-FIND-RECEIPT-SLOT
              THRU 5210-FIND-RECEIPT-SLOT-EXIT
              VARYING WS-TBL-IDX FROM 1 BY 1
              UNTIL WS-TBL-IDX > WS-RCPT-KEEP
                 OR WS-SLOT-IDX > 0
           IF WS-SLOT-IDX = 0
               IF WS-RCPT-KEEP = 5
                   GO TO 5200-KEEP-RECEIPT-EXIT
               END-IF
               ADD 1                      TO WS-RCPT-KEEP
               MOVE WS-RCPT-KEEP          TO WS-SLOT-IDX
           ELSE
               IF WS-RCPT-KEEP < 5
                   ADD 1                  TO WS-RCPT-KEEP
               END-IF
               PERFORM 5220-PUSH-RECEIPT-DOWN
                  THRU 5220-PUSH-RECEIPT-DOWN-EXIT
                  VARYING WS-TBL-IDX FROM WS-RCPT-KEEP BY -1
                  UNTIL WS-TBL-IDX NOT > WS-SLOT-IDX
           END-IF
           MOVE WS-NEW-RCPT-KEY           TO WS-RCPT-KEY (WS-SLOT-IDX)
           MOVE QZPAYREC-AMOUNT
             TO WS-RCPT-AMOUNT (WS-SLOT-IDX)
           MOVE QZPAYREC-PAY-SOURCE
             TO WS-RCPT-PAY-SOURCE (WS-SLOT-IDX).
       5200-KEEP-RECEIPT-EXIT.
           EXIT.

       5210-FIND-RECEIPT-SLOT.
           IF WS-NEW-RCPT-KEY > WS-RCPT-KEY (WS-TBL-IDX)
               MOVE WS-TBL-IDX            TO WS-SLOT-IDX
           END-IF.
       5210-FIND-RECEIPT-SLOT-EXIT.
           EXIT.

       5220-PUSH-RECEIPT-DOWN.
           MOVE WS-RCPT-ENTRY (WS-TBL-IDX - 1)
             TO WS-RCPT-ENTRY (WS-TBL-IDX).
       5220-PUSH-RECEIPT-DOWN-EXIT.
           EXIT.

       5300-EMIT-ONE-RECEIPT.
           MOVE WS-RCPT-PAY-DATE (WS-OUT-IDX)
             TO SUM-RES-RCPT-PAY-DATE (WS-OUT-IDX)
           MOVE WS-RCPT-BILLING-YM (WS-OUT-IDX)
             TO SUM-RES-RCPT-BILLING-YM (WS-OUT-IDX)
           MOVE WS-RCPT-AMOUNT (WS-OUT-IDX)
             TO SUM-RES-RCPT-AMOUNT (WS-OUT-IDX)
           MOVE WS-RCPT-PAY-SOURCE (WS-OUT-IDX)
             TO SUM-RES-RCPT-PAY-SOURCE (WS-OUT-IDX).
       5300-EMIT-ONE-RECEIPT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5500-LIST-LETTERS                                           *
      *        QZDUNHST is keyed by letter date, so the browse keeps  *
      *        a rolling window of the last five letters read and     *
      *        returns them newest first.                              *
      *----------------------------------------------------------------*
       5500-LIST-LETTERS.
           MOVE 0                        TO WS-LETTER-KEEP
           SET WS-BROWSE-DONE-SW         TO 'N'
           MOVE LOW-VALUES               TO QZDEVREC-KEY
           MOVE SUM-CUSTOMER-NO          TO QZDEVREC-CUSTOMER-NO
           EXEC CICS
               STARTBR FILE('QZDUNHST')
               RIDFLD(QZDEVREC-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE         TO TRUE
           ELSE
               PERFORM 5600-READ-ONE-LETTER
                  THRU 5600-READ-ONE-LETTER-EXIT
                  UNTIL WS-BROWSE-DONE
               EXEC CICS
                   ENDBR FILE('QZDUNHST')
                   RESP(WS-RESP)
               END-EXEC
           END-IF
           PERFORM 5800-EMIT-ONE-LETTER
              THRU 5800-EMIT-ONE-LETTER-EXIT
              VARYING WS-OUT-IDX FROM 1 BY 1
              UNTIL WS-OUT-IDX > WS-LETTER-KEEP.
       5500-LIST-LETTERS-EXIT.
           EXIT.

       5600-READ-ONE-LETTER.
           EXEC CICS
               READNEXT FILE('QZDUNHST')
               INTO(QZDEVREC)
               RIDFLD(QZDEVREC-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE         TO TRUE
               GO TO 5600-READ-ONE-LETTER-EXIT
           END-IF
           IF QZDEVREC-CUSTOMER-NO NOT = SUM-CUSTOMER-NO
               SET WS-BROWSE-DONE         TO TRUE
               GO TO 5600-READ-ONE-LETTER-EXIT
           END-IF
           IF SUM-RES-LETTER-CNT < 99999
               ADD 1                      TO SUM-RES-LETTER-CNT
           END-IF
           IF WS-LETTER-KEEP < 5
               ADD 1                      TO WS-LETTER-KEEP
           ELSE
               PERFORM 5700-PUSH-LETTER-UP
                  THRU 5700-PUSH-LETTER-UP-EXIT
                  VARYING WS-TBL-IDX FROM 1 BY 1
                  UNTIL WS-TBL-IDX > 4
           END-IF
           MOVE QZDEVREC-LETTER-DATE
             TO WS-LETTER-DATE (WS-LETTER-KEEP)
           MOVE QZDEVREC-LETTER-TYPE
             TO WS-LETTER-TYPE (WS-LETTER-KEEP)
           MOVE QZDEVREC-RESULT
             TO WS-LETTER-RESULT (WS-LETTER-KEEP).
       5600-READ-ONE-LETTER-EXIT.
           EXIT.

       5700-PUSH-LETTER-UP.
           MOVE WS-LETTER-ENTRY (WS-TBL-IDX + 1)
             TO WS-LETTER-ENTRY (WS-TBL-IDX).
       5700-PUSH-LETTER-UP-EXIT.
           EXIT.

       5800-EMIT-ONE-LETTER.
           COMPUTE WS-TBL-IDX = WS-LETTER-KEEP - WS-OUT-IDX + 1
           MOVE WS-LETTER-DATE (WS-TBL-IDX)
             TO SUM-RES-LETTER-DATE (WS-OUT-IDX)
           MOVE WS-LETTER-TYPE (WS-TBL-IDX)
             TO SUM-RES-LETTER-TYPE (WS-OUT-IDX)
           MOVE WS-LETTER-RESULT (WS-TBL-IDX)
             TO SUM-RES-LETTER-RESULT (WS-OUT-IDX).
       5800-EMIT-ONE-LETTER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    6000-COUNT-SUSPENSE                                         *
      *        Open and assigned items are both still unresolved;    *
      *        resolved and written-off items are closed.             *
      *----------------------------------------------------------------*
       6000-COUNT-SUSPENSE.
           SET WS-BROWSE-DONE-SW         TO 'N'
           MOVE LOW-VALUES               TO QZSUSREC-KEY
           MOVE SUM-CUSTOMER-NO          TO QZSUSREC-CUSTOMER-NO
           EXEC CICS
               STARTBR FILE('QZSUSPNS')
               RIDFLD(QZSUSREC-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE         TO TRUE
           ELSE
               PERFORM 6100-READ-ONE-SUSPENSE
                  THRU 6100-READ-ONE-SUSPENSE-EXIT
                  UNTIL WS-BROWSE-DONE
               EXEC CICS
                   ENDBR FILE('QZSUSPNS')
                   RESP(WS-RESP)
               END-EXEC
           END-IF.
       6000-COUNT-SUSPENSE-EXIT.
           EXIT.

       6100-READ-ONE-SUSPENSE.
           EXEC CICS
               READNEXT FILE('QZSUSPNS')
               INTO(QZSUSREC)
               RIDFLD(QZSUSREC-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE         TO TRUE
               GO TO 6100-READ-ONE-SUSPENSE-EXIT
           END-IF
           IF QZSUSREC-CUSTOMER-NO NOT = SUM-CUSTOMER-NO
               SET WS-BROWSE-DONE         TO TRUE
               GO TO 6100-READ-ONE-SUSPENSE-EXIT
           END-IF
           IF NOT QZSUSREC-STS-CLOSED
              AND SUM-RES-SUSP-OPEN-CNT < 99999
               ADD 1                      TO SUM-RES-SUSP-OPEN-CNT
           END-IF.
       6100-READ-ONE-SUSPENSE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    6500-LIST-REJECTS                                           *
      *        The QZMTRREJ key leads with the reason code, so the    *
      *        customer's rejects are found by one short browse per   *
      *        reason. A reject already corrected and flagged ready  *
      *        is only waiting for the next intake recycle, not for  *
      *        repair, and is left out.                               *
      *----------------------------------------------------------------*
       6500-LIST-REJECTS.
           MOVE 0                        TO WS-REJ-KEEP
           PERFORM 6600-BROWSE-ONE-REASON
              THRU 6600-BROWSE-ONE-REASON-EXIT
              VARYING WS-REASON-IDX FROM 1 BY 1
              UNTIL WS-REASON-IDX > 6.
       6500-LIST-REJECTS-EXIT.
           EXIT.

       6600-BROWSE-ONE-REASON.
           SET WS-BROWSE-DONE-SW         TO 'N'
           MOVE WS-REASON-CD (WS-REASON-IDX)
                                         TO QZMTRREJ-REASON-CD
           MOVE SUM-CUSTOMER-NO          TO QZMTRREJ-CUSTOMER-NO
           MOVE LOW-VALUES               TO QZMTRREJ-BILLING-YM
           EXEC CICS
               STARTBR FILE('QZMTRREJ')
               RIDFLD(QZMTRREJ-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 6600-BROWSE-ONE-REASON-EXIT
           END-IF
           PERFORM 6700-READ-ONE-REJECT
              THRU 6700-READ-ONE-REJECT-EXIT
              UNTIL WS-BROWSE-DONE
           EXEC CICS
               ENDBR FILE('QZMTRREJ')
               RESP(WS-RESP)
           END-EXEC.
       6600-BROWSE-ONE-REASON-EXIT.
           EXIT.

       6700-READ-ONE-REJECT.
           EXEC CICS
               READNEXT FILE('QZMTRREJ')
               INTO(QZMTRREJ)
               RIDFLD(QZMTRREJ-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE         TO TRUE
               GO TO 6700-READ-ONE-REJECT-EXIT
           END-IF
           IF QZMTRREJ-REASON-CD NOT = WS-REASON-CD (WS-REASON-IDX)
              OR QZMTRREJ-CUSTOMER-NO NOT = SUM-CUSTOMER-NO
               SET WS-BROWSE-DONE         TO TRUE
               GO TO 6700-READ-ONE-REJECT-EXIT
           END-IF
           IF QZMTRREJ-STS-READY
               GO TO 6700-READ-ONE-REJECT-EXIT
           END-IF
           IF SUM-RES-REJ-CNT < 99999
               ADD 1                      TO SUM-RES-REJ-CNT
           END-IF
           IF WS-REJ-KEEP = 5
               GO TO 6700-READ-ONE-REJECT-EXIT
           END-IF
           ADD 1                          TO WS-REJ-KEEP
           MOVE QZMTRREJ-REASON-CD
             TO SUM-RES-REJ-REASON-CD (WS-REJ-KEEP)
           MOVE QZMTRREJ-BILLING-YM
             TO SUM-RES-REJ-BILLING-YM (WS-REJ-KEEP)
           MOVE QZMTRREJ-STATUS
             TO SUM-RES-REJ-STATUS (WS-REJ-KEEP)
           IF QZMTRREJ-CYCLE-CNT NUMERIC
               MOVE QZMTRREJ-CYCLE-CNT
                 TO SUM-RES-REJ-CYCLE-CNT (WS-REJ-KEEP)
           END-IF.
       6700-READ-ONE-REJECT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8000-RESOLVE-HEADER-MSG                                     *
      *----------------------------------------------------------------*
       8000-RESOLVE-HEADER-MSG.
           CALL 'QZHDRMSG' USING LZAPLHDR-AREA.
       8000-RESOLVE-HEADER-MSG-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8500-AUDIT-LOG                                             *
      *        The journal date is stamped YYYYMMDD through           *
      *        FORMATTIME - not raw EIBDATE - so the QZB19A           *
      *        retention cutoff compares like against like.           *
      *----------------------------------------------------------------*
       8500-AUDIT-LOG.
           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(QZAUDREC-DATE)
           END-EXEC
           COMPUTE WS-ELAPSED-MS =
               WS-ABSTIME - WS-START-ABSTIME
           IF WS-ELAPSED-MS < 0
               MOVE 0                    TO WS-ELAPSED-MS
           END-IF
           MOVE WS-ELAPSED-MS            TO QZAUDREC-ELAPSED-MS
           MOVE EIBTIME                  TO QZAUDREC-TIME
           MOVE EIBTRMID                 TO QZAUDREC-TERMID
           MOVE EIBTRNID                 TO QZAUDREC-TRANID
           MOVE LZAPLHDR-MENUID          TO QZAUDREC-MENUID
           MOVE LZAPLHDR-PGMID           TO QZAUDREC-PGMID
           MOVE SUM-CUSTOMER-NO          TO QZAUDREC-CUSTOMER-NO
           MOVE LZAPLHDR-RTNCD           TO QZAUDREC-RTNCD
           MOVE LZAPLHDR-RSNCD           TO QZAUDREC-RSNCD
           MOVE LZAPLHDR-OTHCD           TO QZAUDREC-OTHCD
           MOVE WS-AUDIT-OPERID          TO QZAUDREC-OPERID
           EXEC CICS
               WRITEQ TD
               QUEUE('AUDT')
               FROM(QZAUDREC)
               RESP(WS-RESP)
           END-EXEC.
       8500-AUDIT-LOG-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    9100-NO-COMMAREA                                           *
      *----------------------------------------------------------------*
       9100-NO-COMMAREA.
           EXEC CICS
               ABEND ABCODE('QZNC')
           END-EXEC.
       9100-NO-COMMAREA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    9999-RETURN-TRAN                                            *
      *----------------------------------------------------------------*
       9999-RETURN-TRAN.
           EXEC CICS
               RETURN
           END-EXEC.
       9999-RETURN-TRAN-EXIT.
           EXIT.
