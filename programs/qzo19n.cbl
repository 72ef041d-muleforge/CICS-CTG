      *        authority. An add validates the DBCS name and address  *
      *        fields through QZDBCVAL and the contract type against  *
      *        the QZRATMAS rate in force before anything is          *
      *        written, then writes the customer's QZACTMAS account  *
      *        - name, structured address, contract type and payment *
      *        method - and first QZCUSMAS row, the enrollment month *
      *        at zero usage, so the first row on file stops being a *
      *        hand-load through a file utility. A termination marks *
      *        the account QZACTREC-ACCT-TERMINATED, so intake       *
      *        rejects further readings (reason 06) and QZB19C stops *
      *        writing dunning to the vacated address. The same unit *
      *        of work records the closing reading, move-out date    *
      *        and forwarding address on QZFINREQ for the QZB19G     *
      *        final bill.                                            *
      *                                                                *
      *    LINKAGE.                                                    *
      *        DFHCOMMAREA = LZAPLHDR-AREA, QZCUSCMD, QZCUSRES,        *
      *                      request entry, elapsed milliseconds     *
      *                      journalled in QZAUDREC-ELAPSED-MS for   *
      *                      the QZB19A performance report.          *
      *    2026-10-15  KS    The enrollment row starts with nothing    *
      *                      applied (QZCUSMAS-PAID-AMOUNT zero).      *
      *    2026-10-15  KS    The enrollment row starts with no late-   *
      *                      payment surcharge.                        *
      *    2026-10-15  KS    A new contract's first row starts with    *
      *                      no billing adjustment.                    *
      *    2026-10-15  KS    A termination now takes the move-out      *
      *                      date, final reading and forwarding        *
      *                      address, writes the QZFINREQ final bill   *
      *                      request in the same unit of work, and     *
      *                      refuses a customer already terminated     *
      *                      (0142-0144).                              *
      *    2026-10-15  KS    The enrollment row starts with no         *
      *                      payment-slip reissue flag.                *
      *    2026-10-15  KS    The enrollment row starts with no         *
      *                      bad-debt write-off or recovery.           *
      *    2026-10-15  KS    The enrolment row starts with no          *
      *                      consumption tax.                          *
      *    2026-10-15  KS    The name, address, contract type,         *
      *                      payment method and statuses are written   *
      *                      to the new QZACTMAS account instead of    *
      *                      the enrollment row, and a termination     *
      *                      marks the account rather than rewriting   *
      *                      every row.                                *
      *    2026-10-15  KS    A commarea shorter than header, command   *
      *                      and response is answered with RTNCD 12 /  *
      *                      RSNCD 0001 in the header alone, so a      *
      *                      caller on the older layout is not         *
      *                      overrun.                                  *
      *                                                                *
      *================================================================*
       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
           COPY "customer_master.cbl".

      *----------------------------------------------------------------*
      *    CUSTOMER ACCOUNT MASTER I/O AREA                            *
      *----------------------------------------------------------------*
           COPY "customer_account.cbl".

      *----------------------------------------------------------------*
      *    RATE MASTER I/O AREA                                        *
      *----------------------------------------------------------------*
           COPY "rate_master.cbl".

      *----------------------------------------------------------------*
      *    FINAL BILL REQUEST I/O AREA                                 *
      *----------------------------------------------------------------*
           COPY "final_bill.cbl".

      *----------------------------------------------------------------*
      *    AUDIT JOURNAL I/O AREA                                      *
      *----------------------------------------------------------------*
       77  WS-START-ABSTIME               PIC S9(15) COMP-3.
       77  WS-ELAPSED-MS                  PIC S9(09) COMP.
       77  WS-TODAY-DATE                  PIC X(08).
       77  WS-CUST-EXISTS-SW              PIC X(01) VALUE 'N'.
           88  WS-CUST-EXISTS                  VALUE 'Y'.
       77  WS-RATE-FOUND-SW               PIC X(01) VALUE 'N'.
           88  WS-DBCVAL-MIXED-WIDTH           VALUE 'M'.
       77  WS-FIELDS-OK-SW                PIC X(01) VALUE 'Y'.
           88  WS-FIELDS-OK                    VALUE 'Y'.
       77  WS-ENROLL-YM                   PIC X(06).
       77  WS-CALEN-MIN                   PIC 9(08) COMP.

       77  WS-REQUIRED-AUTH               PIC X(01) VALUE '2'.
       77  WS-AUTH-FOUND-SW               PIC X(01) VALUE 'N'.
           ELSE
               PERFORM 1000-INITIALIZE
                  THRU 1000-INITIALIZE-EXIT
               IF LZAPLHDR-RTNCD = '00'
                   PERFORM 1500-CHECK-AUTHORITY
                      THRU 1500-CHECK-AUTHORITY-EXIT
               END-IF
               IF LZAPLHDR-RTNCD = '00'
                   PERFORM 2000-EDIT-COMMAND
                      THRU 2000-EDIT-COMMAND-EXIT

      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *        A caller whose commarea is shorter than the header,    *
      *        command and response together is still on an older    *
      *        layout - the response would land past the end of its  *
      *        storage and its own bytes would be edited as move-out *
      *        data - so it is answered in the header alone.         *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           EXEC CICS
           MOVE SPACES                   TO LZAPLHDR-OTHCD
           MOVE '00'                     TO LZAPLHDR-RTNCD
           MOVE '0000'                   TO LZAPLHDR-RSNCD
           COMPUTE WS-CALEN-MIN =
               LENGTH OF LZAPLHDR-AREA
             + LENGTH OF QZCUSCMD
             + LENGTH OF QZCUSRES
           IF EIBCALEN < WS-CALEN-MIN
               MOVE '12'                 TO LZAPLHDR-RTNCD
               MOVE '0001'               TO LZAPLHDR-RSNCD
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           MOVE SPACES                   TO CUS-RES-CUSTOMER-NO
           MOVE SPACES                   TO CUS-RES-ACCOUNT-STATUS
           MOVE SPACES                   TO CUS-RES-ENROLL-YM
      *        - exactly the edit QZO19U runs on a correction - and   *
      *        requires a payment method; the contract type is        *
      *        validated against QZRATMAS in 4000-ADD-CUSTOMER         *
      *        before anything is written. A termination needs a     *
      *        move-out date no later than today, a numeric final    *
      *        reading and a forwarding address, checked by 2100.     *
      *----------------------------------------------------------------*
       2000-EDIT-COMMAND.
           IF NOT CUS-FUNC-ADD
                   MOVE '04'             TO LZAPLHDR-RTNCD
                   MOVE '0104'           TO LZAPLHDR-RSNCD
               END-IF
           ELSE
               PERFORM 2100-EDIT-TERMINATION
                  THRU 2100-EDIT-TERMINATION-EXIT
           END-IF.
       2000-EDIT-COMMAND-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2100-EDIT-TERMINATION                                       *
      *        The move-out date must be a date no later than today - *
      *        the final reading is taken at or after the move - and  *
      *        the final reading the usage since the last billed      *
      *        reading. The forwarding address must carry a postal    *
      *        code and pass the same QZDBCVAL check as the service   *
      *        address, since the final statement is mailed there.    *
      *----------------------------------------------------------------*
       2100-EDIT-TERMINATION.
           IF CUS-MOVE-OUT-DATE NOT NUMERIC
              OR CUS-MOVE-OUT-DATE > WS-TODAY-DATE
              OR CUS-MOVE-OUT-DATE (5:2) < '01'
              OR CUS-MOVE-OUT-DATE (5:2) > '12'
              OR CUS-MOVE-OUT-DATE (7:2) < '01'
              OR CUS-MOVE-OUT-DATE (7:2) > '31'
              OR CUS-FINAL-READING NOT NUMERIC
               MOVE '04'                 TO LZAPLHDR-RTNCD
               MOVE '0142'               TO LZAPLHDR-RSNCD
               GO TO 2100-EDIT-TERMINATION-EXIT
           END-IF
           IF CUS-FWD-POSTAL-CD = SPACES
              OR CUS-FWD-POSTAL-CD = LOW-VALUES
               MOVE '04'                 TO LZAPLHDR-RTNCD
               MOVE '0143'               TO LZAPLHDR-RSNCD
               GO TO 2100-EDIT-TERMINATION-EXIT
           END-IF
           SET WS-FIELDS-OK-SW           TO 'Y'
           MOVE CUS-FWD-PREF-CITY        TO WS-DBCVAL-FIELD
           CALL 'QZDBCVAL' USING WS-DBCVAL-FIELD WS-DBCVAL-RESULT
           IF WS-DBCVAL-MIXED-WIDTH
               SET WS-FIELDS-OK-SW       TO 'N'
           END-IF
           MOVE CUS-FWD-LINE             TO WS-DBCVAL-FIELD
           CALL 'QZDBCVAL' USING WS-DBCVAL-FIELD WS-DBCVAL-RESULT
           IF WS-DBCVAL-MIXED-WIDTH
               SET WS-FIELDS-OK-SW       TO 'N'
           END-IF
           IF NOT WS-FIELDS-OK
               MOVE '04'                 TO LZAPLHDR-RTNCD
               MOVE '0143'               TO LZAPLHDR-RSNCD
           END-IF.
       2100-EDIT-TERMINATION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4000-ADD-CUSTOMER                                           *
      *        Refuses a customer number already on file, requires a  *
      *        row is flagged a (zero-usage) estimate so the first    *
      *        real reading for the enrollment month replaces it      *
      *        through QZB19I's true-up path instead of rejecting     *
      *        '02' against a row no reading ever made. The name,     *
      *        address, contract type and payment method go on the    *
      *        QZACTMAS account written first in the same unit of     *
      *        work; a row that cannot be written backs the account   *
      *        out again.                                              *
      *----------------------------------------------------------------*
       4000-ADD-CUSTOMER.
           PERFORM 4100-CHECK-EXISTS
               MOVE '0126'               TO LZAPLHDR-RSNCD
               GO TO 4000-ADD-CUSTOMER-EXIT
           END-IF
           PERFORM 4300-WRITE-ACCOUNT
              THRU 4300-WRITE-ACCOUNT-EXIT
           IF LZAPLHDR-RTNCD NOT = '00'
               GO TO 4000-ADD-CUSTOMER-EXIT
           END-IF
           MOVE SPACES                   TO QZCUSMAS-REC
           MOVE CUS-CUSTOMER-NO          TO QZCUSMAS-CUSTOMER-NO
           MOVE WS-ENROLL-YM             TO QZCUSMAS-BILLING-YM
           MOVE 0                        TO QZCUSMAS-AMOUNT
           MOVE 0                        TO QZCUSMAS-CHARGE
           MOVE 0                        TO QZCUSMAS-RATE
           MOVE 0                        TO QZCUSMAS-TAX-RATE
           MOVE 0                        TO QZCUSMAS-TAX-AMT
           MOVE WS-TODAY-DATE            TO QZCUSMAS-LAST-UPD-DATE
           MOVE SPACES                   TO QZCUSMAS-PAID-FLAG
           MOVE SPACES                   TO QZCUSMAS-PAID-DATE
           MOVE 0                        TO QZCUSMAS-PAID-AMOUNT
           MOVE 0                        TO QZCUSMAS-SURCHARGE-AMT
           MOVE SPACES                   TO QZCUSMAS-SURCH-DATE
           MOVE 0                        TO QZCUSMAS-ADJ-DEBIT-AMT
           MOVE 0                        TO QZCUSMAS-ADJ-CREDIT-AMT
           MOVE SPACES                   TO QZCUSMAS-ADJ-DATE
           MOVE SPACES                   TO QZCUSMAS-SLIP-REISSUE-FLAG
           MOVE SPACES                   TO QZCUSMAS-SLIP-REQ-DATE
           MOVE SPACES                   TO QZCUSMAS-WRITEOFF-FLAG
           MOVE 0                        TO QZCUSMAS-WRITEOFF-AMT
           MOVE SPACES                   TO QZCUSMAS-WRITEOFF-DATE
           MOVE 0                        TO QZCUSMAS-RECOVERY-AMT
           MOVE SPACES                   TO QZCUSMAS-RECOVERY-DATE
           MOVE 'E'                      TO QZCUSMAS-ESTIMATE-FLAG
           EXEC CICS
               WRITE FILE('QZCUSMAS')
               FROM(QZCUSMAS-REC)
                   MOVE WS-ENROLL-YM     TO CUS-RES-ENROLL-YM
                   MOVE 1                TO CUS-RES-UPDATE-CNT
               WHEN DFHRESP(DUPREC)
                   EXEC CICS
                       SYNCPOINT ROLLBACK
                       RESP(WS-RESP)
                   END-EXEC
                   MOVE '04'             TO LZAPLHDR-RTNCD
                   MOVE '0125'           TO LZAPLHDR-RSNCD
               WHEN OTHER
                   EXEC CICS
                       SYNCPOINT ROLLBACK
                       RESP(WS-RESP)
                   END-EXEC
                   MOVE '12'             TO LZAPLHDR-RTNCD
                   MOVE '9999'           TO LZAPLHDR-RSNCD
           END-EVALUATE.

      *----------------------------------------------------------------*
      *    4100-CHECK-EXISTS                                           *
      *        The customer exists when the QZACTMAS account or at    *
      *        least one billing-month row is on file for the         *
      *        CUSTOMER-NO - the row test is the one the QZB19I       *
      *        intake runs.                                            *
      *----------------------------------------------------------------*
       4100-CHECK-EXISTS.
           SET WS-CUST-EXISTS-SW         TO 'N'
           MOVE CUS-CUSTOMER-NO          TO QZACTREC-CUSTOMER-NO
           EXEC CICS
               READ FILE('QZACTMAS')
               INTO(QZACTREC)
               RIDFLD(QZACTREC-CUSTOMER-NO)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-CUST-EXISTS        TO TRUE
               GO TO 4100-CHECK-EXISTS-EXIT
           END-IF
           MOVE CUS-CUSTOMER-NO          TO QZCUSMAS-CUSTOMER-NO
           MOVE LOW-VALUES               TO QZCUSMAS-BILLING-YM
           EXEC CICS
       4100-CHECK-EXISTS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4300-WRITE-ACCOUNT                                          *
      *        Writes the customer's QZACTMAS account: the name,       *
      *        structured address, contract type and payment method   *
      *        as keyed, collections current, account active.          *
      *----------------------------------------------------------------*
       4300-WRITE-ACCOUNT.
           MOVE SPACES                   TO QZACTREC
           MOVE CUS-CUSTOMER-NO          TO QZACTREC-CUSTOMER-NO
           MOVE CUS-CUSTOMER-NAME        TO QZACTREC-CUSTOMER-NAME
           MOVE CUS-CUSTOMER-ADDRESS     TO QZACTREC-CUSTOMER-ADDRESS
           MOVE CUS-ADDR-POSTAL-CD       TO QZACTREC-ADDR-POSTAL-CD
           MOVE CUS-ADDR-PREF-CITY       TO QZACTREC-ADDR-PREF-CITY
           MOVE CUS-ADDR-LINE            TO QZACTREC-ADDR-LINE
           MOVE CUS-CONTRACT-TYPE        TO QZACTREC-CONTRACT-TYPE
           MOVE CUS-PAYMENT-METHOD       TO QZACTREC-PAYMENT-METHOD
           MOVE '0'                      TO QZACTREC-COLLECTIONS-STATUS
           MOVE 'A'                      TO QZACTREC-ACCOUNT-STATUS
           MOVE SPACES                   TO QZACTREC-TERM-DATE
           MOVE SPACES                   TO QZACTREC-BAD-ADDR-FLAG
           MOVE WS-TODAY-DATE            TO QZACTREC-CREATED-DATE
           MOVE WS-TODAY-DATE            TO QZACTREC-LAST-UPD-DATE
           EXEC CICS
               WRITE FILE('QZACTMAS')
               FROM(QZACTREC)
               RIDFLD(QZACTREC-CUSTOMER-NO)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(DUPREC)
                   MOVE '04'             TO LZAPLHDR-RTNCD
                   MOVE '0125'           TO LZAPLHDR-RSNCD
               WHEN OTHER
                   MOVE '12'             TO LZAPLHDR-RTNCD
                   MOVE '9999'           TO LZAPLHDR-RSNCD
           END-EVALUATE.
       4300-WRITE-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4200-CHECK-RATE                                             *
      *        The contract type must carry a QZRATMAS rate in force  *

      *----------------------------------------------------------------*
      *    5000-TERMINATE-CUSTOMER                                     *
      *        Marks the customer's QZACTMAS account terminated and   *
      *        writes the QZFINREQ final bill request as one unit of  *
      *        work; a failure of either backs the termination out    *
      *        via SYNCPOINT ROLLBACK. The billing-month rows are not *
      *        touched - the account status lives only on the         *
      *        account. A customer already terminated is refused -    *
      *        the final bill is already in hand.                     *
      *----------------------------------------------------------------*
       5000-TERMINATE-CUSTOMER.
           SET WS-UPDATE-FAIL-SW         TO 'N'
           MOVE CUS-CUSTOMER-NO          TO QZACTREC-CUSTOMER-NO
           EXEC CICS
               READ FILE('QZACTMAS')
               INTO(QZACTREC)
               RIDFLD(QZACTREC-CUSTOMER-NO)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NOTFND)
               MOVE '04'                 TO LZAPLHDR-RTNCD
               MOVE '0127'               TO LZAPLHDR-RSNCD
               GO TO 5000-TERMINATE-CUSTOMER-EXIT
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12'                 TO LZAPLHDR-RTNCD
               MOVE '9999'               TO LZAPLHDR-RSNCD
               GO TO 5000-TERMINATE-CUSTOMER-EXIT
           END-IF
           IF QZACTREC-ACCT-TERMINATED
              OR QZACTREC-ACCT-CLOSED
               EXEC CICS
                   UNLOCK FILE('QZACTMAS')
                   RESP(WS-RESP)
               END-EXEC
               MOVE '04'                 TO LZAPLHDR-RTNCD
               MOVE '0144'               TO LZAPLHDR-RSNCD
               GO TO 5000-TERMINATE-CUSTOMER-EXIT
           END-IF
           MOVE 'T'                      TO QZACTREC-ACCOUNT-STATUS
           MOVE WS-TODAY-DATE            TO QZACTREC-TERM-DATE
           MOVE WS-TODAY-DATE            TO QZACTREC-LAST-UPD-DATE
           EXEC CICS
               REWRITE FILE('QZACTMAS')
               FROM(QZACTREC)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-UPDATE-FAIL         TO TRUE
           END-IF
           IF NOT WS-UPDATE-FAIL
               PERFORM 5400-WRITE-FINAL-REQUEST
                  THRU 5400-WRITE-FINAL-REQUEST-EXIT
           END-IF
           IF WS-UPDATE-FAIL
               EXEC CICS
                   SYNCPOINT ROLLBACK
           ELSE
               MOVE CUS-CUSTOMER-NO      TO CUS-RES-CUSTOMER-NO
               MOVE 'T'                  TO CUS-RES-ACCOUNT-STATUS
               MOVE 1                    TO CUS-RES-UPDATE-CNT
           END-IF.
       5000-TERMINATE-CUSTOMER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5400-WRITE-FINAL-REQUEST                                    *
      *        Records what the QZB19G final bill needs - the closing *
      *        reading, the move-out date and the forwarding address - *
      *        pending until the batch has billed it.                  *
      *----------------------------------------------------------------*
       5400-WRITE-FINAL-REQUEST.
           MOVE CUS-CUSTOMER-NO          TO QZFINREC-CUSTOMER-NO
           SET QZFINREC-STS-PENDING      TO TRUE
           MOVE WS-TODAY-DATE            TO QZFINREC-TERM-DATE
           MOVE WS-AUDIT-OPERID          TO QZFINREC-TERM-OPERID
           MOVE CUS-MOVE-OUT-DATE        TO QZFINREC-MOVE-OUT-DATE
           MOVE CUS-FINAL-READING        TO QZFINREC-FINAL-READING
           MOVE CUS-FWD-POSTAL-CD        TO QZFINREC-FWD-POSTAL-CD
           MOVE CUS-FWD-PREF-CITY        TO QZFINREC-FWD-PREF-CITY
           MOVE CUS-FWD-LINE             TO QZFINREC-FWD-LINE
           MOVE SPACES                   TO QZFINREC-FINAL-YM
           MOVE 0                        TO QZFINREC-FINAL-RATE
           MOVE 0                        TO QZFINREC-FINAL-CHARGE
           MOVE SPACES                   TO QZFINREC-BILL-DATE
           MOVE 0                        TO QZFINREC-OPEN-AMT
           MOVE 0                        TO QZFINREC-CREDIT-AMT
           MOVE 0                        TO QZFINREC-NET-DEBIT-AMT
           MOVE 0                        TO QZFINREC-REFUND-AMT
           MOVE SPACES                   TO QZFINREC-CLOSE-DATE
           EXEC CICS
               WRITE FILE('QZFINREQ')
               FROM(QZFINREC)
               RIDFLD(QZFINREC-CUSTOMER-NO)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-UPDATE-FAIL         TO TRUE
           END-IF.
       5400-WRITE-FINAL-REQUEST-EXIT.
           EXIT.

      *----------------------------------------------------------------*
