      *    DATE-COMPILED:                                              *
      *                                                                *
      *    PURPOSE.                                                   *
      *        Online CICS transaction behind the gateway that answers *
      *        a customer usage/charge inquiry. Accepts                *
      *        SAMPLE-COMMAND, browses the QZCUSMAS customer master    *
      *        (by CUSTOMER-NO for exact/partial-number search) or the *
      *        QZACTMAS account master (its QZACTNAM path for name     *
      *        search, QZACTPCD for postal-code search), and returns   *
      *        up to five SAMPLE-RESPONSE rows per call. A date range  *
      *        on SEARCH-DATE/SEARCH-DATE-TO is satisfied by summing a *
      *        customer's billing months that fall in range into a     *
      *        single row.                                             *
      *                                                                *
      *        LZAPLHDR-CONVSIGN drives a real pseudo-conversational   *
      *                      request entry, elapsed milliseconds     *
      *                      journalled in QZAUDREC-ELAPSED-MS for   *
      *                      the QZB19A performance report.          *
      *    2026-10-15  KS    Each customer row returns the             *
      *                      consumption tax summed over its rows in   *
      *                      the optional QZO19R-TAX-INF segment,      *
      *                      written only when the commarea reaches    *
      *                      it; the charge reconciliation stays       *
      *                      tax-exclusive.                            *
      *    2026-10-15  KS    The expected charge a row is reconciled   *
      *                      against is now priced by QZRATCAL from    *
      *                      the QZRATMAS tariff in force for the      *
      *                      row's billing month - basic charge plus   *
      *                      usage blocks - falling back to the row's  *
      *                      own RATE when no tariff is on file.       *
      *    2026-10-15  KS    Name and postal-code searches browse the  *
      *                      QZACTMAS account master through its       *
      *                      QZACTNAM and QZACTPCD paths and gather    *
      *                      each matching customer's months from      *
      *                      QZCUSMAS; the name, address, contract     *
      *                      type, payment method and collections      *
      *                      status of every row come from the         *
      *                      account.                                  *
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
      *    CONVERSATION CHECKPOINT I/O AREA                            *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
           COPY "suspense_record.cbl".

      *----------------------------------------------------------------*
      *    TARIFF RATE MASTER I/O AREA AND PRICING CALL BLOCK          *
      *----------------------------------------------------------------*
           COPY "rate_master.cbl".
           COPY "ratecal_parm.cbl".

      *----------------------------------------------------------------*
      *    SWITCHES, COUNTERS AND WORK AREAS                           *
      *----------------------------------------------------------------*
       77  WS-ROWS-RETURNED               PIC 9(01) COMP VALUE 0.
       77  WS-ROW-PREFETCHED-SW           PIC X(01) VALUE 'N'.
           88  WS-ROW-PREFETCHED                VALUE 'Y'.
       77  WS-MONTHS-DONE-SW              PIC X(01) VALUE 'N'.
           88  WS-MONTHS-DONE                   VALUE 'Y'.
       77  WS-PARTIAL-LEN                 PIC 9(02) COMP VALUE 0.
       77  WS-POSTAL-LEN                  PIC 9(02) COMP VALUE 0.
       77  WS-BROWSE-POSTAL-KEY           PIC X(07).
       77  WS-CURR-COLL-STATUS            PIC X(01).
       77  WS-SUM-AMOUNT                  PIC 9(10) VALUE 0.
       77  WS-SUM-CHARGE                  PIC 9(10) VALUE 0.
       77  WS-SUM-TAX                     PIC 9(10) VALUE 0.
       77  WS-EXPECTED-CHARGE             PIC 9(10) VALUE 0.
       77  WS-EXPECTED-CHARGE-RAW         PIC 9(10)V9(02) VALUE 0.
       77  WS-HAVE-PENDING-ROW-SW         PIC X(01) VALUE 'N'.
           88  WS-HAVE-PENDING-ROW              VALUE 'Y'.
       77  WS-RATE-SCAN-DONE-SW           PIC X(01) VALUE 'N'.
           88  WS-RATE-SCAN-DONE                VALUE 'Y'.
       77  WS-TARIFF-FOUND-SW             PIC X(01) VALUE 'N'.
           88  WS-TARIFF-FOUND                  VALUE 'Y'.
       77  WS-TARIFF-CONTRACT-TYPE        PIC X(02) VALUE SPACES.
       77  WS-TARIFF-BILLING-YM           PIC X(06) VALUE SPACES.
       77  WS-TARIFF-PRICE                PIC X(73).
       77  WS-DBCVAL-FIELD                PIC G(20) USAGE DISPLAY-1.
       77  WS-DBCVAL-RESULT                PIC X(01).
           88  WS-DBCVAL-MIXED-WIDTH           VALUE 'M'.
       77  WS-CALEN-MIN-SEARCH-KBN        PIC 9(08) COMP.
       77  WS-CALEN-MIN-CONT-POSTAL       PIC 9(08) COMP.
       77  WS-CALEN-MIN-NEXT-POSTAL       PIC 9(08) COMP.
       77  WS-CALEN-MIN-TAX-INF           PIC 9(08) COMP.

       77  WS-REQUIRED-AUTH               PIC X(01) VALUE '1'.
       77  WS-AUTH-FOUND-SW               PIC X(01) VALUE 'N'.
           COMPUTE WS-CALEN-MIN-NEXT-POSTAL =
               LENGTH OF LZAPLHDR-AREA
             + LENGTH OF SAMPLE-COMMAND
             + LENGTH OF SAMPLE-RESPONSE
             - (LENGTH OF QZO19R-TAX-INF * 5).
       1000-INITIALIZE-EXIT.
           EXIT.

      *        SEARCH-DATE-TO and CONTINUATION-CUSTOMER-NO to SPACES.  *
      *        CUSTOMER-SEARCH-BY-NAME then runs the DBCS consistency  *
      *        check on CUSTOMER-NAME before a search is attempted -   *
      *        a mixed-width key will never match the QZACTNAM path    *
      *        and is more useful rejected up front. Finally, a        *
      *        SEARCH-DATE-TO left blank (the original, single-date    *
      *        callers' case) is defaulted to SEARCH-DATE so the       *

      *----------------------------------------------------------------*
      *    4000-SEARCH-CUSTOMERS                                       *
      *        Browses QZCUSMAS (by CUSTOMER-NO) or the QZACTMAS      *
      *        account master's QZACTNAM/QZACTPCD path (by CUSTOMER-   *
      *        NAME/postal code), summing each customer's billing      *
      *        months that fall inside SEARCH-DATE/SEARCH-DATE-TO      *
      *        into one response row, up to five rows per call.        *
      *----------------------------------------------------------------*
           SET WS-ROW-PREFETCHED-SW      TO 'N'
           MOVE 0                        TO WS-ROWS-RETURNED
           IF CUSTOMER-SEARCH-BY-NAME
               MOVE 'QZACTNAM'            TO WS-BROWSE-FILE
               EXEC CICS
                   STARTBR FILE(WS-BROWSE-FILE)
                   RIDFLD(CUSTOMER-NAME IN SAMPLE-COMMAND)
               END-EXEC
           ELSE
            IF CUSTOMER-SEARCH-BY-POSTAL
               MOVE 'QZACTPCD'            TO WS-BROWSE-FILE
               PERFORM 4130-CALC-POSTAL-LEN
                  THRU 4130-CALC-POSTAL-LEN-EXIT
               IF WS-RESUME-POSTAL-CD NOT = SPACES

       4160-READ-SKIP-ROW.
           EVALUATE WS-BROWSE-FILE
               WHEN 'QZACTNAM'
                   EXEC CICS
                       READNEXT FILE(WS-BROWSE-FILE)
                       INTO(QZACTREC)
                       RIDFLD(CUSTOMER-NAME IN SAMPLE-COMMAND)
                       RESP(WS-RESP)
                   END-EXEC
               WHEN 'QZACTPCD'
                   EXEC CICS
                       READNEXT FILE(WS-BROWSE-FILE)
                       INTO(QZACTREC)
                       RIDFLD(WS-BROWSE-POSTAL-KEY)
                       RESP(WS-RESP)
                   END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE         TO TRUE
           ELSE
               EVALUATE TRUE
                   WHEN CUSTOMER-SEARCH-BY-POSTAL
                       IF QZACTREC-ADDR-POSTAL-CD > WS-RESUME-POSTAL-CD
                          OR (QZACTREC-ADDR-POSTAL-CD
                                  = WS-RESUME-POSTAL-CD
                              AND QZACTREC-CUSTOMER-NO
                                  > CONTINUATION-CUSTOMER-NO)
                           SET WS-ROW-PREFETCHED TO TRUE
                       END-IF
                   WHEN CUSTOMER-SEARCH-BY-NAME
                       IF QZACTREC-CUSTOMER-NO
                              > CONTINUATION-CUSTOMER-NO
                           SET WS-ROW-PREFETCHED TO TRUE
                       END-IF
                   WHEN OTHER
                       IF QZCUSMAS-CUSTOMER-NO
                              > CONTINUATION-CUSTOMER-NO
                           SET WS-ROW-PREFETCHED TO TRUE
                       END-IF
               END-EVALUATE
           END-IF.
       4160-READ-SKIP-ROW-EXIT.
           EXIT.
      *        QZCUSMAS-CUSTOMER-NO: while the key is unchanged the    *
      *        matching billing months are accumulated; the row is     *
      *        emitted when the customer changes or the browse ends.   *
      *        The name and postal-code searches browse accounts      *
      *        instead (4250-BUILD-ACCOUNT-ROW).                       *
      *----------------------------------------------------------------*
       4200-BUILD-ROW.
           IF CUSTOMER-SEARCH-BY-NAME
              OR CUSTOMER-SEARCH-BY-POSTAL
               PERFORM 4250-BUILD-ACCOUNT-ROW
                  THRU 4250-BUILD-ACCOUNT-ROW-EXIT
               GO TO 4200-BUILD-ROW-EXIT
           END-IF
           IF WS-ROW-PREFETCHED
               SET WS-ROW-PREFETCHED-SW  TO 'N'
           ELSE
               EXEC CICS
                   READNEXT FILE(WS-BROWSE-FILE)
                   INTO(QZCUSMAS-REC)
                   RIDFLD(QZCUSMAS-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   PERFORM 4600-FLUSH-PENDING-ROW
                      THRU 4600-FLUSH-PENDING-ROW-EXIT
                       SET WS-BROWSE-DONE TO TRUE
                       GO TO 4200-BUILD-ROW-EXIT
                   END-IF
               WHEN OTHER
                   PERFORM 4600-FLUSH-PENDING-ROW
                      THRU 4600-FLUSH-PENDING-ROW-EXIT
       4200-BUILD-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4250-BUILD-ACCOUNT-ROW                                      *
      *        The name and postal-code searches browse the QZACTMAS  *
      *        account master through its QZACTNAM/QZACTPCD path, one *
      *        record per customer, and stop at the first account     *
      *        past the name or postal code asked for. The billing   *
      *        months of each matching account are then browsed on   *
      *        QZCUSMAS by CUSTOMER-NO and those in range summed into *
      *        its response row; an account with no month in range   *
      *        returns no row.                                         *
      *----------------------------------------------------------------*
       4250-BUILD-ACCOUNT-ROW.
           IF WS-ROW-PREFETCHED
               SET WS-ROW-PREFETCHED-SW  TO 'N'
           ELSE
               IF CUSTOMER-SEARCH-BY-NAME
                   EXEC CICS
                       READNEXT FILE(WS-BROWSE-FILE)
                       INTO(QZACTREC)
                       RIDFLD(CUSTOMER-NAME IN SAMPLE-COMMAND)
                       RESP(WS-RESP)
                   END-EXEC
               ELSE
                   EXEC CICS
                       READNEXT FILE(WS-BROWSE-FILE)
                       INTO(QZACTREC)
                       RIDFLD(WS-BROWSE-POSTAL-KEY)
                       RESP(WS-RESP)
                   END-EXEC
               END-IF
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   SET WS-BROWSE-DONE     TO TRUE
                   GO TO 4250-BUILD-ACCOUNT-ROW-EXIT
               END-IF
           END-IF
           IF CUSTOMER-SEARCH-BY-NAME
               IF QZACTREC-CUSTOMER-NAME
                  NOT = CUSTOMER-NAME IN SAMPLE-COMMAND
                   SET WS-BROWSE-DONE     TO TRUE
                   GO TO 4250-BUILD-ACCOUNT-ROW-EXIT
               END-IF
           ELSE
               IF QZACTREC-ADDR-POSTAL-CD (1:WS-POSTAL-LEN)
                  NOT = CUSTOMER-ADDR-POSTAL-CD
                        IN SAMPLE-COMMAND (1:WS-POSTAL-LEN)
                   SET WS-BROWSE-DONE     TO TRUE
                   GO TO 4250-BUILD-ACCOUNT-ROW-EXIT
               END-IF
           END-IF
           PERFORM 4270-GATHER-MONTHS
              THRU 4270-GATHER-MONTHS-EXIT
           PERFORM 4600-FLUSH-PENDING-ROW
              THRU 4600-FLUSH-PENDING-ROW-EXIT.
       4250-BUILD-ACCOUNT-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4270-GATHER-MONTHS                                          *
      *        Browses the account's QZCUSMAS rows from the first     *
      *        month of the range to the last.                         *
      *----------------------------------------------------------------*
       4270-GATHER-MONTHS.
           SET WS-MONTHS-DONE-SW          TO 'N'
           MOVE QZACTREC-CUSTOMER-NO      TO QZCUSMAS-CUSTOMER-NO
           MOVE SEARCH-DATE IN SAMPLE-COMMAND (1:6)
                                          TO QZCUSMAS-BILLING-YM
           EXEC CICS
               STARTBR FILE('QZCUSMAS')
               RIDFLD(QZCUSMAS-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 4270-GATHER-MONTHS-EXIT
           END-IF
           PERFORM 4280-GATHER-ONE-MONTH
              THRU 4280-GATHER-ONE-MONTH-EXIT
              UNTIL WS-MONTHS-DONE
           EXEC CICS
               ENDBR FILE('QZCUSMAS')
               RESP(WS-RESP)
           END-EXEC.
       4270-GATHER-MONTHS-EXIT.
           EXIT.

       4280-GATHER-ONE-MONTH.
           EXEC CICS
               READNEXT FILE('QZCUSMAS')
               INTO(QZCUSMAS-REC)
               RIDFLD(QZCUSMAS-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-MONTHS-DONE         TO TRUE
               GO TO 4280-GATHER-ONE-MONTH-EXIT
           END-IF
           IF QZCUSMAS-CUSTOMER-NO NOT = QZACTREC-CUSTOMER-NO
              OR QZCUSMAS-BILLING-YM
                 > SEARCH-DATE-TO IN SAMPLE-COMMAND (1:6)
               SET WS-MONTHS-DONE         TO TRUE
               GO TO 4280-GATHER-ONE-MONTH-EXIT
           END-IF
           PERFORM 4300-ACCUMULATE-ROW
              THRU 4300-ACCUMULATE-ROW-EXIT.
       4280-GATHER-ONE-MONTH-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4300-ACCUMULATE-ROW                                         *
      *        The name, address, contract type, payment method and   *
      *        collections status of the response row are the         *
      *        customer's, taken from the QZACTMAS account when the   *
      *        customer's first month in range is accumulated - read *
      *        here on the number searches, already in hand on the   *
      *        account searches.                                      *
      *----------------------------------------------------------------*
       4300-ACCUMULATE-ROW.
           IF NOT WS-HAVE-PENDING-ROW
               IF NOT CUSTOMER-SEARCH-BY-NAME
                  AND NOT CUSTOMER-SEARCH-BY-POSTAL
                   PERFORM 4310-READ-ACCOUNT
                      THRU 4310-READ-ACCOUNT-EXIT
               END-IF
               MOVE QZCUSMAS-CUSTOMER-NO      TO WS-CURR-CUSTOMER-NO
               MOVE QZACTREC-CUSTOMER-NAME    TO WS-CURR-CUSTOMER-NAME
               MOVE QZACTREC-CUSTOMER-ADDRESS
                 TO WS-CURR-CUSTOMER-ADDRESS
               MOVE QZACTREC-ADDR-POSTAL-CD   TO WS-CURR-ADDR-POSTAL-CD
               MOVE QZACTREC-ADDR-PREF-CITY   TO WS-CURR-ADDR-PREF-CITY
               MOVE QZACTREC-ADDR-LINE        TO WS-CURR-ADDR-LINE
               MOVE QZACTREC-CONTRACT-TYPE    TO WS-CURR-CONTRACT-TYPE
               MOVE QZACTREC-PAYMENT-METHOD   TO WS-CURR-PAYMENT-METHOD
               MOVE QZACTREC-COLLECTIONS-STATUS
                 TO WS-CURR-COLL-STATUS
               MOVE 0                         TO WS-SUM-AMOUNT
                                                  WS-SUM-CHARGE
                                                  WS-SUM-TAX
                                                  WS-EXPECTED-CHARGE-RAW
               SET WS-HAVE-PENDING-ROW-SW     TO 'Y'
           END-IF
           ADD QZCUSMAS-AMOUNT TO WS-SUM-AMOUNT
           ADD QZCUSMAS-CHARGE TO WS-SUM-CHARGE
           IF QZCUSMAS-TAX-AMT NUMERIC
               ADD QZCUSMAS-TAX-AMT TO WS-SUM-TAX
           END-IF
           PERFORM 4350-FIND-TARIFF
              THRU 4350-FIND-TARIFF-EXIT
           IF WS-TARIFF-FOUND
               MOVE WS-TARIFF-PRICE       TO QZRCLPRM-PRICE
               MOVE QZCUSMAS-AMOUNT       TO QZRCLPRM-USAGE
               CALL 'QZRATCAL' USING QZRCLPRM
           END-IF
           IF WS-TARIFF-FOUND AND QZRCLPRM-OK
               ADD QZRCLPRM-CHARGE        TO WS-EXPECTED-CHARGE-RAW
           ELSE
               COMPUTE WS-EXPECTED-CHARGE-RAW =
                   WS-EXPECTED-CHARGE-RAW
                   + (QZCUSMAS-AMOUNT * QZCUSMAS-RATE)
           END-IF.
       4300-ACCUMULATE-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4310-READ-ACCOUNT                                           *
      *        A customer without a QZACTMAS account is still         *
      *        returned, with the account fields blank.               *
      *----------------------------------------------------------------*
       4310-READ-ACCOUNT.
           MOVE QZCUSMAS-CUSTOMER-NO      TO QZACTREC-CUSTOMER-NO
           EXEC CICS
               READ FILE('QZACTMAS')
               INTO(QZACTREC)
               RIDFLD(QZACTREC-CUSTOMER-NO)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES                TO QZACTREC
               MOVE QZCUSMAS-CUSTOMER-NO  TO QZACTREC-CUSTOMER-NO
           END-IF.
       4310-READ-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4350-FIND-TARIFF                                            *
      *        A row's expected charge is what QZRATCAL prices its    *
      *        usage at from the QZRATMAS tariff in force for its     *
      *        billing month - the latest effective date whose year-  *
      *        month does not follow it - the same tariff the batch   *
      *        priced it from. The scan runs forward through the      *
      *        contract type's few revisions the way QZO19T's         *
      *        inquiry does, and the tariff found is kept for the     *
      *        next row of the same type and month. With no tariff    *
      *        on file the row's own RATE is used as before. The     *
      *        contract type is the customer's, from the account.    *
      *----------------------------------------------------------------*
       4350-FIND-TARIFF.
           IF WS-CURR-CONTRACT-TYPE = WS-TARIFF-CONTRACT-TYPE
              AND QZCUSMAS-BILLING-YM = WS-TARIFF-BILLING-YM
               GO TO 4350-FIND-TARIFF-EXIT
           END-IF
           MOVE WS-CURR-CONTRACT-TYPE     TO WS-TARIFF-CONTRACT-TYPE
           MOVE QZCUSMAS-BILLING-YM       TO WS-TARIFF-BILLING-YM
           SET WS-RATE-SCAN-DONE-SW       TO 'N'
           SET WS-TARIFF-FOUND-SW         TO 'N'
           MOVE WS-TARIFF-CONTRACT-TYPE   TO QZRATREC-CONTRACT-TYPE
           MOVE LOW-VALUES                TO QZRATREC-EFFECTIVE-DATE
           EXEC CICS
               STARTBR FILE('QZRATMAS')
               RIDFLD(QZRATREC-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 4360-SCAN-ONE-TARIFF
                  THRU 4360-SCAN-ONE-TARIFF-EXIT
                  UNTIL WS-RATE-SCAN-DONE
               EXEC CICS
                   ENDBR FILE('QZRATMAS')
                   RESP(WS-RESP)
               END-EXEC
           END-IF.
       4350-FIND-TARIFF-EXIT.
           EXIT.

       4360-SCAN-ONE-TARIFF.
           EXEC CICS
               READNEXT FILE('QZRATMAS')
               INTO(QZRATREC)
               RIDFLD(QZRATREC-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-RATE-SCAN-DONE      TO TRUE
           ELSE
               IF QZRATREC-CONTRACT-TYPE NOT = WS-TARIFF-CONTRACT-TYPE
                  OR QZRATREC-EFFECTIVE-DATE (1:6)
                     > WS-TARIFF-BILLING-YM
                   SET WS-RATE-SCAN-DONE  TO TRUE
               ELSE
                   SET WS-TARIFF-FOUND    TO TRUE
                   MOVE QZRATREC-PRICE    TO WS-TARIFF-PRICE
               END-IF
           END-IF.
       4360-SCAN-ONE-TARIFF-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4600-FLUSH-PENDING-ROW                                      *
      *        Emits the accumulated row for WS-CURR-CUSTOMER-NO into  *
      *        QZO19R-LIST-INF/QZO19R-EXT-INF and resets the expected- *
      *        charge accumulator the next customer starts fresh on.   *
      *        CUSTOMER-ADDRESS-DTL, QZO19R-EXT-INF and QZO19R-TAX-INF *
      *        are additions to the original fixed commarea layout, so *
      *        each is only written once EIBCALEN shows the caller     *
      *        actually passed a commarea reaching that far - a        *
      *        caller still on the shorter pre-enhancement layout      *
                   MOVE WS-CURR-COLL-STATUS
                     TO COLLECTIONS-STATUS (WS-ROWS-RETURNED)
               END-IF
               COMPUTE WS-CALEN-MIN-TAX-INF =
                   WS-CALEN-MIN-NEXT-POSTAL
                 + (LENGTH OF QZO19R-TAX-INF * WS-ROWS-RETURNED)
               IF LZAPLHDR-USERDATA-LEN > 0
                  AND EIBCALEN >= WS-CALEN-MIN-TAX-INF
                   MOVE WS-SUM-TAX
                     TO CUSTOMER-TAX (WS-ROWS-RETURNED)
               END-IF
               MOVE WS-CURR-CUSTOMER-NO      TO NEXT-CUSTOMER-NO
               MOVE WS-CURR-ADDR-POSTAL-CD   TO WS-LAST-POSTAL-CD
               SET WS-HAVE-PENDING-ROW-SW    TO 'N'
