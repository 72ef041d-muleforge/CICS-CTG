      *        with their QZCUSMAS-AMOUNT, QZCUSMAS-CHARGE and         *
      *        QZCUSMAS-RATE, up to five QZDTLRES rows per call, so   *
      *        a month-level charge dispute can be answered from a    *
      *        terminal instead of a programmer's VSAM browse. Each   *
      *        row's charge is broken down by the QZRATMAS tariff     *
      *        into its basic charge and usage blocks.                *
      *                                                                *
      *        Addressed through the same LZAPLHDR-MENUID/LZAPLHDR-    *
      *        PGMID routing as QZO19R, and paged the same way:       *
      *                      request entry, elapsed milliseconds     *
      *                      journalled in QZAUDREC-ELAPSED-MS for   *
      *                      the QZB19A performance report.          *
      *    2026-10-15  KS    Each returned row now carries its charge  *
      *                      broken down into the tariff's basic       *
      *                      charge and usage blocks in the appended   *
      *                      QZO19D-TIER-INF segment, priced by        *
      *                      QZRATCAL from QZRATMAS and written only   *
      *                      when the caller's commarea reaches it.    *
      *    2026-10-15  KS    Customer name and the contract type the   *
      *                      tariff breakdown is priced under now      *
      *                      come from the QZACTMAS account.           *
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
      *    BILLING-MONTH ARCHIVE I/O AREA                              *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
           COPY "operator_profile.cbl".

      *----------------------------------------------------------------*
      *    TARIFF RATE MASTER I/O AREA AND PRICING CALL BLOCK          *
      *----------------------------------------------------------------*
           COPY "rate_master.cbl".
           COPY "ratecal_parm.cbl".

      *----------------------------------------------------------------*
      *    SWITCHES, COUNTERS AND WORK AREAS                           *
      *----------------------------------------------------------------*
           88  WS-BROWSE-DONE                  VALUE 'Y'.
       77  WS-ROWS-RETURNED               PIC 9(01) COMP VALUE 0.
       77  WS-CALEN-MIN-EST-INF           PIC 9(08) COMP.
       77  WS-CALEN-MIN-TIER-INF          PIC 9(08) COMP.
       77  WS-RATE-SCAN-DONE-SW           PIC X(01) VALUE 'N'.
           88  WS-RATE-SCAN-DONE                VALUE 'Y'.
       77  WS-TARIFF-FOUND-SW             PIC X(01) VALUE 'N'.
           88  WS-TARIFF-FOUND                  VALUE 'Y'.
       77  WS-TARIFF-CONTRACT-TYPE        PIC X(02) VALUE SPACES.
       77  WS-TARIFF-BILLING-YM           PIC X(06) VALUE SPACES.
       77  WS-TARIFF-PRICE                PIC X(73).
       77  WS-ROW-CONTRACT-TYPE           PIC X(02).
       77  WS-ACCT-CONTRACT-TYPE          PIC X(02) VALUE SPACES.
       77  WS-ROW-BILLING-YM              PIC X(06).
       77  WS-ROW-AMOUNT                  PIC 9(10).
       77  WS-ROW-CHARGE                  PIC 9(10).
       77  WS-TIER-IDX                    PIC 9(01) COMP.

       77  WS-REQUIRED-AUTH               PIC X(01) VALUE '1'.
       77  WS-AUTH-FOUND-SW               PIC X(01) VALUE 'N'.
           SET DTL-MORE-RECORDS-NO       TO TRUE
           MOVE 'CKPD'                   TO WS-TSQ-NAME (1:4)
           MOVE EIBTRMID                 TO WS-TSQ-NAME (5:4)
      *    QZO19D-EST-INF and QZO19D-TIER-INF were appended to
      *    QZDTLRES, so each is only touched when the caller's
      *    commarea actually reaches it.
           COMPUTE WS-CALEN-MIN-TIER-INF =
               LENGTH OF LZAPLHDR-AREA
             + LENGTH OF QZDTLCMD
             + LENGTH OF QZDTLRES
           COMPUTE WS-CALEN-MIN-EST-INF =
               WS-CALEN-MIN-TIER-INF
             - (LENGTH OF QZO19D-TIER-INF * 5)
           IF EIBCALEN >= WS-CALEN-MIN-EST-INF
               MOVE SPACES               TO QZO19D-EST-INF (1)
                                            QZO19D-EST-INF (2)
                                            QZO19D-EST-INF (3)
                                            QZO19D-EST-INF (4)
                                            QZO19D-EST-INF (5)
           END-IF
           IF EIBCALEN >= WS-CALEN-MIN-TIER-INF
               MOVE ZEROS                TO QZO19D-TIER-INF (1)
                                            QZO19D-TIER-INF (2)
                                            QZO19D-TIER-INF (3)
                                            QZO19D-TIER-INF (4)
                                            QZO19D-TIER-INF (5)
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.
           ADD 1                          TO WS-ROWS-RETURNED
           IF WS-ROWS-RETURNED = 1
               MOVE QZCUSMAS-CUSTOMER-NO  TO DTL-RES-CUSTOMER-NO
               PERFORM 4350-READ-ACCOUNT
                  THRU 4350-READ-ACCOUNT-EXIT
           END-IF
           MOVE QZCUSMAS-BILLING-YM
             TO DTL-BILLING-YM (WS-ROWS-RETURNED)
                     TO DTL-ESTIMATE-IND (WS-ROWS-RETURNED)
               END-IF
           END-IF
           IF EIBCALEN >= WS-CALEN-MIN-TIER-INF
               MOVE WS-ACCT-CONTRACT-TYPE TO WS-ROW-CONTRACT-TYPE
               MOVE QZCUSMAS-BILLING-YM   TO WS-ROW-BILLING-YM
               MOVE QZCUSMAS-AMOUNT       TO WS-ROW-AMOUNT
               MOVE QZCUSMAS-CHARGE       TO WS-ROW-CHARGE
               PERFORM 6000-PRICE-BREAKDOWN
                  THRU 6000-PRICE-BREAKDOWN-EXIT
           END-IF
           MOVE QZCUSMAS-BILLING-YM       TO DTL-NEXT-BILLING-YM.
       4300-EMIT-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4350-READ-ACCOUNT                                           *
      *        The name and contract type are the customer's, from    *
      *        the QZACTMAS account. A customer with no account is    *
      *        answered without a name, and its rows without a       *
      *        tariff breakdown.                                      *
      *----------------------------------------------------------------*
       4350-READ-ACCOUNT.
           MOVE SPACES                    TO WS-ACCT-CONTRACT-TYPE
           MOVE QZCUSMAS-CUSTOMER-NO      TO QZACTREC-CUSTOMER-NO
           EXEC CICS
               READ FILE('QZACTMAS')
               INTO(QZACTREC)
               RIDFLD(QZACTREC-CUSTOMER-NO)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 4350-READ-ACCOUNT-EXIT
           END-IF
           MOVE QZACTREC-CUSTOMER-NAME    TO DTL-RES-CUSTOMER-NAME
           MOVE QZACTREC-CONTRACT-TYPE    TO WS-ACCT-CONTRACT-TYPE.
       4350-READ-ACCOUNT-EXIT.
           EXIT.

       4900-END-BROWSE.
           EXEC CICS
               ENDBR FILE('QZCUSMAS')
                     TO DTL-ESTIMATE-IND (WS-ROWS-RETURNED)
               END-IF
           END-IF
           IF EIBCALEN >= WS-CALEN-MIN-TIER-INF
               MOVE QZARCREC-CONTRACT-TYPE TO WS-ROW-CONTRACT-TYPE
               MOVE QZARCREC-BILLING-YM   TO WS-ROW-BILLING-YM
               MOVE QZARCREC-AMOUNT       TO WS-ROW-AMOUNT
               MOVE QZARCREC-CHARGE       TO WS-ROW-CHARGE
               PERFORM 6000-PRICE-BREAKDOWN
                  THRU 6000-PRICE-BREAKDOWN-EXIT
           END-IF
           MOVE QZARCREC-BILLING-YM       TO DTL-NEXT-BILLING-YM.
       5300-EMIT-ARC-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    6000-PRICE-BREAKDOWN                                        *
      *        The row's usage is priced again by QZRATCAL from the   *
      *        QZRATMAS tariff in force for its billing month, the    *
      *        way QZB19T prints it on the statement, and the basic   *
      *        charge and block lines returned in QZO19D-TIER-INF. A  *
      *        row whose charge is not that price - adjusted by       *
      *        hand, or with no tariff on file - gets no breakdown    *
      *        (DTL-TIER-CNT zero) rather than one that does not add  *
      *        up to the charge shown.                                *
      *----------------------------------------------------------------*
       6000-PRICE-BREAKDOWN.
           MOVE ZEROS
             TO QZO19D-TIER-INF (WS-ROWS-RETURNED)
           PERFORM 6100-FIND-TARIFF
              THRU 6100-FIND-TARIFF-EXIT
           IF NOT WS-TARIFF-FOUND
               GO TO 6000-PRICE-BREAKDOWN-EXIT
           END-IF
           MOVE WS-TARIFF-PRICE          TO QZRCLPRM-PRICE
           MOVE WS-ROW-AMOUNT            TO QZRCLPRM-USAGE
           CALL 'QZRATCAL' USING QZRCLPRM
           IF NOT QZRCLPRM-OK
              OR QZRCLPRM-CHARGE NOT = WS-ROW-CHARGE
               GO TO 6000-PRICE-BREAKDOWN-EXIT
           END-IF
           MOVE QZRCLPRM-BASIC-AMT
             TO DTL-BASIC-CHARGE (WS-ROWS-RETURNED)
           MOVE QZRCLPRM-BRK-CNT
             TO DTL-TIER-CNT (WS-ROWS-RETURNED)
           PERFORM 6200-MOVE-ONE-TIER
              THRU 6200-MOVE-ONE-TIER-EXIT
              VARYING WS-TIER-IDX FROM 1 BY 1
              UNTIL WS-TIER-IDX > QZRCLPRM-BRK-CNT.
       6000-PRICE-BREAKDOWN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    6100-FIND-TARIFF                                            *
      *        The tariff in force is the latest effective date whose *
      *        year-month does not follow the billing month. The     *
      *        scan runs forward through the contract type's few     *
      *        revisions the way QZO19T's inquiry does, and the      *
      *        tariff found is kept for the next row of the same     *
      *        type and month.                                        *
      *----------------------------------------------------------------*
       6100-FIND-TARIFF.
           IF WS-ROW-CONTRACT-TYPE = WS-TARIFF-CONTRACT-TYPE
              AND WS-ROW-BILLING-YM = WS-TARIFF-BILLING-YM
               GO TO 6100-FIND-TARIFF-EXIT
           END-IF
           MOVE WS-ROW-CONTRACT-TYPE     TO WS-TARIFF-CONTRACT-TYPE
           MOVE WS-ROW-BILLING-YM        TO WS-TARIFF-BILLING-YM
           SET WS-RATE-SCAN-DONE-SW      TO 'N'
           SET WS-TARIFF-FOUND-SW        TO 'N'
           MOVE WS-TARIFF-CONTRACT-TYPE  TO QZRATREC-CONTRACT-TYPE
           MOVE LOW-VALUES               TO QZRATREC-EFFECTIVE-DATE
           EXEC CICS
               STARTBR FILE('QZRATMAS')
               RIDFLD(QZRATREC-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 6150-SCAN-ONE-TARIFF
                  THRU 6150-SCAN-ONE-TARIFF-EXIT
                  UNTIL WS-RATE-SCAN-DONE
               EXEC CICS
                   ENDBR FILE('QZRATMAS')
                   RESP(WS-RESP)
               END-EXEC
           END-IF.
       6100-FIND-TARIFF-EXIT.
           EXIT.

       6150-SCAN-ONE-TARIFF.
           EXEC CICS
               READNEXT FILE('QZRATMAS')
               INTO(QZRATREC)
               RIDFLD(QZRATREC-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-RATE-SCAN-DONE     TO TRUE
           ELSE
               IF QZRATREC-CONTRACT-TYPE NOT = WS-TARIFF-CONTRACT-TYPE
                  OR QZRATREC-EFFECTIVE-DATE (1:6)
                     > WS-TARIFF-BILLING-YM
                   SET WS-RATE-SCAN-DONE TO TRUE
               ELSE
                   SET WS-TARIFF-FOUND   TO TRUE
                   MOVE QZRATREC-PRICE   TO WS-TARIFF-PRICE
               END-IF
           END-IF.
       6150-SCAN-ONE-TARIFF-EXIT.
           EXIT.

       6200-MOVE-ONE-TIER.
           MOVE QZRCLPRM-BRK-USAGE (WS-TIER-IDX)
             TO DTL-TIER-USAGE (WS-ROWS-RETURNED WS-TIER-IDX)
           MOVE QZRCLPRM-BRK-RATE (WS-TIER-IDX)
             TO DTL-TIER-RATE (WS-ROWS-RETURNED WS-TIER-IDX)
           MOVE QZRCLPRM-BRK-AMT (WS-TIER-IDX)
             TO DTL-TIER-AMT (WS-ROWS-RETURNED WS-TIER-IDX).
       6200-MOVE-ONE-TIER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    7000-SAVE-CHECKPOINT                                        *
      *        A page with more rows pending leaves a checkpoint for   *
