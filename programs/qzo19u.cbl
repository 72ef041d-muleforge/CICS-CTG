      *        Online CICS maintenance transaction behind the         *
      *        gateway, addressed through the same LZAPLHDR-MENUID/   *
      *        LZAPLHDR-PGMID routing as the QZO19R inquiry. Applies  *
      *        a corrected CUSTOMER-NAME/CUSTOMER-ADDRESS to the      *
      *        customer's QZACTMAS account, so front-line staff can   *
      *        fix a bad name or address the same way they look one   *
      *        up.                                                     *
      *                                                                *
      *    LINKAGE.                                                    *
      *        DFHCOMMAREA = LZAPLHDR-AREA, QZMNTCMD, QZMNTRES,        *
      *                      request entry, elapsed milliseconds     *
      *                      journalled in QZAUDREC-ELAPSED-MS for   *
      *                      the QZB19A performance report.          *
      *    2026-10-15  KS    The correction is now applied to the one  *
      *                      QZACTMAS account record instead of every  *
      *                      billing-month row; MNT-FAIL-BILLING-YM    *
      *                      is left blank on a backout.               *
      *                                                                *
      *================================================================*
       IDENTIFICATION DIVISION.
       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      *    CUSTOMER ACCOUNT MASTER I/O AREA                            *
      *----------------------------------------------------------------*
           COPY "customer_account.cbl".

      *----------------------------------------------------------------*
      *    AUDIT JOURNAL I/O AREA                                      *
      *    SWITCHES, COUNTERS AND WORK AREAS                           *
      *----------------------------------------------------------------*
       77  WS-RESP                        PIC S9(08) COMP.
       77  WS-UPDATE-CNT                  PIC 9(01) COMP VALUE 0.
       77  WS-DBCVAL-FIELD                PIC G(20) USAGE DISPLAY-1.
       77  WS-DBCVAL-RESULT                PIC X(01).
           88  WS-HIST-WRITTEN                 VALUE 'Y'.
       77  WS-UPDATE-FAIL-SW              PIC X(01) VALUE 'N'.
           88  WS-UPDATE-FAIL                  VALUE 'Y'.
       77  WS-ABSTIME                     PIC S9(15) COMP-3.
       77  WS-START-ABSTIME               PIC S9(15) COMP-3.
       77  WS-ELAPSED-MS                  PIC S9(09) COMP.
       77  WS-TODAY-DATE                  PIC X(08).
       77  WS-CALEN-MIN-FAIL-YM           PIC 9(08) COMP.

       77  WS-REQUIRED-AUTH               PIC X(01) VALUE '2'.
       77  WS-AUTH-FOUND-SW               PIC X(01) VALUE 'N'.
           88  WS-AUTH-FOUND                   VALUE 'Y'.

      *----------------------------------------------------------------*
      *    4000-UPDATE-CUSTOMER                                        *
      *        Applies the corrected name/address to the customer's   *
      *        QZACTMAS account - the name and address belong to the *
      *        customer, not to any one billing month, and live only *
      *        there. The account is read for update, the change-    *
      *        history record is written from its prior image and   *
      *        the account is rewritten, as one unit of work: a      *
      *        history record or rewrite that fails backs the        *
      *        correction out through 4600-BACKOUT so the operator   *
      *        can retry.                                             *
      *----------------------------------------------------------------*
       4000-UPDATE-CUSTOMER.
           SET WS-HIST-WRITTEN-SW        TO 'N'
               YYYYMMDD(WS-TODAY-DATE)
           END-EXEC
           SET WS-UPDATE-FAIL-SW         TO 'N'
           IF EIBCALEN >= WS-CALEN-MIN-FAIL-YM
               MOVE SPACES               TO MNT-FAIL-BILLING-YM
           END-IF
           MOVE MNT-CUSTOMER-NO IN QZMNTCMD TO QZACTREC-CUSTOMER-NO
           EXEC CICS
               READ FILE('QZACTMAS')
               INTO(QZACTREC)
               RIDFLD(QZACTREC-CUSTOMER-NO)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NOTFND)
               MOVE '04'                 TO LZAPLHDR-RTNCD
               MOVE '0105'               TO LZAPLHDR-RSNCD
               GO TO 4000-UPDATE-CUSTOMER-EXIT
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-UPDATE-FAIL         TO TRUE
           END-IF
           IF NOT WS-UPDATE-FAIL
               PERFORM 4400-WRITE-HISTORY
                  THRU 4400-WRITE-HISTORY-EXIT
           END-IF
           IF NOT WS-UPDATE-FAIL
               PERFORM 4300-REWRITE-ACCOUNT
                  THRU 4300-REWRITE-ACCOUNT-EXIT
           END-IF
           IF WS-UPDATE-FAIL
               PERFORM 4600-BACKOUT
                  THRU 4600-BACKOUT-EXIT
           EXIT.

      *----------------------------------------------------------------*
      *    4300-REWRITE-ACCOUNT                                        *
      *        Rewrites the account with the corrected values and     *
      *        clears the returned-mail flag - the correction is how  *
      *        the flag QZB19K sets is worked off.                     *
      *----------------------------------------------------------------*
       4300-REWRITE-ACCOUNT.
           MOVE MNT-CUSTOMER-NAME IN QZMNTCMD
             TO QZACTREC-CUSTOMER-NAME
           MOVE MNT-CUSTOMER-ADDRESS IN QZMNTCMD
             TO QZACTREC-CUSTOMER-ADDRESS
           MOVE MNT-CUSTOMER-ADDR-POSTAL-CD IN QZMNTCMD
             TO QZACTREC-ADDR-POSTAL-CD
           MOVE MNT-CUSTOMER-ADDR-PREF-CITY IN QZMNTCMD
             TO QZACTREC-ADDR-PREF-CITY
           MOVE MNT-CUSTOMER-ADDR-LINE IN QZMNTCMD
             TO QZACTREC-ADDR-LINE
           MOVE WS-TODAY-DATE            TO QZACTREC-LAST-UPD-DATE
           MOVE SPACES                   TO QZACTREC-BAD-ADDR-FLAG
           EXEC CICS
               REWRITE FILE('QZACTMAS')
               FROM(QZACTREC)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-UPDATE-FAIL         TO TRUE
           END-IF.
       4300-REWRITE-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4400-WRITE-HISTORY                                          *
      *        The before image is captured from the account read     *
      *        for update, before it is overlaid with the new        *
      *        values. A correction whose before image cannot be     *
      *        hardened is not applied - a failed write marks the    *
      *        unit of work for backout.                              *
      *----------------------------------------------------------------*
       4400-WRITE-HISTORY.
           MOVE QZACTREC-CUSTOMER-NO     TO QZHSTREC-CUSTOMER-NO
           MOVE WS-TODAY-DATE            TO QZHSTREC-DATE
           MOVE EIBTIME                  TO QZHSTREC-TIME
           MOVE EIBTRMID                 TO QZHSTREC-TERMID
           MOVE EIBTRNID                 TO QZHSTREC-TRANID
           MOVE QZACTREC-CUSTOMER-NAME   TO QZHSTREC-BEF-NAME
           MOVE QZACTREC-CUSTOMER-ADDRESS
                                         TO QZHSTREC-BEF-ADDRESS
           MOVE QZACTREC-ADDR-POSTAL-CD  TO QZHSTREC-BEF-POSTAL-CD
           MOVE QZACTREC-ADDR-PREF-CITY  TO QZHSTREC-BEF-PREF-CITY
           MOVE QZACTREC-ADDR-LINE       TO QZHSTREC-BEF-ADDR-LINE
           MOVE MNT-CUSTOMER-NAME IN QZMNTCMD
                                         TO QZHSTREC-AFT-NAME
           MOVE MNT-CUSTOMER-ADDRESS IN QZMNTCMD

      *----------------------------------------------------------------*
      *    4600-BACKOUT                                                *
      *        Rolls back the account and the change-history record   *
      *        so neither is left half applied. MNT-FAIL-BILLING-YM   *
      *        stays blank - there is no billing-month row involved. *
      *----------------------------------------------------------------*
       4600-BACKOUT.
           EXEC CICS
           END-EXEC
           MOVE 0                        TO WS-UPDATE-CNT
           MOVE 0                        TO MNT-UPDATE-CNT IN QZMNTRES
           MOVE '08'                     TO LZAPLHDR-RTNCD
           MOVE '0002'                   TO LZAPLHDR-RSNCD.
       4600-BACKOUT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8000-RESOLVE-HEADER-MSG                                     *
      *----------------------------------------------------------------*
