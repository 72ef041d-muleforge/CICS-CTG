      *================================================================*
      *                                                                *
      *    PROGRAM:      QZO19J                                       *
      *    AUTHOR:       K. SASAKI - APPLICATION SUPPORT               *
      *    INSTALLATION: MULEFORGE DATA CENTER                        *
      *    DATE-WRITTEN: 2026-10-15                                   *
      *    DATE-COMPILED:                                              *
      *                                                                *
      *    PURPOSE.                                                   *
      *        Online CICS transaction behind the gateway that        *
      *        raises, approves and rejects billing adjustment memos  *
      *        on QZADJMAS. A raise records a credit or debit memo    *
      *        against one CUSTOMER-NO/BILLING-YM row with a reason   *
      *        code and memo text, optionally naming the QZSUSPNS     *
      *        charge exception it settles; it needs maintenance      *
      *        authority ('2'). A memo up to the approval limit is    *
      *        approved as it is raised. A larger one is held         *
      *        pending until an operator with supervisor authority    *
      *        ('3') approves or rejects it - never the operator who *
      *        raised it. An approved memo's exception item is marked *
      *        resolved, and the QZB19O nightly posting applies the  *
      *        memo to the row, from where it reaches the open        *
      *        balance, the statement and the ledger interface.       *
      *                                                                *
      *    LINKAGE.                                                    *
      *        DFHCOMMAREA = LZAPLHDR-AREA, QZADJCMD, QZADJRES,        *
      *        in that order.                                          *
      *                                                                *
      *    MOD HISTORY.                                                *
      *    DATE        INIT  DESCRIPTION                               *
      *    ----------  ----  ------------------------------------      *
      *    2026-10-15  KS    QZO19J established.                       *
      *    2026-10-15  KS    A failed QZSUSPNS rewrite while settling  *
      *                      the charge exception is returned as       *
      *                      RTNCD 12 instead of being ignored.        *
      *                                                                *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    QZO19J.
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
      *    ADJUSTMENT MEMO I/O AREA                                    *
      *----------------------------------------------------------------*
           COPY "adjustment_memo.cbl".

      *----------------------------------------------------------------*
      *    CHARGE EXCEPTION I/O AREA                                   *
      *----------------------------------------------------------------*
           COPY "suspense_record.cbl".

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
       77  WS-TODAY-DATE                  PIC X(08).
       77  WS-BROWSE-DONE-SW              PIC X(01) VALUE 'N'.
           88  WS-BROWSE-DONE                  VALUE 'Y'.
       77  WS-LAST-SEQ                    PIC 9(03) VALUE 0.
       77  WS-CREDIT-ROOM                 PIC S9(11) COMP-3.
      *    Memos above this amount wait for a supervisor's approval.
       77  WS-APPROVAL-LIMIT              PIC 9(10) VALUE 50000.

       77  WS-REQUIRED-AUTH               PIC X(01) VALUE '2'.
       77  WS-AUTH-FOUND-SW               PIC X(01) VALUE 'N'.
           88  WS-AUTH-FOUND                   VALUE 'Y'.
       77  WS-CHECK-OPERID                PIC X(08).
       77  WS-AUDIT-OPERID                PIC X(08).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY "header.cbl".
           COPY "adj_command.cbl".
           COPY "adj_response.cbl".

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
                   IF ADJ-FUNC-RAISE
                       PERFORM 4000-RAISE-MEMO
                          THRU 4000-RAISE-MEMO-EXIT
                   ELSE
                       PERFORM 5000-DECIDE-MEMO
                          THRU 5000-DECIDE-MEMO-EXIT
                   END-IF
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
      *        Raising a memo takes maintenance authority; approving  *
      *        or rejecting one takes supervisor authority.           *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           EXEC CICS
               ASKTIME ABSTIME(WS-START-ABSTIME)
           END-EXEC
           MOVE SPACES                   TO LZAPLHDR-OTHCD
           MOVE '00'                     TO LZAPLHDR-RTNCD
           MOVE '0000'                   TO LZAPLHDR-RSNCD
           MOVE SPACES                   TO ADJ-RES-CUSTOMER-NO
           MOVE SPACES                   TO ADJ-RES-BILLING-YM
           MOVE 0                        TO ADJ-RES-MEMO-SEQ
           MOVE SPACES                   TO ADJ-RES-MEMO-TYPE
           MOVE 0                        TO ADJ-RES-AMOUNT
           MOVE SPACES                   TO ADJ-RES-STATUS
           MOVE SPACES                   TO ADJ-RES-RAISE-OPERID
           MOVE SPACES                   TO ADJ-RES-APPR-OPERID
           IF ADJ-FUNC-RAISE
               MOVE '2'                  TO WS-REQUIRED-AUTH
           ELSE
               MOVE '3'                  TO WS-REQUIRED-AUTH
           END-IF
           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY-DATE)
           END-EXEC.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1500-CHECK-AUTHORITY                                        *
      *        The request is only honoured for an operator profile   *
      *        on QZOPRSEC whose authority level covers this          *
      *        program's function. The LZAPLHDR-OPERID identity is    *
      *        tried first and the terminal second, so a terminal     *
      *        profile can cover a floor of unsigned terminals. The   *
      *        identity the authority was resolved under is what      *
      *        8500-AUDIT-LOG journals and the memo records as the    *
      *        operator who raised, approved or rejected it.          *
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
      *        The function code must be raise, approve or reject and *
      *        the customer number and billing month present. A raise *
      *        additionally needs a memo type, an amount, one of the  *
      *        reason codes and some memo text; an approval or        *
      *        rejection needs the memo number.                        *
      *----------------------------------------------------------------*
       2000-EDIT-COMMAND.
           IF NOT ADJ-FUNC-RAISE
              AND NOT ADJ-FUNC-APPROVE
              AND NOT ADJ-FUNC-REJECT
               MOVE '04'                 TO LZAPLHDR-RTNCD
               MOVE '0135'               TO LZAPLHDR-RSNCD
               GO TO 2000-EDIT-COMMAND-EXIT
           END-IF
           IF ADJ-CUSTOMER-NO = SPACES
               MOVE '04'                 TO LZAPLHDR-RTNCD
               MOVE '0106'               TO LZAPLHDR-RSNCD
               GO TO 2000-EDIT-COMMAND-EXIT
           END-IF
           IF ADJ-BILLING-YM NOT NUMERIC
               MOVE '04'                 TO LZAPLHDR-RTNCD
               MOVE '0137'               TO LZAPLHDR-RSNCD
               GO TO 2000-EDIT-COMMAND-EXIT
           END-IF
           IF NOT ADJ-FUNC-RAISE
               IF ADJ-MEMO-SEQ NOT NUMERIC
                  OR ADJ-MEMO-SEQ = 0
                   MOVE '04'             TO LZAPLHDR-RTNCD
                   MOVE '0139'           TO LZAPLHDR-RSNCD
               END-IF
               GO TO 2000-EDIT-COMMAND-EXIT
           END-IF
           IF (NOT ADJ-TYPE-CREDIT AND NOT ADJ-TYPE-DEBIT)
              OR ADJ-AMOUNT NOT NUMERIC
              OR ADJ-AMOUNT = 0
              OR NOT ADJ-REASON-VALID
              OR ADJ-MEMO-TEXT = SPACES
               MOVE '04'                 TO LZAPLHDR-RTNCD
               MOVE '0136'               TO LZAPLHDR-RSNCD
           END-IF.
       2000-EDIT-COMMAND-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4000-RAISE-MEMO                                             *
      *        The billing month must be on QZCUSMAS. A credit memo   *
      *        may not take back more than was billed on the month,  *
      *        counting credit memos already posted to it. A named    *
      *        exception item must be on file and still open. The     *
      *        memo is numbered after the last one on the month.      *
      *----------------------------------------------------------------*
       4000-RAISE-MEMO.
           MOVE ADJ-CUSTOMER-NO          TO QZCUSMAS-CUSTOMER-NO
           MOVE ADJ-BILLING-YM           TO QZCUSMAS-BILLING-YM
           EXEC CICS
               READ FILE('QZCUSMAS')
               INTO(QZCUSMAS-REC)
               RIDFLD(QZCUSMAS-KEY)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE '04'             TO LZAPLHDR-RTNCD
                   MOVE '0137'           TO LZAPLHDR-RSNCD
                   GO TO 4000-RAISE-MEMO-EXIT
               WHEN OTHER
                   MOVE '12'             TO LZAPLHDR-RTNCD
                   MOVE '9999'           TO LZAPLHDR-RSNCD
                   GO TO 4000-RAISE-MEMO-EXIT
           END-EVALUATE
           IF ADJ-TYPE-CREDIT
               CALL 'QZROWBAL' USING QZCUSMAS-REC QZRBLPRM
               MOVE QZRBLPRM-BILLED-AMT  TO WS-CREDIT-ROOM
               IF QZCUSMAS-ADJ-CREDIT-AMT NUMERIC
                   SUBTRACT QZCUSMAS-ADJ-CREDIT-AMT
                       FROM WS-CREDIT-ROOM
               END-IF
               IF ADJ-AMOUNT > WS-CREDIT-ROOM
                   MOVE '04'             TO LZAPLHDR-RTNCD
                   MOVE '0138'           TO LZAPLHDR-RSNCD
                   GO TO 4000-RAISE-MEMO-EXIT
               END-IF
           END-IF
           IF ADJ-SUS-ITEM-DATE NOT = SPACES
               PERFORM 4100-CHECK-EXCEPTION
                  THRU 4100-CHECK-EXCEPTION-EXIT
               IF LZAPLHDR-RTNCD NOT = '00'
                   GO TO 4000-RAISE-MEMO-EXIT
               END-IF
           END-IF
           PERFORM 4200-FIND-LAST-SEQ
              THRU 4200-FIND-LAST-SEQ-EXIT
           IF LZAPLHDR-RTNCD NOT = '00'
               GO TO 4000-RAISE-MEMO-EXIT
           END-IF
           PERFORM 4400-BUILD-MEMO
              THRU 4400-BUILD-MEMO-EXIT
           EXEC CICS
               WRITE FILE('QZADJMAS')
               FROM(QZADJREC)
               RIDFLD(QZADJREC-KEY)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(DUPREC)
                   MOVE '08'             TO LZAPLHDR-RTNCD
                   MOVE '0002'           TO LZAPLHDR-RSNCD
                   GO TO 4000-RAISE-MEMO-EXIT
               WHEN OTHER
                   MOVE '12'             TO LZAPLHDR-RTNCD
                   MOVE '9999'           TO LZAPLHDR-RSNCD
                   GO TO 4000-RAISE-MEMO-EXIT
           END-EVALUATE
           IF QZADJREC-STS-PENDING
               MOVE '0003'               TO LZAPLHDR-RSNCD
           ELSE
               PERFORM 6000-SETTLE-EXCEPTION
                  THRU 6000-SETTLE-EXCEPTION-EXIT
           END-IF
           PERFORM 7000-BUILD-RESPONSE
              THRU 7000-BUILD-RESPONSE-EXIT.
       4000-RAISE-MEMO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4100-CHECK-EXCEPTION                                        *
      *        The charge exception a memo settles is the customer's  *
      *        own and not yet resolved or written off.               *
      *----------------------------------------------------------------*
       4100-CHECK-EXCEPTION.
           MOVE ADJ-CUSTOMER-NO          TO QZSUSREC-CUSTOMER-NO
           MOVE ADJ-SUS-ITEM-DATE        TO QZSUSREC-DATE
           MOVE ADJ-SUS-ITEM-TIME        TO QZSUSREC-TIME
           EXEC CICS
               READ FILE('QZSUSPNS')
               INTO(QZSUSREC)
               RIDFLD(QZSUSREC-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NOTFND)
               MOVE '04'                 TO LZAPLHDR-RTNCD
               MOVE '0119'               TO LZAPLHDR-RSNCD
               GO TO 4100-CHECK-EXCEPTION-EXIT
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12'                 TO LZAPLHDR-RTNCD
               MOVE '9999'               TO LZAPLHDR-RSNCD
               GO TO 4100-CHECK-EXCEPTION-EXIT
           END-IF
           IF QZSUSREC-STS-CLOSED
               MOVE '04'                 TO LZAPLHDR-RTNCD
               MOVE '0120'               TO LZAPLHDR-RSNCD
           END-IF.
       4100-CHECK-EXCEPTION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4200-FIND-LAST-SEQ                                          *
      *        Browses the memos already raised on the billing month  *
      *        for the highest memo number.                            *
      *----------------------------------------------------------------*
       4200-FIND-LAST-SEQ.
           MOVE 0                        TO WS-LAST-SEQ
           SET WS-BROWSE-DONE-SW         TO 'N'
           MOVE ADJ-CUSTOMER-NO          TO QZADJREC-CUSTOMER-NO
           MOVE ADJ-BILLING-YM           TO QZADJREC-BILLING-YM
           MOVE 0                        TO QZADJREC-SEQ
           EXEC CICS
               STARTBR FILE('QZADJMAS')
               RIDFLD(QZADJREC-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE         TO TRUE
           ELSE
               PERFORM 4250-READ-NEXT-MEMO
                  THRU 4250-READ-NEXT-MEMO-EXIT
                  UNTIL WS-BROWSE-DONE
               EXEC CICS
                   ENDBR FILE('QZADJMAS')
                   RESP(WS-RESP)
               END-EXEC
           END-IF
           IF WS-LAST-SEQ >= 999
               MOVE '12'                 TO LZAPLHDR-RTNCD
               MOVE '9999'               TO LZAPLHDR-RSNCD
           END-IF.
       4200-FIND-LAST-SEQ-EXIT.
           EXIT.

       4250-READ-NEXT-MEMO.
           EXEC CICS
               READNEXT FILE('QZADJMAS')
               INTO(QZADJREC)
               RIDFLD(QZADJREC-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE         TO TRUE
               GO TO 4250-READ-NEXT-MEMO-EXIT
           END-IF
           IF QZADJREC-CUSTOMER-NO NOT = ADJ-CUSTOMER-NO
              OR QZADJREC-BILLING-YM NOT = ADJ-BILLING-YM
               SET WS-BROWSE-DONE         TO TRUE
               GO TO 4250-READ-NEXT-MEMO-EXIT
           END-IF
           MOVE QZADJREC-SEQ              TO WS-LAST-SEQ.
       4250-READ-NEXT-MEMO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4400-BUILD-MEMO                                             *
      *        A memo within the approval limit is approved by the   *
      *        operator raising it; a larger one is left pending.     *
      *----------------------------------------------------------------*
       4400-BUILD-MEMO.
           MOVE SPACES                   TO QZADJREC
           MOVE ADJ-CUSTOMER-NO          TO QZADJREC-CUSTOMER-NO
           MOVE ADJ-BILLING-YM           TO QZADJREC-BILLING-YM
           COMPUTE QZADJREC-SEQ = WS-LAST-SEQ + 1
           MOVE ADJ-MEMO-TYPE            TO QZADJREC-MEMO-TYPE
           MOVE ADJ-AMOUNT               TO QZADJREC-AMOUNT
           MOVE ADJ-REASON-CD            TO QZADJREC-REASON-CD
           MOVE ADJ-MEMO-TEXT            TO QZADJREC-MEMO-TEXT
           MOVE WS-AUDIT-OPERID          TO QZADJREC-RAISE-OPERID
           MOVE WS-TODAY-DATE            TO QZADJREC-RAISE-DATE
           IF ADJ-AMOUNT > WS-APPROVAL-LIMIT
               SET QZADJREC-STS-PENDING   TO TRUE
           ELSE
               SET QZADJREC-STS-APPROVED  TO TRUE
               MOVE WS-AUDIT-OPERID      TO QZADJREC-APPR-OPERID
               MOVE WS-TODAY-DATE        TO QZADJREC-APPR-DATE
           END-IF
           IF ADJ-SUS-ITEM-DATE NOT = SPACES
               MOVE ADJ-CUSTOMER-NO      TO QZADJREC-SUS-CUSTOMER-NO
               MOVE ADJ-SUS-ITEM-DATE    TO QZADJREC-SUS-DATE
               MOVE ADJ-SUS-ITEM-TIME    TO QZADJREC-SUS-TIME
           END-IF
           MOVE 0                        TO QZADJREC-ROW-AMT
           MOVE 0                        TO QZADJREC-CREDIT-AMT.
       4400-BUILD-MEMO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5000-DECIDE-MEMO                                            *
      *        Approves or rejects a pending memo. The supervisor     *
      *        who raised a memo may not approve it; rejecting one's  *
      *        own memo is allowed - it withdraws it.                 *
      *----------------------------------------------------------------*
       5000-DECIDE-MEMO.
           MOVE ADJ-CUSTOMER-NO          TO QZADJREC-CUSTOMER-NO
           MOVE ADJ-BILLING-YM           TO QZADJREC-BILLING-YM
           MOVE ADJ-MEMO-SEQ             TO QZADJREC-SEQ
           EXEC CICS
               READ FILE('QZADJMAS')
               INTO(QZADJREC)
               RIDFLD(QZADJREC-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE '04'             TO LZAPLHDR-RTNCD
                   MOVE '0139'           TO LZAPLHDR-RSNCD
                   GO TO 5000-DECIDE-MEMO-EXIT
               WHEN OTHER
                   MOVE '12'             TO LZAPLHDR-RTNCD
                   MOVE '9999'           TO LZAPLHDR-RSNCD
                   GO TO 5000-DECIDE-MEMO-EXIT
           END-EVALUATE
           IF NOT QZADJREC-STS-PENDING
               MOVE '04'                 TO LZAPLHDR-RTNCD
               MOVE '0140'               TO LZAPLHDR-RSNCD
               GO TO 5000-DECIDE-MEMO-EXIT
           END-IF
           IF ADJ-FUNC-APPROVE
              AND QZADJREC-RAISE-OPERID = WS-AUDIT-OPERID
               MOVE '04'                 TO LZAPLHDR-RTNCD
               MOVE '0141'               TO LZAPLHDR-RSNCD
               GO TO 5000-DECIDE-MEMO-EXIT
           END-IF
           IF ADJ-FUNC-APPROVE
               SET QZADJREC-STS-APPROVED  TO TRUE
           ELSE
               SET QZADJREC-STS-REJECTED  TO TRUE
           END-IF
           MOVE WS-AUDIT-OPERID          TO QZADJREC-APPR-OPERID
           MOVE WS-TODAY-DATE            TO QZADJREC-APPR-DATE
           EXEC CICS
               REWRITE FILE('QZADJMAS')
               FROM(QZADJREC)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '08'                 TO LZAPLHDR-RTNCD
               MOVE '0002'               TO LZAPLHDR-RSNCD
               GO TO 5000-DECIDE-MEMO-EXIT
           END-IF
           IF QZADJREC-STS-APPROVED
               PERFORM 6000-SETTLE-EXCEPTION
                  THRU 6000-SETTLE-EXCEPTION-EXIT
           END-IF
           PERFORM 7000-BUILD-RESPONSE
              THRU 7000-BUILD-RESPONSE-EXIT.
       5000-DECIDE-MEMO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    6000-SETTLE-EXCEPTION                                       *
      *        Marks the charge exception an approved memo was raised *
      *        against resolved, naming the memo. An item worked from *
      *        the queue in the meantime is left as it stands; the    *
      *        memo is approved either way.                           *
      *----------------------------------------------------------------*
       6000-SETTLE-EXCEPTION.
           IF QZADJREC-SUS-DATE = SPACES
               GO TO 6000-SETTLE-EXCEPTION-EXIT
           END-IF
           MOVE QZADJREC-SUS-CUSTOMER-NO TO QZSUSREC-CUSTOMER-NO
           MOVE QZADJREC-SUS-DATE        TO QZSUSREC-DATE
           MOVE QZADJREC-SUS-TIME        TO QZSUSREC-TIME
           EXEC CICS
               READ FILE('QZSUSPNS')
               INTO(QZSUSREC)
               RIDFLD(QZSUSREC-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 6000-SETTLE-EXCEPTION-EXIT
           END-IF
           IF QZSUSREC-STS-CLOSED
               GO TO 6000-SETTLE-EXCEPTION-EXIT
           END-IF
           MOVE 'R'                      TO QZSUSREC-STATUS
           MOVE SPACES                   TO QZSUSREC-RESOLUTION
           STRING 'SETTLED BY ADJUSTMENT MEMO '
                                         DELIMITED BY SIZE
                  QZADJREC-BILLING-YM    DELIMITED BY SIZE
                  '/'                    DELIMITED BY SIZE
                  QZADJREC-SEQ           DELIMITED BY SIZE
             INTO QZSUSREC-RESOLUTION
           END-STRING
           MOVE WS-AUDIT-OPERID          TO QZSUSREC-DISP-OPERID
           MOVE WS-TODAY-DATE            TO QZSUSREC-DISP-DATE
           EXEC CICS
               REWRITE FILE('QZSUSPNS')
               FROM(QZSUSREC)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12'                 TO LZAPLHDR-RTNCD
               MOVE '9999'               TO LZAPLHDR-RSNCD
               GO TO 6000-SETTLE-EXCEPTION-EXIT
           END-IF.
       6000-SETTLE-EXCEPTION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    7000-BUILD-RESPONSE                                         *
      *----------------------------------------------------------------*
       7000-BUILD-RESPONSE.
           MOVE QZADJREC-CUSTOMER-NO     TO ADJ-RES-CUSTOMER-NO
           MOVE QZADJREC-BILLING-YM      TO ADJ-RES-BILLING-YM
           MOVE QZADJREC-SEQ             TO ADJ-RES-MEMO-SEQ
           MOVE QZADJREC-MEMO-TYPE       TO ADJ-RES-MEMO-TYPE
           MOVE QZADJREC-AMOUNT          TO ADJ-RES-AMOUNT
           MOVE QZADJREC-STATUS          TO ADJ-RES-STATUS
           MOVE QZADJREC-RAISE-OPERID    TO ADJ-RES-RAISE-OPERID
           MOVE QZADJREC-APPR-OPERID     TO ADJ-RES-APPR-OPERID.
       7000-BUILD-RESPONSE-EXIT.
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
           MOVE ADJ-CUSTOMER-NO          TO QZAUDREC-CUSTOMER-NO
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
