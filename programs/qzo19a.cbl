      *================================================================*
      *                                                                *
      *    PROGRAM:      QZO19A                                       *
      *    AUTHOR:       K. SASAKI - APPLICATION SUPPORT               *
      *    INSTALLATION: MULEFORGE DATA CENTER                        *
      *    DATE-WRITTEN: 2026-10-15                                   *
      *    DATE-COMPILED:                                              *
      *                                                                *
      *    PURPOSE.                                                   *
      *        Online CICS transaction behind the gateway that        *
      *        records a payment arrangement agreed by the            *
      *        collections desk, routed like QZO19U and requiring     *
      *        the same maintenance authority. A set-up totals the    *
      *        open balance of the customer's open billing months    *
      *        through QZROWBAL and writes the installment plan to    *
      *        QZPLNMAS - up to twelve installments, each with its   *
      *        due date and amount, the amounts totalling the open   *
      *        balance exactly. While the plan is active QZB19N      *
      *        holds the customer's collections status and QZB19C    *
      *        writes no dunning; the QZB19B nightly check marks the *
      *        plan kept, completed or broken against the QZPAYMAS   *
      *        receipts. A cancellation ends the active plan at the  *
      *        desk's request and normal escalation resumes.          *
      *                                                                *
      *    LINKAGE.                                                    *
      *        DFHCOMMAREA = LZAPLHDR-AREA, QZPLNCMD, QZPLNRES,        *
      *        in that order.                                          *
      *                                                                *
      *    MOD HISTORY.                                                *
      *    DATE        INIT  DESCRIPTION                               *
      *    ----------  ----  ------------------------------------      *
      *    2026-10-15  KS    QZO19A established.                       *
      *                                                                *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    QZO19A.
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
      *    INSTALLMENT PLAN I/O AREA                                   *
      *----------------------------------------------------------------*
           COPY "payment_plan.cbl".

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
       77  WS-PLAN-EXISTS-SW              PIC X(01) VALUE 'N'.
           88  WS-PLAN-EXISTS                  VALUE 'Y'.
       77  WS-FIELDS-OK-SW                PIC X(01) VALUE 'Y'.
           88  WS-FIELDS-OK                    VALUE 'Y'.
       77  WS-ROW-CNT                     PIC 9(03) COMP VALUE 0.
       77  WS-OPEN-CNT                    PIC 9(03) COMP VALUE 0.
       77  WS-OPEN-TOTAL                  PIC 9(11) VALUE 0.
       77  WS-INST-TOTAL                  PIC 9(11) VALUE 0.
       77  WS-INST-IDX                    PIC 9(03) COMP.
       77  WS-FIRST-OPEN-YM               PIC X(06).
       77  WS-LAST-OPEN-YM                PIC X(06).
       77  WS-PREV-DUE-DATE               PIC X(08).

      *----------------------------------------------------------------*
      *    INSTALLMENT DUE-DATE EDIT WORK AREA                         *
      *----------------------------------------------------------------*
       01  WS-DUE-DATE                    PIC X(08).
       01  WS-DUE-DATE-R REDEFINES WS-DUE-DATE.
           05  WS-DUE-YYYY                PIC 9(04).
           05  WS-DUE-MM                  PIC 9(02).
           05  WS-DUE-DD                  PIC 9(02).

       77  WS-REQUIRED-AUTH               PIC X(01) VALUE '2'.
       77  WS-AUTH-FOUND-SW               PIC X(01) VALUE 'N'.
           88  WS-AUTH-FOUND                   VALUE 'Y'.
       77  WS-CHECK-OPERID                PIC X(08).
       77  WS-AUDIT-OPERID                PIC X(08).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY "header.cbl".
           COPY "plan_command.cbl".
           COPY "plan_response.cbl".

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
                   IF PLN-FUNC-SETUP
                       PERFORM 4000-SETUP-PLAN
                          THRU 4000-SETUP-PLAN-EXIT
                   ELSE
                       PERFORM 5000-CANCEL-PLAN
                          THRU 5000-CANCEL-PLAN-EXIT
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
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           EXEC CICS
               ASKTIME ABSTIME(WS-START-ABSTIME)
           END-EXEC
           MOVE SPACES                   TO LZAPLHDR-OTHCD
           MOVE '00'                     TO LZAPLHDR-RTNCD
           MOVE '0000'                   TO LZAPLHDR-RSNCD
           MOVE SPACES                   TO PLN-RES-CUSTOMER-NO
           MOVE SPACES                   TO PLN-RES-PLAN-STATUS
           MOVE SPACES                   TO PLN-RES-FIRST-YM
           MOVE SPACES                   TO PLN-RES-LAST-YM
           MOVE 0                        TO PLN-RES-MONTH-CNT
           MOVE 0                        TO PLN-RES-OPEN-AMT
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
      *        8500-AUDIT-LOG journals and the plan records as the    *
      *        operator who set it up.                                 *
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
      *        The function code must be set-up or cancel and the     *
      *        customer number present. A set-up additionally needs   *
      *        one to twelve installments, each with a real due date  *
      *        no earlier than today and later than the one before,  *
      *        and an amount; whether the amounts total the open     *
      *        balance is settled in 4000-SETUP-PLAN against the rows *
      *        on file.                                                *
      *----------------------------------------------------------------*
       2000-EDIT-COMMAND.
           IF NOT PLN-FUNC-SETUP
              AND NOT PLN-FUNC-CANCEL
               MOVE '04'                 TO LZAPLHDR-RTNCD
               MOVE '0129'               TO LZAPLHDR-RSNCD
               GO TO 2000-EDIT-COMMAND-EXIT
           END-IF
           IF PLN-CUSTOMER-NO = SPACES
               MOVE '04'                 TO LZAPLHDR-RTNCD
               MOVE '0106'               TO LZAPLHDR-RSNCD
               GO TO 2000-EDIT-COMMAND-EXIT
           END-IF
           IF PLN-FUNC-CANCEL
               GO TO 2000-EDIT-COMMAND-EXIT
           END-IF
           IF PLN-INST-CNT NOT NUMERIC
              OR PLN-INST-CNT = 0
              OR PLN-INST-CNT > 12
               MOVE '04'                 TO LZAPLHDR-RTNCD
               MOVE '0130'               TO LZAPLHDR-RSNCD
               GO TO 2000-EDIT-COMMAND-EXIT
           END-IF
           SET WS-FIELDS-OK-SW           TO 'Y'
           MOVE 0                        TO WS-INST-TOTAL
           MOVE WS-TODAY-DATE            TO WS-PREV-DUE-DATE
           PERFORM 2100-EDIT-ONE-INST
              THRU 2100-EDIT-ONE-INST-EXIT
              VARYING WS-INST-IDX FROM 1 BY 1
              UNTIL WS-INST-IDX > PLN-INST-CNT
                 OR NOT WS-FIELDS-OK
           IF NOT WS-FIELDS-OK
               MOVE '04'                 TO LZAPLHDR-RTNCD
               MOVE '0130'               TO LZAPLHDR-RSNCD
           END-IF.
       2000-EDIT-COMMAND-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2100-EDIT-ONE-INST                                          *
      *        WS-PREV-DUE-DATE starts at today, so the first due     *
      *        date may fall today and every later one must fall      *
      *        after the one before.                                   *
      *----------------------------------------------------------------*
       2100-EDIT-ONE-INST.
           MOVE PLN-INST-DUE-DATE (WS-INST-IDX)
                                         TO WS-DUE-DATE
           IF WS-DUE-DATE NOT NUMERIC
               SET WS-FIELDS-OK-SW       TO 'N'
               GO TO 2100-EDIT-ONE-INST-EXIT
           END-IF
           IF WS-DUE-MM < 1 OR WS-DUE-MM > 12
              OR WS-DUE-DD < 1 OR WS-DUE-DD > 31
               SET WS-FIELDS-OK-SW       TO 'N'
               GO TO 2100-EDIT-ONE-INST-EXIT
           END-IF
           IF WS-DUE-DATE < WS-PREV-DUE-DATE
              OR (WS-INST-IDX > 1
                  AND WS-DUE-DATE = WS-PREV-DUE-DATE)
               SET WS-FIELDS-OK-SW       TO 'N'
               GO TO 2100-EDIT-ONE-INST-EXIT
           END-IF
           IF PLN-INST-AMT (WS-INST-IDX) NOT NUMERIC
              OR PLN-INST-AMT (WS-INST-IDX) = 0
               SET WS-FIELDS-OK-SW       TO 'N'
               GO TO 2100-EDIT-ONE-INST-EXIT
           END-IF
           MOVE WS-DUE-DATE              TO WS-PREV-DUE-DATE
           ADD PLN-INST-AMT (WS-INST-IDX) TO WS-INST-TOTAL.
       2100-EDIT-ONE-INST-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4000-SETUP-PLAN                                             *
      *        Refuses a set-up over a plan still active - the desk   *
      *        cancels it first - and one for a customer with nothing *
      *        open. The installments must total the open balance of  *
      *        the customer's open billing months exactly; the open   *
      *        balance is echoed either way so a refused set-up can   *
      *        be re-keyed. A broken, completed or cancelled plan on  *
      *        file is replaced.                                       *
      *----------------------------------------------------------------*
       4000-SETUP-PLAN.
           PERFORM 4100-READ-PLAN
              THRU 4100-READ-PLAN-EXIT
           IF WS-PLAN-EXISTS
              AND QZPLNREC-STS-ACTIVE
               MOVE '04'                 TO LZAPLHDR-RTNCD
               MOVE '0133'               TO LZAPLHDR-RSNCD
               GO TO 4000-SETUP-PLAN-EXIT
           END-IF
           PERFORM 4200-TOTAL-OPEN-ROWS
              THRU 4200-TOTAL-OPEN-ROWS-EXIT
           IF LZAPLHDR-RTNCD NOT = '00'
               GO TO 4000-SETUP-PLAN-EXIT
           END-IF
           IF WS-ROW-CNT = 0
               MOVE '04'                 TO LZAPLHDR-RTNCD
               MOVE '0105'               TO LZAPLHDR-RSNCD
               GO TO 4000-SETUP-PLAN-EXIT
           END-IF
           MOVE PLN-CUSTOMER-NO          TO PLN-RES-CUSTOMER-NO
           MOVE WS-OPEN-CNT              TO PLN-RES-MONTH-CNT
           MOVE WS-OPEN-TOTAL            TO PLN-RES-OPEN-AMT
           IF WS-OPEN-TOTAL = 0
               MOVE '04'                 TO LZAPLHDR-RTNCD
               MOVE '0131'               TO LZAPLHDR-RSNCD
               GO TO 4000-SETUP-PLAN-EXIT
           END-IF
           MOVE WS-FIRST-OPEN-YM         TO PLN-RES-FIRST-YM
           MOVE WS-LAST-OPEN-YM          TO PLN-RES-LAST-YM
           IF WS-INST-TOTAL NOT = WS-OPEN-TOTAL
               MOVE '04'                 TO LZAPLHDR-RTNCD
               MOVE '0132'               TO LZAPLHDR-RSNCD
               GO TO 4000-SETUP-PLAN-EXIT
           END-IF
           IF WS-PLAN-EXISTS
               PERFORM 4500-REPLACE-PLAN
                  THRU 4500-REPLACE-PLAN-EXIT
           ELSE
               PERFORM 4400-BUILD-PLAN
                  THRU 4400-BUILD-PLAN-EXIT
               EXEC CICS
                   WRITE FILE('QZPLNMAS')
                   FROM(QZPLNREC)
                   RIDFLD(QZPLNREC-CUSTOMER-NO)
                   RESP(WS-RESP)
               END-EXEC
               EVALUATE WS-RESP
                   WHEN DFHRESP(NORMAL)
                       CONTINUE
                   WHEN DFHRESP(DUPREC)
                       MOVE '04'         TO LZAPLHDR-RTNCD
                       MOVE '0133'       TO LZAPLHDR-RSNCD
                   WHEN OTHER
                       MOVE '12'         TO LZAPLHDR-RTNCD
                       MOVE '9999'       TO LZAPLHDR-RSNCD
               END-EVALUATE
           END-IF
           IF LZAPLHDR-RTNCD = '00'
               MOVE 'A'                  TO PLN-RES-PLAN-STATUS
           END-IF.
       4000-SETUP-PLAN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4100-READ-PLAN                                              *
      *----------------------------------------------------------------*
       4100-READ-PLAN.
           SET WS-PLAN-EXISTS-SW         TO 'N'
           MOVE PLN-CUSTOMER-NO          TO QZPLNREC-CUSTOMER-NO
           EXEC CICS
               READ FILE('QZPLNMAS')
               INTO(QZPLNREC)
               RIDFLD(QZPLNREC-CUSTOMER-NO)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-PLAN-EXISTS         TO TRUE
           END-IF.
       4100-READ-PLAN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4200-TOTAL-OPEN-ROWS                                        *
      *        Browses the customer's billing-month rows and totals   *
      *        the open balance QZROWBAL finds on each - the same     *
      *        figure QZB19C ages and QZB19P settles - noting the     *
      *        oldest and latest month still open.                     *
      *----------------------------------------------------------------*
       4200-TOTAL-OPEN-ROWS.
           MOVE 0                        TO WS-ROW-CNT
           MOVE 0                        TO WS-OPEN-CNT
           MOVE 0                        TO WS-OPEN-TOTAL
           MOVE HIGH-VALUES              TO WS-FIRST-OPEN-YM
           MOVE LOW-VALUES               TO WS-LAST-OPEN-YM
           SET WS-BROWSE-DONE-SW         TO 'N'
           MOVE PLN-CUSTOMER-NO          TO QZCUSMAS-CUSTOMER-NO
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
               PERFORM 4250-TOTAL-NEXT-ROW
                  THRU 4250-TOTAL-NEXT-ROW-EXIT
                  UNTIL WS-BROWSE-DONE
               EXEC CICS
                   ENDBR FILE('QZCUSMAS')
                   RESP(WS-RESP)
               END-EXEC
           END-IF.
       4200-TOTAL-OPEN-ROWS-EXIT.
           EXIT.

       4250-TOTAL-NEXT-ROW.
           EXEC CICS
               READNEXT FILE('QZCUSMAS')
               INTO(QZCUSMAS-REC)
               RIDFLD(QZCUSMAS-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE         TO TRUE
               GO TO 4250-TOTAL-NEXT-ROW-EXIT
           END-IF
           IF QZCUSMAS-CUSTOMER-NO NOT = PLN-CUSTOMER-NO
               SET WS-BROWSE-DONE         TO TRUE
               GO TO 4250-TOTAL-NEXT-ROW-EXIT
           END-IF
           IF WS-ROW-CNT >= 600
               SET WS-BROWSE-DONE         TO TRUE
               MOVE '12'                  TO LZAPLHDR-RTNCD
               MOVE '9999'                TO LZAPLHDR-RSNCD
               GO TO 4250-TOTAL-NEXT-ROW-EXIT
           END-IF
           ADD 1                          TO WS-ROW-CNT
           CALL 'QZROWBAL' USING QZCUSMAS-REC QZRBLPRM
           IF QZRBLPRM-ROW-HAS-OPEN
               ADD 1                      TO WS-OPEN-CNT
               ADD QZRBLPRM-OPEN-AMT      TO WS-OPEN-TOTAL
               IF QZCUSMAS-BILLING-YM < WS-FIRST-OPEN-YM
                   MOVE QZCUSMAS-BILLING-YM
                     TO WS-FIRST-OPEN-YM
               END-IF
               IF QZCUSMAS-BILLING-YM > WS-LAST-OPEN-YM
                   MOVE QZCUSMAS-BILLING-YM
                     TO WS-LAST-OPEN-YM
               END-IF
           END-IF.
       4250-TOTAL-NEXT-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4400-BUILD-PLAN                                             *
      *        Lays the keyed installments into the plan record;      *
      *        the unused installment slots are cleared.               *
      *----------------------------------------------------------------*
       4400-BUILD-PLAN.
           MOVE PLN-CUSTOMER-NO          TO QZPLNREC-CUSTOMER-NO
           MOVE 'A'                      TO QZPLNREC-STATUS
           MOVE WS-TODAY-DATE            TO QZPLNREC-SETUP-DATE
           MOVE WS-AUDIT-OPERID          TO QZPLNREC-SETUP-OPERID
           MOVE WS-FIRST-OPEN-YM         TO QZPLNREC-FIRST-YM
           MOVE WS-LAST-OPEN-YM          TO QZPLNREC-LAST-YM
           MOVE WS-OPEN-CNT              TO QZPLNREC-MONTH-CNT
           MOVE WS-OPEN-TOTAL            TO QZPLNREC-PLAN-AMT
           MOVE PLN-INST-CNT             TO QZPLNREC-INST-CNT
           PERFORM 4450-BUILD-ONE-INST
              THRU 4450-BUILD-ONE-INST-EXIT
              VARYING WS-INST-IDX FROM 1 BY 1
              UNTIL WS-INST-IDX > 12
           MOVE 0                        TO QZPLNREC-RECEIVED-AMT
           MOVE SPACES                   TO QZPLNREC-CHECK-DATE
           MOVE SPACES                   TO QZPLNREC-END-DATE
           MOVE WS-TODAY-DATE            TO QZPLNREC-LAST-UPD-DATE.
       4400-BUILD-PLAN-EXIT.
           EXIT.

       4450-BUILD-ONE-INST.
           IF WS-INST-IDX > PLN-INST-CNT
               MOVE SPACES   TO QZPLNREC-INST-DUE-DATE (WS-INST-IDX)
               MOVE 0        TO QZPLNREC-INST-AMT (WS-INST-IDX)
           ELSE
               MOVE PLN-INST-DUE-DATE (WS-INST-IDX)
                 TO QZPLNREC-INST-DUE-DATE (WS-INST-IDX)
               MOVE PLN-INST-AMT (WS-INST-IDX)
                 TO QZPLNREC-INST-AMT (WS-INST-IDX)
           END-IF
           MOVE SPACES       TO QZPLNREC-INST-STATUS (WS-INST-IDX).
       4450-BUILD-ONE-INST-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4500-REPLACE-PLAN                                           *
      *        The finished plan on file is read for update and       *
      *        overwritten. A plan made active by another operator    *
      *        since 4100-READ-PLAN is not overwritten.                *
      *----------------------------------------------------------------*
       4500-REPLACE-PLAN.
           MOVE PLN-CUSTOMER-NO          TO QZPLNREC-CUSTOMER-NO
           EXEC CICS
               READ FILE('QZPLNMAS')
               INTO(QZPLNREC)
               RIDFLD(QZPLNREC-CUSTOMER-NO)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '12'                 TO LZAPLHDR-RTNCD
               MOVE '9999'               TO LZAPLHDR-RSNCD
               GO TO 4500-REPLACE-PLAN-EXIT
           END-IF
           IF QZPLNREC-STS-ACTIVE
               MOVE '04'                 TO LZAPLHDR-RTNCD
               MOVE '0133'               TO LZAPLHDR-RSNCD
               GO TO 4500-REPLACE-PLAN-EXIT
           END-IF
           PERFORM 4400-BUILD-PLAN
              THRU 4400-BUILD-PLAN-EXIT
           EXEC CICS
               REWRITE FILE('QZPLNMAS')
               FROM(QZPLNREC)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '08'                 TO LZAPLHDR-RTNCD
               MOVE '0002'               TO LZAPLHDR-RSNCD
           END-IF.
       4500-REPLACE-PLAN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5000-CANCEL-PLAN                                            *
      *        Ends the customer's active plan. Only an active plan   *
      *        can be cancelled - a broken or completed plan has      *
      *        already ended.                                          *
      *----------------------------------------------------------------*
       5000-CANCEL-PLAN.
           MOVE PLN-CUSTOMER-NO          TO QZPLNREC-CUSTOMER-NO
           EXEC CICS
               READ FILE('QZPLNMAS')
               INTO(QZPLNREC)
               RIDFLD(QZPLNREC-CUSTOMER-NO)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE '04'             TO LZAPLHDR-RTNCD
                   MOVE '0134'           TO LZAPLHDR-RSNCD
                   GO TO 5000-CANCEL-PLAN-EXIT
               WHEN OTHER
                   MOVE '12'             TO LZAPLHDR-RTNCD
                   MOVE '9999'           TO LZAPLHDR-RSNCD
                   GO TO 5000-CANCEL-PLAN-EXIT
           END-EVALUATE
           IF NOT QZPLNREC-STS-ACTIVE
               MOVE '04'                 TO LZAPLHDR-RTNCD
               MOVE '0134'               TO LZAPLHDR-RSNCD
               GO TO 5000-CANCEL-PLAN-EXIT
           END-IF
           MOVE 'X'                      TO QZPLNREC-STATUS
           MOVE WS-TODAY-DATE            TO QZPLNREC-END-DATE
           MOVE WS-TODAY-DATE            TO QZPLNREC-LAST-UPD-DATE
           EXEC CICS
               REWRITE FILE('QZPLNMAS')
               FROM(QZPLNREC)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '08'                 TO LZAPLHDR-RTNCD
               MOVE '0002'               TO LZAPLHDR-RSNCD
               GO TO 5000-CANCEL-PLAN-EXIT
           END-IF
           MOVE PLN-CUSTOMER-NO          TO PLN-RES-CUSTOMER-NO
           MOVE 'X'                      TO PLN-RES-PLAN-STATUS
           MOVE QZPLNREC-FIRST-YM        TO PLN-RES-FIRST-YM
           MOVE QZPLNREC-LAST-YM         TO PLN-RES-LAST-YM
           MOVE QZPLNREC-MONTH-CNT       TO PLN-RES-MONTH-CNT
           MOVE QZPLNREC-PLAN-AMT        TO PLN-RES-OPEN-AMT.
       5000-CANCEL-PLAN-EXIT.
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
           MOVE PLN-CUSTOMER-NO          TO QZAUDREC-CUSTOMER-NO
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
