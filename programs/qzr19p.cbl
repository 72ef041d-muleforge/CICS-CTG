      *                      before the report total is released; an   *
      *                      out-of-balance or uncontrolled extract    *
      *                      is refused with return code 16.           *
      *    2026-10-15  KS    The extract's consumption tax hash is     *
      *                      balanced against the tax read; an         *
      *                      extract from before the tax existed       *
      *                      balances at zero.                         *
      *    2026-10-15  KS    The run now registers its start, end and  *
      *                      the extract records read on the QZRUNCTL  *
      *                      run-control dataset through QZRUNLOG, is  *
      *                      refused unless QZB19E has completed       *
      *                      tonight, and registers an abnormal end    *
      *                      for an out-of-balance extract.            *
      *                                                                *
      *================================================================*
       IDENTIFICATION DIVISION.
       77  WS-RECORD-CNT                  PIC 9(07) COMP VALUE 0.
       77  WS-TOTAL-AMOUNT                PIC 9(15) COMP VALUE 0.
       77  WS-TOTAL-CHARGE                PIC 9(15) COMP VALUE 0.
       77  WS-TOTAL-TAX                   PIC 9(15) COMP VALUE 0.
       77  WS-HDR-SEEN-SW                 PIC X(01) VALUE 'N'.
           88  WS-HDR-SEEN                     VALUE 'Y'.
       77  WS-TRL-SEEN-SW                 PIC X(01) VALUE 'N'.
       77  WS-TRL-RECORD-CNT              PIC 9(09) VALUE 0.
       77  WS-TRL-AMOUNT-HASH             PIC 9(15) VALUE 0.
       77  WS-TRL-CHARGE-HASH             PIC 9(15) VALUE 0.
       77  WS-TRL-TAX-HASH                PIC 9(15) VALUE 0.
       77  WS-BALANCED-SW                 PIC X(01) VALUE 'N'.
           88  WS-BALANCED                     VALUE 'Y'.

      *----------------------------------------------------------------*
      *    RUN-CONTROL CALL PARAMETER BLOCK                            *
      *----------------------------------------------------------------*
           COPY "runlog_parm.cbl".

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 0100-REGISTER-START
              THRU 0100-REGISTER-START-EXIT
           PERFORM 1000-INITIALIZE
              THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-PRINT-DETAIL-LINE
              UNTIL WS-EOF
           PERFORM 3000-FINALIZE
              THRU 3000-FINALIZE-EXIT
           PERFORM 8900-REGISTER-END
              THRU 8900-REGISTER-END-EXIT
           STOP RUN.

      *----------------------------------------------------------------*
      *    0100-REGISTER-START                                         *
      *        Registers this run on the QZRUNCTL run-control dataset  *
      *        through QZRUNLOG before a single file is opened -       *
      *        refused when an instance is still marked running, or   *
      *        unless QZB19E has completed tonight, so the report is  *
      *        never taken of last night's extract.                    *
      *----------------------------------------------------------------*
       0100-REGISTER-START.
           MOVE 'S'                       TO QZRLGPRM-FUNCTION
           MOVE 'QZR19P  '                TO QZRLGPRM-PGMID
           MOVE 'QZB19E  '                TO QZRLGPRM-PREREQ-PGMID (1)
           MOVE SPACES                    TO QZRLGPRM-PREREQ-PGMID (2)
           MOVE SPACES                    TO QZRLGPRM-PREREQ-PGMID (3)
           MOVE 0                         TO QZRLGPRM-COUNT-1
                                             QZRLGPRM-COUNT-2
                                             QZRLGPRM-COUNT-3
           CALL 'QZRUNLOG' USING QZRLGPRM
           IF NOT QZRLGPRM-OK
               EVALUATE TRUE
                   WHEN QZRLGPRM-ALREADY-RUNNING
                       DISPLAY 'QZR19P - RUN REFUSED, AN INSTANCE '
                               'IS STILL MARKED RUNNING ON '
                               'QZRUNCTL - VERIFY AND RESET '
                               'VIA QZB19X'
                   WHEN QZRLGPRM-PREREQ-MISSING
                       DISPLAY 'QZR19P - RUN REFUSED, '
                               'PREREQUISITE '
                               QZRLGPRM-FAIL-PGMID
                               ' HAS NOT COMPLETED TONIGHT'
                   WHEN OTHER
                       DISPLAY 'QZR19P - QZRUNCTL ACCESS FAILED'
               END-EVALUATE
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF.
       0100-REGISTER-START-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
               MOVE QZEXTTRL-RECORD-CNT   TO WS-TRL-RECORD-CNT
               MOVE QZEXTTRL-AMOUNT-HASH  TO WS-TRL-AMOUNT-HASH
               MOVE QZEXTTRL-CHARGE-HASH  TO WS-TRL-CHARGE-HASH
               IF QZEXTTRL-TAX-HASH NUMERIC
                   MOVE QZEXTTRL-TAX-HASH TO WS-TRL-TAX-HASH
               ELSE
                   MOVE 0                 TO WS-TRL-TAX-HASH
               END-IF
               PERFORM 2900-READ-NEXT-EXTRACT
                  THRU 2900-READ-NEXT-EXTRACT-EXIT
               GO TO 2000-PRINT-DETAIL-LINE-EXIT
           ADD 1                          TO WS-RECORD-CNT
           ADD QZEXTREC-CUSTOMER-AMOUNT   TO WS-TOTAL-AMOUNT
           ADD QZEXTREC-CUSTOMER-CHARGE   TO WS-TOTAL-CHARGE
           IF QZEXTREC-TAX-AMT NUMERIC
               ADD QZEXTREC-TAX-AMT       TO WS-TOTAL-TAX
           END-IF
           PERFORM 2900-READ-NEXT-EXTRACT
              THRU 2900-READ-NEXT-EXTRACT-EXIT.
       2000-PRINT-DETAIL-LINE-EXIT.
      *----------------------------------------------------------------*
      *    3200-VERIFY-BALANCE                                         *
      *        A clean extract carries a header and a trailer whose   *
      *        record count and amount/charge/tax hash totals equal   *
      *        what was actually read and summed. Anything else - a   *
      *        half-written file without its trailer, a stale file    *
      *        from a release before the control records existed, a  *
      *        count or hash disagreement - withholds the report.      *
      *----------------------------------------------------------------*
       3200-VERIFY-BALANCE.
           SET WS-BALANCED-SW             TO 'N'
                   DISPLAY 'QZR19P - OUT OF BALANCE: CHARGE HASH '
                           WS-TRL-CHARGE-HASH ' VS CHARGE READ '
                           WS-TOTAL-CHARGE
               WHEN WS-TRL-TAX-HASH NOT = WS-TOTAL-TAX
                   DISPLAY 'QZR19P - OUT OF BALANCE: TAX HASH '
                           WS-TRL-TAX-HASH ' VS TAX READ '
                           WS-TOTAL-TAX
               WHEN OTHER
                   SET WS-BALANCED        TO TRUE
           END-EVALUATE.
       3200-VERIFY-BALANCE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8900-REGISTER-END                                           *
      *        An extract the report was withheld for registers an     *
      *        abnormal end, with the records read, so the night's     *
      *        balancing report shows the refusal as well as the       *
      *        count.                                                  *
      *----------------------------------------------------------------*
       8900-REGISTER-END.
           IF NOT WS-BALANCED
               MOVE 'A'                   TO QZRLGPRM-FUNCTION
           ELSE
               MOVE 'E'                   TO QZRLGPRM-FUNCTION
           END-IF
           MOVE 'QZR19P  '                TO QZRLGPRM-PGMID
           MOVE WS-RECORD-CNT             TO QZRLGPRM-COUNT-1
           MOVE 0                         TO QZRLGPRM-COUNT-2
           MOVE 0                         TO QZRLGPRM-COUNT-3
           CALL 'QZRUNLOG' USING QZRLGPRM
           IF NOT QZRLGPRM-OK
               DISPLAY 'QZR19P - QZRUNCTL END REGISTRATION '
                       'FAILED'
               MOVE 16                    TO RETURN-CODE
           END-IF.
       8900-REGISTER-END-EXIT.
           EXIT.
