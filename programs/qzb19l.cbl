      *    DATE        INIT  DESCRIPTION                               *
      *    ----------  ----  ------------------------------------      *
      *    2026-09-01  KS    QZB19L established.                       *
      *    2026-10-15  KS    Tonight's late-payment surcharges from    *
      *                      the QZB19S QZLATFEE posting file are      *
      *                      verified against their own                *
      *                      header/trailer and journalled as          *
      *                      separate debit-receivables/credit-late-   *
      *                      charge-revenue pairs by contract type     *
      *                      and payment method. The journal now       *
      *                      proves to the extract charge hash plus    *
      *                      the surcharge hash.                       *
      *    2026-10-15  KS    Tonight's billing adjustment memos from   *
      *                      the QZB19O QZADJPST posting file are      *
      *                      verified against their own                *
      *                      header/trailer and journalled by          *
      *                      contract type and payment method, a       *
      *                      debit memo debiting receivables and       *
      *                      crediting billing adjustments and a       *
      *                      credit memo the reverse. The journal      *
      *                      proof adds both memo hashes.              *
      *    2026-10-15  KS    The consumption tax on the extract is     *
      *                      balanced against the extract tax hash     *
      *                      and journalled as                         *
      *                      debit-receivables/credit-tax-payable      *
      *                      pairs by contract type and payment        *
      *                      method; the journal proof adds the tax    *
      *                      hash.                                     *
      *    2026-10-15  KS    The run now registers its start, end and  *
      *                      control counts on the QZRUNCTL            *
      *                      run-control dataset through QZRUNLOG -    *
      *                      extract, surcharge and adjustment         *
      *                      records read - and is refused unless      *
      *                      QZB19E, QZB19S and QZB19O have completed  *
      *                      tonight.                                  *
      *                                                                *
      *================================================================*
       IDENTIFICATION DIVISION.
           SELECT QZEXTRCT-FILE  ASSIGN TO QZEXTRCT
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS WS-EXTRCT-STATUS.
           SELECT QZLATFEE-FILE  ASSIGN TO QZLATFEE
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS WS-LATFEE-STATUS.
           SELECT QZADJPST-FILE  ASSIGN TO QZADJPST
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS WS-ADJPST-STATUS.
           SELECT QZGLJOUT-FILE  ASSIGN TO QZGLJOUT
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS WS-GLJOUT-STATUS.
       FILE SECTION.
       FD  QZEXTRCT-FILE.
           COPY "extract_record.cbl".
       FD  QZLATFEE-FILE.
           COPY "late_charge.cbl".
       FD  QZADJPST-FILE.
           COPY "adjustment_post.cbl".
       FD  QZGLJOUT-FILE.
           COPY "gl_journal.cbl".

      *----------------------------------------------------------------*
       77  WS-EXTRCT-STATUS               PIC X(02).
       77  WS-GLJOUT-STATUS               PIC X(02).
       77  WS-LATFEE-STATUS               PIC X(02).
       77  WS-LAT-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-LAT-EOF                      VALUE 'Y'.
       77  WS-LAT-HDR-SEEN-SW             PIC X(01) VALUE 'N'.
           88  WS-LAT-HDR-SEEN                 VALUE 'Y'.
       77  WS-LAT-TRL-SEEN-SW             PIC X(01) VALUE 'N'.
           88  WS-LAT-TRL-SEEN                 VALUE 'Y'.
       77  WS-LAT-RECORD-CNT              PIC 9(09) VALUE 0.
       77  WS-SURCHARGE-HASH              PIC 9(15) VALUE 0.
       77  WS-LAT-TRL-RECORD-CNT          PIC 9(09) VALUE 0.
       77  WS-LAT-TRL-SURCHARGE-HASH      PIC 9(15) VALUE 0.
       77  WS-ADJPST-STATUS               PIC X(02).
       77  WS-ADJ-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-ADJ-EOF                      VALUE 'Y'.
       77  WS-ADJ-HDR-SEEN-SW             PIC X(01) VALUE 'N'.
           88  WS-ADJ-HDR-SEEN                 VALUE 'Y'.
       77  WS-ADJ-TRL-SEEN-SW             PIC X(01) VALUE 'N'.
           88  WS-ADJ-TRL-SEEN                 VALUE 'Y'.
       77  WS-ADJ-RECORD-CNT              PIC 9(09) VALUE 0.
       77  WS-ADJ-DEBIT-HASH              PIC 9(15) VALUE 0.
       77  WS-ADJ-CREDIT-HASH             PIC 9(15) VALUE 0.
       77  WS-ADJ-TRL-RECORD-CNT          PIC 9(09) VALUE 0.
       77  WS-ADJ-TRL-DEBIT-HASH          PIC 9(15) VALUE 0.
       77  WS-ADJ-TRL-CREDIT-HASH         PIC 9(15) VALUE 0.
       77  WS-PROOF-TOTAL                 PIC 9(15) VALUE 0.
       77  WS-FIND-CONTRACT-TYPE          PIC X(02).
       77  WS-FIND-PAYMENT-METHOD         PIC X(02).
       77  WS-PAIR-DR-ACCOUNT             PIC X(08).
       77  WS-PAIR-CR-ACCOUNT             PIC X(08).
       77  WS-PAIR-AMOUNT                 PIC 9(13).
       77  WS-EOF-SW                      PIC X(01) VALUE 'N'.
           88  WS-EOF                          VALUE 'Y'.
       77  WS-HDR-SEEN-SW                 PIC X(01) VALUE 'N'.
       77  WS-TRL-RECORD-CNT              PIC 9(09) VALUE 0.
       77  WS-TRL-AMOUNT-HASH             PIC 9(15) VALUE 0.
       77  WS-TRL-CHARGE-HASH             PIC 9(15) VALUE 0.
       77  WS-TAX-HASH                    PIC 9(15) VALUE 0.
       77  WS-TRL-TAX-HASH                PIC 9(15) VALUE 0.
       77  WS-JRN-CNT                     PIC 9(07) VALUE 0.
       77  WS-DEBIT-TOTAL                 PIC 9(15) VALUE 0.
       77  WS-CREDIT-TOTAL                PIC 9(15) VALUE 0.
      *----------------------------------------------------------------*
       77  WS-AR-ACCOUNT                  PIC X(08) VALUE '11300000'.
       77  WS-REV-ACCOUNT                 PIC X(08) VALUE '40100000'.
       77  WS-LATE-REV-ACCOUNT            PIC X(08) VALUE '40200000'.
       77  WS-ADJ-ACCOUNT                 PIC X(08) VALUE '40900000'.
       77  WS-TAX-ACCOUNT                 PIC X(08) VALUE '21500000'.

      *----------------------------------------------------------------*
      *    CHARGE TOTALS BY CONTRACT TYPE AND PAYMENT METHOD           *
               10  WS-GRP-CONTRACT-TYPE   PIC X(02).
               10  WS-GRP-PAYMENT-METHOD  PIC X(02).
               10  WS-GRP-CHARGE          PIC 9(13) COMP.
               10  WS-GRP-SURCHARGE       PIC 9(13) COMP.
               10  WS-GRP-ADJ-DEBIT       PIC 9(13) COMP.
               10  WS-GRP-ADJ-CREDIT      PIC 9(13) COMP.
               10  WS-GRP-TAX             PIC 9(13) COMP.

      *----------------------------------------------------------------*
      *    RUN-CONTROL CALL PARAMETER BLOCK                            *
      *----------------------------------------------------------------*
           COPY "runlog_parm.cbl".

       PROCEDURE DIVISION.

      *    0000-MAINLINE                                              *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 0100-REGISTER-START
              THRU 0100-REGISTER-START-EXIT
           PERFORM 1000-INITIALIZE
              THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-PROCESS-RECORD
              THRU 2000-PROCESS-RECORD-EXIT
              UNTIL WS-EOF
           PERFORM 2500-PROCESS-SURCHARGE
              THRU 2500-PROCESS-SURCHARGE-EXIT
              UNTIL WS-LAT-EOF
           PERFORM 2600-PROCESS-ADJUSTMENT
              THRU 2600-PROCESS-ADJUSTMENT-EXIT
              UNTIL WS-ADJ-EOF
           PERFORM 3000-VERIFY-CONTROLS
              THRU 3000-VERIFY-CONTROLS-EXIT
           PERFORM 4000-WRITE-JOURNAL
              THRU 4000-WRITE-JOURNAL-EXIT
           PERFORM 8000-FINALIZE
              THRU 8000-FINALIZE-EXIT
           PERFORM 8900-REGISTER-END
              THRU 8900-REGISTER-END-EXIT
           STOP RUN.

      *----------------------------------------------------------------*
      *    0100-REGISTER-START                                         *
      *        Registers this run on the QZRUNCTL run-control         *
      *        dataset through QZRUNLOG before a single file is       *
      *        opened. QZB19E, QZB19S and QZB19O must have completed  *
      *        tonight - the journal is of the files they wrote.      *
      *----------------------------------------------------------------*
       0100-REGISTER-START.
           MOVE 'S'                       TO QZRLGPRM-FUNCTION
           MOVE 'QZB19L  '                TO QZRLGPRM-PGMID
           MOVE 'QZB19E  '                TO QZRLGPRM-PREREQ-PGMID (1)
           MOVE 'QZB19S  '                TO QZRLGPRM-PREREQ-PGMID (2)
           MOVE 'QZB19O  '                TO QZRLGPRM-PREREQ-PGMID (3)
           MOVE 0                         TO QZRLGPRM-COUNT-1
                                             QZRLGPRM-COUNT-2
                                             QZRLGPRM-COUNT-3
           CALL 'QZRUNLOG' USING QZRLGPRM
           IF NOT QZRLGPRM-OK
               EVALUATE TRUE
                   WHEN QZRLGPRM-ALREADY-RUNNING
                       DISPLAY 'QZB19L - RUN REFUSED, AN INSTANCE '
                               'IS STILL MARKED RUNNING ON '
                               'QZRUNCTL - VERIFY AND RESET '
                               'VIA QZB19X'
                   WHEN QZRLGPRM-PREREQ-MISSING
                       DISPLAY 'QZB19L - RUN REFUSED, '
                               'PREREQUISITE '
                               QZRLGPRM-FAIL-PGMID
                               ' HAS NOT COMPLETED TONIGHT'
                   WHEN OTHER
                       DISPLAY 'QZB19L - QZRUNCTL ACCESS FAILED'
               END-EVALUATE
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF.
       0100-REGISTER-START-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  QZLATFEE-FILE
           IF WS-LATFEE-STATUS NOT = '00'
               DISPLAY 'QZB19L - QZLATFEE OPEN FAILED, STATUS='
                       WS-LATFEE-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  QZADJPST-FILE
           IF WS-ADJPST-STATUS NOT = '00'
               DISPLAY 'QZB19L - QZADJPST OPEN FAILED, STATUS='
                       WS-ADJPST-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT QZGLJOUT-FILE
           IF WS-GLJOUT-STATUS NOT = '00'
               DISPLAY 'QZB19L - QZGLJOUT OPEN FAILED, STATUS='
               STOP RUN
           END-IF
           PERFORM 2900-READ-NEXT-EXTRACT
              THRU 2900-READ-NEXT-EXTRACT-EXIT
           PERFORM 2950-READ-NEXT-SURCHARGE
              THRU 2950-READ-NEXT-SURCHARGE-EXIT
           PERFORM 2960-READ-NEXT-ADJUSTMENT
              THRU 2960-READ-NEXT-ADJUSTMENT-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

                     TO WS-TRL-AMOUNT-HASH
                   MOVE QZEXTTRL-CHARGE-HASH
                     TO WS-TRL-CHARGE-HASH
                   IF QZEXTTRL-TAX-HASH NUMERIC
                       MOVE QZEXTTRL-TAX-HASH
                         TO WS-TRL-TAX-HASH
                   ELSE
                       MOVE 0             TO WS-TRL-TAX-HASH
                   END-IF
               WHEN OTHER
                   ADD 1                  TO WS-RECORD-CNT
                   ADD QZEXTREC-CUSTOMER-AMOUNT
      *        Locates - or opens - the journal group for the row's   *
      *        contract type and payment method. Rows from extracts   *
      *        written before the fields existed group under blanks   *
      *        and still post, just without the split; rows written   *
      *        before the consumption tax existed carry none.         *
      *----------------------------------------------------------------*
       2100-ADD-TO-GROUP.
           MOVE QZEXTREC-CONTRACT-TYPE    TO WS-FIND-CONTRACT-TYPE
           MOVE QZEXTREC-PAYMENT-METHOD   TO WS-FIND-PAYMENT-METHOD
           PERFORM 2200-FIND-GROUP
              THRU 2200-FIND-GROUP-EXIT
           ADD QZEXTREC-CUSTOMER-CHARGE
             TO WS-GRP-CHARGE (WS-GRP-FOUND-IDX)
           IF QZEXTREC-TAX-AMT NUMERIC
               ADD QZEXTREC-TAX-AMT       TO WS-TAX-HASH
               ADD QZEXTREC-TAX-AMT
                 TO WS-GRP-TAX (WS-GRP-FOUND-IDX)
           END-IF.
       2100-ADD-TO-GROUP-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2200-FIND-GROUP                                             *
      *        Locates - or opens - the journal group for             *
      *        WS-FIND-CONTRACT-TYPE/WS-FIND-PAYMENT-METHOD, shared   *
      *        by the usage charges, the late-payment surcharges and  *
      *        the billing adjustment memos.                          *
      *----------------------------------------------------------------*
       2200-FIND-GROUP.
           MOVE 0                         TO WS-GRP-FOUND-IDX
           PERFORM 2150-MATCH-ONE-GROUP
              THRU 2150-MATCH-ONE-GROUP-EXIT
               END-IF
               ADD 1                      TO WS-GRP-CNT
               MOVE WS-GRP-CNT            TO WS-GRP-FOUND-IDX
               MOVE WS-FIND-CONTRACT-TYPE
                 TO WS-GRP-CONTRACT-TYPE (WS-GRP-FOUND-IDX)
               MOVE WS-FIND-PAYMENT-METHOD
                 TO WS-GRP-PAYMENT-METHOD (WS-GRP-FOUND-IDX)
               MOVE 0                     TO WS-GRP-CHARGE
                                             (WS-GRP-FOUND-IDX)
               MOVE 0                     TO WS-GRP-SURCHARGE
                                             (WS-GRP-FOUND-IDX)
               MOVE 0                     TO WS-GRP-ADJ-DEBIT
                                             (WS-GRP-FOUND-IDX)
               MOVE 0                     TO WS-GRP-ADJ-CREDIT
                                             (WS-GRP-FOUND-IDX)
               MOVE 0                     TO WS-GRP-TAX
                                             (WS-GRP-FOUND-IDX)
           END-IF.
       2200-FIND-GROUP-EXIT.
           EXIT.

       2150-MATCH-ONE-GROUP.
           IF WS-GRP-CONTRACT-TYPE (WS-GRP-IDX)
                  = WS-FIND-CONTRACT-TYPE
              AND WS-GRP-PAYMENT-METHOD (WS-GRP-IDX)
                  = WS-FIND-PAYMENT-METHOD
               MOVE WS-GRP-IDX            TO WS-GRP-FOUND-IDX
           END-IF.
       2150-MATCH-ONE-GROUP-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2500-PROCESS-SURCHARGE                                      *
      *        The QZLATFEE posting file gets the same control        *
      *        discipline as the extract: header, trailer and a       *
      *        count and surcharge total read back against what the  *
      *        trailer says was written.                               *
      *----------------------------------------------------------------*
       2500-PROCESS-SURCHARGE.
           EVALUATE TRUE
               WHEN QZLATHDR-PRESENT
                   SET WS-LAT-HDR-SEEN    TO TRUE
               WHEN QZLATTRL-PRESENT
                   SET WS-LAT-TRL-SEEN    TO TRUE
                   MOVE QZLATTRL-RECORD-CNT
                     TO WS-LAT-TRL-RECORD-CNT
                   MOVE QZLATTRL-SURCHARGE-HASH
                     TO WS-LAT-TRL-SURCHARGE-HASH
               WHEN OTHER
                   ADD 1                  TO WS-LAT-RECORD-CNT
                   ADD QZLATREC-SURCHARGE-AMT
                     TO WS-SURCHARGE-HASH
                   MOVE QZLATREC-CONTRACT-TYPE
                     TO WS-FIND-CONTRACT-TYPE
                   MOVE QZLATREC-PAYMENT-METHOD
                     TO WS-FIND-PAYMENT-METHOD
                   PERFORM 2200-FIND-GROUP
                      THRU 2200-FIND-GROUP-EXIT
                   ADD QZLATREC-SURCHARGE-AMT
                     TO WS-GRP-SURCHARGE (WS-GRP-FOUND-IDX)
           END-EVALUATE
           PERFORM 2950-READ-NEXT-SURCHARGE
              THRU 2950-READ-NEXT-SURCHARGE-EXIT.
       2500-PROCESS-SURCHARGE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2600-PROCESS-ADJUSTMENT                                     *
      *        The QZB19O QZADJPST posting file is controlled the     *
      *        same way, its debit memos and credit memos each        *
      *        totalled against their own trailer hash.               *
      *----------------------------------------------------------------*
       2600-PROCESS-ADJUSTMENT.
           EVALUATE TRUE
               WHEN QZAJPHDR-PRESENT
                   SET WS-ADJ-HDR-SEEN    TO TRUE
               WHEN QZAJPTRL-PRESENT
                   SET WS-ADJ-TRL-SEEN    TO TRUE
                   MOVE QZAJPTRL-RECORD-CNT
                     TO WS-ADJ-TRL-RECORD-CNT
                   MOVE QZAJPTRL-DEBIT-HASH
                     TO WS-ADJ-TRL-DEBIT-HASH
                   MOVE QZAJPTRL-CREDIT-HASH
                     TO WS-ADJ-TRL-CREDIT-HASH
               WHEN OTHER
                   ADD 1                  TO WS-ADJ-RECORD-CNT
                   MOVE QZAJPREC-CONTRACT-TYPE
                     TO WS-FIND-CONTRACT-TYPE
                   MOVE QZAJPREC-PAYMENT-METHOD
                     TO WS-FIND-PAYMENT-METHOD
                   PERFORM 2200-FIND-GROUP
                      THRU 2200-FIND-GROUP-EXIT
                   IF QZAJPREC-DEBIT-MEMO
                       ADD QZAJPREC-AMOUNT
                         TO WS-ADJ-DEBIT-HASH
                       ADD QZAJPREC-AMOUNT
                         TO WS-GRP-ADJ-DEBIT (WS-GRP-FOUND-IDX)
                   ELSE
                       ADD QZAJPREC-AMOUNT
                         TO WS-ADJ-CREDIT-HASH
                       ADD QZAJPREC-AMOUNT
                         TO WS-GRP-ADJ-CREDIT (WS-GRP-FOUND-IDX)
                   END-IF
           END-EVALUATE
           PERFORM 2960-READ-NEXT-ADJUSTMENT
              THRU 2960-READ-NEXT-ADJUSTMENT-EXIT.
       2600-PROCESS-ADJUSTMENT-EXIT.
           EXIT.

       2900-READ-NEXT-EXTRACT.
           READ QZEXTRCT-FILE
               AT END
       2900-READ-NEXT-EXTRACT-EXIT.
           EXIT.

       2950-READ-NEXT-SURCHARGE.
           READ QZLATFEE-FILE
               AT END
                   SET WS-LAT-EOF         TO TRUE
           END-READ
           IF NOT WS-LAT-EOF AND WS-LATFEE-STATUS NOT = '00'
               DISPLAY 'QZB19L - QZLATFEE READ FAILED, STATUS='
                       WS-LATFEE-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF.
       2950-READ-NEXT-SURCHARGE-EXIT.
           EXIT.

       2960-READ-NEXT-ADJUSTMENT.
           READ QZADJPST-FILE
               AT END
                   SET WS-ADJ-EOF         TO TRUE
           END-READ
           IF NOT WS-ADJ-EOF AND WS-ADJPST-STATUS NOT = '00'
               DISPLAY 'QZB19L - QZADJPST READ FAILED, STATUS='
                       WS-ADJPST-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF.
       2960-READ-NEXT-ADJUSTMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3000-VERIFY-CONTROLS                                        *
      *        An uncontrolled or out-of-balance extract must not     *
           IF WS-RECORD-CNT NOT = WS-TRL-RECORD-CNT
              OR WS-AMOUNT-HASH NOT = WS-TRL-AMOUNT-HASH
              OR WS-CHARGE-HASH NOT = WS-TRL-CHARGE-HASH
              OR WS-TAX-HASH NOT = WS-TRL-TAX-HASH
               DISPLAY 'QZB19L - EXTRACT OUT OF BALANCE'
               DISPLAY 'QZB19L - READ  CNT/AMT/CHG/TAX: '
                       WS-RECORD-CNT ' ' WS-AMOUNT-HASH ' '
                       WS-CHARGE-HASH ' ' WS-TAX-HASH
               DISPLAY 'QZB19L - TRAIL CNT/AMT/CHG/TAX: '
                       WS-TRL-RECORD-CNT ' ' WS-TRL-AMOUNT-HASH ' '
                       WS-TRL-CHARGE-HASH ' ' WS-TRL-TAX-HASH
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-LAT-HDR-SEEN OR NOT WS-LAT-TRL-SEEN
               DISPLAY 'QZB19L - QZLATFEE HAS NO CONTROL HEADER/'
                       'TRAILER, RUN REFUSED'
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-LAT-RECORD-CNT NOT = WS-LAT-TRL-RECORD-CNT
              OR WS-SURCHARGE-HASH NOT = WS-LAT-TRL-SURCHARGE-HASH
               DISPLAY 'QZB19L - QZLATFEE OUT OF BALANCE'
               DISPLAY 'QZB19L - READ  CNT/SURCHG: '
                       WS-LAT-RECORD-CNT ' ' WS-SURCHARGE-HASH
               DISPLAY 'QZB19L - TRAIL CNT/SURCHG: '
                       WS-LAT-TRL-RECORD-CNT ' '
                       WS-LAT-TRL-SURCHARGE-HASH
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-ADJ-HDR-SEEN OR NOT WS-ADJ-TRL-SEEN
               DISPLAY 'QZB19L - QZADJPST HAS NO CONTROL HEADER/'
                       'TRAILER, RUN REFUSED'
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-ADJ-RECORD-CNT NOT = WS-ADJ-TRL-RECORD-CNT
              OR WS-ADJ-DEBIT-HASH NOT = WS-ADJ-TRL-DEBIT-HASH
              OR WS-ADJ-CREDIT-HASH NOT = WS-ADJ-TRL-CREDIT-HASH
               DISPLAY 'QZB19L - QZADJPST OUT OF BALANCE'
               DISPLAY 'QZB19L - READ  CNT/DR/CR: '
                       WS-ADJ-RECORD-CNT ' ' WS-ADJ-DEBIT-HASH ' '
                       WS-ADJ-CREDIT-HASH
               DISPLAY 'QZB19L - TRAIL CNT/DR/CR: '
                       WS-ADJ-TRL-RECORD-CNT ' '
                       WS-ADJ-TRL-DEBIT-HASH ' '
                       WS-ADJ-TRL-CREDIT-HASH
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-PROOF-TOTAL = WS-CHARGE-HASH + WS-SURCHARGE-HASH
                                  + WS-TAX-HASH
                                  + WS-ADJ-DEBIT-HASH
                                  + WS-ADJ-CREDIT-HASH.
       3000-VERIFY-CONTROLS-EXIT.
           EXIT.

      *        One balanced debit/credit pair per group between the   *
      *        journal's own header and trailer. The debit and        *
      *        credit totals must come out equal to each other and    *
      *        to the extract's charge and tax hashes plus the        *
      *        surcharge file's surcharge hash and the adjustment     *
      *        file's debit and credit memo hashes - anything else    *
      *        is an arithmetic fault in this very program and stops  *
      *        the run before finance sees the file.                   *
      *----------------------------------------------------------------*
       4000-WRITE-JOURNAL.
           MOVE SPACES                    TO QZGLJHDR
              VARYING WS-GRP-IDX FROM 1 BY 1
              UNTIL WS-GRP-IDX > WS-GRP-CNT
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
              OR WS-DEBIT-TOTAL NOT = WS-PROOF-TOTAL
               DISPLAY 'QZB19L - JOURNAL OUT OF BALANCE, DR='
                       WS-DEBIT-TOTAL ' CR=' WS-CREDIT-TOTAL
                       ' EXTRACT CHG=' WS-CHARGE-HASH
                       ' TAX=' WS-TAX-HASH
                       ' SURCHG=' WS-SURCHARGE-HASH
                       ' ADJ DR=' WS-ADJ-DEBIT-HASH
                       ' ADJ CR=' WS-ADJ-CREDIT-HASH
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
       4000-WRITE-JOURNAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4100-WRITE-ONE-GROUP                                        *
      *        The usage charges post to revenue and the late-payment *
      *        surcharges to late-charge revenue, each as its own     *
      *        pair, so finance sees the two income streams apart.    *
      *        The consumption tax on the charges is not income - it  *
      *        posts to the tax payable account as a pair of its own. *
      *        Debit memos raise receivables against the billing      *
      *        adjustments account and credit memos reverse the same *
      *        way. A group with nothing of one kind writes no pair  *
      *        for it.                                                 *
      *----------------------------------------------------------------*
       4100-WRITE-ONE-GROUP.
           IF WS-GRP-CHARGE (WS-GRP-IDX) > 0
               MOVE WS-AR-ACCOUNT         TO WS-PAIR-DR-ACCOUNT
               MOVE WS-REV-ACCOUNT        TO WS-PAIR-CR-ACCOUNT
               MOVE WS-GRP-CHARGE (WS-GRP-IDX)
                 TO WS-PAIR-AMOUNT
               PERFORM 4200-WRITE-PAIR
                  THRU 4200-WRITE-PAIR-EXIT
           END-IF
           IF WS-GRP-TAX (WS-GRP-IDX) > 0
               MOVE WS-AR-ACCOUNT         TO WS-PAIR-DR-ACCOUNT
               MOVE WS-TAX-ACCOUNT        TO WS-PAIR-CR-ACCOUNT
               MOVE WS-GRP-TAX (WS-GRP-IDX)
                 TO WS-PAIR-AMOUNT
               PERFORM 4200-WRITE-PAIR
                  THRU 4200-WRITE-PAIR-EXIT
           END-IF
           IF WS-GRP-SURCHARGE (WS-GRP-IDX) > 0
               MOVE WS-AR-ACCOUNT         TO WS-PAIR-DR-ACCOUNT
               MOVE WS-LATE-REV-ACCOUNT   TO WS-PAIR-CR-ACCOUNT
               MOVE WS-GRP-SURCHARGE (WS-GRP-IDX)
                 TO WS-PAIR-AMOUNT
               PERFORM 4200-WRITE-PAIR
                  THRU 4200-WRITE-PAIR-EXIT
           END-IF
           IF WS-GRP-ADJ-DEBIT (WS-GRP-IDX) > 0
               MOVE WS-AR-ACCOUNT         TO WS-PAIR-DR-ACCOUNT
               MOVE WS-ADJ-ACCOUNT        TO WS-PAIR-CR-ACCOUNT
               MOVE WS-GRP-ADJ-DEBIT (WS-GRP-IDX)
                 TO WS-PAIR-AMOUNT
               PERFORM 4200-WRITE-PAIR
                  THRU 4200-WRITE-PAIR-EXIT
           END-IF
           IF WS-GRP-ADJ-CREDIT (WS-GRP-IDX) > 0
               MOVE WS-ADJ-ACCOUNT        TO WS-PAIR-DR-ACCOUNT
               MOVE WS-AR-ACCOUNT         TO WS-PAIR-CR-ACCOUNT
               MOVE WS-GRP-ADJ-CREDIT (WS-GRP-IDX)
                 TO WS-PAIR-AMOUNT
               PERFORM 4200-WRITE-PAIR
                  THRU 4200-WRITE-PAIR-EXIT
           END-IF.
       4100-WRITE-ONE-GROUP-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4200-WRITE-PAIR                                             *
      *        One debit and one matching credit of WS-PAIR-AMOUNT    *
      *        for the group at WS-GRP-IDX.                            *
      *----------------------------------------------------------------*
       4200-WRITE-PAIR.
           MOVE SPACES                    TO QZGLJREC
           MOVE WS-PAIR-DR-ACCOUNT        TO QZGLJREC-ACCOUNT
           MOVE 'D'                       TO QZGLJREC-DR-CR
           MOVE WS-GRP-CONTRACT-TYPE (WS-GRP-IDX)
             TO QZGLJREC-CONTRACT-TYPE
           MOVE WS-GRP-PAYMENT-METHOD (WS-GRP-IDX)
             TO QZGLJREC-PAYMENT-METHOD
           MOVE WS-PAIR-AMOUNT            TO QZGLJREC-AMOUNT
           MOVE WS-RUN-DATE               TO QZGLJREC-RUN-DATE
           WRITE QZGLJREC
           IF WS-GLJOUT-STATUS NOT = '00'
               STOP RUN
           END-IF
           ADD 1                          TO WS-JRN-CNT
           ADD WS-PAIR-AMOUNT             TO WS-DEBIT-TOTAL
           MOVE WS-PAIR-CR-ACCOUNT        TO QZGLJREC-ACCOUNT
           MOVE 'C'                       TO QZGLJREC-DR-CR
           WRITE QZGLJREC
           IF WS-GLJOUT-STATUS NOT = '00'
               STOP RUN
           END-IF
           ADD 1                          TO WS-JRN-CNT
           ADD WS-PAIR-AMOUNT             TO WS-CREDIT-TOTAL.
       4200-WRITE-PAIR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       8000-FINALIZE.
           CLOSE QZEXTRCT-FILE
           CLOSE QZLATFEE-FILE
           CLOSE QZADJPST-FILE
           CLOSE QZGLJOUT-FILE
           DISPLAY 'QZB19L - EXTRACT ROWS READ:    ' WS-RECORD-CNT
           DISPLAY 'QZB19L - CONSUMPTION TAX TOTAL:' WS-TAX-HASH
           DISPLAY 'QZB19L - SURCHARGES READ:      ' WS-LAT-RECORD-CNT
           DISPLAY 'QZB19L - SURCHARGE TOTAL:      ' WS-SURCHARGE-HASH
           DISPLAY 'QZB19L - ADJUSTMENTS READ:     ' WS-ADJ-RECORD-CNT
           DISPLAY 'QZB19L - DEBIT MEMO TOTAL:     ' WS-ADJ-DEBIT-HASH
           DISPLAY 'QZB19L - CREDIT MEMO TOTAL:    ' WS-ADJ-CREDIT-HASH
           DISPLAY 'QZB19L - EXTRACT RUN ID:       ' WS-EXT-RUN-ID
           DISPLAY 'QZB19L - JOURNAL RECORDS:      ' WS-JRN-CNT
           DISPLAY 'QZB19L - DEBIT/CREDIT TOTAL:   ' WS-DEBIT-TOTAL.
       8000-FINALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8900-REGISTER-END                                           *
      *----------------------------------------------------------------*
       8900-REGISTER-END.
           MOVE 'E'                       TO QZRLGPRM-FUNCTION
           MOVE 'QZB19L  '                TO QZRLGPRM-PGMID
           MOVE WS-RECORD-CNT             TO QZRLGPRM-COUNT-1
           MOVE WS-LAT-RECORD-CNT         TO QZRLGPRM-COUNT-2
           MOVE WS-ADJ-RECORD-CNT         TO QZRLGPRM-COUNT-3
           CALL 'QZRUNLOG' USING QZRLGPRM
           IF NOT QZRLGPRM-OK
               DISPLAY 'QZB19L - QZRUNCTL END REGISTRATION '
                       'FAILED'
               MOVE 16                    TO RETURN-CODE
           END-IF.
       8900-REGISTER-END-EXIT.
           EXIT.
