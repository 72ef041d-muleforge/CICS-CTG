      *================================================================*
      *                                                                *
      *    PROGRAM:      QZROWBAL                                      *
      *    AUTHOR:       K. SASAKI - APPLICATION SUPPORT               *
      *    INSTALLATION: MULEFORGE DATA CENTER                        *
      *    DATE-WRITTEN: 2026-10-15                                   *
      *    DATE-COMPILED:                                              *
      *                                                                *
      *    PURPOSE.                                                   *
      *        Called subprogram that works out the open balance of   *
      *        one QZCUSMAS billing-month row: the amount billed on   *
      *        the row less the amount QZB19P has applied against it *
      *        from receipts and customer credit and the QZB19O      *
      *        credit memos applied to it. Every program that        *
      *        ages, duns or settles a row asks here rather than      *
      *        reading QZCUSMAS-PAID-FLAG itself, so a part-paid row  *
      *        is owed the same amount everywhere.                    *
      *                                                                *
      *        A row marked paid ('P') is settled in full, exactly   *
      *        as the flag always meant; a program that adds to the  *
      *        amount billed on a settled row re-opens it first. A   *
      *        row loaded before QZCUSMAS-PAID-AMOUNT existed        *
      *        carries it blank and counts as nothing applied.       *
      *                                                                *
      *    LINKAGE.                                                    *
      *        CALL 'QZROWBAL' USING QZCUSMAS-REC QZRBLPRM.            *
      *                                                                *
      *    MOD HISTORY.                                                *
      *    DATE        INIT  DESCRIPTION                               *
      *    ----------  ----  ------------------------------------      *
      *    2026-10-15  KS    QZROWBAL established.                     *
      *    2026-10-15  KS    The late-payment surcharge QZB19S         *
      *                      assessed on the row counts as billed.     *
      *    2026-10-15  KS    Debit memos posted by QZB19O count as     *
      *                      billed on the row and credit memos as     *
      *                      applied.                                  *
      *    2026-10-15  KS    The balance QZB19Z wrote off as a bad     *
      *                      debt counts as applied, so a written-off  *
      *                      row is settled.                           *
      *    2026-10-15  KS    The consumption tax on the row's charge   *
      *                      counts as billed.                         *
      *                                                                *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    QZROWBAL.
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
       77  WS-BILLED-AMT                  PIC S9(11) COMP-3.
       77  WS-APPLIED-AMT                 PIC S9(11) COMP-3.

       LINKAGE SECTION.
           COPY "customer_master.cbl".
           COPY "rowbal_parm.cbl".

       PROCEDURE DIVISION USING QZCUSMAS-REC QZRBLPRM.

      *----------------------------------------------------------------*
      *    0000-MAINLINE                                              *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-COMPUTE-BILLED
              THRU 1000-COMPUTE-BILLED-EXIT
           PERFORM 2000-COMPUTE-APPLIED
              THRU 2000-COMPUTE-APPLIED-EXIT
           IF WS-APPLIED-AMT > WS-BILLED-AMT
               MOVE WS-BILLED-AMT         TO WS-APPLIED-AMT
           END-IF
           MOVE WS-BILLED-AMT             TO QZRBLPRM-BILLED-AMT
           MOVE WS-APPLIED-AMT            TO QZRBLPRM-APPLIED-AMT
           COMPUTE QZRBLPRM-OPEN-AMT =
               WS-BILLED-AMT - WS-APPLIED-AMT
           IF QZRBLPRM-OPEN-AMT > 0
               SET QZRBLPRM-ROW-HAS-OPEN  TO TRUE
           ELSE
               SET QZRBLPRM-ROW-SETTLED   TO TRUE
           END-IF
           GOBACK.

      *----------------------------------------------------------------*
      *    1000-COMPUTE-BILLED                                         *
      *        The amount billed on the row - the charge and the      *
      *        consumption tax on it, plus any late-payment surcharge *
      *        assessed on it and any debit memo posted to it.        *
      *----------------------------------------------------------------*
       1000-COMPUTE-BILLED.
           MOVE 0                         TO WS-BILLED-AMT
           IF QZCUSMAS-CHARGE NUMERIC
               MOVE QZCUSMAS-CHARGE       TO WS-BILLED-AMT
           END-IF
           IF QZCUSMAS-TAX-AMT NUMERIC
               ADD QZCUSMAS-TAX-AMT       TO WS-BILLED-AMT
           END-IF
           IF QZCUSMAS-SURCHARGE-AMT NUMERIC
               ADD QZCUSMAS-SURCHARGE-AMT TO WS-BILLED-AMT
           END-IF
           IF QZCUSMAS-ADJ-DEBIT-AMT NUMERIC
               ADD QZCUSMAS-ADJ-DEBIT-AMT TO WS-BILLED-AMT
           END-IF.
       1000-COMPUTE-BILLED-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-COMPUTE-APPLIED                                        *
      *        A row marked paid ('P') is settled whatever its        *
      *        applied amount says - that covers rows paid before    *
      *        the amount existed and an estimate QZB19I trued up    *
      *        under a paid marker. Otherwise a blank applied amount *
      *        predates the field and nothing was applied, and a     *
      *        credit memo posted to the row counts as applied, the  *
      *        way a receipt does. So does the balance QZB19Z wrote  *
      *        off as a bad debt - nothing is owed on it any more.   *
      *----------------------------------------------------------------*
       2000-COMPUTE-APPLIED.
           MOVE 0                         TO WS-APPLIED-AMT
           IF QZCUSMAS-ROW-PAID
               MOVE WS-BILLED-AMT         TO WS-APPLIED-AMT
           ELSE
               IF QZCUSMAS-PAID-AMOUNT NUMERIC
                   MOVE QZCUSMAS-PAID-AMOUNT
                     TO WS-APPLIED-AMT
               END-IF
               IF QZCUSMAS-ADJ-CREDIT-AMT NUMERIC
                   ADD QZCUSMAS-ADJ-CREDIT-AMT
                     TO WS-APPLIED-AMT
               END-IF
               IF QZCUSMAS-ROW-WRITTEN-OFF
                  AND QZCUSMAS-WRITEOFF-AMT NUMERIC
                   ADD QZCUSMAS-WRITEOFF-AMT
                     TO WS-APPLIED-AMT
               END-IF
           END-IF.
       2000-COMPUTE-APPLIED-EXIT.
           EXIT.
