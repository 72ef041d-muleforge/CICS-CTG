      *================================================================*
      *                                                                *
      *    PROGRAM:      QZRATCAL                                      *
      *    AUTHOR:       K. SASAKI - APPLICATION SUPPORT               *
      *    INSTALLATION: MULEFORGE DATA CENTER                        *
      *    DATE-WRITTEN: 2026-10-15                                   *
      *    DATE-COMPILED:                                              *
      *                                                                *
      *    PURPOSE.                                                   *
      *        Called subprogram that prices one month's usage from  *
      *        a QZRATMAS tariff. The charge is the tariff's basic    *
      *        charge plus, block by block, the usage falling in the *
      *        block times the block's rate, each block rounded to   *
      *        whole yen - the first block runs from nothing to its  *
      *        breakpoint, each later one from the breakpoint before *
      *        it to its own, and the last block is open-ended. A     *
      *        tariff with no blocks is one open-ended block at       *
      *        QZRATREC-RATE, so a flat rate prices exactly as        *
      *        AMOUNT times RATE always has. Every program that       *
      *        prices usage asks here, so the intake, the estimates, *
      *        the repricing, the validation, the reconciliation and *
      *        the statement agree to the yen.                        *
      *                                                                *
      *        No file is read - the caller finds the tariff in       *
      *        force and passes it - so the online transactions call *
      *        this the same way the batch does. A tariff with more   *
      *        than five blocks, a block rate that is not numeric or  *
      *        breakpoints that do not rise is refused ('E').         *
      *                                                                *
      *    LINKAGE.                                                    *
      *        CALL 'QZRATCAL' USING QZRCLPRM.                         *
      *                                                                *
      *    MOD HISTORY.                                                *
      *    DATE        INIT  DESCRIPTION                               *
      *    ----------  ----  ------------------------------------      *
      *    2026-10-15  KS    QZRATCAL established.                     *
      *                                                                *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    QZRATCAL.
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
       77  WS-TIER-CNT                    PIC 9(01) COMP.
       77  WS-TIER-IDX                    PIC 9(01) COMP.
       77  WS-PRICE-BAD-SW                PIC X(01) VALUE 'N'.
           88  WS-PRICE-BAD                    VALUE 'Y'.
       77  WS-REMAINING                   PIC 9(10).
       77  WS-LOWER-LIMIT                 PIC 9(07).
       77  WS-BLOCK-SIZE                  PIC 9(07).
       77  WS-BLOCK-USAGE                 PIC 9(10).
       77  WS-BLOCK-AMT                   PIC 9(10).

       LINKAGE SECTION.
           COPY "ratecal_parm.cbl".

       PROCEDURE DIVISION USING QZRCLPRM.

      *----------------------------------------------------------------*
      *    0000-MAINLINE                                              *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE 0                         TO QZRCLPRM-CHARGE
                                             QZRCLPRM-BASIC-AMT
                                             QZRCLPRM-TOP-RATE
                                             QZRCLPRM-BRK-CNT
           PERFORM 1000-CHECK-PRICE
              THRU 1000-CHECK-PRICE-EXIT
           IF WS-PRICE-BAD
               SET QZRCLPRM-PRICE-ERROR   TO TRUE
               GOBACK
           END-IF
           PERFORM 2000-PRICE-USAGE
              THRU 2000-PRICE-USAGE-EXIT
           SET QZRCLPRM-OK                TO TRUE
           GOBACK.

      *----------------------------------------------------------------*
      *    1000-CHECK-PRICE                                            *
      *        A tariff written before the blocks existed carries     *
      *        neither a block count nor a basic charge and is read   *
      *        as a flat rate with no basic charge.                   *
      *----------------------------------------------------------------*
       1000-CHECK-PRICE.
           SET WS-PRICE-BAD-SW            TO 'N'
           IF QZRCLPRM-BASIC-CHARGE NUMERIC
               MOVE QZRCLPRM-BASIC-CHARGE TO QZRCLPRM-BASIC-AMT
           END-IF
           MOVE 0                         TO WS-TIER-CNT
           IF QZRCLPRM-TIER-CNT NUMERIC
               MOVE QZRCLPRM-TIER-CNT     TO WS-TIER-CNT
           END-IF
           IF WS-TIER-CNT > 5
               SET WS-PRICE-BAD           TO TRUE
               GO TO 1000-CHECK-PRICE-EXIT
           END-IF
           IF WS-TIER-CNT = 0
               IF QZRCLPRM-RATE NOT NUMERIC
                   SET WS-PRICE-BAD       TO TRUE
               END-IF
               GO TO 1000-CHECK-PRICE-EXIT
           END-IF
           MOVE 0                         TO WS-LOWER-LIMIT
           PERFORM 1100-CHECK-ONE-TIER
              THRU 1100-CHECK-ONE-TIER-EXIT
              VARYING WS-TIER-IDX FROM 1 BY 1
              UNTIL WS-TIER-IDX > WS-TIER-CNT
                 OR WS-PRICE-BAD.
       1000-CHECK-PRICE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1100-CHECK-ONE-TIER                                         *
      *        Every block needs a numeric rate; every block but the  *
      *        last needs a breakpoint above the one before it.       *
      *----------------------------------------------------------------*
       1100-CHECK-ONE-TIER.
           IF QZRCLPRM-TIER-RATE (WS-TIER-IDX) NOT NUMERIC
               SET WS-PRICE-BAD           TO TRUE
               GO TO 1100-CHECK-ONE-TIER-EXIT
           END-IF
           IF WS-TIER-IDX = WS-TIER-CNT
               GO TO 1100-CHECK-ONE-TIER-EXIT
           END-IF
           IF QZRCLPRM-TIER-LIMIT (WS-TIER-IDX) NOT NUMERIC
               SET WS-PRICE-BAD           TO TRUE
               GO TO 1100-CHECK-ONE-TIER-EXIT
           END-IF
           IF QZRCLPRM-TIER-LIMIT (WS-TIER-IDX) NOT > WS-LOWER-LIMIT
               SET WS-PRICE-BAD           TO TRUE
               GO TO 1100-CHECK-ONE-TIER-EXIT
           END-IF
           MOVE QZRCLPRM-TIER-LIMIT (WS-TIER-IDX)
                                          TO WS-LOWER-LIMIT.
       1100-CHECK-ONE-TIER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-PRICE-USAGE                                            *
      *----------------------------------------------------------------*
       2000-PRICE-USAGE.
           MOVE QZRCLPRM-BASIC-AMT        TO QZRCLPRM-CHARGE
           MOVE QZRCLPRM-USAGE            TO WS-REMAINING
           MOVE 0                         TO WS-LOWER-LIMIT
           IF WS-TIER-CNT = 0
               MOVE 1                     TO QZRCLPRM-BRK-CNT
               MOVE QZRCLPRM-USAGE        TO QZRCLPRM-BRK-USAGE (1)
               MOVE QZRCLPRM-RATE         TO QZRCLPRM-BRK-RATE (1)
               COMPUTE QZRCLPRM-BRK-AMT (1) ROUNDED =
                   QZRCLPRM-USAGE * QZRCLPRM-RATE
               ADD QZRCLPRM-BRK-AMT (1)   TO QZRCLPRM-CHARGE
               MOVE QZRCLPRM-RATE         TO QZRCLPRM-TOP-RATE
               GO TO 2000-PRICE-USAGE-EXIT
           END-IF
           MOVE QZRCLPRM-TIER-RATE (1)    TO QZRCLPRM-TOP-RATE
           PERFORM 2100-PRICE-ONE-TIER
              THRU 2100-PRICE-ONE-TIER-EXIT
              VARYING WS-TIER-IDX FROM 1 BY 1
              UNTIL WS-TIER-IDX > WS-TIER-CNT.
       2000-PRICE-USAGE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2100-PRICE-ONE-TIER                                         *
      *        Every block of the tariff gets a breakdown entry, so   *
      *        the statement shows the blocks the usage did not       *
      *        reach as well - at nothing.                             *
      *----------------------------------------------------------------*
       2100-PRICE-ONE-TIER.
           IF WS-TIER-IDX = WS-TIER-CNT
               MOVE WS-REMAINING          TO WS-BLOCK-USAGE
           ELSE
               COMPUTE WS-BLOCK-SIZE =
                   QZRCLPRM-TIER-LIMIT (WS-TIER-IDX) - WS-LOWER-LIMIT
               IF WS-REMAINING > WS-BLOCK-SIZE
                   MOVE WS-BLOCK-SIZE     TO WS-BLOCK-USAGE
               ELSE
                   MOVE WS-REMAINING      TO WS-BLOCK-USAGE
               END-IF
               MOVE QZRCLPRM-TIER-LIMIT (WS-TIER-IDX)
                                          TO WS-LOWER-LIMIT
           END-IF
           COMPUTE WS-BLOCK-AMT ROUNDED =
               WS-BLOCK-USAGE * QZRCLPRM-TIER-RATE (WS-TIER-IDX)
           SUBTRACT WS-BLOCK-USAGE        FROM WS-REMAINING
           ADD WS-BLOCK-AMT               TO QZRCLPRM-CHARGE
           IF WS-BLOCK-USAGE > 0
               MOVE QZRCLPRM-TIER-RATE (WS-TIER-IDX)
                                          TO QZRCLPRM-TOP-RATE
           END-IF
           MOVE WS-TIER-IDX               TO QZRCLPRM-BRK-CNT
           MOVE WS-BLOCK-USAGE
             TO QZRCLPRM-BRK-USAGE (WS-TIER-IDX)
           MOVE QZRCLPRM-TIER-RATE (WS-TIER-IDX)
             TO QZRCLPRM-BRK-RATE (WS-TIER-IDX)
           MOVE WS-BLOCK-AMT
             TO QZRCLPRM-BRK-AMT (WS-TIER-IDX).
       2100-PRICE-ONE-TIER-EXIT.
           EXIT.
