      *================================================================*
      *                                                                *
      *    PROGRAM:      QZTAXCAL                                      *
      *    AUTHOR:       K. SASAKI - APPLICATION SUPPORT               *
      *    INSTALLATION: MULEFORGE DATA CENTER                        *
      *    DATE-WRITTEN: 2026-10-15                                   *
      *    DATE-COMPILED:                                              *
      *                                                                *
      *    PURPOSE.                                                   *
      *        Called subprogram that works out the consumption tax  *
      *        on one charge. The caller passes the billing month    *
      *        and the tax-exclusive charge; the rate in force is    *
      *        the QZTAXMAS entry with the latest effective date     *
      *        whose year-month does not follow the billing month,   *
      *        and the tax is the charge times that rate, brought    *
      *        to whole yen by the rounding rule on the same entry - *
      *        'D' cut down, 'U' raised, 'H' rounded half up. Every  *
      *        program that posts a charge asks here, so a charge is *
      *        taxed the same way whichever batch booked it.          *
      *                                                                *
      *        The tax table is small - one record per rate          *
      *        revision - so it is read into storage on the first    *
      *        call of the run and searched there afterwards. An     *
      *        unreadable or empty table, or an entry with an        *
      *        unknown rounding rule, fails every call ('E'); a      *
      *        billing month before the first entry has no rate      *
      *        ('N'). The caller decides what either means.           *
      *                                                                *
      *    LINKAGE.                                                    *
      *        CALL 'QZTAXCAL' USING QZTXCPRM.                         *
      *                                                                *
      *    MOD HISTORY.                                                *
      *    DATE        INIT  DESCRIPTION                               *
      *    ----------  ----  ------------------------------------      *
      *    2026-10-15  KS    QZTAXCAL established.                     *
      *                                                                *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    QZTAXCAL.
       AUTHOR.        K. SASAKI.
       INSTALLATION.  MULEFORGE DATA CENTER.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-Z15.
       OBJECT-COMPUTER.  IBM-Z15.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QZTAXMAS-FILE  ASSIGN TO QZTAXMAS
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS SEQUENTIAL
               RECORD KEY     IS QZTAXREC-EFFECTIVE-DATE
               FILE STATUS    IS WS-TAXMAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QZTAXMAS-FILE.
           COPY "tax_rate.cbl".

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      *    FILE STATUS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-TAXMAS-STATUS               PIC X(02).
       77  WS-LOADED-SW                   PIC X(01) VALUE 'N'.
           88  WS-LOADED                       VALUE 'Y'.
       77  WS-TABLE-BAD-SW                PIC X(01) VALUE 'N'.
           88  WS-TABLE-BAD                    VALUE 'Y'.
       77  WS-TAX-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-TAX-EOF                      VALUE 'Y'.
       77  WS-TBL-IDX                     PIC 9(03) COMP.
       77  WS-BEST-IDX                    PIC 9(03) COMP.
       77  WS-TAX-RAW                     PIC 9(11)V9(04).
       77  WS-TAX-CUT                     PIC 9(11).

      *----------------------------------------------------------------*
      *    TAX RATE TABLE - LOADED ON THE FIRST CALL OF THE RUN        *
      *----------------------------------------------------------------*
       01  WS-TAX-TABLE.
           05  WS-TAX-CNT                 PIC 9(03) COMP VALUE 0.
           05  WS-TAX-ENTRY               OCCURS 100 TIMES.
               10  WS-TAX-EFF-DATE        PIC X(08).
               10  WS-TAX-RATE            PIC 9(02)V9(02).
               10  WS-TAX-ROUND-RULE      PIC X(01).

       LINKAGE SECTION.
           COPY "taxcal_parm.cbl".

       PROCEDURE DIVISION USING QZTXCPRM.

      *----------------------------------------------------------------*
      *    0000-MAINLINE                                              *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE 0                         TO QZTXCPRM-TAX-RATE
                                             QZTXCPRM-TAX-AMT
           MOVE QZTXCPRM-EXCL-AMT         TO QZTXCPRM-INCL-AMT
           IF NOT WS-LOADED
               PERFORM 1000-LOAD-TAX-TABLE
                  THRU 1000-LOAD-TAX-TABLE-EXIT
           END-IF
           IF WS-TABLE-BAD
               SET QZTXCPRM-FILE-ERROR    TO TRUE
               GOBACK
           END-IF
           PERFORM 2000-FIND-RATE
              THRU 2000-FIND-RATE-EXIT
           IF WS-BEST-IDX = 0
               SET QZTXCPRM-NO-RATE       TO TRUE
               GOBACK
           END-IF
           PERFORM 3000-COMPUTE-TAX
              THRU 3000-COMPUTE-TAX-EXIT
           SET QZTXCPRM-OK                TO TRUE
           GOBACK.

      *----------------------------------------------------------------*
      *    1000-LOAD-TAX-TABLE                                         *
      *        Done once a run. A table that cannot be read in full  *
      *        stays bad for the rest of the run - a charge is never *
      *        taxed from half a table.                               *
      *----------------------------------------------------------------*
       1000-LOAD-TAX-TABLE.
           SET WS-LOADED                  TO TRUE
           OPEN INPUT QZTAXMAS-FILE
           IF WS-TAXMAS-STATUS NOT = '00'
               DISPLAY 'QZTAXCAL - QZTAXMAS OPEN FAILED, STATUS='
                       WS-TAXMAS-STATUS
               SET WS-TABLE-BAD           TO TRUE
               GO TO 1000-LOAD-TAX-TABLE-EXIT
           END-IF
           PERFORM 1100-LOAD-ONE-RATE
              THRU 1100-LOAD-ONE-RATE-EXIT
              UNTIL WS-TAX-EOF
           CLOSE QZTAXMAS-FILE
           IF WS-TAX-CNT = 0
               DISPLAY 'QZTAXCAL - QZTAXMAS IS EMPTY'
               SET WS-TABLE-BAD           TO TRUE
           END-IF.
       1000-LOAD-TAX-TABLE-EXIT.
           EXIT.

       1100-LOAD-ONE-RATE.
           READ QZTAXMAS-FILE NEXT RECORD
               AT END
                   SET WS-TAX-EOF         TO TRUE
                   GO TO 1100-LOAD-ONE-RATE-EXIT
           END-READ
           IF WS-TAXMAS-STATUS NOT = '00'
               DISPLAY 'QZTAXCAL - QZTAXMAS READ FAILED, STATUS='
                       WS-TAXMAS-STATUS
               SET WS-TABLE-BAD           TO TRUE
               SET WS-TAX-EOF             TO TRUE
               GO TO 1100-LOAD-ONE-RATE-EXIT
           END-IF
           IF NOT QZTAXREC-ROUND-VALID
              OR QZTAXREC-RATE NOT NUMERIC
               DISPLAY 'QZTAXCAL - QZTAXMAS ENTRY INVALID, '
                       'EFFECTIVE DATE=' QZTAXREC-EFFECTIVE-DATE
               SET WS-TABLE-BAD           TO TRUE
               SET WS-TAX-EOF             TO TRUE
               GO TO 1100-LOAD-ONE-RATE-EXIT
           END-IF
           IF WS-TAX-CNT >= 100
               DISPLAY 'QZTAXCAL - TAX TABLE OVERFLOW AT 100'
               SET WS-TABLE-BAD           TO TRUE
               SET WS-TAX-EOF             TO TRUE
               GO TO 1100-LOAD-ONE-RATE-EXIT
           END-IF
           ADD 1                          TO WS-TAX-CNT
           MOVE QZTAXREC-EFFECTIVE-DATE
             TO WS-TAX-EFF-DATE (WS-TAX-CNT)
           MOVE QZTAXREC-RATE             TO WS-TAX-RATE (WS-TAX-CNT)
           MOVE QZTAXREC-ROUND-RULE
             TO WS-TAX-ROUND-RULE (WS-TAX-CNT).
       1100-LOAD-ONE-RATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-FIND-RATE                                              *
      *        The entry with the latest effective date whose year-   *
      *        month does not follow the billing month.               *
      *----------------------------------------------------------------*
       2000-FIND-RATE.
           MOVE 0                         TO WS-BEST-IDX
           PERFORM 2100-SIFT-ONE-RATE
              THRU 2100-SIFT-ONE-RATE-EXIT
              VARYING WS-TBL-IDX FROM 1 BY 1
              UNTIL WS-TBL-IDX > WS-TAX-CNT.
       2000-FIND-RATE-EXIT.
           EXIT.

       2100-SIFT-ONE-RATE.
           IF WS-TAX-EFF-DATE (WS-TBL-IDX) (1:6)
                  NOT > QZTXCPRM-BILLING-YM
               IF WS-BEST-IDX = 0
                  OR WS-TAX-EFF-DATE (WS-TBL-IDX)
                     > WS-TAX-EFF-DATE (WS-BEST-IDX)
                   MOVE WS-TBL-IDX        TO WS-BEST-IDX
               END-IF
           END-IF.
       2100-SIFT-ONE-RATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3000-COMPUTE-TAX                                            *
      *        Charge times rate, to four places, then to whole yen   *
      *        by the entry's rounding rule.                          *
      *----------------------------------------------------------------*
       3000-COMPUTE-TAX.
           MOVE WS-TAX-RATE (WS-BEST-IDX) TO QZTXCPRM-TAX-RATE
           COMPUTE WS-TAX-RAW =
               QZTXCPRM-EXCL-AMT * WS-TAX-RATE (WS-BEST-IDX) / 100
           MOVE WS-TAX-RAW                TO WS-TAX-CUT
           EVALUATE WS-TAX-ROUND-RULE (WS-BEST-IDX)
               WHEN 'D'
                   MOVE WS-TAX-CUT        TO QZTXCPRM-TAX-AMT
               WHEN 'U'
                   IF WS-TAX-CUT < WS-TAX-RAW
                       ADD 1              TO WS-TAX-CUT
                   END-IF
                   MOVE WS-TAX-CUT        TO QZTXCPRM-TAX-AMT
               WHEN 'H'
                   COMPUTE QZTXCPRM-TAX-AMT ROUNDED = WS-TAX-RAW
           END-EVALUATE
           COMPUTE QZTXCPRM-INCL-AMT =
               QZTXCPRM-EXCL-AMT + QZTXCPRM-TAX-AMT.
       3000-COMPUTE-TAX-EXIT.
           EXIT.
