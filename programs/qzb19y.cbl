      *================================================================*
      *                                                                *
      *    PROGRAM:      QZB19Y                                       *
      *    AUTHOR:       K. SASAKI - APPLICATION SUPPORT               *
      *    INSTALLATION: MULEFORGE DATA CENTER                        *
      *    DATE-WRITTEN: 2026-10-15                                   *
      *    DATE-COMPILED:                                              *
      *                                                                *
      *    PURPOSE.                                                   *
      *        Monthly consumption tax summary for the tax filing.    *
      *        Takes the billing month named on the QZTXSPRM card     *
      *        (defaulting to the month before the run month) and     *
      *        totals every row billed for that month - on QZCUSMAS   *
      *        and, for a month already archived, on QZCUSARC - by    *
      *        the consumption tax rate QZTAXCAL applied to it: the   *
      *        number of rows, the tax-exclusive charges, the tax     *
      *        and the tax-inclusive charges, with a grand total.     *
      *        The tax column is the same tax QZB19T shows on the     *
      *        statements and QZB19L journals to tax payable, so the *
      *        filing agrees with both. An estimated row is billed    *
      *        like any other and is counted; a row booked before    *
      *        the tax existed carries none and is listed at a rate  *
      *        of zero.                                               *
      *                                                                *
      *    MOD HISTORY.                                                *
      *    DATE        INIT  DESCRIPTION                               *
      *    ----------  ----  ------------------------------------      *
      *    2026-10-15  KS    QZB19Y established.                       *
      *    2026-10-15  KS    The ascending rate-table insert no        *
      *                      longer compares a table entry in the      *
      *                      loop condition, where it was referenced   *
      *                      with a subscript of zero on the last      *
      *                      pass.                                     *
      *                                                                *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    QZB19Y.
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
           SELECT QZTXSPRM-FILE  ASSIGN TO QZTXSPRM
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS WS-TXSPRM-STATUS.
           SELECT QZCUSMAS-FILE  ASSIGN TO QZCUSMAS
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS SEQUENTIAL
               RECORD KEY     IS QZCUSMAS-KEY
               FILE STATUS    IS WS-CUSMAS-STATUS.
           SELECT QZCUSARC-FILE  ASSIGN TO QZCUSARC
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS SEQUENTIAL
               RECORD KEY     IS QZARCREC-KEY
               FILE STATUS    IS WS-CUSARC-STATUS.
           SELECT QZTXSPRT-FILE  ASSIGN TO QZTXSPRT
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QZTXSPRM-FILE.
           COPY "taxsum_parm.cbl".
       FD  QZCUSMAS-FILE.
           COPY "customer_master.cbl".
       FD  QZCUSARC-FILE.
           COPY "customer_archive.cbl".
       FD  QZTXSPRT-FILE.
       01  QZTXSPRT-REC                   PIC X(133).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      *    FILE STATUS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-TXSPRM-STATUS               PIC X(02).
       77  WS-CUSMAS-STATUS               PIC X(02).
       77  WS-CUSARC-STATUS               PIC X(02).
       77  WS-PRINT-STATUS                PIC X(02).
       77  WS-EOF-SW                      PIC X(01) VALUE 'N'.
           88  WS-EOF                          VALUE 'Y'.
       77  WS-ARC-FILE-SW                 PIC X(01) VALUE 'N'.
           88  WS-ARC-ON-FILE                  VALUE 'Y'.
       77  WS-ARC-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-ARC-EOF                      VALUE 'Y'.
       77  WS-SHIFT-SW                    PIC X(01) VALUE 'N'.
           88  WS-SHIFT-DONE                   VALUE 'Y'.
       77  WS-TAX-YM                      PIC X(06).
       77  WS-ROWS-READ-CNT               PIC 9(09) COMP VALUE 0.
       77  WS-ROWS-TAKEN-CNT              PIC 9(09) COMP VALUE 0.
       77  WS-LINE-CNT                    PIC 9(03) COMP VALUE 0.
       77  WS-LINES-PER-PAGE              PIC 9(03) VALUE 40.
       77  WS-PAGE-NO                     PIC 9(04) COMP VALUE 0.
       77  WS-RT-IDX                      PIC 9(03) COMP.
       77  WS-RT-FOUND-IDX                PIC 9(03) COMP.

      *----------------------------------------------------------------*
      *    ONE ROW'S FIGURES, FROM WHICHEVER FILE IT WAS READ          *
      *----------------------------------------------------------------*
       77  WS-ROW-TAX-RATE                PIC 9(02)V9(02).
       77  WS-ROW-CHARGE                  PIC 9(10).
       77  WS-ROW-TAX-AMT                 PIC 9(10).

      *----------------------------------------------------------------*
      *    RUN DATE AND PRIOR-MONTH ARITHMETIC WORK AREAS              *
      *----------------------------------------------------------------*
       01  WS-RUN-DATE                    PIC X(08).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY                PIC 9(04).
           05  WS-RUN-MM                  PIC 9(02).
           05  FILLER                     PIC X(02).
       01  WS-PRIOR-YM.
           05  WS-PRIOR-YYYY              PIC 9(04).
           05  WS-PRIOR-MM                PIC 9(02).

      *----------------------------------------------------------------*
      *    TOTALS BY TAX RATE - KEPT IN ASCENDING RATE ORDER           *
      *----------------------------------------------------------------*
       01  WS-RT-TABLE.
           05  WS-RT-CNT                  PIC 9(03) COMP VALUE 0.
           05  WS-RT-ENTRY                OCCURS 50 TIMES.
               10  WS-RT-TAX-RATE         PIC 9(02)V9(02).
               10  WS-RT-FIGURES.
                   15  WS-RT-ROW-CNT      PIC 9(09) COMP.
                   15  WS-RT-EXCL-AMT     PIC 9(15) COMP-3.
                   15  WS-RT-TAX-AMT      PIC 9(15) COMP-3.
                   15  WS-RT-INCL-AMT     PIC 9(15) COMP-3.

       01  WS-GT-FIGURES.
           05  WS-GT-ROW-CNT              PIC 9(09) COMP VALUE 0.
           05  WS-GT-EXCL-AMT             PIC 9(15) COMP-3 VALUE 0.
           05  WS-GT-TAX-AMT              PIC 9(15) COMP-3 VALUE 0.
           05  WS-GT-INCL-AMT             PIC 9(15) COMP-3 VALUE 0.

      *----------------------------------------------------------------*
      *    PRINT LINE LAYOUTS                                         *
      *----------------------------------------------------------------*
       01  WS-HDG-LINE.
           05  WS-HDG-TITLE               PIC X(40).
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  WS-HDG-YM-LIT              PIC X(08).
           05  WS-HDG-TAX-YM              PIC X(06).
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  WS-HDG-PAGE-LIT            PIC X(05).
           05  WS-HDG-PAGE-NO             PIC ZZZ9.
           05  FILLER                     PIC X(62) VALUE SPACES.

       01  WS-CAP-LINE.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  FILLER                     PIC X(04)
               VALUE 'RATE'.
           05  FILLER                     PIC X(13) VALUE SPACES.
           05  FILLER                     PIC X(04)
               VALUE 'ROWS'.
           05  FILLER                     PIC X(09) VALUE SPACES.
           05  FILLER                     PIC X(13)
               VALUE 'TAX-EXCLUSIVE'.
           05  FILLER                     PIC X(19) VALUE SPACES.
           05  FILLER                     PIC X(03)
               VALUE 'TAX'.
           05  FILLER                     PIC X(09) VALUE SPACES.
           05  FILLER                     PIC X(13)
               VALUE 'TAX-INCLUSIVE'.
           05  FILLER                     PIC X(43) VALUE SPACES.

       01  WS-DTL-LINE.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-DTL-TAX-RATE            PIC Z9.99.
           05  FILLER                     PIC X(01) VALUE '%'.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  WS-DTL-ROW-CNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-DTL-EXCL-AMT            PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-DTL-TAX-AMT             PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-DTL-INCL-AMT            PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(43) VALUE SPACES.

       01  WS-TOT-LINE.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-TOT-CAPTION             PIC X(10).
           05  WS-TOT-ROW-CNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-TOT-EXCL-AMT            PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-TOT-TAX-AMT             PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-TOT-INCL-AMT            PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(43) VALUE SPACES.

      *----------------------------------------------------------------*
      *    RUN-CONTROL CALL PARAMETER BLOCK                            *
      *----------------------------------------------------------------*
           COPY "runlog_parm.cbl".

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      *    0000-MAINLINE                                              *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 0100-REGISTER-START
              THRU 0100-REGISTER-START-EXIT
           PERFORM 1000-INITIALIZE
              THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-PROCESS-MASTER-ROW
              THRU 2000-PROCESS-MASTER-ROW-EXIT
              UNTIL WS-EOF
           IF WS-ARC-ON-FILE
               PERFORM 2100-PROCESS-ARCHIVE-ROW
                  THRU 2100-PROCESS-ARCHIVE-ROW-EXIT
                  UNTIL WS-ARC-EOF
           END-IF
           PERFORM 3000-PRINT-SUMMARY
              THRU 3000-PRINT-SUMMARY-EXIT
           PERFORM 8000-FINALIZE
              THRU 8000-FINALIZE-EXIT
           PERFORM 8900-REGISTER-END
              THRU 8900-REGISTER-END-EXIT
           STOP RUN.

      *----------------------------------------------------------------*
      *    0100-REGISTER-START                                         *
      *        Registers this run on the QZRUNCTL run-control         *
      *        dataset through QZRUNLOG before a single file is       *
      *        opened.                                                 *
      *----------------------------------------------------------------*
       0100-REGISTER-START.
           MOVE 'S'                       TO QZRLGPRM-FUNCTION
           MOVE 'QZB19Y  '                TO QZRLGPRM-PGMID
           MOVE SPACES                    TO QZRLGPRM-PREREQ-PGMID (1)
           MOVE SPACES                    TO QZRLGPRM-PREREQ-PGMID (2)
           MOVE SPACES                    TO QZRLGPRM-PREREQ-PGMID (3)
           MOVE 0                         TO QZRLGPRM-COUNT-1
                                             QZRLGPRM-COUNT-2
                                             QZRLGPRM-COUNT-3
           CALL 'QZRUNLOG' USING QZRLGPRM
           IF NOT QZRLGPRM-OK
               EVALUATE TRUE
                   WHEN QZRLGPRM-ALREADY-RUNNING
                       DISPLAY 'QZB19Y - RUN REFUSED, AN INSTANCE '
                               'IS STILL MARKED RUNNING ON '
                               'QZRUNCTL - VERIFY AND RESET '
                               'VIA QZB19X'
                   WHEN QZRLGPRM-PREREQ-MISSING
                       DISPLAY 'QZB19Y - RUN REFUSED, '
                               'PREREQUISITE '
                               QZRLGPRM-FAIL-PGMID
                               ' HAS NOT COMPLETED TONIGHT'
                   WHEN OTHER
                       DISPLAY 'QZB19Y - QZRUNCTL ACCESS FAILED'
               END-EVALUATE
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF.
       0100-REGISTER-START-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *        QZCUSARC is absent before the first archive run - no  *
      *        month has been archived yet, so the master holds       *
      *        every row of the month.                                 *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE             FROM DATE YYYYMMDD
           PERFORM 1200-RESOLVE-MONTH
              THRU 1200-RESOLVE-MONTH-EXIT
           OPEN INPUT  QZCUSMAS-FILE
           IF WS-CUSMAS-STATUS NOT = '00'
               DISPLAY 'QZB19Y - QZCUSMAS OPEN FAILED, STATUS='
                       WS-CUSMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  QZCUSARC-FILE
           EVALUATE WS-CUSARC-STATUS
               WHEN '00'
                   SET WS-ARC-ON-FILE     TO TRUE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'QZB19Y - QZCUSARC OPEN FAILED, STATUS='
                           WS-CUSARC-STATUS
                   MOVE 16                TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           OPEN OUTPUT QZTXSPRT-FILE
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19Y - QZTXSPRT OPEN FAILED, STATUS='
                       WS-PRINT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2900-READ-NEXT-MASTER
              THRU 2900-READ-NEXT-MASTER-EXIT
           IF WS-ARC-ON-FILE
               PERFORM 2950-READ-NEXT-ARCHIVE
                  THRU 2950-READ-NEXT-ARCHIVE-EXIT
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1200-RESOLVE-MONTH                                          *
      *        One QZTXSPRM card names the billing month; no card or  *
      *        a blank card takes the month before the run month. A  *
      *        card that is not a numeric year-month is refused, not *
      *        defaulted - a filing for the wrong month is worse     *
      *        than none.                                              *
      *----------------------------------------------------------------*
       1200-RESOLVE-MONTH.
           MOVE SPACES                    TO WS-TAX-YM
           OPEN INPUT QZTXSPRM-FILE
           IF WS-TXSPRM-STATUS = '00'
               READ QZTXSPRM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF QZTXSPRM-BILLING-YM NOT = SPACES
                           IF QZTXSPRM-BILLING-YM NUMERIC
                               MOVE QZTXSPRM-BILLING-YM
                                 TO WS-TAX-YM
                           ELSE
                               DISPLAY 'QZB19Y - QZTXSPRM MONTH NOT '
                                       'NUMERIC, CARD REFUSED'
                               MOVE 16    TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
               END-READ
               CLOSE QZTXSPRM-FILE
           END-IF
           IF WS-TAX-YM = SPACES
               IF WS-RUN-MM = 01
                   COMPUTE WS-PRIOR-YYYY = WS-RUN-YYYY - 1
                   MOVE 12                TO WS-PRIOR-MM
               ELSE
                   MOVE WS-RUN-YYYY       TO WS-PRIOR-YYYY
                   COMPUTE WS-PRIOR-MM = WS-RUN-MM - 1
               END-IF
               MOVE WS-PRIOR-YM           TO WS-TAX-YM
           END-IF
           DISPLAY 'QZB19Y - TAX MONTH:            ' WS-TAX-YM.
       1200-RESOLVE-MONTH-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-PROCESS-MASTER-ROW                                     *
      *----------------------------------------------------------------*
       2000-PROCESS-MASTER-ROW.
           ADD 1                          TO WS-ROWS-READ-CNT
           IF QZCUSMAS-BILLING-YM = WS-TAX-YM
               MOVE 0                     TO WS-ROW-TAX-RATE
                                             WS-ROW-CHARGE
                                             WS-ROW-TAX-AMT
               IF QZCUSMAS-CHARGE NUMERIC
                   MOVE QZCUSMAS-CHARGE   TO WS-ROW-CHARGE
               END-IF
               IF QZCUSMAS-TAX-AMT NUMERIC
                  AND QZCUSMAS-TAX-RATE NUMERIC
                   MOVE QZCUSMAS-TAX-RATE TO WS-ROW-TAX-RATE
                   MOVE QZCUSMAS-TAX-AMT  TO WS-ROW-TAX-AMT
               END-IF
               PERFORM 2200-TAKE-ROW
                  THRU 2200-TAKE-ROW-EXIT
           END-IF
           PERFORM 2900-READ-NEXT-MASTER
              THRU 2900-READ-NEXT-MASTER-EXIT.
       2000-PROCESS-MASTER-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2100-PROCESS-ARCHIVE-ROW                                    *
      *----------------------------------------------------------------*
       2100-PROCESS-ARCHIVE-ROW.
           ADD 1                          TO WS-ROWS-READ-CNT
           IF QZARCREC-BILLING-YM = WS-TAX-YM
               MOVE 0                     TO WS-ROW-TAX-RATE
                                             WS-ROW-CHARGE
                                             WS-ROW-TAX-AMT
               IF QZARCREC-CHARGE NUMERIC
                   MOVE QZARCREC-CHARGE   TO WS-ROW-CHARGE
               END-IF
               IF QZARCREC-TAX-AMT NUMERIC
                  AND QZARCREC-TAX-RATE NUMERIC
                   MOVE QZARCREC-TAX-RATE TO WS-ROW-TAX-RATE
                   MOVE QZARCREC-TAX-AMT  TO WS-ROW-TAX-AMT
               END-IF
               PERFORM 2200-TAKE-ROW
                  THRU 2200-TAKE-ROW-EXIT
           END-IF
           PERFORM 2950-READ-NEXT-ARCHIVE
              THRU 2950-READ-NEXT-ARCHIVE-EXIT.
       2100-PROCESS-ARCHIVE-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2200-TAKE-ROW                                               *
      *        Adds the row into the entry for its tax rate and into  *
      *        the grand total.                                        *
      *----------------------------------------------------------------*
       2200-TAKE-ROW.
           PERFORM 2300-FIND-RATE
              THRU 2300-FIND-RATE-EXIT
           ADD 1                  TO WS-RT-ROW-CNT (WS-RT-FOUND-IDX)
           ADD WS-ROW-CHARGE      TO WS-RT-EXCL-AMT (WS-RT-FOUND-IDX)
           ADD WS-ROW-TAX-AMT     TO WS-RT-TAX-AMT (WS-RT-FOUND-IDX)
           ADD WS-ROW-CHARGE      TO WS-RT-INCL-AMT (WS-RT-FOUND-IDX)
           ADD WS-ROW-TAX-AMT     TO WS-RT-INCL-AMT (WS-RT-FOUND-IDX)
           ADD 1                          TO WS-GT-ROW-CNT
           ADD WS-ROW-CHARGE              TO WS-GT-EXCL-AMT
           ADD WS-ROW-TAX-AMT             TO WS-GT-TAX-AMT
           ADD WS-ROW-CHARGE              TO WS-GT-INCL-AMT
           ADD WS-ROW-TAX-AMT             TO WS-GT-INCL-AMT
           ADD 1                          TO WS-ROWS-TAKEN-CNT.
       2200-TAKE-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2300-FIND-RATE                                              *
      *        Locates the entry for WS-ROW-TAX-RATE, or opens one in *
      *        its place in ascending rate order so the report needs  *
      *        no sort - the entries above it move up one.            *
      *----------------------------------------------------------------*
       2300-FIND-RATE.
           MOVE 0                         TO WS-RT-FOUND-IDX
           PERFORM 2350-MATCH-ONE-RATE
              THRU 2350-MATCH-ONE-RATE-EXIT
              VARYING WS-RT-IDX FROM 1 BY 1
              UNTIL WS-RT-IDX > WS-RT-CNT
                 OR WS-RT-FOUND-IDX > 0
           IF WS-RT-FOUND-IDX > 0
               GO TO 2300-FIND-RATE-EXIT
           END-IF
           IF WS-RT-CNT >= 50
               DISPLAY 'QZB19Y - TAX RATE TABLE OVERFLOW AT 50'
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RT-CNT                 TO WS-RT-FOUND-IDX
           ADD 1                          TO WS-RT-FOUND-IDX
           MOVE 'N'                       TO WS-SHIFT-SW
           PERFORM 2370-SHIFT-ONE-RATE
              THRU 2370-SHIFT-ONE-RATE-EXIT
              VARYING WS-RT-IDX FROM WS-RT-CNT BY -1
              UNTIL WS-RT-IDX < 1
                 OR WS-SHIFT-DONE
           ADD 1                          TO WS-RT-CNT
           MOVE WS-ROW-TAX-RATE
             TO WS-RT-TAX-RATE (WS-RT-FOUND-IDX)
           INITIALIZE WS-RT-FIGURES (WS-RT-FOUND-IDX).
       2300-FIND-RATE-EXIT.
           EXIT.

       2350-MATCH-ONE-RATE.
           IF WS-RT-TAX-RATE (WS-RT-IDX) = WS-ROW-TAX-RATE
               MOVE WS-RT-IDX             TO WS-RT-FOUND-IDX
           END-IF.
       2350-MATCH-ONE-RATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2370-SHIFT-ONE-RATE                                         *
      *        Stops at the first entry below the new rate - the new  *
      *        entry goes in above it. The compare is made here, not *
      *        in the UNTIL, so the table is never referenced with a *
      *        subscript of zero.                                     *
      *----------------------------------------------------------------*
       2370-SHIFT-ONE-RATE.
           IF WS-RT-TAX-RATE (WS-RT-IDX) < WS-ROW-TAX-RATE
               SET WS-SHIFT-DONE          TO TRUE
               GO TO 2370-SHIFT-ONE-RATE-EXIT
           END-IF
           MOVE WS-RT-ENTRY (WS-RT-IDX)
             TO WS-RT-ENTRY (WS-RT-IDX + 1)
           MOVE WS-RT-IDX                 TO WS-RT-FOUND-IDX.
       2370-SHIFT-ONE-RATE-EXIT.
           EXIT.

       2900-READ-NEXT-MASTER.
           READ QZCUSMAS-FILE NEXT RECORD
               AT END
                   SET WS-EOF             TO TRUE
                   GO TO 2900-READ-NEXT-MASTER-EXIT
           END-READ
           IF WS-CUSMAS-STATUS NOT = '00'
               DISPLAY 'QZB19Y - QZCUSMAS READ FAILED, STATUS='
                       WS-CUSMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF.
       2900-READ-NEXT-MASTER-EXIT.
           EXIT.

       2950-READ-NEXT-ARCHIVE.
           READ QZCUSARC-FILE NEXT RECORD
               AT END
                   SET WS-ARC-EOF         TO TRUE
                   GO TO 2950-READ-NEXT-ARCHIVE-EXIT
           END-READ
           IF WS-CUSARC-STATUS NOT = '00'
               DISPLAY 'QZB19Y - QZCUSARC READ FAILED, STATUS='
                       WS-CUSARC-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF.
       2950-READ-NEXT-ARCHIVE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3000-PRINT-SUMMARY                                          *
      *        One line per tax rate, lowest rate first, then the     *
      *        grand total.                                            *
      *----------------------------------------------------------------*
       3000-PRINT-SUMMARY.
           PERFORM 3500-PRINT-HEADINGS
              THRU 3500-PRINT-HEADINGS-EXIT
           PERFORM 3100-PRINT-ONE-RATE
              THRU 3100-PRINT-ONE-RATE-EXIT
              VARYING WS-RT-IDX FROM 1 BY 1
              UNTIL WS-RT-IDX > WS-RT-CNT
           MOVE 'TOTAL'                   TO WS-TOT-CAPTION
           MOVE WS-GT-ROW-CNT             TO WS-TOT-ROW-CNT
           MOVE WS-GT-EXCL-AMT            TO WS-TOT-EXCL-AMT
           MOVE WS-GT-TAX-AMT             TO WS-TOT-TAX-AMT
           MOVE WS-GT-INCL-AMT            TO WS-TOT-INCL-AMT
           WRITE QZTXSPRT-REC FROM WS-TOT-LINE
               AFTER ADVANCING 2 LINES
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19Y - QZTXSPRT WRITE FAILED, STATUS='
                       WS-PRINT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF.
       3000-PRINT-SUMMARY-EXIT.
           EXIT.

       3100-PRINT-ONE-RATE.
           IF WS-LINE-CNT >= WS-LINES-PER-PAGE
               PERFORM 3500-PRINT-HEADINGS
                  THRU 3500-PRINT-HEADINGS-EXIT
           END-IF
           MOVE WS-RT-TAX-RATE (WS-RT-IDX)
                                          TO WS-DTL-TAX-RATE
           MOVE WS-RT-ROW-CNT (WS-RT-IDX) TO WS-DTL-ROW-CNT
           MOVE WS-RT-EXCL-AMT (WS-RT-IDX)
                                          TO WS-DTL-EXCL-AMT
           MOVE WS-RT-TAX-AMT (WS-RT-IDX) TO WS-DTL-TAX-AMT
           MOVE WS-RT-INCL-AMT (WS-RT-IDX)
                                          TO WS-DTL-INCL-AMT
           WRITE QZTXSPRT-REC FROM WS-DTL-LINE
               AFTER ADVANCING 1 LINE
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19Y - QZTXSPRT WRITE FAILED, STATUS='
                       WS-PRINT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1                          TO WS-LINE-CNT.
       3100-PRINT-ONE-RATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3500-PRINT-HEADINGS                                         *
      *----------------------------------------------------------------*
       3500-PRINT-HEADINGS.
           ADD 1                          TO WS-PAGE-NO
           MOVE SPACES                    TO WS-HDG-LINE
           MOVE 'CONSUMPTION TAX SUMMARY BY TAX RATE'
                                          TO WS-HDG-TITLE
           MOVE 'MONTH:  '                TO WS-HDG-YM-LIT
           MOVE WS-TAX-YM                 TO WS-HDG-TAX-YM
           MOVE 'PAGE '                   TO WS-HDG-PAGE-LIT
           MOVE WS-PAGE-NO                TO WS-HDG-PAGE-NO
           WRITE QZTXSPRT-REC FROM WS-HDG-LINE
               AFTER ADVANCING PAGE
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19Y - QZTXSPRT WRITE FAILED, STATUS='
                       WS-PRINT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE QZTXSPRT-REC FROM WS-CAP-LINE
               AFTER ADVANCING 2 LINES
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZB19Y - QZTXSPRT WRITE FAILED, STATUS='
                       WS-PRINT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0                         TO WS-LINE-CNT.
       3500-PRINT-HEADINGS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8000-FINALIZE                                               *
      *        A month with no billed rows at all is flagged with a   *
      *        warning - most likely the wrong month on the card.     *
      *----------------------------------------------------------------*
       8000-FINALIZE.
           CLOSE QZCUSMAS-FILE
           IF WS-ARC-ON-FILE
               CLOSE QZCUSARC-FILE
           END-IF
           CLOSE QZTXSPRT-FILE
           DISPLAY 'QZB19Y - ROWS READ:            ' WS-ROWS-READ-CNT
           DISPLAY 'QZB19Y - ROWS SUMMARIZED:      ' WS-ROWS-TAKEN-CNT
           DISPLAY 'QZB19Y - TAX RATES:            ' WS-RT-CNT
           DISPLAY 'QZB19Y - TAX-EXCLUSIVE TOTAL:  ' WS-GT-EXCL-AMT
           DISPLAY 'QZB19Y - CONSUMPTION TAX TOTAL:' WS-GT-TAX-AMT
           IF WS-ROWS-TAKEN-CNT = 0
               DISPLAY 'QZB19Y - NO ROWS FOR TAX MONTH ' WS-TAX-YM
               MOVE 4                     TO RETURN-CODE
           END-IF.
       8000-FINALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8900-REGISTER-END                                           *
      *----------------------------------------------------------------*
       8900-REGISTER-END.
           MOVE 'E'                       TO QZRLGPRM-FUNCTION
           MOVE 'QZB19Y  '                TO QZRLGPRM-PGMID
           MOVE WS-ROWS-TAKEN-CNT         TO QZRLGPRM-COUNT-1
           MOVE WS-RT-CNT                 TO QZRLGPRM-COUNT-2
           MOVE 0                         TO QZRLGPRM-COUNT-3
           CALL 'QZRUNLOG' USING QZRLGPRM
           IF NOT QZRLGPRM-OK
               DISPLAY 'QZB19Y - QZRUNCTL END REGISTRATION '
                       'FAILED'
               MOVE 16                    TO RETURN-CODE
           END-IF.
       8900-REGISTER-END-EXIT.
           EXIT.
