      *================================================================*
      *                                                                *
      *    PROGRAM:      QZR19B                                       *
      *    AUTHOR:       K. SASAKI - APPLICATION SUPPORT               *
      *    INSTALLATION: MULEFORGE DATA CENTER                        *
      *    DATE-WRITTEN: 2026-10-15                                   *
      *    DATE-COMPILED:                                              *
      *                                                                *
      *    PURPOSE.                                                   *
      *        End-of-night control balancing report, the last step  *
      *        of the night stream. Every batch proves its own       *
      *        totals; nothing proved that what one batch wrote is   *
      *        what the next one read. This report reads the         *
      *        QZRUNCTL run-control dataset QZRUNLOG keeps and the   *
      *        QZEXTTRL, QZLATTRL and QZAJPTRL control trailers of   *
      *        the night's hand-off files, counts on QZPAYMAS the    *
      *        receipts stamped with QZB19P's run date, and prints   *
      *        on QZBALPRT:                                           *
      *          - every program on QZRUNCTL with its status, start *
      *            and end, and its three control counts, marked    *
      *            where the run is not tonight's;                   *
      *          - each producer-to-consumer hand-off with both     *
      *            sides and the difference;                         *
      *          - every expected nightly batch that has not        *
      *            completed tonight, and any other run tonight     *
      *            still marked running or ended abnormally.        *
      *        "Tonight" is the 24 hours before this report started *
      *        - the stream crosses midnight, as QZRUNLOG allows.   *
      *        Anything out of balance, incomplete or missing ends  *
      *        the run with return code 8 so operations hears of it *
      *        before the online day begins; 16 is a file failure.  *
      *        The report does not register on QZRUNCTL itself - it *
      *        must run, and report, whatever else has failed.       *
      *                                                                *
      *    MOD HISTORY.                                                *
      *    DATE        INIT  DESCRIPTION                               *
      *    ----------  ----  ------------------------------------      *
      *    2026-10-15  KS    QZR19B established.                       *
      *                                                                *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    QZR19B.
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
           SELECT QZRUNCTL-FILE  ASSIGN TO QZRUNCTL
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS SEQUENTIAL
               RECORD KEY     IS QZRUNREC-PGMID
               FILE STATUS    IS WS-RUNCTL-STATUS.
           SELECT QZEXTRCT-FILE  ASSIGN TO QZEXTRCT
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS WS-EXTRCT-STATUS.
           SELECT QZLATFEE-FILE  ASSIGN TO QZLATFEE
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS WS-LATFEE-STATUS.
           SELECT QZADJPST-FILE  ASSIGN TO QZADJPST
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS WS-ADJPST-STATUS.
           SELECT QZPAYMAS-FILE  ASSIGN TO QZPAYMAS
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS SEQUENTIAL
               RECORD KEY     IS QZPAYREC-KEY
               FILE STATUS    IS WS-PAYMAS-STATUS.
           SELECT QZBALPRT-FILE  ASSIGN TO QZBALPRT
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QZRUNCTL-FILE.
           COPY "run_control.cbl".
       FD  QZEXTRCT-FILE.
           COPY "extract_record.cbl".
       FD  QZLATFEE-FILE.
           COPY "late_charge.cbl".
       FD  QZADJPST-FILE.
           COPY "adjustment_post.cbl".
       FD  QZPAYMAS-FILE.
           COPY "payment_record.cbl".
       FD  QZBALPRT-FILE.
       01  QZBALPRT-REC                   PIC X(133).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      *    FILE STATUS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-RUNCTL-STATUS               PIC X(02).
       77  WS-EXTRCT-STATUS               PIC X(02).
       77  WS-LATFEE-STATUS               PIC X(02).
       77  WS-ADJPST-STATUS               PIC X(02).
       77  WS-PAYMAS-STATUS               PIC X(02).
       77  WS-PRINT-STATUS                PIC X(02).
       77  WS-EOF-SW                      PIC X(01) VALUE 'N'.
           88  WS-EOF                          VALUE 'Y'.
       77  WS-LINE-CNT                    PIC 9(03) COMP VALUE 99.
       77  WS-LINES-PER-PAGE              PIC 9(03) VALUE 50.
       77  WS-PAGE-NO                     PIC 9(04) COMP VALUE 0.
       77  WS-ADVANCE                     PIC 9(01) COMP VALUE 1.
       77  WS-TODAY-DATE                  PIC X(08).
       77  WS-NOW-TIME                    PIC X(08).
       77  WS-LEAP-REM                    PIC 9(04) COMP.
       77  WS-LEAP-QUOT                   PIC 9(04) COMP.
       77  WS-RUN-IDX                     PIC 9(03) COMP.
       77  WS-EXP-IDX                     PIC 9(03) COMP.
       77  WS-FOUND-IDX                   PIC 9(03) COMP.
       77  WS-FIND-PGMID                  PIC X(08).
       77  WS-FIND-COUNT-NO               PIC 9(01) COMP.
       77  WS-EXPECTED-SW                 PIC X(01) VALUE 'N'.
           88  WS-EXPECTED                     VALUE 'Y'.

      *----------------------------------------------------------------*
      *    CONTROL TRAILERS OF THE NIGHT'S HAND-OFF FILES - THE LAST   *
      *    TRAILER ON A FILE WINS, AS IN QZR19P AND QZB19L            *
      *----------------------------------------------------------------*
       77  WS-EXT-TRL-SW                  PIC X(01) VALUE 'N'.
           88  WS-EXT-TRL-SEEN                 VALUE 'Y'.
       77  WS-EXT-TRL-CNT                 PIC 9(09) VALUE 0.
       77  WS-LAT-TRL-SW                  PIC X(01) VALUE 'N'.
           88  WS-LAT-TRL-SEEN                 VALUE 'Y'.
       77  WS-LAT-TRL-CNT                 PIC 9(09) VALUE 0.
       77  WS-ADJ-TRL-SW                  PIC X(01) VALUE 'N'.
           88  WS-ADJ-TRL-SEEN                 VALUE 'Y'.
       77  WS-ADJ-TRL-CNT                 PIC 9(09) VALUE 0.
       77  WS-PAY-CNT-SW                  PIC X(01) VALUE 'N'.
           88  WS-PAY-COUNTED                  VALUE 'Y'.
       77  WS-PAY-POSTING-DATE            PIC X(08) VALUE SPACES.
       77  WS-PAY-SCAN-CNT                PIC 9(09) VALUE 0.
       77  WS-PAY-RECEIPT-CNT             PIC 9(09) VALUE 0.

      *----------------------------------------------------------------*
      *    FINDINGS - ANY OF THEM NON-ZERO ENDS THE RUN WITH RC 8      *
      *----------------------------------------------------------------*
       77  WS-HANDOFF-CNT                 PIC 9(03) COMP VALUE 0.
       77  WS-OOB-CNT                     PIC 9(03) COMP VALUE 0.
       77  WS-INCOMPLETE-CNT              PIC 9(03) COMP VALUE 0.
       77  WS-EXCEPTION-CNT               PIC 9(03) COMP VALUE 0.

      *----------------------------------------------------------------*
      *    TONIGHT - RUNS STARTED WITHIN THE 24 HOURS BEFORE THIS     *
      *    REPORT. YESTERDAY IS WORKED OUT THE WAY QZRUNLOG DOES IT.  *
      *----------------------------------------------------------------*
       01  WS-WINDOW-STAMP.
           05  WS-YESTERDAY-DATE.
               10  WS-YST-YYYY            PIC 9(04).
               10  WS-YST-MM              PIC 9(02).
               10  WS-YST-DD              PIC 9(02).
           05  WS-WINDOW-TIME             PIC X(08).

      *----------------------------------------------------------------*
      *    QZRUNCTL RECORDS, IN KEY ORDER                              *
      *----------------------------------------------------------------*
       01  WS-RUN-TABLE.
           05  WS-RUN-CNT                 PIC 9(03) COMP VALUE 0.
           05  WS-RUN-ENTRY               OCCURS 60 TIMES.
               10  WS-RUN-PGMID           PIC X(08).
               10  WS-RUN-STATUS          PIC X(01).
                   88  WS-RUN-RUNNING          VALUE 'R'.
                   88  WS-RUN-COMPLETE         VALUE 'C'.
                   88  WS-RUN-ABENDED          VALUE 'A'.
               10  WS-RUN-START-STAMP.
                   15  WS-RUN-START-DATE  PIC X(08).
                   15  WS-RUN-START-TIME  PIC X(08).
               10  WS-RUN-END-STAMP.
                   15  WS-RUN-END-DATE    PIC X(08).
                   15  WS-RUN-END-TIME    PIC X(08).
               10  WS-RUN-COUNT           PIC 9(09) OCCURS 3 TIMES.
               10  WS-RUN-TONIGHT-SW      PIC X(01).
                   88  WS-RUN-TONIGHT          VALUE 'Y'.

      *----------------------------------------------------------------*
      *    EXPECTED NIGHTLY BATCHES - EVERY NIGHT STREAM RUNS THESE.  *
      *    QZB19R (BANK RESULT NIGHTS), QZB19Z (APPROVAL CARDS), AND  *
      *    THE MONTHLY AND ON-REQUEST BATCHES ARE REPORTED WHEN THEY  *
      *    RAN BUT ARE NOT MISSED WHEN THEY DID NOT.                   *
      *----------------------------------------------------------------*
       01  WS-EXPECT-VALUES.
           05  FILLER                     PIC X(08) VALUE 'QZB19I  '.
           05  FILLER                     PIC X(08) VALUE 'QZB19E  '.
           05  FILLER                     PIC X(08) VALUE 'QZR19P  '.
           05  FILLER                     PIC X(08) VALUE 'QZB19P  '.
           05  FILLER                     PIC X(08) VALUE 'QZB19J  '.
           05  FILLER                     PIC X(08) VALUE 'QZB19B  '.
           05  FILLER                     PIC X(08) VALUE 'QZB19N  '.
           05  FILLER                     PIC X(08) VALUE 'QZB19C  '.
           05  FILLER                     PIC X(08) VALUE 'QZB19S  '.
           05  FILLER                     PIC X(08) VALUE 'QZB19O  '.
           05  FILLER                     PIC X(08) VALUE 'QZB19L  '.
           05  FILLER                     PIC X(08) VALUE 'QZB19G  '.
           05  FILLER                     PIC X(08) VALUE 'QZB19A  '.
           05  FILLER                     PIC X(08) VALUE 'QZB19D  '.
       01  WS-EXPECT-TABLE REDEFINES WS-EXPECT-VALUES.
           05  WS-EXPECT-PGMID            PIC X(08) OCCURS 14 TIMES.
       77  WS-EXPECT-CNT                  PIC 9(03) COMP VALUE 14.

      *----------------------------------------------------------------*
      *    ONE HAND-OFF - PRODUCER SIDE, CONSUMER SIDE                 *
      *----------------------------------------------------------------*
       01  WS-HANDOFF.
           05  WS-HO-PRODUCER             PIC X(22).
           05  WS-HO-PROD-CNT             PIC 9(09).
           05  WS-HO-PROD-SW              PIC X(01).
               88  WS-HO-PROD-OK               VALUE 'Y'.
           05  WS-HO-PROD-NA-TEXT         PIC X(11).
           05  WS-HO-CONSUMER             PIC X(22).
           05  WS-HO-CONS-CNT             PIC 9(09).
           05  WS-HO-CONS-SW              PIC X(01).
               88  WS-HO-CONS-OK               VALUE 'Y'.
           05  WS-HO-CONS-NA-TEXT         PIC X(11).
           05  WS-HO-OPTIONAL-SW          PIC X(01).
               88  WS-HO-OPTIONAL              VALUE 'Y'.
           05  WS-HO-DIFF                 PIC S9(10).
       01  WS-SIDE.
           05  WS-SIDE-CNT                PIC 9(09).
           05  WS-SIDE-SW                 PIC X(01).
               88  WS-SIDE-OK                  VALUE 'Y'.
           05  WS-SIDE-NA-TEXT            PIC X(11).

      *----------------------------------------------------------------*
      *    TIME EDITING - HHMMSSHH TO HH:MM:SS                         *
      *----------------------------------------------------------------*
       77  WS-EDIT-TIME-IN                PIC X(08).
       77  WS-EDIT-TIME-OUT               PIC X(08).
       01  WS-TIME-EDIT.
           05  WS-TME-HH                  PIC X(02).
           05  FILLER                     PIC X(01) VALUE ':'.
           05  WS-TME-MM                  PIC X(02).
           05  FILLER                     PIC X(01) VALUE ':'.
           05  WS-TME-SS                  PIC X(02).

      *----------------------------------------------------------------*
      *    PRINT LINE LAYOUTS                                         *
      *----------------------------------------------------------------*
       01  WS-PRINT-LINE                  PIC X(133).

       01  WS-HDG-LINE.
           05  WS-HDG-TITLE               PIC X(40).
           05  FILLER                     PIC X(05) VALUE SPACES.
           05  WS-HDG-RUN-LIT             PIC X(05).
           05  WS-HDG-RUN-DATE            PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-HDG-RUN-TIME            PIC X(08).
           05  FILLER                     PIC X(10) VALUE SPACES.
           05  WS-HDG-PAGE-LIT            PIC X(05).
           05  WS-HDG-PAGE-NO             PIC ZZZ9.
           05  FILLER                     PIC X(47) VALUE SPACES.

       01  WS-SEC-LINE.
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-SEC-TITLE               PIC X(60).
           05  FILLER                     PIC X(72) VALUE SPACES.

       01  WS-RUN-CAP-LINE.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  FILLER                     PIC X(10)
               VALUE 'PROGRAM'.
           05  FILLER                     PIC X(10)
               VALUE 'STATUS'.
           05  FILLER                     PIC X(19)
               VALUE 'STARTED'.
           05  FILLER                     PIC X(19)
               VALUE 'ENDED'.
           05  FILLER                     PIC X(13)
               VALUE '    COUNT-1'.
           05  FILLER                     PIC X(13)
               VALUE '    COUNT-2'.
           05  FILLER                     PIC X(13)
               VALUE '    COUNT-3'.
           05  FILLER                     PIC X(04)
               VALUE 'NOTE'.
           05  FILLER                     PIC X(29) VALUE SPACES.

       01  WS-RUN-DTL-LINE.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-RUN-DTL-PGMID           PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RUN-DTL-STATUS          PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RUN-DTL-START-DATE      PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-RUN-DTL-START-TIME      PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RUN-DTL-END-DATE        PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-RUN-DTL-END-TIME        PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RUN-DTL-COUNT-1         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RUN-DTL-COUNT-2         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RUN-DTL-COUNT-3         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RUN-DTL-NOTE            PIC X(20).
           05  FILLER                     PIC X(13) VALUE SPACES.

       01  WS-HO-CAP-LINE.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  FILLER                     PIC X(23)
               VALUE 'PRODUCER'.
           05  FILLER                     PIC X(14)
               VALUE '      COUNT'.
           05  FILLER                     PIC X(23)
               VALUE 'CONSUMER'.
           05  FILLER                     PIC X(14)
               VALUE '      COUNT'.
           05  FILLER                     PIC X(15)
               VALUE '  DIFFERENCE'.
           05  FILLER                     PIC X(06)
               VALUE 'RESULT'.
           05  FILLER                     PIC X(35) VALUE SPACES.

       01  WS-HO-DTL-LINE.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-HO-DTL-PRODUCER         PIC X(22).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-HO-DTL-PROD-CNT         PIC ZZZ,ZZZ,ZZ9.
           05  WS-HO-DTL-PROD-CNT-X REDEFINES WS-HO-DTL-PROD-CNT
                                          PIC X(11).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-HO-DTL-CONSUMER         PIC X(22).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  WS-HO-DTL-CONS-CNT         PIC ZZZ,ZZZ,ZZ9.
           05  WS-HO-DTL-CONS-CNT-X REDEFINES WS-HO-DTL-CONS-CNT
                                          PIC X(11).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-HO-DTL-DIFF             PIC -ZZZ,ZZZ,ZZ9.
           05  WS-HO-DTL-DIFF-X REDEFINES WS-HO-DTL-DIFF
                                          PIC X(12).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-HO-DTL-RESULT           PIC X(16).
           05  FILLER                     PIC X(25) VALUE SPACES.

       01  WS-EXC-DTL-LINE.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-EXC-DTL-PGMID           PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-EXC-DTL-TEXT            PIC X(50).
           05  FILLER                     PIC X(70) VALUE SPACES.

       01  WS-TOT-LINE.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-TOT-TEXT                PIC X(60).
           05  FILLER                     PIC X(70) VALUE SPACES.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      *    0000-MAINLINE                                              *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
              THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-LOAD-RUN-CONTROL
              THRU 2000-LOAD-RUN-CONTROL-EXIT
           PERFORM 2500-SCAN-EXTRACT
              THRU 2500-SCAN-EXTRACT-EXIT
           PERFORM 2600-SCAN-SURCHARGE
              THRU 2600-SCAN-SURCHARGE-EXIT
           PERFORM 2700-SCAN-ADJUSTMENT
              THRU 2700-SCAN-ADJUSTMENT-EXIT
           PERFORM 2800-COUNT-RECEIPTS
              THRU 2800-COUNT-RECEIPTS-EXIT
           PERFORM 3000-PRINT-RUNS
              THRU 3000-PRINT-RUNS-EXIT
           PERFORM 5000-BALANCE-HANDOFFS
              THRU 5000-BALANCE-HANDOFFS-EXIT
           PERFORM 6000-CHECK-EXPECTED
              THRU 6000-CHECK-EXPECTED-EXIT
           PERFORM 6500-PRINT-VERDICT
              THRU 6500-PRINT-VERDICT-EXIT
           PERFORM 8000-FINALIZE
              THRU 8000-FINALIZE-EXIT
           STOP RUN.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *        The window opens at this time yesterday - a run whose   *
      *        start falls after it belongs to tonight's stream.       *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE           FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME             FROM TIME
           PERFORM 1100-COMPUTE-YESTERDAY
              THRU 1100-COMPUTE-YESTERDAY-EXIT
           MOVE WS-NOW-TIME               TO WS-WINDOW-TIME
           OPEN OUTPUT QZBALPRT-FILE
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZR19B - QZBALPRT OPEN FAILED, STATUS='
                       WS-PRINT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'QZR19B - RUNS SINCE:           ' WS-WINDOW-STAMP.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1100-COMPUTE-YESTERDAY                                      *
      *----------------------------------------------------------------*
       1100-COMPUTE-YESTERDAY.
           MOVE WS-TODAY-DATE (1:4)       TO WS-YST-YYYY
           MOVE WS-TODAY-DATE (5:2)       TO WS-YST-MM
           MOVE WS-TODAY-DATE (7:2)       TO WS-YST-DD
           IF WS-YST-DD > 1
               SUBTRACT 1                 FROM WS-YST-DD
               GO TO 1100-COMPUTE-YESTERDAY-EXIT
           END-IF
           IF WS-YST-MM = 1
               SUBTRACT 1                 FROM WS-YST-YYYY
               MOVE 12                    TO WS-YST-MM
           ELSE
               SUBTRACT 1                 FROM WS-YST-MM
           END-IF
           EVALUATE WS-YST-MM
               WHEN 1
               WHEN 3
               WHEN 5
               WHEN 7
               WHEN 8
               WHEN 10
               WHEN 12
                   MOVE 31                TO WS-YST-DD
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30                TO WS-YST-DD
               WHEN 2
                   MOVE 28                TO WS-YST-DD
                   DIVIDE WS-YST-YYYY BY 4
                       GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = 0
                       DIVIDE WS-YST-YYYY BY 100
                           GIVING WS-LEAP-QUOT
                           REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM NOT = 0
                           MOVE 29        TO WS-YST-DD
                       ELSE
                           DIVIDE WS-YST-YYYY BY 400
                               GIVING WS-LEAP-QUOT
                               REMAINDER WS-LEAP-REM
                           IF WS-LEAP-REM = 0
                               MOVE 29    TO WS-YST-DD
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.
       1100-COMPUTE-YESTERDAY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-LOAD-RUN-CONTROL                                       *
      *        Takes every QZRUNCTL record into storage. A record     *
      *        registered at its end only (no start time) is dated    *
      *        by its end.                                             *
      *----------------------------------------------------------------*
       2000-LOAD-RUN-CONTROL.
           OPEN INPUT  QZRUNCTL-FILE
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'QZR19B - QZRUNCTL OPEN FAILED, STATUS='
                       WS-RUNCTL-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N'                       TO WS-EOF-SW
           PERFORM 2100-READ-NEXT-RUN
              THRU 2100-READ-NEXT-RUN-EXIT
           PERFORM 2200-STORE-ONE-RUN
              THRU 2200-STORE-ONE-RUN-EXIT
              UNTIL WS-EOF
           CLOSE QZRUNCTL-FILE.
       2000-LOAD-RUN-CONTROL-EXIT.
           EXIT.

       2100-READ-NEXT-RUN.
           READ QZRUNCTL-FILE NEXT RECORD
               AT END
                   SET WS-EOF             TO TRUE
           END-READ
           IF NOT WS-EOF AND WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'QZR19B - QZRUNCTL READ FAILED, STATUS='
                       WS-RUNCTL-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF.
       2100-READ-NEXT-RUN-EXIT.
           EXIT.

       2200-STORE-ONE-RUN.
           IF WS-RUN-CNT >= 60
               DISPLAY 'QZR19B - RUN TABLE OVERFLOW AT 60'
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1                          TO WS-RUN-CNT
           MOVE WS-RUN-CNT                TO WS-RUN-IDX
           MOVE QZRUNREC-PGMID            TO WS-RUN-PGMID (WS-RUN-IDX)
           MOVE QZRUNREC-STATUS           TO WS-RUN-STATUS (WS-RUN-IDX)
           MOVE QZRUNREC-RUN-DATE
             TO WS-RUN-START-DATE (WS-RUN-IDX)
           MOVE QZRUNREC-START-TIME
             TO WS-RUN-START-TIME (WS-RUN-IDX)
           MOVE QZRUNREC-END-DATE
             TO WS-RUN-END-DATE (WS-RUN-IDX)
           MOVE QZRUNREC-END-TIME
             TO WS-RUN-END-TIME (WS-RUN-IDX)
           MOVE QZRUNREC-COUNT-1
             TO WS-RUN-COUNT (WS-RUN-IDX 1)
           MOVE QZRUNREC-COUNT-2
             TO WS-RUN-COUNT (WS-RUN-IDX 2)
           MOVE QZRUNREC-COUNT-3
             TO WS-RUN-COUNT (WS-RUN-IDX 3)
           MOVE 'N'                       TO WS-RUN-TONIGHT-SW
                                             (WS-RUN-IDX)
           IF QZRUNREC-START-TIME = SPACES
               IF WS-RUN-END-STAMP (WS-RUN-IDX) >= WS-WINDOW-STAMP
                   SET WS-RUN-TONIGHT (WS-RUN-IDX) TO TRUE
               END-IF
           ELSE
               IF WS-RUN-START-STAMP (WS-RUN-IDX) >= WS-WINDOW-STAMP
                   SET WS-RUN-TONIGHT (WS-RUN-IDX) TO TRUE
               END-IF
           END-IF
           PERFORM 2100-READ-NEXT-RUN
              THRU 2100-READ-NEXT-RUN-EXIT.
       2200-STORE-ONE-RUN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2500-SCAN-EXTRACT                                           *
      *        Reads QZEXTRCT to its end for the QZEXTTRL count. A    *
      *        file that will not open, or has no trailer, leaves the *
      *        trailer side of its hand-offs unproved - it is a       *
      *        finding on the report, not a reason to stop it.        *
      *----------------------------------------------------------------*
       2500-SCAN-EXTRACT.
           OPEN INPUT  QZEXTRCT-FILE
           IF WS-EXTRCT-STATUS NOT = '00'
               DISPLAY 'QZR19B - QZEXTRCT OPEN FAILED, STATUS='
                       WS-EXTRCT-STATUS
               GO TO 2500-SCAN-EXTRACT-EXIT
           END-IF
           MOVE 'N'                       TO WS-EOF-SW
           PERFORM 2510-READ-EXTRACT
              THRU 2510-READ-EXTRACT-EXIT
              UNTIL WS-EOF
           CLOSE QZEXTRCT-FILE.
       2500-SCAN-EXTRACT-EXIT.
           EXIT.

       2510-READ-EXTRACT.
           READ QZEXTRCT-FILE
               AT END
                   SET WS-EOF             TO TRUE
                   GO TO 2510-READ-EXTRACT-EXIT
           END-READ
           IF WS-EXTRCT-STATUS NOT = '00'
               DISPLAY 'QZR19B - QZEXTRCT READ FAILED, STATUS='
                       WS-EXTRCT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           IF QZEXTTRL-PRESENT
               SET WS-EXT-TRL-SEEN        TO TRUE
               MOVE QZEXTTRL-RECORD-CNT   TO WS-EXT-TRL-CNT
           END-IF.
       2510-READ-EXTRACT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2600-SCAN-SURCHARGE                                         *
      *        The same for the QZB19S QZLATFEE posting file.         *
      *----------------------------------------------------------------*
       2600-SCAN-SURCHARGE.
           OPEN INPUT  QZLATFEE-FILE
           IF WS-LATFEE-STATUS NOT = '00'
               DISPLAY 'QZR19B - QZLATFEE OPEN FAILED, STATUS='
                       WS-LATFEE-STATUS
               GO TO 2600-SCAN-SURCHARGE-EXIT
           END-IF
           MOVE 'N'                       TO WS-EOF-SW
           PERFORM 2610-READ-SURCHARGE
              THRU 2610-READ-SURCHARGE-EXIT
              UNTIL WS-EOF
           CLOSE QZLATFEE-FILE.
       2600-SCAN-SURCHARGE-EXIT.
           EXIT.

       2610-READ-SURCHARGE.
           READ QZLATFEE-FILE
               AT END
                   SET WS-EOF             TO TRUE
                   GO TO 2610-READ-SURCHARGE-EXIT
           END-READ
           IF WS-LATFEE-STATUS NOT = '00'
               DISPLAY 'QZR19B - QZLATFEE READ FAILED, STATUS='
                       WS-LATFEE-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           IF QZLATTRL-PRESENT
               SET WS-LAT-TRL-SEEN        TO TRUE
               MOVE QZLATTRL-RECORD-CNT   TO WS-LAT-TRL-CNT
           END-IF.
       2610-READ-SURCHARGE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2700-SCAN-ADJUSTMENT                                        *
      *        The same for the QZB19O QZADJPST posting file.         *
      *----------------------------------------------------------------*
       2700-SCAN-ADJUSTMENT.
           OPEN INPUT  QZADJPST-FILE
           IF WS-ADJPST-STATUS NOT = '00'
               DISPLAY 'QZR19B - QZADJPST OPEN FAILED, STATUS='
                       WS-ADJPST-STATUS
               GO TO 2700-SCAN-ADJUSTMENT-EXIT
           END-IF
           MOVE 'N'                       TO WS-EOF-SW
           PERFORM 2710-READ-ADJUSTMENT
              THRU 2710-READ-ADJUSTMENT-EXIT
              UNTIL WS-EOF
           CLOSE QZADJPST-FILE.
       2700-SCAN-ADJUSTMENT-EXIT.
           EXIT.

       2710-READ-ADJUSTMENT.
           READ QZADJPST-FILE
               AT END
                   SET WS-EOF             TO TRUE
                   GO TO 2710-READ-ADJUSTMENT-EXIT
           END-READ
           IF WS-ADJPST-STATUS NOT = '00'
               DISPLAY 'QZR19B - QZADJPST READ FAILED, STATUS='
                       WS-ADJPST-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           IF QZAJPTRL-PRESENT
               SET WS-ADJ-TRL-SEEN        TO TRUE
               MOVE QZAJPTRL-RECORD-CNT   TO WS-ADJ-TRL-CNT
           END-IF.
       2710-READ-ADJUSTMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2800-COUNT-RECEIPTS                                         *
      *        QZB19P stamps every receipt it posts with the run date *
      *        on its QZRUNCTL record - the rule QZB19J journals by - *
      *        so the receipts on QZPAYMAS carrying that date are the *
      *        file's growth from tonight's posting. Nothing to count *
      *        when QZB19P has not run tonight.                        *
      *----------------------------------------------------------------*
       2800-COUNT-RECEIPTS.
           MOVE 'QZB19P  '                TO WS-FIND-PGMID
           PERFORM 5150-FIND-RUN
              THRU 5150-FIND-RUN-EXIT
           IF WS-FOUND-IDX = 0
               GO TO 2800-COUNT-RECEIPTS-EXIT
           END-IF
           IF NOT WS-RUN-TONIGHT (WS-FOUND-IDX)
              OR WS-RUN-RUNNING (WS-FOUND-IDX)
               GO TO 2800-COUNT-RECEIPTS-EXIT
           END-IF
           MOVE WS-RUN-START-DATE (WS-FOUND-IDX)
             TO WS-PAY-POSTING-DATE
           OPEN INPUT  QZPAYMAS-FILE
           IF WS-PAYMAS-STATUS NOT = '00'
               DISPLAY 'QZR19B - QZPAYMAS OPEN FAILED, STATUS='
                       WS-PAYMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N'                       TO WS-EOF-SW
           PERFORM 2810-READ-PAYMENT
              THRU 2810-READ-PAYMENT-EXIT
              UNTIL WS-EOF
           CLOSE QZPAYMAS-FILE
           SET WS-PAY-COUNTED             TO TRUE.
       2800-COUNT-RECEIPTS-EXIT.
           EXIT.

       2810-READ-PAYMENT.
           READ QZPAYMAS-FILE NEXT RECORD
               AT END
                   SET WS-EOF             TO TRUE
                   GO TO 2810-READ-PAYMENT-EXIT
           END-READ
           IF WS-PAYMAS-STATUS NOT = '00'
               DISPLAY 'QZR19B - QZPAYMAS READ FAILED, STATUS='
                       WS-PAYMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1                          TO WS-PAY-SCAN-CNT
           IF QZPAYREC-POSTED-DATE = WS-PAY-POSTING-DATE
               ADD 1                      TO WS-PAY-RECEIPT-CNT
           END-IF.
       2810-READ-PAYMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3000-PRINT-RUNS                                             *
      *        One line per QZRUNCTL record. A run from before the    *
      *        window is still listed - its counts are last night's  *
      *        or older, and the note says so.                         *
      *----------------------------------------------------------------*
       3000-PRINT-RUNS.
           MOVE SPACES                    TO WS-SEC-TITLE
           MOVE 'BATCH RUNS ON QZRUNCTL'  TO WS-SEC-TITLE
           MOVE WS-SEC-LINE               TO WS-PRINT-LINE
           MOVE 2                         TO WS-ADVANCE
           PERFORM 7000-PRINT-LINE
              THRU 7000-PRINT-LINE-EXIT
           MOVE WS-RUN-CAP-LINE           TO WS-PRINT-LINE
           MOVE 2                         TO WS-ADVANCE
           PERFORM 7000-PRINT-LINE
              THRU 7000-PRINT-LINE-EXIT
           PERFORM 3100-PRINT-ONE-RUN
              THRU 3100-PRINT-ONE-RUN-EXIT
              VARYING WS-RUN-IDX FROM 1 BY 1
              UNTIL WS-RUN-IDX > WS-RUN-CNT.
       3000-PRINT-RUNS-EXIT.
           EXIT.

       3100-PRINT-ONE-RUN.
           MOVE WS-RUN-PGMID (WS-RUN-IDX) TO WS-RUN-DTL-PGMID
           EVALUATE TRUE
               WHEN WS-RUN-COMPLETE (WS-RUN-IDX)
                   MOVE 'COMPLETE'        TO WS-RUN-DTL-STATUS
               WHEN WS-RUN-RUNNING (WS-RUN-IDX)
                   MOVE 'RUNNING'         TO WS-RUN-DTL-STATUS
               WHEN WS-RUN-ABENDED (WS-RUN-IDX)
                   MOVE 'ABENDED'         TO WS-RUN-DTL-STATUS
               WHEN OTHER
                   MOVE WS-RUN-STATUS (WS-RUN-IDX)
                     TO WS-RUN-DTL-STATUS
           END-EVALUATE
           MOVE WS-RUN-START-DATE (WS-RUN-IDX)
             TO WS-RUN-DTL-START-DATE
           MOVE WS-RUN-START-TIME (WS-RUN-IDX)
             TO WS-EDIT-TIME-IN
           PERFORM 3150-EDIT-TIME
              THRU 3150-EDIT-TIME-EXIT
           MOVE WS-EDIT-TIME-OUT          TO WS-RUN-DTL-START-TIME
           MOVE WS-RUN-END-DATE (WS-RUN-IDX)
             TO WS-RUN-DTL-END-DATE
           MOVE WS-RUN-END-TIME (WS-RUN-IDX)
             TO WS-EDIT-TIME-IN
           PERFORM 3150-EDIT-TIME
              THRU 3150-EDIT-TIME-EXIT
           MOVE WS-EDIT-TIME-OUT          TO WS-RUN-DTL-END-TIME
           MOVE WS-RUN-COUNT (WS-RUN-IDX 1)
             TO WS-RUN-DTL-COUNT-1
           MOVE WS-RUN-COUNT (WS-RUN-IDX 2)
             TO WS-RUN-DTL-COUNT-2
           MOVE WS-RUN-COUNT (WS-RUN-IDX 3)
             TO WS-RUN-DTL-COUNT-3
           IF WS-RUN-TONIGHT (WS-RUN-IDX)
               MOVE SPACES                TO WS-RUN-DTL-NOTE
           ELSE
               MOVE 'NOT RUN TONIGHT'     TO WS-RUN-DTL-NOTE
           END-IF
           MOVE WS-RUN-DTL-LINE           TO WS-PRINT-LINE
           PERFORM 7000-PRINT-LINE
              THRU 7000-PRINT-LINE-EXIT.
       3100-PRINT-ONE-RUN-EXIT.
           EXIT.

       3150-EDIT-TIME.
           IF WS-EDIT-TIME-IN = SPACES
               MOVE SPACES                TO WS-EDIT-TIME-OUT
               GO TO 3150-EDIT-TIME-EXIT
           END-IF
           MOVE WS-EDIT-TIME-IN (1:2)     TO WS-TME-HH
           MOVE WS-EDIT-TIME-IN (3:2)     TO WS-TME-MM
           MOVE WS-EDIT-TIME-IN (5:2)     TO WS-TME-SS
           MOVE WS-TIME-EDIT              TO WS-EDIT-TIME-OUT.
       3150-EDIT-TIME-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5000-BALANCE-HANDOFFS                                       *
      *        Each defined hand-off: what the producer says it       *
      *        wrote against what the file's trailer or the consumer  *
      *        says. A QZRUNCTL side is taken only from a run of      *
      *        tonight's that is not still marked running (an         *
      *        abnormal end registers its counts too). The QZB19H     *
      *        archive is not a nightly batch - its hand-off is only  *
      *        proved on a night it ran.                               *
      *----------------------------------------------------------------*
       5000-BALANCE-HANDOFFS.
           MOVE SPACES                    TO WS-SEC-TITLE
           MOVE 'PRODUCER-TO-CONSUMER HAND-OFFS'
                                          TO WS-SEC-TITLE
           MOVE WS-SEC-LINE               TO WS-PRINT-LINE
           MOVE 3                         TO WS-ADVANCE
           PERFORM 7000-PRINT-LINE
              THRU 7000-PRINT-LINE-EXIT
           MOVE WS-HO-CAP-LINE            TO WS-PRINT-LINE
           MOVE 2                         TO WS-ADVANCE
           PERFORM 7000-PRINT-LINE
              THRU 7000-PRINT-LINE-EXIT
      *    QZB19E extract written against the QZEXTRCT trailer.
           MOVE 'QZB19E EXTRACT WRITTEN'  TO WS-HO-PRODUCER
           MOVE 'QZB19E  '                TO WS-FIND-PGMID
           MOVE 3                         TO WS-FIND-COUNT-NO
           PERFORM 5100-TAKE-RUN-COUNT
              THRU 5100-TAKE-RUN-COUNT-EXIT
           PERFORM 5310-SIDE-TO-PRODUCER
              THRU 5310-SIDE-TO-PRODUCER-EXIT
           MOVE 'QZEXTRCT TRAILER'        TO WS-HO-CONSUMER
           PERFORM 5210-TAKE-EXTRACT-TRAILER
              THRU 5210-TAKE-EXTRACT-TRAILER-EXIT
           PERFORM 5320-SIDE-TO-CONSUMER
              THRU 5320-SIDE-TO-CONSUMER-EXIT
           PERFORM 5900-PRINT-HANDOFF
              THRU 5900-PRINT-HANDOFF-EXIT
      *    QZEXTRCT trailer against the QZB19L ledger interface.
           MOVE 'QZEXTRCT TRAILER'        TO WS-HO-PRODUCER
           PERFORM 5210-TAKE-EXTRACT-TRAILER
              THRU 5210-TAKE-EXTRACT-TRAILER-EXIT
           PERFORM 5310-SIDE-TO-PRODUCER
              THRU 5310-SIDE-TO-PRODUCER-EXIT
           MOVE 'QZB19L EXTRACT READ'     TO WS-HO-CONSUMER
           MOVE 'QZB19L  '                TO WS-FIND-PGMID
           MOVE 1                         TO WS-FIND-COUNT-NO
           PERFORM 5100-TAKE-RUN-COUNT
              THRU 5100-TAKE-RUN-COUNT-EXIT
           PERFORM 5320-SIDE-TO-CONSUMER
              THRU 5320-SIDE-TO-CONSUMER-EXIT
           PERFORM 5900-PRINT-HANDOFF
              THRU 5900-PRINT-HANDOFF-EXIT
      *    QZEXTRCT trailer against the QZR19P archival report.
           MOVE 'QZEXTRCT TRAILER'        TO WS-HO-PRODUCER
           PERFORM 5210-TAKE-EXTRACT-TRAILER
              THRU 5210-TAKE-EXTRACT-TRAILER-EXIT
           PERFORM 5310-SIDE-TO-PRODUCER
              THRU 5310-SIDE-TO-PRODUCER-EXIT
           MOVE 'QZR19P EXTRACT READ'     TO WS-HO-CONSUMER
           MOVE 'QZR19P  '                TO WS-FIND-PGMID
           MOVE 1                         TO WS-FIND-COUNT-NO
           PERFORM 5100-TAKE-RUN-COUNT
              THRU 5100-TAKE-RUN-COUNT-EXIT
           PERFORM 5320-SIDE-TO-CONSUMER
              THRU 5320-SIDE-TO-CONSUMER-EXIT
           PERFORM 5900-PRINT-HANDOFF
              THRU 5900-PRINT-HANDOFF-EXIT
      *    QZB19S surcharges assessed against the QZLATFEE trailer.
           MOVE 'QZB19S ASSESSED'         TO WS-HO-PRODUCER
           MOVE 'QZB19S  '                TO WS-FIND-PGMID
           MOVE 2                         TO WS-FIND-COUNT-NO
           PERFORM 5100-TAKE-RUN-COUNT
              THRU 5100-TAKE-RUN-COUNT-EXIT
           PERFORM 5310-SIDE-TO-PRODUCER
              THRU 5310-SIDE-TO-PRODUCER-EXIT
           MOVE 'QZLATFEE TRAILER'        TO WS-HO-CONSUMER
           PERFORM 5220-TAKE-SURCHARGE-TRAILER
              THRU 5220-TAKE-SURCHARGE-TRAILER-EXIT
           PERFORM 5320-SIDE-TO-CONSUMER
              THRU 5320-SIDE-TO-CONSUMER-EXIT
           PERFORM 5900-PRINT-HANDOFF
              THRU 5900-PRINT-HANDOFF-EXIT
      *    QZLATFEE trailer against the QZB19L ledger interface.
           MOVE 'QZLATFEE TRAILER'        TO WS-HO-PRODUCER
           PERFORM 5220-TAKE-SURCHARGE-TRAILER
              THRU 5220-TAKE-SURCHARGE-TRAILER-EXIT
           PERFORM 5310-SIDE-TO-PRODUCER
              THRU 5310-SIDE-TO-PRODUCER-EXIT
           MOVE 'QZB19L SURCHARGE READ'   TO WS-HO-CONSUMER
           MOVE 'QZB19L  '                TO WS-FIND-PGMID
           MOVE 2                         TO WS-FIND-COUNT-NO
           PERFORM 5100-TAKE-RUN-COUNT
              THRU 5100-TAKE-RUN-COUNT-EXIT
           PERFORM 5320-SIDE-TO-CONSUMER
              THRU 5320-SIDE-TO-CONSUMER-EXIT
           PERFORM 5900-PRINT-HANDOFF
              THRU 5900-PRINT-HANDOFF-EXIT
      *    QZB19O memos posted against the QZADJPST trailer.
           MOVE 'QZB19O MEMOS POSTED'     TO WS-HO-PRODUCER
           MOVE 'QZB19O  '                TO WS-FIND-PGMID
           MOVE 1                         TO WS-FIND-COUNT-NO
           PERFORM 5100-TAKE-RUN-COUNT
              THRU 5100-TAKE-RUN-COUNT-EXIT
           PERFORM 5310-SIDE-TO-PRODUCER
              THRU 5310-SIDE-TO-PRODUCER-EXIT
           MOVE 'QZADJPST TRAILER'        TO WS-HO-CONSUMER
           PERFORM 5230-TAKE-ADJUST-TRAILER
              THRU 5230-TAKE-ADJUST-TRAILER-EXIT
           PERFORM 5320-SIDE-TO-CONSUMER
              THRU 5320-SIDE-TO-CONSUMER-EXIT
           PERFORM 5900-PRINT-HANDOFF
              THRU 5900-PRINT-HANDOFF-EXIT
      *    QZADJPST trailer against the QZB19L ledger interface.
           MOVE 'QZADJPST TRAILER'        TO WS-HO-PRODUCER
           PERFORM 5230-TAKE-ADJUST-TRAILER
              THRU 5230-TAKE-ADJUST-TRAILER-EXIT
           PERFORM 5310-SIDE-TO-PRODUCER
              THRU 5310-SIDE-TO-PRODUCER-EXIT
           MOVE 'QZB19L ADJUSTMENT READ'  TO WS-HO-CONSUMER
           MOVE 'QZB19L  '                TO WS-FIND-PGMID
           MOVE 3                         TO WS-FIND-COUNT-NO
           PERFORM 5100-TAKE-RUN-COUNT
              THRU 5100-TAKE-RUN-COUNT-EXIT
           PERFORM 5320-SIDE-TO-CONSUMER
              THRU 5320-SIDE-TO-CONSUMER-EXIT
           PERFORM 5900-PRINT-HANDOFF
              THRU 5900-PRINT-HANDOFF-EXIT
      *    QZB19P receipts posted against QZPAYMAS growth.
           MOVE 'QZB19P POSTED'           TO WS-HO-PRODUCER
           MOVE 'QZB19P  '                TO WS-FIND-PGMID
           MOVE 2                         TO WS-FIND-COUNT-NO
           PERFORM 5100-TAKE-RUN-COUNT
              THRU 5100-TAKE-RUN-COUNT-EXIT
           PERFORM 5310-SIDE-TO-PRODUCER
              THRU 5310-SIDE-TO-PRODUCER-EXIT
           MOVE 'QZPAYMAS RECEIPTS ADDED' TO WS-HO-CONSUMER
           PERFORM 5240-TAKE-RECEIPT-COUNT
              THRU 5240-TAKE-RECEIPT-COUNT-EXIT
           PERFORM 5320-SIDE-TO-CONSUMER
              THRU 5320-SIDE-TO-CONSUMER-EXIT
           PERFORM 5900-PRINT-HANDOFF
              THRU 5900-PRINT-HANDOFF-EXIT
      *    QZB19P receipts posted against the QZB19J cash journal.
           MOVE 'QZB19P POSTED'           TO WS-HO-PRODUCER
           MOVE 'QZB19P  '                TO WS-FIND-PGMID
           MOVE 2                         TO WS-FIND-COUNT-NO
           PERFORM 5100-TAKE-RUN-COUNT
              THRU 5100-TAKE-RUN-COUNT-EXIT
           PERFORM 5310-SIDE-TO-PRODUCER
              THRU 5310-SIDE-TO-PRODUCER-EXIT
           MOVE 'QZB19J RECEIPTS'         TO WS-HO-CONSUMER
           MOVE 'QZB19J  '                TO WS-FIND-PGMID
           MOVE 1                         TO WS-FIND-COUNT-NO
           PERFORM 5100-TAKE-RUN-COUNT
              THRU 5100-TAKE-RUN-COUNT-EXIT
           PERFORM 5320-SIDE-TO-CONSUMER
              THRU 5320-SIDE-TO-CONSUMER-EXIT
           PERFORM 5900-PRINT-HANDOFF
              THRU 5900-PRINT-HANDOFF-EXIT
      *    QZB19H master deletes against QZCUSARC archive adds.
           MOVE 'QZB19H ROWS DELETED'     TO WS-HO-PRODUCER
           MOVE 'QZB19H  '                TO WS-FIND-PGMID
           MOVE 3                         TO WS-FIND-COUNT-NO
           PERFORM 5100-TAKE-RUN-COUNT
              THRU 5100-TAKE-RUN-COUNT-EXIT
           PERFORM 5310-SIDE-TO-PRODUCER
              THRU 5310-SIDE-TO-PRODUCER-EXIT
           MOVE 'QZCUSARC ROWS ADDED'     TO WS-HO-CONSUMER
           MOVE 'QZB19H  '                TO WS-FIND-PGMID
           MOVE 2                         TO WS-FIND-COUNT-NO
           PERFORM 5100-TAKE-RUN-COUNT
              THRU 5100-TAKE-RUN-COUNT-EXIT
           PERFORM 5320-SIDE-TO-CONSUMER
              THRU 5320-SIDE-TO-CONSUMER-EXIT
           SET WS-HO-OPTIONAL             TO TRUE
           PERFORM 5900-PRINT-HANDOFF
              THRU 5900-PRINT-HANDOFF-EXIT.
       5000-BALANCE-HANDOFFS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5100-TAKE-RUN-COUNT                                         *
      *        Control count WS-FIND-COUNT-NO of WS-FIND-PGMID's      *
      *        QZRUNCTL record into WS-SIDE.                          *
      *----------------------------------------------------------------*
       5100-TAKE-RUN-COUNT.
           MOVE 0                         TO WS-SIDE-CNT
           MOVE 'N'                       TO WS-SIDE-SW
           MOVE 'NOT RUN'                 TO WS-SIDE-NA-TEXT
           PERFORM 5150-FIND-RUN
              THRU 5150-FIND-RUN-EXIT
           IF WS-FOUND-IDX = 0
               GO TO 5100-TAKE-RUN-COUNT-EXIT
           END-IF
           IF NOT WS-RUN-TONIGHT (WS-FOUND-IDX)
               GO TO 5100-TAKE-RUN-COUNT-EXIT
           END-IF
           IF WS-RUN-RUNNING (WS-FOUND-IDX)
               MOVE 'RUNNING'             TO WS-SIDE-NA-TEXT
               GO TO 5100-TAKE-RUN-COUNT-EXIT
           END-IF
           MOVE WS-RUN-COUNT (WS-FOUND-IDX WS-FIND-COUNT-NO)
             TO WS-SIDE-CNT
           SET WS-SIDE-OK                 TO TRUE.
       5100-TAKE-RUN-COUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5150-FIND-RUN                                               *
      *        Index of WS-FIND-PGMID in the run table, 0 if absent.  *
      *----------------------------------------------------------------*
       5150-FIND-RUN.
           MOVE 0                         TO WS-FOUND-IDX
           PERFORM 5160-MATCH-ONE-RUN
              THRU 5160-MATCH-ONE-RUN-EXIT
              VARYING WS-RUN-IDX FROM 1 BY 1
              UNTIL WS-RUN-IDX > WS-RUN-CNT
                 OR WS-FOUND-IDX > 0.
       5150-FIND-RUN-EXIT.
           EXIT.

       5160-MATCH-ONE-RUN.
           IF WS-RUN-PGMID (WS-RUN-IDX) = WS-FIND-PGMID
               MOVE WS-RUN-IDX            TO WS-FOUND-IDX
           END-IF.
       5160-MATCH-ONE-RUN-EXIT.
           EXIT.

       5210-TAKE-EXTRACT-TRAILER.
           MOVE WS-EXT-TRL-CNT            TO WS-SIDE-CNT
           MOVE WS-EXT-TRL-SW             TO WS-SIDE-SW
           MOVE 'NO TRAILER'              TO WS-SIDE-NA-TEXT.
       5210-TAKE-EXTRACT-TRAILER-EXIT.
           EXIT.

       5220-TAKE-SURCHARGE-TRAILER.
           MOVE WS-LAT-TRL-CNT            TO WS-SIDE-CNT
           MOVE WS-LAT-TRL-SW             TO WS-SIDE-SW
           MOVE 'NO TRAILER'              TO WS-SIDE-NA-TEXT.
       5220-TAKE-SURCHARGE-TRAILER-EXIT.
           EXIT.

       5230-TAKE-ADJUST-TRAILER.
           MOVE WS-ADJ-TRL-CNT            TO WS-SIDE-CNT
           MOVE WS-ADJ-TRL-SW             TO WS-SIDE-SW
           MOVE 'NO TRAILER'              TO WS-SIDE-NA-TEXT.
       5230-TAKE-ADJUST-TRAILER-EXIT.
           EXIT.

       5240-TAKE-RECEIPT-COUNT.
           MOVE WS-PAY-RECEIPT-CNT        TO WS-SIDE-CNT
           MOVE WS-PAY-CNT-SW             TO WS-SIDE-SW
           MOVE 'NOT COUNTED'             TO WS-SIDE-NA-TEXT.
       5240-TAKE-RECEIPT-COUNT-EXIT.
           EXIT.

       5310-SIDE-TO-PRODUCER.
           MOVE WS-SIDE-CNT               TO WS-HO-PROD-CNT
           MOVE WS-SIDE-SW                TO WS-HO-PROD-SW
           MOVE WS-SIDE-NA-TEXT           TO WS-HO-PROD-NA-TEXT
           MOVE 'N'                       TO WS-HO-OPTIONAL-SW.
       5310-SIDE-TO-PRODUCER-EXIT.
           EXIT.

       5320-SIDE-TO-CONSUMER.
           MOVE WS-SIDE-CNT               TO WS-HO-CONS-CNT
           MOVE WS-SIDE-SW                TO WS-HO-CONS-SW
           MOVE WS-SIDE-NA-TEXT           TO WS-HO-CONS-NA-TEXT.
       5320-SIDE-TO-CONSUMER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    5900-PRINT-HANDOFF                                          *
      *        Both sides present: balanced or out of balance by the  *
      *        difference (consumer less producer). A side missing:   *
      *        the hand-off is unproved - a finding, unless the       *
      *        hand-off belongs to a batch that does not run nightly. *
      *----------------------------------------------------------------*
       5900-PRINT-HANDOFF.
           ADD 1                          TO WS-HANDOFF-CNT
           MOVE WS-HO-PRODUCER            TO WS-HO-DTL-PRODUCER
           MOVE WS-HO-CONSUMER            TO WS-HO-DTL-CONSUMER
           IF WS-HO-PROD-OK
               MOVE WS-HO-PROD-CNT        TO WS-HO-DTL-PROD-CNT
           ELSE
               MOVE WS-HO-PROD-NA-TEXT    TO WS-HO-DTL-PROD-CNT-X
           END-IF
           IF WS-HO-CONS-OK
               MOVE WS-HO-CONS-CNT        TO WS-HO-DTL-CONS-CNT
           ELSE
               MOVE WS-HO-CONS-NA-TEXT    TO WS-HO-DTL-CONS-CNT-X
           END-IF
           IF WS-HO-PROD-OK AND WS-HO-CONS-OK
               COMPUTE WS-HO-DIFF = WS-HO-CONS-CNT - WS-HO-PROD-CNT
               MOVE WS-HO-DIFF            TO WS-HO-DTL-DIFF
               IF WS-HO-DIFF = 0
                   MOVE 'BALANCED'        TO WS-HO-DTL-RESULT
               ELSE
                   MOVE '** OUT OF BALANCE'
                                          TO WS-HO-DTL-RESULT
                   ADD 1                  TO WS-OOB-CNT
               END-IF
           ELSE
               MOVE SPACES                TO WS-HO-DTL-DIFF-X
               IF WS-HO-OPTIONAL
                   MOVE 'NOT RUN TONIGHT' TO WS-HO-DTL-RESULT
               ELSE
                   MOVE '** UNPROVED'     TO WS-HO-DTL-RESULT
                   ADD 1                  TO WS-INCOMPLETE-CNT
               END-IF
           END-IF
           MOVE WS-HO-DTL-LINE            TO WS-PRINT-LINE
           PERFORM 7000-PRINT-LINE
              THRU 7000-PRINT-LINE-EXIT.
       5900-PRINT-HANDOFF-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    6000-CHECK-EXPECTED                                         *
      *        Every expected nightly batch must have completed       *
      *        tonight; any other run of tonight's still marked       *
      *        running or ended abnormally is listed as well.         *
      *----------------------------------------------------------------*
       6000-CHECK-EXPECTED.
           MOVE SPACES                    TO WS-SEC-TITLE
           MOVE 'BATCHES NOT COMPLETED TONIGHT'
                                          TO WS-SEC-TITLE
           MOVE WS-SEC-LINE               TO WS-PRINT-LINE
           MOVE 3                         TO WS-ADVANCE
           PERFORM 7000-PRINT-LINE
              THRU 7000-PRINT-LINE-EXIT
           MOVE 2                         TO WS-ADVANCE
           PERFORM 6100-CHECK-ONE-EXPECTED
              THRU 6100-CHECK-ONE-EXPECTED-EXIT
              VARYING WS-EXP-IDX FROM 1 BY 1
              UNTIL WS-EXP-IDX > WS-EXPECT-CNT
           PERFORM 6200-CHECK-ONE-OTHER
              THRU 6200-CHECK-ONE-OTHER-EXIT
              VARYING WS-RUN-IDX FROM 1 BY 1
              UNTIL WS-RUN-IDX > WS-RUN-CNT
           IF WS-EXCEPTION-CNT = 0
               MOVE SPACES                TO WS-EXC-DTL-PGMID
               MOVE 'NONE'                TO WS-EXC-DTL-TEXT
               MOVE WS-EXC-DTL-LINE       TO WS-PRINT-LINE
               PERFORM 7000-PRINT-LINE
                  THRU 7000-PRINT-LINE-EXIT
           END-IF.
       6000-CHECK-EXPECTED-EXIT.
           EXIT.

       6100-CHECK-ONE-EXPECTED.
           MOVE WS-EXPECT-PGMID (WS-EXP-IDX)
                                          TO WS-FIND-PGMID
           PERFORM 5150-FIND-RUN
              THRU 5150-FIND-RUN-EXIT
           MOVE WS-FIND-PGMID             TO WS-EXC-DTL-PGMID
           EVALUATE TRUE
               WHEN WS-FOUND-IDX = 0
                   MOVE 'EXPECTED BATCH - NEVER REGISTERED ON QZRUNCTL'
                                          TO WS-EXC-DTL-TEXT
               WHEN NOT WS-RUN-TONIGHT (WS-FOUND-IDX)
                   MOVE 'EXPECTED BATCH - DID NOT RUN TONIGHT'
                                          TO WS-EXC-DTL-TEXT
               WHEN WS-RUN-RUNNING (WS-FOUND-IDX)
                   MOVE 'EXPECTED BATCH - STILL MARKED RUNNING'
                                          TO WS-EXC-DTL-TEXT
               WHEN WS-RUN-ABENDED (WS-FOUND-IDX)
                   MOVE 'EXPECTED BATCH - ENDED ABNORMALLY'
                                          TO WS-EXC-DTL-TEXT
               WHEN OTHER
                   GO TO 6100-CHECK-ONE-EXPECTED-EXIT
           END-EVALUATE
           ADD 1                          TO WS-EXCEPTION-CNT
           MOVE WS-EXC-DTL-LINE           TO WS-PRINT-LINE
           PERFORM 7000-PRINT-LINE
              THRU 7000-PRINT-LINE-EXIT.
       6100-CHECK-ONE-EXPECTED-EXIT.
           EXIT.

       6200-CHECK-ONE-OTHER.
           IF NOT WS-RUN-TONIGHT (WS-RUN-IDX)
              OR WS-RUN-COMPLETE (WS-RUN-IDX)
               GO TO 6200-CHECK-ONE-OTHER-EXIT
           END-IF
           MOVE 'N'                       TO WS-EXPECTED-SW
           PERFORM 6250-MATCH-ONE-EXPECTED
              THRU 6250-MATCH-ONE-EXPECTED-EXIT
              VARYING WS-EXP-IDX FROM 1 BY 1
              UNTIL WS-EXP-IDX > WS-EXPECT-CNT
                 OR WS-EXPECTED
           IF WS-EXPECTED
               GO TO 6200-CHECK-ONE-OTHER-EXIT
           END-IF
           MOVE WS-RUN-PGMID (WS-RUN-IDX) TO WS-EXC-DTL-PGMID
           IF WS-RUN-RUNNING (WS-RUN-IDX)
               MOVE 'STILL MARKED RUNNING'
                                          TO WS-EXC-DTL-TEXT
           ELSE
               MOVE 'ENDED ABNORMALLY'    TO WS-EXC-DTL-TEXT
           END-IF
           ADD 1                          TO WS-EXCEPTION-CNT
           MOVE WS-EXC-DTL-LINE           TO WS-PRINT-LINE
           PERFORM 7000-PRINT-LINE
              THRU 7000-PRINT-LINE-EXIT.
       6200-CHECK-ONE-OTHER-EXIT.
           EXIT.

       6250-MATCH-ONE-EXPECTED.
           IF WS-EXPECT-PGMID (WS-EXP-IDX) = WS-RUN-PGMID (WS-RUN-IDX)
               SET WS-EXPECTED            TO TRUE
           END-IF.
       6250-MATCH-ONE-EXPECTED-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    6500-PRINT-VERDICT                                          *
      *----------------------------------------------------------------*
       6500-PRINT-VERDICT.
           IF WS-OOB-CNT = 0
              AND WS-INCOMPLETE-CNT = 0
              AND WS-EXCEPTION-CNT = 0
               MOVE 'NIGHT IN BALANCE'    TO WS-TOT-TEXT
           ELSE
               MOVE '*** NIGHT NOT IN BALANCE - SEE ITEMS MARKED ABOVE'
                                          TO WS-TOT-TEXT
               MOVE 8                     TO RETURN-CODE
           END-IF
           MOVE WS-TOT-LINE               TO WS-PRINT-LINE
           MOVE 3                         TO WS-ADVANCE
           PERFORM 7000-PRINT-LINE
              THRU 7000-PRINT-LINE-EXIT.
       6500-PRINT-VERDICT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    7000-PRINT-LINE                                             *
      *        Writes WS-PRINT-LINE after WS-ADVANCE lines, starting  *
      *        a new page first when the page is full. WS-ADVANCE    *
      *        drops back to single spacing after every line.         *
      *----------------------------------------------------------------*
       7000-PRINT-LINE.
           IF WS-LINE-CNT >= WS-LINES-PER-PAGE
               PERFORM 7100-PRINT-HEADINGS
                  THRU 7100-PRINT-HEADINGS-EXIT
           END-IF
           WRITE QZBALPRT-REC FROM WS-PRINT-LINE
               AFTER ADVANCING WS-ADVANCE LINES
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZR19B - QZBALPRT WRITE FAILED, STATUS='
                       WS-PRINT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           ADD WS-ADVANCE                 TO WS-LINE-CNT
           MOVE 1                         TO WS-ADVANCE.
       7000-PRINT-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    7100-PRINT-HEADINGS                                         *
      *----------------------------------------------------------------*
       7100-PRINT-HEADINGS.
           ADD 1                          TO WS-PAGE-NO
           MOVE SPACES                    TO WS-HDG-LINE
           MOVE 'NIGHT STREAM CONTROL BALANCING REPORT'
                                          TO WS-HDG-TITLE
           MOVE 'RUN '                    TO WS-HDG-RUN-LIT
           MOVE WS-TODAY-DATE             TO WS-HDG-RUN-DATE
           MOVE WS-NOW-TIME               TO WS-EDIT-TIME-IN
           PERFORM 3150-EDIT-TIME
              THRU 3150-EDIT-TIME-EXIT
           MOVE WS-EDIT-TIME-OUT          TO WS-HDG-RUN-TIME
           MOVE 'PAGE '                   TO WS-HDG-PAGE-LIT
           MOVE WS-PAGE-NO                TO WS-HDG-PAGE-NO
           WRITE QZBALPRT-REC FROM WS-HDG-LINE
               AFTER ADVANCING PAGE
           IF WS-PRINT-STATUS NOT = '00'
               DISPLAY 'QZR19B - QZBALPRT WRITE FAILED, STATUS='
                       WS-PRINT-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0                         TO WS-LINE-CNT.
       7100-PRINT-HEADINGS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8000-FINALIZE                                               *
      *----------------------------------------------------------------*
       8000-FINALIZE.
           CLOSE QZBALPRT-FILE
           DISPLAY 'QZR19B - QZRUNCTL RECORDS:     ' WS-RUN-CNT
           DISPLAY 'QZR19B - QZB19P POSTING DATE:  '
                   WS-PAY-POSTING-DATE
           DISPLAY 'QZR19B - PAYMENTS SCANNED:     ' WS-PAY-SCAN-CNT
           DISPLAY 'QZR19B - HAND-OFFS CHECKED:    ' WS-HANDOFF-CNT
           DISPLAY 'QZR19B - OUT OF BALANCE:       ' WS-OOB-CNT
           DISPLAY 'QZR19B - UNPROVED:             ' WS-INCOMPLETE-CNT
           DISPLAY 'QZR19B - BATCHES NOT COMPLETED:' WS-EXCEPTION-CNT.
       8000-FINALIZE-EXIT.
           EXIT.
