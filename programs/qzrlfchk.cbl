      *================================================================*
      *                                                                *
      *    PROGRAM:      QZRLFCHK                                      *
      *    AUTHOR:       K. SASAKI - APPLICATION SUPPORT               *
      *    INSTALLATION: MULEFORGE DATA CENTER                        *
      *    DATE-WRITTEN: 2026-10-15                                   *
      *    DATE-COMPILED:                                              *
      *                                                                *
      *    PURPOSE.                                                   *
      *        Called subprogram that tells a batch whether a         *
      *        customer is held under a disaster relief area. The     *
      *        caller passes the customer's QZACTREC-ADDR-POSTAL-CD   *
      *        and the date the hold is judged on; the customer is    *
      *        held when an active QZRLFMAS area whose postal code or *
      *        prefix matches the postal code runs from on or before  *
      *        that date to on or after it. Where more than one area  *
      *        holds the customer the one ending last is returned -   *
      *        it decides when normal processing resumes. When the    *
      *        caller also passes a billing month, the due-date shift *
      *        for that month's bill is returned: the largest shift   *
      *        of any active matching area whose start month to end   *
      *        month takes in the billing month, held or not - the    *
      *        shift outlives the relief, which is what it is for.    *
      *        Every program that chases or bills a customer asks     *
      *        here, so escalation, dunning, surcharge, statement     *
      *        and report agree on who is held.                        *
      *                                                                *
      *        The area file is small, so it is read into storage on *
      *        the first call of the run and searched there            *
      *        afterwards; cancelled areas are left out. No area file *
      *        yet means no area has ever been declared and nobody is *
      *        held. An unreadable file fails every call ('E') - the  *
      *        caller decides what that means.                         *
      *                                                                *
      *    LINKAGE.                                                    *
      *        CALL 'QZRLFCHK' USING QZRLCPRM.                         *
      *                                                                *
      *    MOD HISTORY.                                                *
      *    DATE        INIT  DESCRIPTION                               *
      *    ----------  ----  ------------------------------------      *
      *    2026-10-15  KS    QZRLFCHK established.                     *
      *                                                                *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    QZRLFCHK.
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
           SELECT QZRLFMAS-FILE  ASSIGN TO QZRLFMAS
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS SEQUENTIAL
               RECORD KEY     IS QZRLFREC-KEY
               FILE STATUS    IS WS-RLFMAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QZRLFMAS-FILE.
           COPY "relief_area.cbl".

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------*
      *    FILE STATUS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-RLFMAS-STATUS               PIC X(02).
       77  WS-LOADED-SW                   PIC X(01) VALUE 'N'.
           88  WS-LOADED                       VALUE 'Y'.
       77  WS-TABLE-BAD-SW                PIC X(01) VALUE 'N'.
           88  WS-TABLE-BAD                    VALUE 'Y'.
       77  WS-RLF-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-RLF-EOF                      VALUE 'Y'.
       77  WS-TBL-IDX                     PIC 9(03) COMP.
       77  WS-BEST-IDX                    PIC 9(03) COMP.

      *----------------------------------------------------------------*
      *    RELIEF AREA TABLE - LOADED ON THE FIRST CALL OF THE RUN     *
      *----------------------------------------------------------------*
       01  WS-RLF-TABLE.
           05  WS-RLF-CNT                 PIC 9(03) COMP VALUE 0.
           05  WS-RLF-ENTRY               OCCURS 200 TIMES.
               10  WS-RLF-POSTAL-PREFIX   PIC X(07).
               10  WS-RLF-LEN             PIC 9(02) COMP.
               10  WS-RLF-START-DATE      PIC X(08).
               10  WS-RLF-END-DATE        PIC X(08).
               10  WS-RLF-SHIFT-DAYS      PIC 9(03).

       LINKAGE SECTION.
           COPY "reliefchk_parm.cbl".

       PROCEDURE DIVISION USING QZRLCPRM.

      *----------------------------------------------------------------*
      *    0000-MAINLINE                                              *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE SPACES                    TO QZRLCPRM-AREA-PREFIX
                                             QZRLCPRM-AREA-START-DATE
                                             QZRLCPRM-AREA-END-DATE
           MOVE 0                         TO QZRLCPRM-SHIFT-DAYS
           IF NOT WS-LOADED
               PERFORM 1000-LOAD-AREA-TABLE
                  THRU 1000-LOAD-AREA-TABLE-EXIT
           END-IF
           IF WS-TABLE-BAD
               SET QZRLCPRM-FILE-ERROR    TO TRUE
               GOBACK
           END-IF
           MOVE 0                         TO WS-BEST-IDX
           IF QZRLCPRM-POSTAL-CD NOT = SPACES
               PERFORM 2000-CHECK-ONE-AREA
                  THRU 2000-CHECK-ONE-AREA-EXIT
                  VARYING WS-TBL-IDX FROM 1 BY 1
                  UNTIL WS-TBL-IDX > WS-RLF-CNT
           END-IF
           IF WS-BEST-IDX = 0
               SET QZRLCPRM-NOT-HELD      TO TRUE
               GOBACK
           END-IF
           MOVE WS-RLF-POSTAL-PREFIX (WS-BEST-IDX)
             TO QZRLCPRM-AREA-PREFIX
           MOVE WS-RLF-START-DATE (WS-BEST-IDX)
             TO QZRLCPRM-AREA-START-DATE
           MOVE WS-RLF-END-DATE (WS-BEST-IDX)
             TO QZRLCPRM-AREA-END-DATE
           SET QZRLCPRM-HELD              TO TRUE
           GOBACK.

      *----------------------------------------------------------------*
      *    1000-LOAD-AREA-TABLE                                        *
      *        Done once a run. The significant length of each area's *
      *        postal code is fixed here once, not per customer. A    *
      *        table that cannot be read in full stays bad for the    *
      *        rest of the run - nobody is released from a hold by    *
      *        half a table.                                           *
      *----------------------------------------------------------------*
       1000-LOAD-AREA-TABLE.
           SET WS-LOADED                  TO TRUE
           OPEN INPUT QZRLFMAS-FILE
           IF WS-RLFMAS-STATUS = '35'
               GO TO 1000-LOAD-AREA-TABLE-EXIT
           END-IF
           IF WS-RLFMAS-STATUS NOT = '00'
               DISPLAY 'QZRLFCHK - QZRLFMAS OPEN FAILED, STATUS='
                       WS-RLFMAS-STATUS
               SET WS-TABLE-BAD           TO TRUE
               GO TO 1000-LOAD-AREA-TABLE-EXIT
           END-IF
           PERFORM 1100-LOAD-ONE-AREA
              THRU 1100-LOAD-ONE-AREA-EXIT
              UNTIL WS-RLF-EOF
           CLOSE QZRLFMAS-FILE.
       1000-LOAD-AREA-TABLE-EXIT.
           EXIT.

       1100-LOAD-ONE-AREA.
           READ QZRLFMAS-FILE NEXT RECORD
               AT END
                   SET WS-RLF-EOF         TO TRUE
                   GO TO 1100-LOAD-ONE-AREA-EXIT
           END-READ
           IF WS-RLFMAS-STATUS NOT = '00'
               DISPLAY 'QZRLFCHK - QZRLFMAS READ FAILED, STATUS='
                       WS-RLFMAS-STATUS
               SET WS-TABLE-BAD           TO TRUE
               SET WS-RLF-EOF             TO TRUE
               GO TO 1100-LOAD-ONE-AREA-EXIT
           END-IF
           IF NOT QZRLFREC-STS-ACTIVE
               GO TO 1100-LOAD-ONE-AREA-EXIT
           END-IF
           IF QZRLFREC-POSTAL-PREFIX (1:1) = SPACE
              OR QZRLFREC-START-DATE NOT NUMERIC
              OR QZRLFREC-END-DATE NOT NUMERIC
              OR QZRLFREC-SHIFT-DAYS NOT NUMERIC
               DISPLAY 'QZRLFCHK - QZRLFMAS ENTRY INVALID, KEY='
                       QZRLFREC-KEY
               SET WS-TABLE-BAD           TO TRUE
               SET WS-RLF-EOF             TO TRUE
               GO TO 1100-LOAD-ONE-AREA-EXIT
           END-IF
           IF WS-RLF-CNT >= 200
               DISPLAY 'QZRLFCHK - RELIEF AREA TABLE OVERFLOW AT 200'
               SET WS-TABLE-BAD           TO TRUE
               SET WS-RLF-EOF             TO TRUE
               GO TO 1100-LOAD-ONE-AREA-EXIT
           END-IF
           ADD 1                          TO WS-RLF-CNT
           MOVE QZRLFREC-POSTAL-PREFIX
             TO WS-RLF-POSTAL-PREFIX (WS-RLF-CNT)
           MOVE 0                         TO WS-RLF-LEN (WS-RLF-CNT)
           INSPECT QZRLFREC-POSTAL-PREFIX
               TALLYING WS-RLF-LEN (WS-RLF-CNT) FOR CHARACTERS
               BEFORE INITIAL SPACE
           MOVE QZRLFREC-START-DATE
             TO WS-RLF-START-DATE (WS-RLF-CNT)
           MOVE QZRLFREC-END-DATE
             TO WS-RLF-END-DATE (WS-RLF-CNT)
           MOVE QZRLFREC-SHIFT-DAYS
             TO WS-RLF-SHIFT-DAYS (WS-RLF-CNT).
       1100-LOAD-ONE-AREA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-CHECK-ONE-AREA                                         *
      *        An area whose postal code or prefix does not match is  *
      *        passed over. A matching area holds the customer when   *
      *        the as-of date falls within it, and moves the due date *
      *        of the billing month's bill when its months take the   *
      *        billing month in.                                       *
      *----------------------------------------------------------------*
       2000-CHECK-ONE-AREA.
           IF QZRLCPRM-POSTAL-CD (1:WS-RLF-LEN (WS-TBL-IDX))
                  NOT = WS-RLF-POSTAL-PREFIX (WS-TBL-IDX)
                        (1:WS-RLF-LEN (WS-TBL-IDX))
               GO TO 2000-CHECK-ONE-AREA-EXIT
           END-IF
           IF WS-RLF-START-DATE (WS-TBL-IDX) NOT > QZRLCPRM-AS-OF-DATE
              AND WS-RLF-END-DATE (WS-TBL-IDX)
                  NOT < QZRLCPRM-AS-OF-DATE
               IF WS-BEST-IDX = 0
                  OR WS-RLF-END-DATE (WS-TBL-IDX)
                     > WS-RLF-END-DATE (WS-BEST-IDX)
                   MOVE WS-TBL-IDX        TO WS-BEST-IDX
               END-IF
           END-IF
           IF QZRLCPRM-BILLING-YM NOT = SPACES
              AND WS-RLF-START-DATE (WS-TBL-IDX) (1:6)
                  NOT > QZRLCPRM-BILLING-YM
              AND WS-RLF-END-DATE (WS-TBL-IDX) (1:6)
                  NOT < QZRLCPRM-BILLING-YM
              AND WS-RLF-SHIFT-DAYS (WS-TBL-IDX) > QZRLCPRM-SHIFT-DAYS
               MOVE WS-RLF-SHIFT-DAYS (WS-TBL-IDX)
                 TO QZRLCPRM-SHIFT-DAYS
           END-IF.
       2000-CHECK-ONE-AREA-EXIT.
           EXIT.
