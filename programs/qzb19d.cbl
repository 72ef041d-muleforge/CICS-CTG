      *        width check only runs at the door - on the QZO19R      *
      *        name search and the QZO19U update fields - so bad      *
      *        names and addresses saved before those edits existed   *
      *        still sit in QZACTMAS, silently failing name searches  *
      *        on the QZACTNAM path and bouncing correspondence.      *
      *        This batch runs QZDBCVAL over QZACTREC-CUSTOMER-NAME,  *
      *        QZACTREC-CUSTOMER-ADDRESS, QZACTREC-ADDR-PREF-CITY     *
      *        and QZACTREC-ADDR-LINE for every account, writes one   *
      *        QZDBXREC per offending field to the QZDBCEXC           *
      *        exception file, and prints a summary by contract       *
      *        type, so the cleanup effort can be sized and worked    *
      *                      control dataset through QZRUNLOG, and    *
      *                      refuses to start over a still-running    *
      *                      instance or an unmet prerequisite.       *
      *    2026-10-15  KS    Scans the QZACTMAS account master, one    *
      *                      record per customer, in place of the      *
      *                      QZCUSMAS billing-month rows; the          *
      *                      exception billing month is left blank.    *
      *                                                                *
      *================================================================*
       IDENTIFICATION DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QZACTMAS-FILE  ASSIGN TO QZACTMAS
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS SEQUENTIAL
               RECORD KEY     IS QZACTREC-CUSTOMER-NO
               FILE STATUS    IS WS-ACTMAS-STATUS.
           SELECT QZDBCEXC-FILE  ASSIGN TO QZDBCEXC
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS WS-DBCEXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QZACTMAS-FILE.
           COPY "customer_account.cbl".
       FD  QZDBCEXC-FILE.
           COPY "dbcs_exception.cbl".
       FD  QZDBCPRT-FILE.
      *----------------------------------------------------------------*
      *    FILE STATUS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-ACTMAS-STATUS               PIC X(02).
       77  WS-DBCEXC-STATUS               PIC X(02).
       77  WS-PRINT-STATUS                PIC X(02).
       77  WS-EOF-SW                      PIC X(01) VALUE 'N'.
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT  QZACTMAS-FILE
           IF WS-ACTMAS-STATUS NOT = '00'
               DISPLAY 'QZB19D - QZACTMAS OPEN FAILED, STATUS='
                       WS-ACTMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2900-READ-NEXT-ACCOUNT
              THRU 2900-READ-NEXT-ACCOUNT-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-SCAN-ROW                                               *
      *        Runs the QZDBCVAL mixed-width check over the four      *
      *        DBCS fields of one QZACTMAS account. The narrower      *
      *        prefecture-city and address-line fields are widened    *
      *        into the G(20) work field the same way the online      *
      *        edits widen them - the padding is full-width blank     *
              THRU 2200-FIND-TYPE-ENTRY-EXIT
           ADD 1                          TO WS-TYP-ROWS
                                             (WS-TYP-FOUND-IDX)
           MOVE QZACTREC-CUSTOMER-NAME    TO WS-DBCVAL-FIELD
           CALL 'QZDBCVAL' USING WS-DBCVAL-FIELD WS-DBCVAL-RESULT
           IF WS-DBCVAL-MIXED-WIDTH
               ADD 1  TO WS-TYP-BAD-NAME (WS-TYP-FOUND-IDX)
               PERFORM 2300-WRITE-EXCEPTION
                  THRU 2300-WRITE-EXCEPTION-EXIT
           END-IF
           MOVE QZACTREC-CUSTOMER-ADDRESS TO WS-DBCVAL-FIELD
           CALL 'QZDBCVAL' USING WS-DBCVAL-FIELD WS-DBCVAL-RESULT
           IF WS-DBCVAL-MIXED-WIDTH
               ADD 1  TO WS-TYP-BAD-ADDRESS (WS-TYP-FOUND-IDX)
               PERFORM 2300-WRITE-EXCEPTION
                  THRU 2300-WRITE-EXCEPTION-EXIT
           END-IF
           MOVE QZACTREC-ADDR-PREF-CITY   TO WS-DBCVAL-FIELD
           CALL 'QZDBCVAL' USING WS-DBCVAL-FIELD WS-DBCVAL-RESULT
           IF WS-DBCVAL-MIXED-WIDTH
               ADD 1  TO WS-TYP-BAD-PREF-CITY (WS-TYP-FOUND-IDX)
               PERFORM 2300-WRITE-EXCEPTION
                  THRU 2300-WRITE-EXCEPTION-EXIT
           END-IF
           MOVE QZACTREC-ADDR-LINE        TO WS-DBCVAL-FIELD
           CALL 'QZDBCVAL' USING WS-DBCVAL-FIELD WS-DBCVAL-RESULT
           IF WS-DBCVAL-MIXED-WIDTH
               ADD 1  TO WS-TYP-BAD-ADDR-LINE (WS-TYP-FOUND-IDX)
           IF WS-ROW-BAD
               ADD 1                      TO WS-BAD-ROW-CNT
           END-IF
           PERFORM 2900-READ-NEXT-ACCOUNT
              THRU 2900-READ-NEXT-ACCOUNT-EXIT.
       2000-SCAN-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2200-FIND-TYPE-ENTRY                                        *
      *        Locates - or opens - the summary entry for the         *
      *        account's contract type.                                *
      *----------------------------------------------------------------*
       2200-FIND-TYPE-ENTRY.
           MOVE 0                         TO WS-TYP-FOUND-IDX
               END-IF
               ADD 1                      TO WS-TYP-CNT
               MOVE WS-TYP-CNT            TO WS-TYP-FOUND-IDX
               MOVE QZACTREC-CONTRACT-TYPE
                 TO WS-TYP-CONTRACT-TYPE (WS-TYP-FOUND-IDX)
               MOVE 0  TO WS-TYP-ROWS (WS-TYP-FOUND-IDX)
                          WS-TYP-BAD-NAME (WS-TYP-FOUND-IDX)

       2250-MATCH-ONE-TYPE.
           IF WS-TYP-CONTRACT-TYPE (WS-TYP-IDX)
                  = QZACTREC-CONTRACT-TYPE
               MOVE WS-TYP-IDX            TO WS-TYP-FOUND-IDX
           END-IF.
       2250-MATCH-ONE-TYPE-EXIT.
      *----------------------------------------------------------------*
      *    2300-WRITE-EXCEPTION                                        *
      *        QZDBXREC-FIELD-ID is set by the caller; the rest of    *
      *        the record names the account; the name and address    *
      *        are the customer's, not a billing month's, so the      *
      *        billing month is left blank.                            *
      *----------------------------------------------------------------*
       2300-WRITE-EXCEPTION.
           SET WS-ROW-BAD                 TO TRUE
           MOVE QZACTREC-CUSTOMER-NO      TO QZDBXREC-CUSTOMER-NO
           MOVE SPACES                    TO QZDBXREC-BILLING-YM
           MOVE QZACTREC-CONTRACT-TYPE    TO QZDBXREC-CONTRACT-TYPE
           WRITE QZDBXREC
           IF WS-DBCEXC-STATUS NOT = '00'
               DISPLAY 'QZB19D - QZDBCEXC WRITE FAILED, STATUS='
       2300-WRITE-EXCEPTION-EXIT.
           EXIT.

       2900-READ-NEXT-ACCOUNT.
           READ QZACTMAS-FILE NEXT RECORD
               AT END
                   SET WS-EOF             TO TRUE
           END-READ
           IF NOT WS-EOF AND WS-ACTMAS-STATUS NOT = '00'
               DISPLAY 'QZB19D - QZACTMAS READ FAILED, STATUS='
                       WS-ACTMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF.
       2900-READ-NEXT-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8000-FINALIZE                                               *
      *----------------------------------------------------------------*
       8000-FINALIZE.
           CLOSE QZACTMAS-FILE
           CLOSE QZDBCEXC-FILE
           CLOSE QZDBCPRT-FILE
           DISPLAY 'QZB19D - ROWS SCANNED:         ' WS-ROWS-READ-CNT
