      *    DATE-COMPILED:                                              *
      *                                                                *
      *    PURPOSE.                                                   *
      *        Dunning outcome intake batch. Reads the QZDUNRSL        *
      *        confirmation/returned-mail result file the print bureau *
      *        transmits back, matches each result to the QZDUNEXT     *
      *        extract the letters were generated from, and settles    *
      *        the QZDEVREC dunning event QZB19C wrote pending at send *
      *        time on the QZDUNHST history file - date, letter type,  *
      *        delivered or returned - so the system finally hears     *
      *        what became of the letters it sent. A                   *
      *        returned-to-sender result additionally flags the        *
      *        customer's QZACTMAS account QZACTREC-BAD-ADDRESS so the *
      *        address can be worked through QZO19U (which clears the  *
      *        flag on correction). A result for a customer not on the *
      *        extract is written to the QZDRSREJ reject file for the  *
      *        collections desk. QZB19C reads the event history to     *
      *        suppress re-dunning a customer already lettered inside  *
      *        the QZDUNPRM interval.                                  *
      *                                                                *
      *    MOD HISTORY.                                                *
      *    DATE        INIT  DESCRIPTION                               *
      *                      customer's most recent still-pending      *
      *                      event instead of leaving it at 'P'        *
      *                      forever beside a duplicate.               *
      *    2026-10-15  KS    A returned letter now flags the           *
      *                      customer's QZACTMAS account instead of    *
      *                      every QZCUSMAS row.                       *
      *                                                                *
      *================================================================*
       IDENTIFICATION DIVISION.
               ACCESS MODE    IS DYNAMIC
               RECORD KEY     IS QZDEVREC-KEY
               FILE STATUS    IS WS-DUNHST-STATUS.
           SELECT QZACTMAS-FILE  ASSIGN TO QZACTMAS
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS RANDOM
               RECORD KEY     IS QZACTREC-CUSTOMER-NO
               FILE STATUS    IS WS-ACTMAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  QZDRSREJ-REC                   PIC X(20).
       FD  QZDUNHST-FILE.
           COPY "dunning_event.cbl".
       FD  QZACTMAS-FILE.
           COPY "customer_account.cbl".

       WORKING-STORAGE SECTION.

       77  WS-DUNRSL-STATUS               PIC X(02).
       77  WS-DRSREJ-STATUS               PIC X(02).
       77  WS-DUNHST-STATUS               PIC X(02).
       77  WS-ACTMAS-STATUS               PIC X(02).
       77  WS-EXT-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-EXT-EOF                      VALUE 'Y'.
       77  WS-EOF-SW                      PIC X(01) VALUE 'N'.
           88  WS-EOF                          VALUE 'Y'.
       77  WS-MATCHED-SW                  PIC X(01) VALUE 'N'.
           88  WS-MATCHED                      VALUE 'Y'.
       77  WS-WRITTEN-SW                  PIC X(01) VALUE 'N'.
       77  WS-DELIVERED-CNT               PIC 9(09) COMP VALUE 0.
       77  WS-RETURNED-CNT                PIC 9(09) COMP VALUE 0.
       77  WS-FLAGGED-CNT                 PIC 9(09) COMP VALUE 0.
      *    The loop counter is wider than the three-digit record
      *    sequence - 999 + 1 must compare greater than 999, not
      *    truncate back to zero and spin forever.
           05  WS-EXT-ENTRY               OCCURS 5000 TIMES
                                          PIC X(10).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O QZACTMAS-FILE
           IF WS-ACTMAS-STATUS NOT = '00'
               DISPLAY 'QZB19K - QZACTMAS OPEN FAILED, STATUS='
                       WS-ACTMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF

      *----------------------------------------------------------------*
      *    2500-FLAG-BAD-ADDRESS                                       *
      *        Marks the returned-mail customer's QZACTMAS account    *
      *        QZACTREC-BAD-ADDRESS. A customer with no account has  *
      *        nothing to flag.                                       *
      *----------------------------------------------------------------*
       2500-FLAG-BAD-ADDRESS.
           MOVE QZDRSREC-CUSTOMER-NO      TO QZACTREC-CUSTOMER-NO
           READ QZACTMAS-FILE
               INVALID KEY
                   GO TO 2500-FLAG-BAD-ADDRESS-EXIT
           END-READ
           IF WS-ACTMAS-STATUS NOT = '00'
               DISPLAY 'QZB19K - QZACTMAS READ FAILED, KEY='
                       QZACTREC-CUSTOMER-NO
                       ' STATUS=' WS-ACTMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'B'                       TO QZACTREC-BAD-ADDR-FLAG
           MOVE WS-RUN-DATE               TO QZACTREC-LAST-UPD-DATE
           REWRITE QZACTREC
               INVALID KEY
                   DISPLAY 'QZB19K - QZACTMAS REWRITE FAILED, KEY='
                           QZACTREC-CUSTOMER-NO
                           ' STATUS=' WS-ACTMAS-STATUS
                   MOVE 16                TO RETURN-CODE
                   STOP RUN
           END-REWRITE
           ADD 1                          TO WS-FLAGGED-CNT.
       2500-FLAG-BAD-ADDRESS-EXIT.
           EXIT.

       2900-READ-NEXT-RESULT.
           CLOSE QZDUNRSL-FILE
           CLOSE QZDRSREJ-FILE
           CLOSE QZDUNHST-FILE
           CLOSE QZACTMAS-FILE
           DISPLAY 'QZB19K - RESULTS READ:        ' WS-RESULT-CNT
           DISPLAY 'QZB19K - RESULTS MATCHED:     ' WS-MATCHED-CNT
           DISPLAY 'QZB19K - RESULTS REJECTED:    ' WS-UNMATCHED-CNT
