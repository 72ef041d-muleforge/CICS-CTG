      *        Regional mailing extract batch - the batch side of    *
      *        the postal-code search the QZO19R inquiry offers a    *
      *        terminal. Reads the QZMLPRM selection cards (one      *
      *        full or prefix postal code per card), walks the         *
      *        QZACTMAS account master, and writes one QZMAILREC per   *
      *        distinct customer whose postal code matches any card,   *
      *        so an outage or disaster mailing covers the full        *
      *        matching set without a one-off file dump.               *
      *                                                                *
      *    MOD HISTORY.                                                *
      *    DATE        INIT  DESCRIPTION                               *
      *                      control dataset through QZRUNLOG, and    *
      *                      refuses to start over a still-running    *
      *                      instance or an unmet prerequisite.       *
      *    2026-10-15  KS    Walks the QZACTMAS account master, one    *
      *                      record per customer, in place of the      *
      *                      QZCUSMAS billing-month rows.              *
      *                                                                *
      *================================================================*
       IDENTIFICATION DIVISION.
           SELECT QZMLPRM-FILE   ASSIGN TO QZMLPRM
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS WS-MLPRM-STATUS.
           SELECT QZACTMAS-FILE  ASSIGN TO QZACTMAS
               ORGANIZATION   IS INDEXED
               ACCESS MODE    IS SEQUENTIAL
               RECORD KEY     IS QZACTREC-CUSTOMER-NO
               FILE STATUS    IS WS-ACTMAS-STATUS.
           SELECT QZMAILEX-FILE  ASSIGN TO QZMAILEX
               ORGANIZATION   IS SEQUENTIAL
               FILE STATUS    IS WS-MAILEX-STATUS.
       FILE SECTION.
       FD  QZMLPRM-FILE.
           COPY "mailing_parm.cbl".
       FD  QZACTMAS-FILE.
           COPY "customer_account.cbl".
       FD  QZMAILEX-FILE.
           COPY "mailing_record.cbl".

      *    FILE STATUS AND SWITCHES                                   *
      *----------------------------------------------------------------*
       77  WS-MLPRM-STATUS                PIC X(02).
       77  WS-ACTMAS-STATUS               PIC X(02).
       77  WS-MAILEX-STATUS               PIC X(02).
       77  WS-EOF-SW                      PIC X(01) VALUE 'N'.
           88  WS-EOF                          VALUE 'Y'.
           88  WS-PRM-EOF                      VALUE 'Y'.
       77  WS-MATCHED-SW                  PIC X(01) VALUE 'N'.
           88  WS-MATCHED                      VALUE 'Y'.
       77  WS-CUSTOMER-CNT                PIC 9(09) COMP VALUE 0.
       77  WS-SELECTED-CNT                PIC 9(09) COMP VALUE 0.
       77  WS-PRM-IDX                     PIC 9(03) COMP.
       1000-INITIALIZE.
           PERFORM 1200-LOAD-SELECTIONS
              THRU 1200-LOAD-SELECTIONS-EXIT
           OPEN INPUT  QZACTMAS-FILE
           IF WS-ACTMAS-STATUS NOT = '00'
               DISPLAY 'QZB19M - QZACTMAS OPEN FAILED, STATUS='
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
      *    2000-PROCESS-CUSTOMER                                       *
      *        QZACTREC holds the customer's account on entry; its    *
      *        postal code decides the match and it supplies the      *
      *        extract fields.                                         *
      *----------------------------------------------------------------*
       2000-PROCESS-CUSTOMER.
           ADD 1                          TO WS-CUSTOMER-CNT
           PERFORM 2100-MATCH-POSTAL
              THRU 2100-MATCH-POSTAL-EXIT
               PERFORM 2200-WRITE-MAILING
                  THRU 2200-WRITE-MAILING-EXIT
           END-IF
           PERFORM 2900-READ-NEXT-ACCOUNT
              THRU 2900-READ-NEXT-ACCOUNT-EXIT.
       2000-PROCESS-CUSTOMER-EXIT.
           EXIT.

           EXIT.

       2150-MATCH-ONE-CARD.
           IF QZACTREC-ADDR-POSTAL-CD (1:WS-SEL-LEN (WS-PRM-IDX))
                  = WS-SEL-POSTAL-CD (WS-PRM-IDX)
                    (1:WS-SEL-LEN (WS-PRM-IDX))
               SET WS-MATCHED             TO TRUE
           EXIT.

       2200-WRITE-MAILING.
           MOVE QZACTREC-CUSTOMER-NO      TO QZMAILREC-CUSTOMER-NO
           MOVE QZACTREC-CUSTOMER-NAME    TO QZMAILREC-CUSTOMER-NAME
           MOVE QZACTREC-ADDR-POSTAL-CD   TO QZMAILREC-ADDR-POSTAL-CD
           MOVE QZACTREC-ADDR-PREF-CITY   TO QZMAILREC-ADDR-PREF-CITY
           MOVE QZACTREC-ADDR-LINE        TO QZMAILREC-ADDR-LINE
           MOVE QZACTREC-CONTRACT-TYPE    TO QZMAILREC-CONTRACT-TYPE
           WRITE QZMAILREC
           IF WS-MAILEX-STATUS NOT = '00'
               DISPLAY 'QZB19M - QZMAILEX WRITE FAILED, STATUS='
       2200-WRITE-MAILING-EXIT.
           EXIT.

       2900-READ-NEXT-ACCOUNT.
           READ QZACTMAS-FILE NEXT RECORD
               AT END
                   SET WS-EOF             TO TRUE
           END-READ
           IF NOT WS-EOF AND WS-ACTMAS-STATUS NOT = '00'
               DISPLAY 'QZB19M - QZACTMAS READ FAILED, STATUS='
                       WS-ACTMAS-STATUS
               MOVE 16                    TO RETURN-CODE
               STOP RUN
           END-IF.
       2900-READ-NEXT-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    3000-FINALIZE                                               *
      *----------------------------------------------------------------*
       3000-FINALIZE.
           CLOSE QZACTMAS-FILE
           CLOSE QZMAILEX-FILE
           DISPLAY 'QZB19M - CUSTOMERS READ:     ' WS-CUSTOMER-CNT
           DISPLAY 'QZB19M - CUSTOMERS SELECTED: ' WS-SELECTED-CNT.
