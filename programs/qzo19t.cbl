      *        force for a contract type, adds a new rate, or         *
      *        changes one already on file, so a tariff revision is   *
      *        applied through the gateway instead of a file          *
      *        utility. The tariff maintained is the whole price -    *
      *        basic charge and up to five usage blocks - that        *
      *        QZRATCAL prices usage from.                            *
      *                                                                *
      *    LINKAGE.                                                    *
      *        DFHCOMMAREA = LZAPLHDR-AREA, QZRATCMD, QZRATRES,        *
      *                      request entry, elapsed milliseconds     *
      *                      journalled in QZAUDREC-ELAPSED-MS for   *
      *                      the QZB19A performance report.          *
      *    2026-10-15  KS    Add and change now maintain the whole     *
      *                      tariff - basic charge and up to five      *
      *                      usage blocks, edited under new reason     *
      *                      0145 - and inquiry echoes it; RAT-RATE    *
      *                      becomes the first block's rate on a       *
      *                      tariff with blocks.                       *
      *    2026-10-15  KS    A commarea shorter than header, command   *
      *                      and response is answered with RTNCD 12 /  *
      *                      RSNCD 0001 in the header alone, so a      *
      *                      caller on the layout before the tariff    *
      *                      blocks is not overrun.                    *
      *                                                                *
      *================================================================*
       IDENTIFICATION DIVISION.
       77  WS-RATE-FOUND-SW               PIC X(01) VALUE 'N'.
           88  WS-RATE-FOUND                   VALUE 'Y'.
       77  WS-HOLD-EFF-DATE               PIC X(08).
       77  WS-HOLD-PRICE                  PIC X(73).
       77  WS-TIER-IDX                    PIC 9(01) COMP.
       77  WS-LOWER-LIMIT                 PIC 9(07).
       77  WS-CALEN-MIN                   PIC 9(08) COMP.

       77  WS-REQUIRED-AUTH               PIC X(01) VALUE '1'.
       77  WS-AUTH-FOUND-SW               PIC X(01) VALUE 'N'.
           ELSE
               PERFORM 1000-INITIALIZE
                  THRU 1000-INITIALIZE-EXIT
               IF LZAPLHDR-RTNCD = '00'
                   PERFORM 1500-CHECK-AUTHORITY
                      THRU 1500-CHECK-AUTHORITY-EXIT
               END-IF
               IF LZAPLHDR-RTNCD = '00'
                   PERFORM 2000-EDIT-COMMAND
                      THRU 2000-EDIT-COMMAND-EXIT
      *        A rate inquiry is read-only and needs the same          *
      *        inquiry-level authority as the other gateway            *
      *        inquiries; only add and change are maintenance.         *
      *        A caller whose commarea is shorter than the header,     *
      *        command and response together is still on the layout   *
      *        before the tariff blocks and is answered in the header  *
      *        alone, before anything is written to the response.      *
       1000-INITIALIZE.
           EXEC CICS
               ASKTIME ABSTIME(WS-START-ABSTIME)
           MOVE SPACES                   TO LZAPLHDR-OTHCD
           MOVE '00'                     TO LZAPLHDR-RTNCD
           MOVE '0000'                   TO LZAPLHDR-RSNCD
           COMPUTE WS-CALEN-MIN =
               LENGTH OF LZAPLHDR-AREA
             + LENGTH OF QZRATCMD
             + LENGTH OF QZRATRES
           IF EIBCALEN < WS-CALEN-MIN
               MOVE '12'                 TO LZAPLHDR-RTNCD
               MOVE '0001'               TO LZAPLHDR-RSNCD
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           MOVE ZEROS                    TO QZRATRES
           MOVE SPACES                   TO RAT-RES-CONTRACT-TYPE
           MOVE SPACES                   TO RAT-RES-EFFECTIVE-DATE
           IF RAT-FUNC-INQUIRE
               MOVE '1'                  TO WS-REQUIRED-AUTH
           ELSE
      *    2000-EDIT-COMMAND                                           *
      *        The function code must be one of inquire/add/change,   *
      *        the key fields must both be present, and on add or     *
      *        change the tariff must pass 2100-EDIT-TARIFF.          *
      *----------------------------------------------------------------*
       2000-EDIT-COMMAND.
           IF NOT RAT-FUNC-INQUIRE
               GO TO 2000-EDIT-COMMAND-EXIT
           END-IF
           IF RAT-FUNC-ADD OR RAT-FUNC-CHANGE
               PERFORM 2100-EDIT-TARIFF
                  THRU 2100-EDIT-TARIFF-EXIT
           END-IF.
       2000-EDIT-COMMAND-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2100-EDIT-TARIFF                                            *
      *        A blank basic charge is none and a blank block count   *
      *        is a flat tariff. A flat tariff needs RAT-RATE numeric *
      *        and non-zero - a tariff of nothing is a keying error,  *
      *        not a rate (0108). A tariff of 1-5 blocks needs every  *
      *        block rate numeric and non-zero and every breakpoint  *
      *        but the open-ended last one numeric and above the one *
      *        before it (0145); RAT-RATE is then the first block's  *
      *        rate, so the flat view of the record stays usable.     *
      *----------------------------------------------------------------*
       2100-EDIT-TARIFF.
           IF RAT-BASIC-CHARGE = SPACES
               MOVE ZEROS                TO RAT-BASIC-CHARGE
           END-IF
           IF RAT-TIER-CNT = SPACE
               MOVE '0'                  TO RAT-TIER-CNT
           END-IF
           IF RAT-BASIC-CHARGE NOT NUMERIC
              OR RAT-TIER-CNT NOT NUMERIC
              OR RAT-TIER-CNT-N > 5
               MOVE '04'                 TO LZAPLHDR-RTNCD
               MOVE '0145'               TO LZAPLHDR-RSNCD
               GO TO 2100-EDIT-TARIFF-EXIT
           END-IF
           IF RAT-TIER-CNT-N = 0
               IF RAT-RATE NOT NUMERIC
                  OR RAT-RATE-N = ZERO
                   MOVE '04'             TO LZAPLHDR-RTNCD
                   MOVE '0108'           TO LZAPLHDR-RSNCD
               END-IF
               GO TO 2100-EDIT-TARIFF-EXIT
           END-IF
           MOVE 0                        TO WS-LOWER-LIMIT
           PERFORM 2150-EDIT-ONE-TIER
              THRU 2150-EDIT-ONE-TIER-EXIT
              VARYING WS-TIER-IDX FROM 1 BY 1
              UNTIL WS-TIER-IDX > RAT-TIER-CNT-N
                 OR LZAPLHDR-RTNCD NOT = '00'
           IF LZAPLHDR-RTNCD = '00'
               MOVE RAT-TIER-RATE (1)    TO RAT-RATE
           END-IF.
       2100-EDIT-TARIFF-EXIT.
           EXIT.

       2150-EDIT-ONE-TIER.
           IF RAT-TIER-RATE (WS-TIER-IDX) NOT NUMERIC
              OR RAT-TIER-RATE-N (WS-TIER-IDX) = ZERO
               MOVE '04'                 TO LZAPLHDR-RTNCD
               MOVE '0145'               TO LZAPLHDR-RSNCD
               GO TO 2150-EDIT-ONE-TIER-EXIT
           END-IF
           IF WS-TIER-IDX = RAT-TIER-CNT-N
               GO TO 2150-EDIT-ONE-TIER-EXIT
           END-IF
           IF RAT-TIER-LIMIT (WS-TIER-IDX) NOT NUMERIC
              OR RAT-TIER-LIMIT-N (WS-TIER-IDX) NOT > WS-LOWER-LIMIT
               MOVE '04'                 TO LZAPLHDR-RTNCD
               MOVE '0145'               TO LZAPLHDR-RSNCD
               GO TO 2150-EDIT-ONE-TIER-EXIT
           END-IF
           MOVE RAT-TIER-LIMIT-N (WS-TIER-IDX) TO WS-LOWER-LIMIT.
       2150-EDIT-ONE-TIER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
           IF WS-RATE-FOUND
               MOVE RAT-CONTRACT-TYPE    TO QZRATREC-CONTRACT-TYPE
               MOVE WS-HOLD-EFF-DATE     TO QZRATREC-EFFECTIVE-DATE
               MOVE WS-HOLD-PRICE        TO QZRATREC-PRICE
               PERFORM 4500-ECHO-RECORD
                  THRU 4500-ECHO-RECORD-EXIT
           ELSE
                   SET WS-RATE-FOUND      TO TRUE
                   MOVE QZRATREC-EFFECTIVE-DATE
                     TO WS-HOLD-EFF-DATE
                   MOVE QZRATREC-PRICE    TO WS-HOLD-PRICE
               END-IF
           END-IF.
       4150-SCAN-ONE-RATE-EXIT.
       4200-ADD-RATE.
           MOVE RAT-CONTRACT-TYPE        TO QZRATREC-CONTRACT-TYPE
           MOVE RAT-EFFECTIVE-DATE       TO QZRATREC-EFFECTIVE-DATE
           PERFORM 4600-BUILD-PRICE
              THRU 4600-BUILD-PRICE-EXIT
           EXEC CICS
               WRITE FILE('QZRATMAS')
               FROM(QZRATREC)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 4600-BUILD-PRICE
                      THRU 4600-BUILD-PRICE-EXIT
                   EXEC CICS
                       REWRITE FILE('QZRATMAS')
                       FROM(QZRATREC)

      *----------------------------------------------------------------*
      *    4500-ECHO-RECORD                                            *
      *        A record written before the blocks existed echoes as   *
      *        a flat tariff with no basic charge.                    *
      *----------------------------------------------------------------*
       4500-ECHO-RECORD.
           MOVE QZRATREC-CONTRACT-TYPE   TO RAT-RES-CONTRACT-TYPE
           MOVE QZRATREC-EFFECTIVE-DATE  TO RAT-RES-EFFECTIVE-DATE
           MOVE QZRATREC-RATE            TO RAT-RES-RATE
           MOVE 0                        TO RAT-RES-BASIC-CHARGE
                                            RAT-RES-TIER-CNT
           IF QZRATREC-BASIC-CHARGE NUMERIC
               MOVE QZRATREC-BASIC-CHARGE TO RAT-RES-BASIC-CHARGE
           END-IF
           IF QZRATREC-TIER-CNT NUMERIC
              AND QZRATREC-TIER-CNT NOT > 5
               MOVE QZRATREC-TIER-CNT    TO RAT-RES-TIER-CNT
           END-IF
           PERFORM 4550-ECHO-ONE-TIER
              THRU 4550-ECHO-ONE-TIER-EXIT
              VARYING WS-TIER-IDX FROM 1 BY 1
              UNTIL WS-TIER-IDX > 5.
       4500-ECHO-RECORD-EXIT.
           EXIT.

       4550-ECHO-ONE-TIER.
           MOVE 0
             TO RAT-RES-TIER-LIMIT (WS-TIER-IDX)
                RAT-RES-TIER-RATE (WS-TIER-IDX)
           IF WS-TIER-IDX > RAT-RES-TIER-CNT
               GO TO 4550-ECHO-ONE-TIER-EXIT
           END-IF
           IF QZRATREC-TIER-LIMIT (WS-TIER-IDX) NUMERIC
               MOVE QZRATREC-TIER-LIMIT (WS-TIER-IDX)
                 TO RAT-RES-TIER-LIMIT (WS-TIER-IDX)
           END-IF
           IF QZRATREC-TIER-RATE (WS-TIER-IDX) NUMERIC
               MOVE QZRATREC-TIER-RATE (WS-TIER-IDX)
                 TO RAT-RES-TIER-RATE (WS-TIER-IDX)
           END-IF.
       4550-ECHO-ONE-TIER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4600-BUILD-PRICE                                            *
      *        The whole tariff is written from the edited command.  *
      *        Blocks past the count are zeroed, and so is the last   *
      *        block's breakpoint when it was left blank - it is      *
      *        never looked at.                                       *
      *----------------------------------------------------------------*
       4600-BUILD-PRICE.
           MOVE RAT-RATE-N               TO QZRATREC-RATE
           MOVE RAT-BASIC-CHARGE-N       TO QZRATREC-BASIC-CHARGE
           MOVE RAT-TIER-CNT-N           TO QZRATREC-TIER-CNT
           PERFORM 4650-BUILD-ONE-TIER
              THRU 4650-BUILD-ONE-TIER-EXIT
              VARYING WS-TIER-IDX FROM 1 BY 1
              UNTIL WS-TIER-IDX > 5.
       4600-BUILD-PRICE-EXIT.
           EXIT.

       4650-BUILD-ONE-TIER.
           MOVE 0
             TO QZRATREC-TIER-LIMIT (WS-TIER-IDX)
                QZRATREC-TIER-RATE (WS-TIER-IDX)
           IF WS-TIER-IDX > RAT-TIER-CNT-N
               GO TO 4650-BUILD-ONE-TIER-EXIT
           END-IF
           MOVE RAT-TIER-RATE-N (WS-TIER-IDX)
             TO QZRATREC-TIER-RATE (WS-TIER-IDX)
           IF RAT-TIER-LIMIT (WS-TIER-IDX) NUMERIC
               MOVE RAT-TIER-LIMIT-N (WS-TIER-IDX)
                 TO QZRATREC-TIER-LIMIT (WS-TIER-IDX)
           END-IF.
       4650-BUILD-ONE-TIER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8000-RESOLVE-HEADER-MSG                                     *
      *----------------------------------------------------------------*
