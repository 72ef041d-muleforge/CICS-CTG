      *                 transaction.                                   *
      *    2026-09-01   0124-0128 added for the QZO19N onboarding/     *
      *                 termination transaction.                       *
      *    2026-10-15   0129-0134 added for the QZO19A payment         *
      *                 arrangement transaction.                       *
      *    2026-10-15   0135-0141 and 00/0003 added for the QZO19J     *
      *                 billing adjustment transaction.                *
      *    2026-10-15   0142-0144 added for the QZO19N termination     *
      *                 final reading and forwarding address.          *
      *    2026-10-15   0145 added for the QZO19T basic charge and     *
      *                 usage block maintenance.                       *
      *    2026-10-15   0146 added for the QZO19K account summary      *
      *                 inquiry.                                       *
      *    2026-10-15   0147-0152 added for the QZO19E disaster        *
      *                 relief area transaction.                       *
      *    2026-10-15   12/0001 added for a QZO19N or QZO19T caller    *
      *                 whose commarea predates the current layout.    *
      *----------------------------------------------------------------*
       01  QZMSGTAB-LOAD-TBL.
           05  FILLER  PIC X(02) VALUE '00'.
           05  FILLER  PIC X(100)
               VALUE 'CONTRACT TYPE OR PAYMENT METHOD MISSING'.

           05  FILLER  PIC X(02) VALUE '04'.
           05  FILLER  PIC X(04) VALUE '0129'.
           05  FILLER  PIC X(08) VALUE SPACES.
           05  FILLER  PIC X(07) VALUE 'QZM0037'.
           05  FILLER  PIC X(01) VALUE '2'.
           05  FILLER  PIC X(100)
               VALUE 'PLAN FUNCTION IS NOT ONE OF 1 OR 2'.

           05  FILLER  PIC X(02) VALUE '04'.
           05  FILLER  PIC X(04) VALUE '0130'.
           05  FILLER  PIC X(08) VALUE SPACES.
           05  FILLER  PIC X(07) VALUE 'QZM0038'.
           05  FILLER  PIC X(01) VALUE '2'.
           05  FILLER  PIC X(100)
               VALUE 'INSTALLMENT COUNT, DUE DATE OR AMOUNT INVALID'.

           05  FILLER  PIC X(02) VALUE '04'.
           05  FILLER  PIC X(04) VALUE '0131'.
           05  FILLER  PIC X(08) VALUE SPACES.
           05  FILLER  PIC X(07) VALUE 'QZM0039'.
           05  FILLER  PIC X(01) VALUE '2'.
           05  FILLER  PIC X(100)
               VALUE 'NO OPEN BALANCE ON FILE TO ARRANGE'.

           05  FILLER  PIC X(02) VALUE '04'.
           05  FILLER  PIC X(04) VALUE '0132'.
           05  FILLER  PIC X(08) VALUE SPACES.
           05  FILLER  PIC X(07) VALUE 'QZM0040'.
           05  FILLER  PIC X(01) VALUE '2'.
           05  FILLER  PIC X(100)
               VALUE 'INSTALLMENTS DO NOT TOTAL THE OPEN BALANCE'.

           05  FILLER  PIC X(02) VALUE '04'.
           05  FILLER  PIC X(04) VALUE '0133'.
           05  FILLER  PIC X(08) VALUE SPACES.
           05  FILLER  PIC X(07) VALUE 'QZM0041'.
           05  FILLER  PIC X(01) VALUE '2'.
           05  FILLER  PIC X(100)
               VALUE 'AN ACTIVE PLAN IS ALREADY ON FILE'.

           05  FILLER  PIC X(02) VALUE '04'.
           05  FILLER  PIC X(04) VALUE '0134'.
           05  FILLER  PIC X(08) VALUE SPACES.
           05  FILLER  PIC X(07) VALUE 'QZM0042'.
           05  FILLER  PIC X(01) VALUE '2'.
           05  FILLER  PIC X(100)
               VALUE 'NO ACTIVE PLAN ON FILE TO CANCEL'.

           05  FILLER  PIC X(02) VALUE '04'.
           05  FILLER  PIC X(04) VALUE '0135'.
           05  FILLER  PIC X(08) VALUE SPACES.
           05  FILLER  PIC X(07) VALUE 'QZM0043'.
           05  FILLER  PIC X(01) VALUE '2'.
           05  FILLER  PIC X(100)
               VALUE 'ADJUSTMENT FUNCTION IS NOT ONE OF 1, 2 OR 3'.

           05  FILLER  PIC X(02) VALUE '04'.
           05  FILLER  PIC X(04) VALUE '0136'.
           05  FILLER  PIC X(08) VALUE SPACES.
           05  FILLER  PIC X(07) VALUE 'QZM0044'.
           05  FILLER  PIC X(01) VALUE '2'.
           05  FILLER  PIC X(100)
               VALUE 'MEMO TYPE, AMOUNT, REASON CODE OR TEXT INVALID'.

           05  FILLER  PIC X(02) VALUE '04'.
           05  FILLER  PIC X(04) VALUE '0137'.
           05  FILLER  PIC X(08) VALUE SPACES.
           05  FILLER  PIC X(07) VALUE 'QZM0045'.
           05  FILLER  PIC X(01) VALUE '2'.
           05  FILLER  PIC X(100)
               VALUE 'NO BILLING MONTH ON FILE TO ADJUST'.

           05  FILLER  PIC X(02) VALUE '04'.
           05  FILLER  PIC X(04) VALUE '0138'.
           05  FILLER  PIC X(08) VALUE SPACES.
           05  FILLER  PIC X(07) VALUE 'QZM0046'.
           05  FILLER  PIC X(01) VALUE '2'.
           05  FILLER  PIC X(100)
               VALUE 'CREDIT MEMO EXCEEDS THE MONTH AMOUNT BILLED'.

           05  FILLER  PIC X(02) VALUE '04'.
           05  FILLER  PIC X(04) VALUE '0139'.
           05  FILLER  PIC X(08) VALUE SPACES.
           05  FILLER  PIC X(07) VALUE 'QZM0047'.
           05  FILLER  PIC X(01) VALUE '2'.
           05  FILLER  PIC X(100)
               VALUE 'ADJUSTMENT MEMO NOT FOUND - CHECK KEY AND NUMBER'.

           05  FILLER  PIC X(02) VALUE '04'.
           05  FILLER  PIC X(04) VALUE '0140'.
           05  FILLER  PIC X(08) VALUE SPACES.
           05  FILLER  PIC X(07) VALUE 'QZM0048'.
           05  FILLER  PIC X(01) VALUE '2'.
           05  FILLER  PIC X(100)
               VALUE 'ADJUSTMENT MEMO IS NOT AWAITING APPROVAL'.

           05  FILLER  PIC X(02) VALUE '04'.
           05  FILLER  PIC X(04) VALUE '0141'.
           05  FILLER  PIC X(08) VALUE SPACES.
           05  FILLER  PIC X(07) VALUE 'QZM0049'.
           05  FILLER  PIC X(01) VALUE '2'.
           05  FILLER  PIC X(100)
               VALUE 'MEMO MUST BE APPROVED BY ANOTHER SUPERVISOR'.

           05  FILLER  PIC X(02) VALUE '00'.
           05  FILLER  PIC X(04) VALUE '0003'.
           05  FILLER  PIC X(08) VALUE SPACES.
           05  FILLER  PIC X(07) VALUE 'QZM0050'.
           05  FILLER  PIC X(01) VALUE '1'.
           05  FILLER  PIC X(100)
               VALUE 'MEMO RECORDED - HELD FOR SUPERVISOR APPROVAL'.

           05  FILLER  PIC X(02) VALUE '04'.
           05  FILLER  PIC X(04) VALUE '0142'.
           05  FILLER  PIC X(08) VALUE SPACES.
           05  FILLER  PIC X(07) VALUE 'QZM0051'.
           05  FILLER  PIC X(01) VALUE '2'.
           05  FILLER  PIC X(100)
               VALUE 'MOVE-OUT DATE OR FINAL READING INVALID'.

           05  FILLER  PIC X(02) VALUE '04'.
           05  FILLER  PIC X(04) VALUE '0143'.
           05  FILLER  PIC X(08) VALUE SPACES.
           05  FILLER  PIC X(07) VALUE 'QZM0052'.
           05  FILLER  PIC X(01) VALUE '2'.
           05  FILLER  PIC X(100)
               VALUE 'FORWARDING ADDRESS MISSING OR INVALID'.

           05  FILLER  PIC X(02) VALUE '04'.
           05  FILLER  PIC X(04) VALUE '0144'.
           05  FILLER  PIC X(08) VALUE SPACES.
           05  FILLER  PIC X(07) VALUE 'QZM0053'.
           05  FILLER  PIC X(01) VALUE '2'.
           05  FILLER  PIC X(100)
               VALUE 'CONTRACT IS ALREADY TERMINATED'.

           05  FILLER  PIC X(02) VALUE '04'.
           05  FILLER  PIC X(04) VALUE '0145'.
           05  FILLER  PIC X(08) VALUE SPACES.
           05  FILLER  PIC X(07) VALUE 'QZM0054'.
           05  FILLER  PIC X(01) VALUE '2'.
           05  FILLER  PIC X(100)
               VALUE 'BASIC CHARGE OR USAGE BLOCK LIMITS/RATES INVALID'.

           05  FILLER  PIC X(02) VALUE '04'.
           05  FILLER  PIC X(04) VALUE '0146'.
           05  FILLER  PIC X(08) VALUE SPACES.
           05  FILLER  PIC X(07) VALUE 'QZM0055'.
           05  FILLER  PIC X(01) VALUE '2'.
           05  FILLER  PIC X(100)
               VALUE 'CUSTOMER-NO IS REQUIRED FOR AN ACCOUNT SUMMARY'.

           05  FILLER  PIC X(02) VALUE '04'.
           05  FILLER  PIC X(04) VALUE '0147'.
           05  FILLER  PIC X(08) VALUE SPACES.
           05  FILLER  PIC X(07) VALUE 'QZM0056'.
           05  FILLER  PIC X(01) VALUE '2'.
           05  FILLER  PIC X(100)
               VALUE 'RELIEF AREA FUNCTION MUST BE 1, 2, 3 OR 4'.

           05  FILLER  PIC X(02) VALUE '04'.
           05  FILLER  PIC X(04) VALUE '0148'.
           05  FILLER  PIC X(08) VALUE SPACES.
           05  FILLER  PIC X(07) VALUE 'QZM0057'.
           05  FILLER  PIC X(01) VALUE '2'.
           05  FILLER  PIC X(100)
               VALUE 'RELIEF POSTAL CODE OR START DATE IS INVALID'.

           05  FILLER  PIC X(02) VALUE '04'.
           05  FILLER  PIC X(04) VALUE '0149'.
           05  FILLER  PIC X(08) VALUE SPACES.
           05  FILLER  PIC X(07) VALUE 'QZM0058'.
           05  FILLER  PIC X(01) VALUE '2'.
           05  FILLER  PIC X(100)
               VALUE 'RELIEF END DATE OR DUE-DATE SHIFT DAYS INVALID'.

           05  FILLER  PIC X(02) VALUE '04'.
           05  FILLER  PIC X(04) VALUE '0150'.
           05  FILLER  PIC X(08) VALUE SPACES.
           05  FILLER  PIC X(07) VALUE 'QZM0059'.
           05  FILLER  PIC X(01) VALUE '2'.
           05  FILLER  PIC X(100)
               VALUE 'NO RELIEF AREA FOR THAT POSTAL CODE/START DATE'.

           05  FILLER  PIC X(02) VALUE '04'.
           05  FILLER  PIC X(04) VALUE '0151'.
           05  FILLER  PIC X(08) VALUE SPACES.
           05  FILLER  PIC X(07) VALUE 'QZM0060'.
           05  FILLER  PIC X(01) VALUE '2'.
           05  FILLER  PIC X(100)
               VALUE 'RELIEF AREA ALREADY DECLARED FOR POSTAL/START'.

           05  FILLER  PIC X(02) VALUE '04'.
           05  FILLER  PIC X(04) VALUE '0152'.
           05  FILLER  PIC X(08) VALUE SPACES.
           05  FILLER  PIC X(07) VALUE 'QZM0061'.
           05  FILLER  PIC X(01) VALUE '2'.
           05  FILLER  PIC X(100)
               VALUE 'RELIEF AREA IS ALREADY CANCELLED'.

           05  FILLER  PIC X(02) VALUE '08'.
           05  FILLER  PIC X(04) VALUE '0001'.
           05  FILLER  PIC X(08) VALUE SPACES.
           05  FILLER  PIC X(100)
               VALUE 'REQUEST REFUSED - OPERATOR NOT AUTHORIZED'.

           05  FILLER  PIC X(02) VALUE '12'.
           05  FILLER  PIC X(04) VALUE '0001'.
           05  FILLER  PIC X(08) VALUE SPACES.
           05  FILLER  PIC X(07) VALUE 'QZM0062'.
           05  FILLER  PIC X(01) VALUE '4'.
           05  FILLER  PIC X(100)
               VALUE 'COMMAREA TOO SHORT - CALLER ON AN OLDER LAYOUT'.

           05  FILLER  PIC X(02) VALUE '12'.
           05  FILLER  PIC X(04) VALUE '9999'.
           05  FILLER  PIC X(08) VALUE SPACES.
               VALUE 'CTG GATEWAY TIMED OUT - RETRY THE REQUEST'.

       01  QZMSGTAB-ENTRY-TBL REDEFINES QZMSGTAB-LOAD-TBL.
           05  QZMSGTAB-ENTRY            OCCURS 62 TIMES
                                          INDEXED BY QZMSGTAB-IDX.
               07  QZMSGTAB-RTNCD         PIC X(02).
               07  QZMSGTAB-RSNCD         PIC X(04).
               07  QZMSGTAB-MSGID         PIC X(07).
               07  QZMSGTAB-MSGKBN        PIC X(01).
               07  QZMSGTAB-MSGTXT        PIC X(100).
       77  QZMSGTAB-ENTRY-CNT            PIC 9(03) VALUE 62.
       77  QZMSGTAB-DEFAULT-MSGID        PIC X(07) VALUE 'QZM9999'.
       77  QZMSGTAB-DEFAULT-MSGKBN       PIC X(01) VALUE '4'.
       77  QZMSGTAB-DEFAULT-MSGTXT       PIC X(100)
