      *================================================================*
      *                                                                *
      *    PROGRAM:      QZO19E                                       *
      *    AUTHOR:       K. SASAKI - APPLICATION SUPPORT               *
      *    INSTALLATION: MULEFORGE DATA CENTER                        *
      *    DATE-WRITTEN: 2026-10-15                                   *
      *    DATE-COMPILED:                                              *
      *                                                                *
      *    PURPOSE.                                                   *
      *        Online CICS disaster relief area transaction for the   *
      *        QZRLFMAS relief area file, addressed through the same  *
      *        LZAPLHDR-MENUID/LZAPLHDR-PGMID routing as the other    *
      *        gateway programs. After a typhoon, earthquake or the   *
      *        like a supervisor declares the affected area by full   *
      *        or prefix postal code with a start date, an end date   *
      *        and the days, if any, the due dates of the period's    *
      *        bills move by. While the area is active QZB19N, QZB19C *
      *        and QZB19S leave its customers alone and QZB19T prints *
      *        the relief notice on their statements. The area can    *
      *        be inquired on, changed - the end date extended, or    *
      *        brought forward to end the relief early, the shift or  *
      *        description corrected - or cancelled when declared in  *
      *        error. Every function is supervisor-only ('3'): an     *
      *        area stops the chasing of every customer in it.        *
      *                                                                *
      *    LINKAGE.                                                    *
      *        DFHCOMMAREA = LZAPLHDR-AREA, QZRLFCMD, QZRLFRES,        *
      *        in that order.                                          *
      *                                                                *
      *    MOD HISTORY.                                                *
      *    DATE        INIT  DESCRIPTION                               *
      *    ----------  ----  ------------------------------------      *
      *    2026-10-15  KS    QZO19E established.                       *
      *                                                                *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    QZO19E.
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

      *----------------------------------------------------------------*
      *    RELIEF AREA I/O AREA                                        *
      *----------------------------------------------------------------*
           COPY "relief_area.cbl".

      *----------------------------------------------------------------*
      *    AUDIT JOURNAL I/O AREA                                      *
      *----------------------------------------------------------------*
           COPY "audit_record.cbl".

      *----------------------------------------------------------------*
      *    OPERATOR AUTHORIZATION PROFILE I/O AREA                     *
      *----------------------------------------------------------------*
           COPY "operator_profile.cbl".

      *----------------------------------------------------------------*
      *    SWITCHES, COUNTERS AND WORK AREAS                           *
      *----------------------------------------------------------------*
       77  WS-RESP                        PIC S9(08) COMP.
       77  WS-ABSTIME                     PIC S9(15) COMP-3.
       77  WS-START-ABSTIME               PIC S9(15) COMP-3.
       77  WS-ELAPSED-MS                  PIC S9(09) COMP.
       77  WS-TODAY-DATE                  PIC X(08).
       77  WS-SCAN-DONE-SW                PIC X(01) VALUE 'N'.
           88  WS-SCAN-DONE                    VALUE 'Y'.
       77  WS-AREA-FOUND-SW               PIC X(01) VALUE 'N'.
           88  WS-AREA-FOUND                   VALUE 'Y'.
       77  WS-DATE-OK-SW                  PIC X(01) VALUE 'Y'.
           88  WS-DATE-OK                      VALUE 'Y'.
       77  WS-POSTAL-LEN                  PIC 9(02) COMP VALUE 0.
       77  WS-HOLD-START-DATE             PIC X(08).

      *----------------------------------------------------------------*
      *    START/END DATE EDIT WORK AREA                               *
      *----------------------------------------------------------------*
       01  WS-EDIT-DATE                   PIC X(08).
       01  WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
           05  WS-EDIT-YYYY               PIC 9(04).
           05  WS-EDIT-MM                 PIC 9(02).
           05  WS-EDIT-DD                 PIC 9(02).

       77  WS-REQUIRED-AUTH               PIC X(01) VALUE '3'.
       77  WS-AUTH-FOUND-SW               PIC X(01) VALUE 'N'.
           88  WS-AUTH-FOUND                   VALUE 'Y'.
       77  WS-CHECK-OPERID                PIC X(08).
       77  WS-AUDIT-OPERID                PIC X(08).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY "header.cbl".
           COPY "relief_command.cbl".
           COPY "relief_response.cbl".

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      *    0000-MAINLINE                                              *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           IF EIBCALEN = 0
               PERFORM 9100-NO-COMMAREA
                  THRU 9100-NO-COMMAREA-EXIT
           ELSE
               PERFORM 1000-INITIALIZE
                  THRU 1000-INITIALIZE-EXIT
               PERFORM 1500-CHECK-AUTHORITY
                  THRU 1500-CHECK-AUTHORITY-EXIT
               IF LZAPLHDR-RTNCD = '00'
                   PERFORM 2000-EDIT-COMMAND
                      THRU 2000-EDIT-COMMAND-EXIT
               END-IF
               IF LZAPLHDR-RTNCD = '00'
                   PERFORM 4000-APPLY-FUNCTION
                      THRU 4000-APPLY-FUNCTION-EXIT
               END-IF
               PERFORM 8000-RESOLVE-HEADER-MSG
                  THRU 8000-RESOLVE-HEADER-MSG-EXIT
               PERFORM 8500-AUDIT-LOG
                  THRU 8500-AUDIT-LOG-EXIT
           END-IF
           PERFORM 9999-RETURN-TRAN
              THRU 9999-RETURN-TRAN-EXIT.

      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           EXEC CICS
               ASKTIME ABSTIME(WS-START-ABSTIME)
           END-EXEC
           MOVE SPACES                   TO LZAPLHDR-OTHCD
           MOVE '00'                     TO LZAPLHDR-RTNCD
           MOVE '0000'                   TO LZAPLHDR-RSNCD
           MOVE SPACES                   TO QZRLFRES
           MOVE 0                        TO RLF-RES-SHIFT-DAYS
           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY-DATE)
           END-EXEC.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    1500-CHECK-AUTHORITY                                        *
      *        The request is only honoured for an operator profile   *
      *        on QZOPRSEC whose authority level covers this          *
      *        program's function. The LZAPLHDR-OPERID identity is    *
      *        tried first and the terminal second, so a terminal     *
      *        profile can cover a floor of unsigned terminals. The   *
      *        identity the authority was resolved under is what      *
      *        8500-AUDIT-LOG journals and the area records as the    *
      *        supervisor who declared or last changed it.            *
      *----------------------------------------------------------------*
       1500-CHECK-AUTHORITY.
           SET WS-AUTH-FOUND-SW          TO 'N'
           MOVE LZAPLHDR-OPERID          TO WS-AUDIT-OPERID
           IF LZAPLHDR-OPERID NOT = SPACES
              AND LZAPLHDR-OPERID NOT = LOW-VALUES
               MOVE LZAPLHDR-OPERID      TO WS-CHECK-OPERID
               PERFORM 1550-READ-PROFILE
                  THRU 1550-READ-PROFILE-EXIT
           END-IF
           IF NOT WS-AUTH-FOUND
               MOVE SPACES               TO WS-CHECK-OPERID
               MOVE EIBTRMID             TO WS-CHECK-OPERID (1:4)
               PERFORM 1550-READ-PROFILE
                  THRU 1550-READ-PROFILE-EXIT
               IF WS-AUTH-FOUND
                   MOVE WS-CHECK-OPERID  TO WS-AUDIT-OPERID
               END-IF
           END-IF
           IF NOT WS-AUTH-FOUND
              OR NOT QZOPRREC-AUTH-VALID
              OR QZOPRREC-AUTHORITY < WS-REQUIRED-AUTH
               MOVE '08'                 TO LZAPLHDR-RTNCD
               MOVE '0003'               TO LZAPLHDR-RSNCD
           END-IF.
       1500-CHECK-AUTHORITY-EXIT.
           EXIT.

       1550-READ-PROFILE.
           EXEC CICS
               READ FILE('QZOPRSEC')
               INTO(QZOPRREC)
               RIDFLD(WS-CHECK-OPERID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-AUTH-FOUND          TO TRUE
           END-IF.
       1550-READ-PROFILE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2000-EDIT-COMMAND                                           *
      *        The function code must be one of inquire/declare/     *
      *        change/cancel. The postal code must be a full code or  *
      *        a prefix - significant characters from the first,      *
      *        nothing after the first space - and the start date a   *
      *        real date (0148); an inquiry may leave the start date  *
      *        blank to find the area declared last for the code. A  *
      *        declare or change also needs a real end date no        *
      *        earlier than the start and a numeric shift, blank      *
      *        being none (0149).                                      *
      *----------------------------------------------------------------*
       2000-EDIT-COMMAND.
           IF NOT RLF-FUNC-INQUIRE
              AND NOT RLF-FUNC-DECLARE
              AND NOT RLF-FUNC-CHANGE
              AND NOT RLF-FUNC-CANCEL
               MOVE '04'                 TO LZAPLHDR-RTNCD
               MOVE '0147'               TO LZAPLHDR-RSNCD
               GO TO 2000-EDIT-COMMAND-EXIT
           END-IF
           MOVE 0                        TO WS-POSTAL-LEN
           INSPECT RLF-POSTAL-PREFIX
               TALLYING WS-POSTAL-LEN FOR CHARACTERS
               BEFORE INITIAL SPACE
           IF WS-POSTAL-LEN = 0
              OR RLF-POSTAL-PREFIX (1:1) = LOW-VALUE
               MOVE '04'                 TO LZAPLHDR-RTNCD
               MOVE '0148'               TO LZAPLHDR-RSNCD
               GO TO 2000-EDIT-COMMAND-EXIT
           END-IF
           IF WS-POSTAL-LEN < LENGTH OF RLF-POSTAL-PREFIX
              AND RLF-POSTAL-PREFIX (WS-POSTAL-LEN + 1:) NOT = SPACES
               MOVE '04'                 TO LZAPLHDR-RTNCD
               MOVE '0148'               TO LZAPLHDR-RSNCD
               GO TO 2000-EDIT-COMMAND-EXIT
           END-IF
           IF RLF-FUNC-INQUIRE
              AND (RLF-START-DATE = SPACES
                   OR RLF-START-DATE = LOW-VALUES)
               GO TO 2000-EDIT-COMMAND-EXIT
           END-IF
           MOVE RLF-START-DATE           TO WS-EDIT-DATE
           PERFORM 2100-EDIT-DATE
              THRU 2100-EDIT-DATE-EXIT
           IF NOT WS-DATE-OK
               MOVE '04'                 TO LZAPLHDR-RTNCD
               MOVE '0148'               TO LZAPLHDR-RSNCD
               GO TO 2000-EDIT-COMMAND-EXIT
           END-IF
           IF RLF-FUNC-INQUIRE OR RLF-FUNC-CANCEL
               GO TO 2000-EDIT-COMMAND-EXIT
           END-IF
           MOVE RLF-END-DATE             TO WS-EDIT-DATE
           PERFORM 2100-EDIT-DATE
              THRU 2100-EDIT-DATE-EXIT
           IF NOT WS-DATE-OK
              OR RLF-END-DATE < RLF-START-DATE
               MOVE '04'                 TO LZAPLHDR-RTNCD
               MOVE '0149'               TO LZAPLHDR-RSNCD
               GO TO 2000-EDIT-COMMAND-EXIT
           END-IF
           IF RLF-SHIFT-DAYS = SPACES
               MOVE ZEROS                TO RLF-SHIFT-DAYS
           END-IF
           IF RLF-SHIFT-DAYS NOT NUMERIC
               MOVE '04'                 TO LZAPLHDR-RTNCD
               MOVE '0149'               TO LZAPLHDR-RSNCD
           END-IF.
       2000-EDIT-COMMAND-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    2100-EDIT-DATE                                              *
      *        A date is eight digits with a month of 01-12 and a day *
      *        of 01-31, the same edit QZO19A applies to due dates.   *
      *----------------------------------------------------------------*
       2100-EDIT-DATE.
           SET WS-DATE-OK-SW             TO 'Y'
           IF WS-EDIT-DATE NOT NUMERIC
               SET WS-DATE-OK-SW         TO 'N'
               GO TO 2100-EDIT-DATE-EXIT
           END-IF
           IF WS-EDIT-MM < 1 OR WS-EDIT-MM > 12
              OR WS-EDIT-DD < 1 OR WS-EDIT-DD > 31
               SET WS-DATE-OK-SW         TO 'N'
           END-IF.
       2100-EDIT-DATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4000-APPLY-FUNCTION                                         *
      *----------------------------------------------------------------*
       4000-APPLY-FUNCTION.
           EVALUATE TRUE
               WHEN RLF-FUNC-INQUIRE
                   PERFORM 4100-INQUIRE-AREA
                      THRU 4100-INQUIRE-AREA-EXIT
               WHEN RLF-FUNC-DECLARE
                   PERFORM 4200-DECLARE-AREA
                      THRU 4200-DECLARE-AREA-EXIT
               WHEN RLF-FUNC-CHANGE
                   PERFORM 4300-CHANGE-AREA
                      THRU 4300-CHANGE-AREA-EXIT
               WHEN RLF-FUNC-CANCEL
                   PERFORM 4400-CANCEL-AREA
                      THRU 4400-CANCEL-AREA-EXIT
           END-EVALUATE.
       4000-APPLY-FUNCTION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4100-INQUIRE-AREA                                           *
      *        With a start date the area is read by its key. Without *
      *        one the code's areas are browsed forward and the one   *
      *        starting last is echoed - a code is declared only a    *
      *        handful of times, so the scan is short.                *
      *----------------------------------------------------------------*
       4100-INQUIRE-AREA.
           IF RLF-START-DATE NOT = SPACES
              AND RLF-START-DATE NOT = LOW-VALUES
               MOVE RLF-POSTAL-PREFIX    TO QZRLFREC-POSTAL-PREFIX
               MOVE RLF-START-DATE       TO QZRLFREC-START-DATE
               EXEC CICS
                   READ FILE('QZRLFMAS')
                   INTO(QZRLFREC)
                   RIDFLD(QZRLFREC-KEY)
                   RESP(WS-RESP)
               END-EXEC
               EVALUATE WS-RESP
                   WHEN DFHRESP(NORMAL)
                       PERFORM 4500-ECHO-RECORD
                          THRU 4500-ECHO-RECORD-EXIT
                   WHEN DFHRESP(NOTFND)
                       MOVE '04'         TO LZAPLHDR-RTNCD
                       MOVE '0150'       TO LZAPLHDR-RSNCD
                   WHEN OTHER
                       MOVE '12'         TO LZAPLHDR-RTNCD
                       MOVE '9999'       TO LZAPLHDR-RSNCD
               END-EVALUATE
               GO TO 4100-INQUIRE-AREA-EXIT
           END-IF
           SET WS-SCAN-DONE-SW           TO 'N'
           SET WS-AREA-FOUND-SW          TO 'N'
           MOVE RLF-POSTAL-PREFIX        TO QZRLFREC-POSTAL-PREFIX
           MOVE LOW-VALUES               TO QZRLFREC-START-DATE
           EXEC CICS
               STARTBR FILE('QZRLFMAS')
               RIDFLD(QZRLFREC-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 4150-SCAN-ONE-AREA
                  THRU 4150-SCAN-ONE-AREA-EXIT
                  UNTIL WS-SCAN-DONE
               EXEC CICS
                   ENDBR FILE('QZRLFMAS')
                   RESP(WS-RESP)
               END-EXEC
           END-IF
           IF NOT WS-AREA-FOUND
               MOVE '04'                 TO LZAPLHDR-RTNCD
               MOVE '0150'               TO LZAPLHDR-RSNCD
               GO TO 4100-INQUIRE-AREA-EXIT
           END-IF
           MOVE RLF-POSTAL-PREFIX        TO QZRLFREC-POSTAL-PREFIX
           MOVE WS-HOLD-START-DATE       TO QZRLFREC-START-DATE
           EXEC CICS
               READ FILE('QZRLFMAS')
               INTO(QZRLFREC)
               RIDFLD(QZRLFREC-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 4500-ECHO-RECORD
                  THRU 4500-ECHO-RECORD-EXIT
           ELSE
               MOVE '12'                 TO LZAPLHDR-RTNCD
               MOVE '9999'               TO LZAPLHDR-RSNCD
           END-IF.
       4100-INQUIRE-AREA-EXIT.
           EXIT.

       4150-SCAN-ONE-AREA.
           EXEC CICS
               READNEXT FILE('QZRLFMAS')
               INTO(QZRLFREC)
               RIDFLD(QZRLFREC-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-SCAN-DONE           TO TRUE
           ELSE
               IF QZRLFREC-POSTAL-PREFIX NOT = RLF-POSTAL-PREFIX
                   SET WS-SCAN-DONE       TO TRUE
               ELSE
                   SET WS-AREA-FOUND      TO TRUE
                   MOVE QZRLFREC-START-DATE
                     TO WS-HOLD-START-DATE
               END-IF
           END-IF.
       4150-SCAN-ONE-AREA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4200-DECLARE-AREA                                           *
      *        A new area is written active, stamped with the         *
      *        supervisor and date it was declared.                    *
      *----------------------------------------------------------------*
       4200-DECLARE-AREA.
           MOVE SPACES                   TO QZRLFREC
           MOVE RLF-POSTAL-PREFIX        TO QZRLFREC-POSTAL-PREFIX
           MOVE RLF-START-DATE           TO QZRLFREC-START-DATE
           MOVE RLF-END-DATE             TO QZRLFREC-END-DATE
           MOVE RLF-SHIFT-DAYS-N         TO QZRLFREC-SHIFT-DAYS
           MOVE 'A'                      TO QZRLFREC-STATUS
           MOVE RLF-DESCRIPTION          TO QZRLFREC-DESCRIPTION
           MOVE WS-TODAY-DATE            TO QZRLFREC-DECLARED-DATE
           MOVE WS-AUDIT-OPERID          TO QZRLFREC-DECLARED-OPERID
           MOVE WS-TODAY-DATE            TO QZRLFREC-LAST-UPD-DATE
           MOVE WS-AUDIT-OPERID          TO QZRLFREC-LAST-UPD-OPERID
           EXEC CICS
               WRITE FILE('QZRLFMAS')
               FROM(QZRLFREC)
               RIDFLD(QZRLFREC-KEY)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 4500-ECHO-RECORD
                      THRU 4500-ECHO-RECORD-EXIT
               WHEN DFHRESP(DUPREC)
                   MOVE '04'             TO LZAPLHDR-RTNCD
                   MOVE '0151'           TO LZAPLHDR-RSNCD
               WHEN OTHER
                   MOVE '12'             TO LZAPLHDR-RTNCD
                   MOVE '9999'           TO LZAPLHDR-RSNCD
           END-EVALUATE.
       4200-DECLARE-AREA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4300-CHANGE-AREA                                            *
      *        End date, shift and description are replaced; the key  *
      *        is not - an area declared under the wrong code or      *
      *        start is cancelled and declared again. A cancelled     *
      *        area stays cancelled (0152).                            *
      *----------------------------------------------------------------*
       4300-CHANGE-AREA.
           PERFORM 4600-READ-FOR-UPDATE
              THRU 4600-READ-FOR-UPDATE-EXIT
           IF LZAPLHDR-RTNCD NOT = '00'
               GO TO 4300-CHANGE-AREA-EXIT
           END-IF
           MOVE RLF-END-DATE             TO QZRLFREC-END-DATE
           MOVE RLF-SHIFT-DAYS-N         TO QZRLFREC-SHIFT-DAYS
           MOVE RLF-DESCRIPTION          TO QZRLFREC-DESCRIPTION
           MOVE WS-TODAY-DATE            TO QZRLFREC-LAST-UPD-DATE
           MOVE WS-AUDIT-OPERID          TO QZRLFREC-LAST-UPD-OPERID
           PERFORM 4700-REWRITE-AREA
              THRU 4700-REWRITE-AREA-EXIT.
       4300-CHANGE-AREA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4400-CANCEL-AREA                                            *
      *        A cancelled area holds nobody and moves no due date    *
      *        from the next batch run on. The record is kept, with  *
      *        the date it was cancelled, so the declaration can      *
      *        still be inquired on.                                   *
      *----------------------------------------------------------------*
       4400-CANCEL-AREA.
           PERFORM 4600-READ-FOR-UPDATE
              THRU 4600-READ-FOR-UPDATE-EXIT
           IF LZAPLHDR-RTNCD NOT = '00'
               GO TO 4400-CANCEL-AREA-EXIT
           END-IF
           MOVE 'X'                      TO QZRLFREC-STATUS
           MOVE WS-TODAY-DATE            TO QZRLFREC-CANCEL-DATE
           MOVE WS-TODAY-DATE            TO QZRLFREC-LAST-UPD-DATE
           MOVE WS-AUDIT-OPERID          TO QZRLFREC-LAST-UPD-OPERID
           PERFORM 4700-REWRITE-AREA
              THRU 4700-REWRITE-AREA-EXIT.
       4400-CANCEL-AREA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4500-ECHO-RECORD                                            *
      *----------------------------------------------------------------*
       4500-ECHO-RECORD.
           MOVE QZRLFREC-POSTAL-PREFIX   TO RLF-RES-POSTAL-PREFIX
           MOVE QZRLFREC-START-DATE      TO RLF-RES-START-DATE
           MOVE QZRLFREC-END-DATE        TO RLF-RES-END-DATE
           MOVE QZRLFREC-SHIFT-DAYS      TO RLF-RES-SHIFT-DAYS
           MOVE QZRLFREC-STATUS          TO RLF-RES-STATUS
           MOVE QZRLFREC-DESCRIPTION     TO RLF-RES-DESCRIPTION
           MOVE QZRLFREC-DECLARED-DATE   TO RLF-RES-DECLARED-DATE
           MOVE QZRLFREC-DECLARED-OPERID TO RLF-RES-DECLARED-OPERID
           MOVE QZRLFREC-LAST-UPD-DATE   TO RLF-RES-LAST-UPD-DATE.
       4500-ECHO-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    4600-READ-FOR-UPDATE                                        *
      *----------------------------------------------------------------*
       4600-READ-FOR-UPDATE.
           MOVE RLF-POSTAL-PREFIX        TO QZRLFREC-POSTAL-PREFIX
           MOVE RLF-START-DATE           TO QZRLFREC-START-DATE
           EXEC CICS
               READ FILE('QZRLFMAS')
               INTO(QZRLFREC)
               RIDFLD(QZRLFREC-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE '04'             TO LZAPLHDR-RTNCD
                   MOVE '0150'           TO LZAPLHDR-RSNCD
                   GO TO 4600-READ-FOR-UPDATE-EXIT
               WHEN OTHER
                   MOVE '12'             TO LZAPLHDR-RTNCD
                   MOVE '9999'           TO LZAPLHDR-RSNCD
                   GO TO 4600-READ-FOR-UPDATE-EXIT
           END-EVALUATE
           IF QZRLFREC-STS-CANCELLED
               MOVE '04'                 TO LZAPLHDR-RTNCD
               MOVE '0152'               TO LZAPLHDR-RSNCD
               PERFORM 4500-ECHO-RECORD
                  THRU 4500-ECHO-RECORD-EXIT
           END-IF.
       4600-READ-FOR-UPDATE-EXIT.
           EXIT.

       4700-REWRITE-AREA.
           EXEC CICS
               REWRITE FILE('QZRLFMAS')
               FROM(QZRLFREC)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 4500-ECHO-RECORD
                  THRU 4500-ECHO-RECORD-EXIT
           ELSE
               MOVE '12'                 TO LZAPLHDR-RTNCD
               MOVE '9999'               TO LZAPLHDR-RSNCD
           END-IF.
       4700-REWRITE-AREA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8000-RESOLVE-HEADER-MSG                                     *
      *----------------------------------------------------------------*
       8000-RESOLVE-HEADER-MSG.
           CALL 'QZHDRMSG' USING LZAPLHDR-AREA.
       8000-RESOLVE-HEADER-MSG-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    8500-AUDIT-LOG                                             *
      *        A relief area request has no customer number - the     *
      *        postal code is carried in the customer slot so the     *
      *        journal still says which area was touched.             *
      *----------------------------------------------------------------*
       8500-AUDIT-LOG.
           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(QZAUDREC-DATE)
           END-EXEC
           COMPUTE WS-ELAPSED-MS =
               WS-ABSTIME - WS-START-ABSTIME
           IF WS-ELAPSED-MS < 0
               MOVE 0                    TO WS-ELAPSED-MS
           END-IF
           MOVE WS-ELAPSED-MS            TO QZAUDREC-ELAPSED-MS
           MOVE EIBTIME                  TO QZAUDREC-TIME
           MOVE EIBTRMID                 TO QZAUDREC-TERMID
           MOVE EIBTRNID                 TO QZAUDREC-TRANID
           MOVE LZAPLHDR-MENUID          TO QZAUDREC-MENUID
           MOVE LZAPLHDR-PGMID           TO QZAUDREC-PGMID
           MOVE SPACES                   TO QZAUDREC-CUSTOMER-NO
           MOVE RLF-POSTAL-PREFIX        TO QZAUDREC-CUSTOMER-NO (1:7)
           MOVE LZAPLHDR-RTNCD           TO QZAUDREC-RTNCD
           MOVE LZAPLHDR-RSNCD           TO QZAUDREC-RSNCD
           MOVE LZAPLHDR-OTHCD           TO QZAUDREC-OTHCD
           MOVE WS-AUDIT-OPERID          TO QZAUDREC-OPERID
           EXEC CICS
               WRITEQ TD
               QUEUE('AUDT')
               FROM(QZAUDREC)
               RESP(WS-RESP)
           END-EXEC.
       8500-AUDIT-LOG-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    9100-NO-COMMAREA                                           *
      *----------------------------------------------------------------*
       9100-NO-COMMAREA.
           EXEC CICS
               ABEND ABCODE('QZNC')
           END-EXEC.
       9100-NO-COMMAREA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    9999-RETURN-TRAN                                            *
      *----------------------------------------------------------------*
       9999-RETURN-TRAN.
           EXEC CICS
               RETURN
           END-EXEC.
       9999-RETURN-TRAN-EXIT.
           EXIT.
