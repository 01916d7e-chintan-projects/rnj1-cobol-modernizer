      ******************************************************************
      * Program Name : COCOLMTC
      * Application  : CardDemo
      * Type         : CICS COBOL Program
      * Function     : Collections Promise-to-Pay
      *                Reached from COACTVWC's account view (PF11).
      *                Lists the account's promises to pay from the
      *                PROMFILE promise file, most recent first, with
      *                the account's recent payments from TRANFILE, so
      *                the collector can see what was promised against
      *                what has come in. A collector keys A to record
      *                a new promise (amount, due date and the
      *                collector it belongs to) or X to cancel the
      *                account's open promise. Promises are only taken
      *                on delinquent or suspended accounts, one open
      *                promise at a time. The entering operator and
      *                the collector are both validated against the
      *                OPERSEC operator security file, and every new
      *                or cancelled promise is audited to ACCTMAUD.
      *                The nightly promise match marks each promise
      *                kept, partially kept or broken.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
      * Licensed under the Apache License, Version 2.0
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COCOLMTC.
       AUTHOR.        AWS MAINFRAME MODERNIZATION TEAM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-COMMAREA.
           05 WS-COMM-ACCOUNT-ID        PIC X(11).
           05 WS-COMM-RETURN-CODE       PIC 9(2).
              88 COMM-SUCCESS           VALUE 00.
              88 COMM-ACCT-NOT-FOUND    VALUE 10.
              88 COMM-INVALID-INPUT     VALUE 20.
              88 COMM-DB-ERROR          VALUE 99.
           05 WS-COMM-MESSAGE           PIC X(50).
           05 WS-COMM-REDISPLAY-FLAG    PIC X(01).
              88 COMM-REDISPLAY-VIEW    VALUE 'V'.
              88 COMM-REDISPLAY-HISTORY VALUE 'H'.
              88 COMM-NO-REDISPLAY      VALUE SPACE.
      *    Mirrors COACTVWC's commarea layout byte-for-byte - this
      *    program does not set it, but the account screens share
      *    one DFHCOMMAREA length so the field has to line up on
      *    every side of the XCTL.
           05 WS-COMM-SCREEN-FLAG       PIC X(01).
              88 SCREEN-ON-HISTORY      VALUE 'H'.
              88 SCREEN-NOT-HISTORY     VALUE SPACE.

       01  WS-ACCOUNT-DATA.
           05 WS-ACCT-ID                PIC X(11).
           05 WS-ACCT-NAME              PIC X(50).
           05 WS-ACCT-ADDRESS.
              10 WS-ADDR-LINE1          PIC X(50).
              10 WS-ADDR-LINE2          PIC X(50).
              10 WS-ADDR-CITY           PIC X(30).
              10 WS-ADDR-STATE          PIC X(02).
              10 WS-ADDR-ZIP            PIC X(10).
           05 WS-ACCT-PHONE             PIC X(15).
           05 WS-ACCT-CREDIT-LIMIT      PIC 9(7)V99.
           05 WS-ACCT-CURRENT-BAL       PIC S9(7)V99.
           05 WS-ACCT-AVAILABLE-CREDIT  PIC S9(7)V99.
           05 WS-ACCT-STATUS            PIC X(01).
              88 WS-ACCT-DELINQUENT     VALUE 'D'.
              88 WS-ACCT-SUSPENDED      VALUE 'S'.
           05 WS-ACCT-OPEN-DATE         PIC X(10).
      *    Autopay enrollment and the debit bank details, carried on
      *    ACCTDAT for the ACH extract run and maintained from
      *    COACTUPC - along for the ride here so the record length
      *    lines up across every program reading ACCTDAT.
           05 WS-ACCT-AUTOPAY-IND       PIC X(01).
           05 WS-ACCT-AUTOPAY-OPTION    PIC X(01).
           05 WS-ACCT-AUTOPAY-ROUTING   PIC X(09).
           05 WS-ACCT-AUTOPAY-BANK      PIC X(17).

      *    Promise-to-pay record as carried on PROMFILE, keyed by
      *    account + the date the promise was taken. The nightly
      *    promise match accumulates the payments received against
      *    an open promise and resolves it once it is paid or due.
       01  WS-PROMISE-RECORD.
           05 PTP-KEY.
              10 PTP-ACCT-ID            PIC X(11).
              10 PTP-PROMISE-DATE       PIC X(10).
           05 PTP-AMOUNT                PIC 9(7)V99.
           05 PTP-DUE-DATE              PIC X(10).
           05 PTP-COLLECTOR-ID          PIC X(03).
           05 PTP-STATUS                PIC X(01).
              88 PTP-OPEN               VALUE 'O'.
              88 PTP-KEPT               VALUE 'K'.
              88 PTP-PARTIAL            VALUE 'P'.
              88 PTP-BROKEN             VALUE 'B'.
              88 PTP-CANCELLED          VALUE 'X'.
           05 PTP-PAID-AMOUNT           PIC 9(7)V99.
           05 PTP-RESOLVED-DATE         PIC X(10).
           05 PTP-ENTERED-BY            PIC X(03).
           05 PTP-FILLER                PIC X(14).

       01  WS-PTP-BROWSE-KEY.
           05 WS-PB-ACCT-ID             PIC X(11).
           05 WS-PB-REST-OF-KEY         PIC X(10).

       01  WS-OPEN-PTP-KEY              PIC X(21).

       01  WS-PTP-BROWSE-FLAGS.
           05 WS-PTP-BROWSE-FLAG        PIC X VALUE 'N'.
              88 PTP-BROWSE-DONE        VALUE 'Y'.
              88 PTP-BROWSE-NOT-DONE    VALUE 'N'.
           05 WS-OPEN-PTP-FLAG          PIC X VALUE 'N'.
              88 OPEN-PROMISE-FOUND     VALUE 'Y'.
              88 NO-OPEN-PROMISE        VALUE 'N'.

      *    Working copy of a TRANSACTION-FILE record, for browsing the
      *    account's recent payments (see CBACT04C's TRAN-RECORD).
       01  WS-TRAN-RECORD.
           05 TRAN-ID                   PIC X(21).
           05 TRAN-ACCT-ID              PIC X(11).
           05 TRAN-TYPE-CD              PIC X(10).
              88 TRAN-TYPE-PAYMENT      VALUE 'PAYMENT'.
              88 TRAN-TYPE-PMT-RETURN   VALUE 'PMT RETURN'.
           05 TRAN-AMT                  PIC S9(9)V99.
           05 TRAN-DATE                 PIC X(10).
           05 TRAN-DESC                 PIC X(40).
           05 TRAN-FILLER               PIC X(07).

       01  WS-TRAN-BROWSE-KEY.
           05 WS-TB-ACCT-ID             PIC X(11).
           05 WS-TB-REST-OF-KEY         PIC X(10).

       01  WS-TRAN-BROWSE-FLAG          PIC X VALUE 'N'.
           88 TRAN-BROWSE-DONE          VALUE 'Y'.
           88 TRAN-BROWSE-NOT-DONE      VALUE 'N'.

      *    How many of the account's most recent postings are looked
      *    through for payments - enough for a couple of cycles of
      *    a busy account without browsing its whole history.
       77  WS-TRAN-SCAN-MAX             PIC 9(03) VALUE 100.
       77  WS-TRAN-SCAN-COUNT           PIC 9(03) VALUE 0.

      *    The fields received from the collections screen. A blank
      *    collector id means the promise is the entering operator's
      *    own.
       01  WS-COLL-INPUT.
           05 WS-CIN-ACTION             PIC X(01).
              88 CIN-ACTION-LIST        VALUE 'L' SPACE.
              88 CIN-ACTION-ADD         VALUE 'A'.
              88 CIN-ACTION-CANCEL      VALUE 'X'.
           05 WS-CIN-AMOUNT             PIC 9(7)V99.
           05 WS-CIN-DUE-DATE           PIC X(10).
           05 WS-CIN-DATE-PARTS REDEFINES WS-CIN-DUE-DATE.
              10 WS-CIN-YEAR            PIC X(04).
              10 WS-CIN-SEP-1           PIC X(01).
              10 WS-CIN-MONTH           PIC X(02).
              10 WS-CIN-SEP-2           PIC X(01).
              10 WS-CIN-DAY             PIC X(02).
           05 WS-CIN-COLLECTOR-ID       PIC X(03).

      *    What goes out to the collections screen.
       01  WS-COLL-SCREEN.
           05 WS-CLS-ACCT-ID            PIC X(11).
           05 WS-CLS-ACCT-NAME          PIC X(50).
           05 WS-CLS-ACCT-PHONE         PIC X(15).
           05 WS-CLS-ACCT-STATUS        PIC X(01).
           05 WS-CLS-CURRENT-BAL        PIC S9(7)V99.
           05 WS-CLS-MESSAGE            PIC X(50).
           05 WS-CLS-PTP-COUNT          PIC 9(02).
           05 WS-CLS-PTP-TBL OCCURS 5 TIMES.
              10 WS-CLS-PTP-DATE        PIC X(10).
              10 WS-CLS-PTP-DUE-DATE    PIC X(10).
              10 WS-CLS-PTP-AMOUNT      PIC 9(7)V99.
              10 WS-CLS-PTP-PAID        PIC 9(7)V99.
              10 WS-CLS-PTP-STATUS      PIC X(01).
              10 WS-CLS-PTP-COLLECTOR   PIC X(03).
           05 WS-CLS-PMT-COUNT          PIC 9(02).
           05 WS-CLS-PMT-TBL OCCURS 5 TIMES.
              10 WS-CLS-PMT-DATE        PIC X(10).
              10 WS-CLS-PMT-TYPE        PIC X(10).
              10 WS-CLS-PMT-AMOUNT      PIC S9(9)V99.
              10 WS-CLS-PMT-DESC        PIC X(20).

       77  WS-CLS-PTP-MAX               PIC 9(02) VALUE 5.
       77  WS-CLS-PMT-MAX               PIC 9(02) VALUE 5.

      *    Furthest ahead a promise may fall due - a longer promise
      *    is a payment plan, not a promise to pay.
       77  WS-COL-MAX-DAYS-AHEAD        PIC 9(03) VALUE 30.

       01  WS-PROMISE-WORK.
           05 WS-PTP-COLLECTOR-ID       PIC X(03).
           05 WS-DAYS-AHEAD             PIC S9(5).

      *    Day-count work fields, as in CBACT04C.
       01  WS-DAYS-CALC-FIELDS.
           05 WS-DATE-YEAR              PIC 9(4).
           05 WS-DATE-MONTH             PIC 9(2).
           05 WS-DATE-DAY               PIC 9(2).
           05 WS-DATE-CUM-DAYS          PIC 9(3).
           05 WS-DATE-ABS-DAYS          PIC 9(7).
           05 WS-DUE-ABS-DAYS           PIC 9(7).
           05 WS-TODAY-ABS-DAYS         PIC 9(7).
           05 WS-DAYS-IN-MONTH          PIC 9(2).
           05 WS-DIV-QUOTIENT           PIC 9(6).
           05 WS-DIV-REMAINDER          PIC 9(4).
           05 WS-YEAR-LESS-1            PIC 9(4).
           05 WS-YEAR-DIV-4             PIC 9(4).
           05 WS-YEAR-DIV-100           PIC 9(4).
           05 WS-YEAR-DIV-400           PIC 9(4).
           05 WS-LEAP-YEAR-SW           PIC X VALUE 'N'.
              88 LEAP-YEAR              VALUE 'Y'.
              88 NOT-LEAP-YEAR          VALUE 'N'.
           05 WS-DATE-INVALID-SW        PIC X VALUE 'N'.
              88 DATE-INVALID           VALUE 'Y'.
              88 DATE-VALID             VALUE 'N'.

       01  WS-DATE-WORK.
           05 WS-ABS-TIME               PIC S9(15) COMP-3.
           05 WS-DATE-YYYYMMDD          PIC X(08).
           05 WS-DATE-DASHED            PIC X(10).

      *    Operator security record as carried on OPERSEC, keyed by
      *    operator id - one copy for the entering operator, one for
      *    the collector the promise is recorded against.
       01  WS-OPSEC-RECORD.
           05 WS-OPSEC-OPERATOR-ID      PIC X(03).
           05 WS-OPSEC-OPERATOR-NAME    PIC X(25).
           05 WS-OPSEC-ROLE             PIC X(01).
              88 OPSEC-ROLE-REP         VALUE 'R'.
              88 OPSEC-ROLE-SUPERVISOR  VALUE 'S'.
              88 OPSEC-ROLE-COMPLIANCE  VALUE 'C'.
              88 OPSEC-ROLE-SECADMIN    VALUE 'A'.
           05 WS-OPSEC-STATUS           PIC X(01).
              88 OPSEC-ACTIVE           VALUE 'A'.
              88 OPSEC-REVOKED          VALUE 'V'.
           05 WS-OPSEC-ADJUST-LIMIT     PIC 9(7)V99.
           05 WS-OPSEC-APPROVE-LIMIT    PIC 9(7)V99.
           05 WS-OPSEC-FILLER           PIC X(12).

       01  WS-COLLECTOR-RECORD.
           05 WS-COLR-OPERATOR-ID       PIC X(03).
           05 WS-COLR-OPERATOR-NAME     PIC X(25).
           05 WS-COLR-ROLE              PIC X(01).
           05 WS-COLR-STATUS            PIC X(01).
              88 COLR-ACTIVE            VALUE 'A'.
              88 COLR-REVOKED           VALUE 'V'.
           05 WS-COLR-ADJUST-LIMIT      PIC 9(7)V99.
           05 WS-COLR-APPROVE-LIMIT     PIC 9(7)V99.
           05 WS-COLR-FILLER            PIC X(12).

       01  WS-OPSEC-READ-ID             PIC X(03).

       01  WS-FLAGS.
           05 WS-RESP-CODE              PIC S9(8) COMP.
           05 WS-RESP2-CODE             PIC S9(8) COMP.

       01  WS-ERROR-MESSAGES.
           05 ERR-ACCT-NOT-FOUND        PIC X(50)
              VALUE 'ACCOUNT NOT FOUND IN DATABASE'.
           05 ERR-INVALID-INPUT         PIC X(50)
              VALUE 'INVALID COLLECTIONS FIELD(S) ENTERED'.
           05 ERR-INVALID-AMOUNT        PIC X(50)
              VALUE 'PROMISED AMOUNT MUST BE GREATER THAN ZERO'.
           05 ERR-AMOUNT-OVER-BAL       PIC X(50)
              VALUE 'PROMISED AMOUNT EXCEEDS THE ACCOUNT BALANCE'.
           05 ERR-INVALID-DATE          PIC X(50)
              VALUE 'DUE DATE MUST BE A VALID YYYY-MM-DD DATE'.
           05 ERR-DATE-OUT-OF-RANGE     PIC X(50)
              VALUE 'DUE DATE MUST BE TODAY OR WITHIN 30 DAYS'.
           05 ERR-NOT-IN-COLLECTIONS    PIC X(50)
              VALUE 'PROMISES ONLY ON DELINQUENT/SUSPENDED ACCOUNTS'.
           05 ERR-PROMISE-OPEN          PIC X(50)
              VALUE 'AN OPEN PROMISE IS ALREADY ON FILE'.
           05 ERR-PROMISE-TODAY         PIC X(50)
              VALUE 'A PROMISE WAS ALREADY TAKEN TODAY'.
           05 ERR-NO-OPEN-PROMISE       PIC X(50)
              VALUE 'NO OPEN PROMISE TO CANCEL'.
           05 ERR-OPER-NOT-ON-FILE      PIC X(50)
              VALUE 'OPERATOR NOT ON SECURITY FILE'.
           05 ERR-OPER-REVOKED          PIC X(50)
              VALUE 'OPERATOR ACCESS REVOKED'.
           05 ERR-COLL-NOT-ON-FILE      PIC X(50)
              VALUE 'COLLECTOR NOT ON SECURITY FILE'.
           05 ERR-COLL-REVOKED          PIC X(50)
              VALUE 'COLLECTOR ACCESS REVOKED'.
           05 ERR-DB-ERROR              PIC X(50)
              VALUE 'DATABASE ERROR - CONTACT SUPPORT'.
           05 MSG-LIST-SUCCESS          PIC X(50)
              VALUE 'PROMISES AND RECENT PAYMENTS LISTED'.
           05 MSG-PROMISE-RECORDED      PIC X(50)
              VALUE 'PROMISE TO PAY RECORDED'.
           05 MSG-PROMISE-CANCELLED     PIC X(50)
              VALUE 'PROMISE TO PAY CANCELLED'.

      *    Before/after maintenance audit record, shared with the
      *    other account screens - one layout on ACCTMAUD, told
      *    apart by the change-type field. Promises carry a one-line
      *    image of the promise in the address-line fields, the
      *    promised amount as the adjustment amount, the promise key
      *    in the reference field and the collector as approver.
       01  WS-MAINT-AUDIT-RECORD.
           05 WS-MAUD-KEY.
              10 WS-MAUD-ACCT-ID        PIC X(11).
              10 WS-MAUD-DATE           PIC 9(07).
              10 WS-MAUD-TIME           PIC 9(07).
              10 WS-MAUD-SEQ            PIC 9(02).
           05 WS-MAUD-OPERATOR-ID       PIC X(03).
           05 WS-MAUD-TERMINAL-ID       PIC X(04).
           05 WS-MAUD-CHANGE-TYPE       PIC X(08).
              88 MAUD-CHANGE-PTPADD     VALUE 'PTPADD'.
              88 MAUD-CHANGE-PTPCAN     VALUE 'PTPCAN'.
           05 WS-MAUD-BEFORE.
              10 WS-MAUD-BEF-ADDR-LINE1 PIC X(50).
              10 WS-MAUD-BEF-ADDR-LINE2 PIC X(50).
              10 WS-MAUD-BEF-ADDR-CITY  PIC X(30).
              10 WS-MAUD-BEF-ADDR-STATE PIC X(02).
              10 WS-MAUD-BEF-ADDR-ZIP   PIC X(10).
              10 WS-MAUD-BEF-PHONE      PIC X(15).
              10 WS-MAUD-BEF-STATUS     PIC X(01).
              10 WS-MAUD-BEF-AUTOPAY.
                 15 WS-MAUD-BEF-AP-IND  PIC X(01).
                 15 WS-MAUD-BEF-AP-OPT  PIC X(01).
                 15 WS-MAUD-BEF-AP-RTN  PIC X(09).
                 15 WS-MAUD-BEF-AP-BANK PIC X(17).
           05 WS-MAUD-AFTER.
              10 WS-MAUD-AFT-ADDR-LINE1 PIC X(50).
              10 WS-MAUD-AFT-ADDR-LINE2 PIC X(50).
              10 WS-MAUD-AFT-ADDR-CITY  PIC X(30).
              10 WS-MAUD-AFT-ADDR-STATE PIC X(02).
              10 WS-MAUD-AFT-ADDR-ZIP   PIC X(10).
              10 WS-MAUD-AFT-PHONE      PIC X(15).
              10 WS-MAUD-AFT-STATUS     PIC X(01).
              10 WS-MAUD-AFT-AUTOPAY.
                 15 WS-MAUD-AFT-AP-IND  PIC X(01).
                 15 WS-MAUD-AFT-AP-OPT  PIC X(01).
                 15 WS-MAUD-AFT-AP-RTN  PIC X(09).
                 15 WS-MAUD-AFT-AP-BANK PIC X(17).
           05 WS-MAUD-ADJ-FIELDS.
              10 WS-MAUD-BEF-BALANCE    PIC S9(7)V99.
              10 WS-MAUD-AFT-BALANCE    PIC S9(7)V99.
              10 WS-MAUD-ADJ-AMOUNT     PIC S9(9)V99.
              10 WS-MAUD-ADJ-REASON     PIC X(04).
              10 WS-MAUD-ADJ-REV-TRAN   PIC X(21).
              10 WS-MAUD-ADJ-APPROVER   PIC X(03).

       01  WS-MAUD-SEQ-CTR              PIC 9(02) VALUE 0.
       01  WS-MAUD-WRITE-RESP           PIC S9(8) COMP.
       01  WS-BEFORE-IMAGE              PIC X(50).
       01  WS-AFTER-IMAGE               PIC X(50).
       01  WS-IMAGE-AMOUNT              PIC ZZZZZZ9.99.

      *    Persistent audit trail of collections-screen errors, the
      *    same ACCTAUD file and layout the other account screens
      *    write.
       01  WS-AUDIT-RECORD.
           05 WS-AUDIT-KEY.
              10 WS-AUDIT-ACCT-ID       PIC X(11).
              10 WS-AUDIT-DATE          PIC 9(07).
              10 WS-AUDIT-TIME          PIC 9(07).
              10 WS-AUDIT-SEQ           PIC 9(02).
           05 WS-AUDIT-EVENT-TYPE       PIC X(10).
           05 WS-AUDIT-RESP-CODE        PIC S9(8) COMP.
           05 WS-AUDIT-RESP2-CODE       PIC S9(8) COMP.
           05 WS-AUDIT-MESSAGE          PIC X(50).

       01  WS-AUDIT-SEQ-CTR             PIC 9(02) VALUE 0.
       01  WS-AUDIT-WRITE-RESP          PIC S9(8) COMP.

       COPY DFHAID.
       COPY DFHBMSCA.

       LINKAGE SECTION.
       01  DFHCOMMAREA                  PIC X(65).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           IF EIBCALEN NOT = 0
              MOVE DFHCOMMAREA TO WS-COMMAREA
           END-IF

           EVALUATE TRUE
              WHEN EIBCALEN = 0
      *          No account context - send the rep back to the menu
      *          instead of listing an account nobody picked.
                 PERFORM 9100-NO-CONTEXT-ERROR
              WHEN EIBAID = DFHPF11
                 PERFORM 1000-FIRST-TIME
              WHEN EIBAID = DFHENTER
                 PERFORM 2000-PROCESS-COLLECTION-ACTION
              WHEN EIBAID = DFHPF3
                 PERFORM 9000-RETURN-TO-VIEW
              WHEN EIBAID = DFHPF12
                 PERFORM 9000-RETURN-TO-VIEW
              WHEN EIBAID = DFHCLEAR
                 PERFORM 1000-FIRST-TIME
              WHEN OTHER
                 PERFORM 8000-INVALID-KEY
           END-EVALUATE

           EXEC CICS RETURN
              TRANSID('CCOL')
              COMMAREA(WS-COMMAREA)
              LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

       1000-FIRST-TIME.
      *    Arrive here fresh from PF11 on COACTVWC's account view -
      *    the commarea carries the account id the rep was already
      *    looking at. The first screen lists what is on file.
           PERFORM 3900-GET-CURRENT-DATE
           PERFORM 1100-RETRIEVE-ACCOUNT

           IF COMM-SUCCESS
              MOVE SPACES TO WS-COMM-MESSAGE
              PERFORM 4100-BUILD-COLLECTION-SCREEN
              PERFORM 1200-SEND-COLLECTION-MAP
           ELSE
              PERFORM 9500-LOG-ERROR
              PERFORM 9000-RETURN-TO-VIEW
           END-IF.

       1100-RETRIEVE-ACCOUNT.
           EXEC CICS READ
              FILE('ACCTDAT')
              INTO(WS-ACCOUNT-DATA)
              RIDFLD(WS-COMM-ACCOUNT-ID)
              RESP(WS-RESP-CODE)
              RESP2(WS-RESP2-CODE)
           END-EXEC

           EVALUATE WS-RESP-CODE
              WHEN DFHRESP(NORMAL)
                 SET COMM-SUCCESS TO TRUE
              WHEN DFHRESP(NOTFND)
                 SET COMM-ACCT-NOT-FOUND TO TRUE
                 MOVE ERR-ACCT-NOT-FOUND TO WS-COMM-MESSAGE
              WHEN OTHER
                 SET COMM-DB-ERROR TO TRUE
                 MOVE ERR-DB-ERROR TO WS-COMM-MESSAGE
           END-EVALUATE.

       1200-SEND-COLLECTION-MAP.
           EXEC CICS SEND
              MAP('COLMTM')
              MAPSET('COLMTS')
              FROM(WS-COLL-SCREEN)
              ERASE
              CURSOR
           END-EXEC.

       1500-BROWSE-PROMISES.
      *    The promise key is account + promise date, so browsing
      *    backward from the high end of the account's key range
      *    returns the most recent promises first, as the history
      *    screen does for postings. The whole range is read, not
      *    just the first screenful, so an open promise further
      *    back is still found.
           MOVE 0 TO WS-CLS-PTP-COUNT
           SET PTP-BROWSE-NOT-DONE TO TRUE
           SET NO-OPEN-PROMISE TO TRUE
           MOVE SPACES TO WS-OPEN-PTP-KEY
           MOVE WS-COMM-ACCOUNT-ID TO WS-PB-ACCT-ID
           MOVE HIGH-VALUES TO WS-PB-REST-OF-KEY

           EXEC CICS STARTBR
              FILE('PROMFILE')
              RIDFLD(WS-PTP-BROWSE-KEY)
              GTEQ
              RESP(WS-RESP-CODE)
           END-EXEC

      *    NOTFND just means this account holds the highest key on
      *    the file; the browse position is still valid for READPREV.
           IF WS-RESP-CODE = DFHRESP(NORMAL) OR
              WS-RESP-CODE = DFHRESP(NOTFND)
              PERFORM 1550-READ-PREVIOUS-PROMISE
                 UNTIL PTP-BROWSE-DONE
              EXEC CICS ENDBR
                 FILE('PROMFILE')
              END-EXEC
           END-IF.

       1550-READ-PREVIOUS-PROMISE.
           EXEC CICS READPREV
              FILE('PROMFILE')
              INTO(WS-PROMISE-RECORD)
              RIDFLD(WS-PTP-BROWSE-KEY)
              RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
              SET PTP-BROWSE-DONE TO TRUE
           ELSE
              IF PTP-ACCT-ID NOT = WS-COMM-ACCOUNT-ID
                 SET PTP-BROWSE-DONE TO TRUE
              ELSE
                 IF PTP-OPEN AND NO-OPEN-PROMISE
                    SET OPEN-PROMISE-FOUND TO TRUE
                    MOVE PTP-KEY TO WS-OPEN-PTP-KEY
                 END-IF
                 IF WS-CLS-PTP-COUNT < WS-CLS-PTP-MAX
                    ADD 1 TO WS-CLS-PTP-COUNT
                    MOVE PTP-PROMISE-DATE TO
                       WS-CLS-PTP-DATE(WS-CLS-PTP-COUNT)
                    MOVE PTP-DUE-DATE TO
                       WS-CLS-PTP-DUE-DATE(WS-CLS-PTP-COUNT)
                    MOVE PTP-AMOUNT TO
                       WS-CLS-PTP-AMOUNT(WS-CLS-PTP-COUNT)
                    MOVE PTP-PAID-AMOUNT TO
                       WS-CLS-PTP-PAID(WS-CLS-PTP-COUNT)
                    MOVE PTP-STATUS TO
                       WS-CLS-PTP-STATUS(WS-CLS-PTP-COUNT)
                    MOVE PTP-COLLECTOR-ID TO
                       WS-CLS-PTP-COLLECTOR(WS-CLS-PTP-COUNT)
                 END-IF
              END-IF
           END-IF.

       1600-BROWSE-PAYMENTS.
      *    Recent payments, newest first, from the same backward
      *    TRANFILE browse the history screen uses - payments and
      *    returned payments only, since those are what a promise
      *    is judged on.
           MOVE 0 TO WS-CLS-PMT-COUNT
           MOVE 0 TO WS-TRAN-SCAN-COUNT
           SET TRAN-BROWSE-NOT-DONE TO TRUE
           MOVE WS-COMM-ACCOUNT-ID TO WS-TB-ACCT-ID
           MOVE HIGH-VALUES TO WS-TB-REST-OF-KEY

           EXEC CICS STARTBR
              FILE('TRANFILE')
              RIDFLD(WS-TRAN-BROWSE-KEY)
              GTEQ
              RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE = DFHRESP(NORMAL) OR
              WS-RESP-CODE = DFHRESP(NOTFND)
              PERFORM 1650-READ-PREVIOUS-TRANSACTION
                 UNTIL TRAN-BROWSE-DONE
              EXEC CICS ENDBR
                 FILE('TRANFILE')
              END-EXEC
           END-IF.

       1650-READ-PREVIOUS-TRANSACTION.
           EXEC CICS READPREV
              FILE('TRANFILE')
              INTO(WS-TRAN-RECORD)
              RIDFLD(WS-TRAN-BROWSE-KEY)
              RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
              SET TRAN-BROWSE-DONE TO TRUE
           ELSE
              ADD 1 TO WS-TRAN-SCAN-COUNT
              IF TRAN-ACCT-ID NOT = WS-COMM-ACCOUNT-ID
                 OR WS-TRAN-SCAN-COUNT > WS-TRAN-SCAN-MAX
                 SET TRAN-BROWSE-DONE TO TRUE
              ELSE
                 IF TRAN-TYPE-PAYMENT OR TRAN-TYPE-PMT-RETURN
                    ADD 1 TO WS-CLS-PMT-COUNT
                    MOVE TRAN-DATE TO
                       WS-CLS-PMT-DATE(WS-CLS-PMT-COUNT)
                    MOVE TRAN-TYPE-CD TO
                       WS-CLS-PMT-TYPE(WS-CLS-PMT-COUNT)
                    MOVE TRAN-AMT TO
                       WS-CLS-PMT-AMOUNT(WS-CLS-PMT-COUNT)
                    MOVE TRAN-DESC(1:20) TO
                       WS-CLS-PMT-DESC(WS-CLS-PMT-COUNT)
                    IF WS-CLS-PMT-COUNT >= WS-CLS-PMT-MAX
                       SET TRAN-BROWSE-DONE TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF.

       2000-PROCESS-COLLECTION-ACTION.
           EXEC CICS RECEIVE
              MAP('COLMTM')
              MAPSET('COLMTS')
              INTO(WS-COLL-INPUT)
           END-EXEC

           PERFORM 2100-VALIDATE-COLLECTION-ACTION

           IF COMM-SUCCESS
              EVALUATE TRUE
                 WHEN CIN-ACTION-LIST
                    MOVE MSG-LIST-SUCCESS TO WS-COMM-MESSAGE
                 WHEN CIN-ACTION-ADD
                    PERFORM 3000-RECORD-PROMISE
                 WHEN CIN-ACTION-CANCEL
                    PERFORM 3300-CANCEL-PROMISE
              END-EVALUATE
           END-IF

           PERFORM 4000-SEND-COLLECTION-RESPONSE.

       2100-VALIDATE-COLLECTION-ACTION.
      *    Listing is an inquiry; recording or cancelling a promise
      *    changes how the account is worked, so the entering
      *    operator has to be a real, active entry on the security
      *    file before either is taken.
           PERFORM 3900-GET-CURRENT-DATE
           IF NOT (CIN-ACTION-LIST OR CIN-ACTION-ADD
                   OR CIN-ACTION-CANCEL)
              SET COMM-INVALID-INPUT TO TRUE
              MOVE ERR-INVALID-INPUT TO WS-COMM-MESSAGE
              MOVE 0 TO WS-RESP-CODE
              MOVE 1 TO WS-RESP2-CODE
              PERFORM 9500-LOG-ERROR
           ELSE
              PERFORM 1100-RETRIEVE-ACCOUNT
              IF NOT COMM-SUCCESS
                 PERFORM 9500-LOG-ERROR
              END-IF
              IF COMM-SUCCESS AND NOT CIN-ACTION-LIST
                 PERFORM 2050-VERIFY-OPERATOR
              END-IF
              IF COMM-SUCCESS AND CIN-ACTION-ADD
                 PERFORM 2150-EDIT-PROMISE-FIELDS
              END-IF
           END-IF.

       2050-VERIFY-OPERATOR.
           MOVE EIBOPID TO WS-OPSEC-READ-ID
           EXEC CICS READ
              FILE('OPERSEC')
              INTO(WS-OPSEC-RECORD)
              RIDFLD(WS-OPSEC-READ-ID)
              RESP(WS-RESP-CODE)
              RESP2(WS-RESP2-CODE)
           END-EXEC

           EVALUATE WS-RESP-CODE
              WHEN DFHRESP(NORMAL)
                 IF OPSEC-ACTIVE
                    SET COMM-SUCCESS TO TRUE
                 ELSE
                    SET COMM-INVALID-INPUT TO TRUE
                    MOVE ERR-OPER-REVOKED TO WS-COMM-MESSAGE
                    MOVE 0 TO WS-RESP-CODE
                    MOVE 1 TO WS-RESP2-CODE
                    PERFORM 9500-LOG-ERROR
                 END-IF
              WHEN DFHRESP(NOTFND)
                 SET COMM-INVALID-INPUT TO TRUE
                 MOVE ERR-OPER-NOT-ON-FILE TO WS-COMM-MESSAGE
                 PERFORM 9500-LOG-ERROR
              WHEN OTHER
                 SET COMM-DB-ERROR TO TRUE
                 MOVE ERR-DB-ERROR TO WS-COMM-MESSAGE
                 PERFORM 9500-LOG-ERROR
           END-EVALUATE.

       2150-EDIT-PROMISE-FIELDS.
      *    Field edits; none of these failures is backed by an
      *    EXEC CICS call, so set an explicit sentinel to keep a
      *    stale RESP code out of the audit record. A current
      *    account has nothing to promise, and a promise for more
      *    than is owed cannot be kept in the sense the match run
      *    measures.
           EVALUATE TRUE
              WHEN NOT (WS-ACCT-DELINQUENT OR WS-ACCT-SUSPENDED)
                 SET COMM-INVALID-INPUT TO TRUE
                 MOVE ERR-NOT-IN-COLLECTIONS TO WS-COMM-MESSAGE
              WHEN WS-CIN-AMOUNT NOT NUMERIC OR WS-CIN-AMOUNT = 0
                 SET COMM-INVALID-INPUT TO TRUE
                 MOVE ERR-INVALID-AMOUNT TO WS-COMM-MESSAGE
              WHEN WS-CIN-AMOUNT > WS-ACCT-CURRENT-BAL
                 SET COMM-INVALID-INPUT TO TRUE
                 MOVE ERR-AMOUNT-OVER-BAL TO WS-COMM-MESSAGE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF COMM-SUCCESS
              PERFORM 2160-EDIT-DUE-DATE
           END-IF

           IF COMM-SUCCESS
              PERFORM 2170-VERIFY-COLLECTOR
           ELSE
              IF NOT COMM-DB-ERROR
                 MOVE 0 TO WS-RESP-CODE
                 MOVE 1 TO WS-RESP2-CODE
              END-IF
              PERFORM 9500-LOG-ERROR
           END-IF.

       2160-EDIT-DUE-DATE.
      *    The due date has to be a real calendar date from today up
      *    to the promise horizon.
           SET DATE-VALID TO TRUE
           IF WS-CIN-YEAR NOT NUMERIC OR WS-CIN-MONTH NOT NUMERIC
              OR WS-CIN-DAY NOT NUMERIC
              OR WS-CIN-SEP-1 NOT = '-' OR WS-CIN-SEP-2 NOT = '-'
              SET DATE-INVALID TO TRUE
           ELSE
              MOVE WS-CIN-YEAR TO WS-DATE-YEAR
              MOVE WS-CIN-MONTH TO WS-DATE-MONTH
              MOVE WS-CIN-DAY TO WS-DATE-DAY
              PERFORM 2165-CHECK-DAY-OF-MONTH
           END-IF

           IF DATE-INVALID
              SET COMM-INVALID-INPUT TO TRUE
              MOVE ERR-INVALID-DATE TO WS-COMM-MESSAGE
           ELSE
              PERFORM 2560-CALCULATE-ABSOLUTE-DAY
              MOVE WS-DATE-ABS-DAYS TO WS-DUE-ABS-DAYS

              MOVE WS-DATE-DASHED(1:4) TO WS-DATE-YEAR
              MOVE WS-DATE-DASHED(6:2) TO WS-DATE-MONTH
              MOVE WS-DATE-DASHED(9:2) TO WS-DATE-DAY
              PERFORM 2560-CALCULATE-ABSOLUTE-DAY
              MOVE WS-DATE-ABS-DAYS TO WS-TODAY-ABS-DAYS

              COMPUTE WS-DAYS-AHEAD =
                 WS-DUE-ABS-DAYS - WS-TODAY-ABS-DAYS
              END-COMPUTE

              IF WS-DAYS-AHEAD < 0
                 OR WS-DAYS-AHEAD > WS-COL-MAX-DAYS-AHEAD
                 SET COMM-INVALID-INPUT TO TRUE
                 MOVE ERR-DATE-OUT-OF-RANGE TO WS-COMM-MESSAGE
              END-IF
           END-IF.

       2165-CHECK-DAY-OF-MONTH.
           PERFORM 2570-CHECK-LEAP-YEAR
           EVALUATE WS-DATE-MONTH
              WHEN 02
                 IF LEAP-YEAR
                    MOVE 29 TO WS-DAYS-IN-MONTH
                 ELSE
                    MOVE 28 TO WS-DAYS-IN-MONTH
                 END-IF
              WHEN 04
              WHEN 06
              WHEN 09
              WHEN 11
                 MOVE 30 TO WS-DAYS-IN-MONTH
              WHEN 01 THRU 12
                 MOVE 31 TO WS-DAYS-IN-MONTH
              WHEN OTHER
                 MOVE 0 TO WS-DAYS-IN-MONTH
           END-EVALUATE

           IF WS-DATE-DAY < 1 OR WS-DATE-DAY > WS-DAYS-IN-MONTH
              SET DATE-INVALID TO TRUE
           END-IF.

       2170-VERIFY-COLLECTOR.
      *    The collector the promise is worked by has to be a real,
      *    active operator - the broken-promise work list is routed
      *    by this id.
           IF WS-CIN-COLLECTOR-ID = SPACES OR
              WS-CIN-COLLECTOR-ID = LOW-VALUES
              MOVE EIBOPID TO WS-PTP-COLLECTOR-ID
           ELSE
              MOVE WS-CIN-COLLECTOR-ID TO WS-PTP-COLLECTOR-ID
           END-IF

           MOVE WS-PTP-COLLECTOR-ID TO WS-OPSEC-READ-ID
           EXEC CICS READ
              FILE('OPERSEC')
              INTO(WS-COLLECTOR-RECORD)
              RIDFLD(WS-OPSEC-READ-ID)
              RESP(WS-RESP-CODE)
              RESP2(WS-RESP2-CODE)
           END-EXEC

           EVALUATE TRUE
              WHEN WS-RESP-CODE = DFHRESP(NOTFND)
                 SET COMM-INVALID-INPUT TO TRUE
                 MOVE ERR-COLL-NOT-ON-FILE TO WS-COMM-MESSAGE
                 PERFORM 9500-LOG-ERROR
              WHEN WS-RESP-CODE NOT = DFHRESP(NORMAL)
                 SET COMM-DB-ERROR TO TRUE
                 MOVE ERR-DB-ERROR TO WS-COMM-MESSAGE
                 PERFORM 9500-LOG-ERROR
              WHEN NOT COLR-ACTIVE
                 SET COMM-INVALID-INPUT TO TRUE
                 MOVE ERR-COLL-REVOKED TO WS-COMM-MESSAGE
                 MOVE 0 TO WS-RESP-CODE
                 MOVE 1 TO WS-RESP2-CODE
                 PERFORM 9500-LOG-ERROR
              WHEN OTHER
                 SET COMM-SUCCESS TO TRUE
           END-EVALUATE.

       2560-CALCULATE-ABSOLUTE-DAY.
      *    Convert WS-DATE-YEAR/MONTH/DAY into a day number that
      *    increases monotonically across years, so subtracting two
      *    of them gives the true number of days between the dates
      *    (as in CBACT04C's 2060-CALCULATE-ABSOLUTE-DAY).
           EVALUATE WS-DATE-MONTH
              WHEN 01   MOVE 000 TO WS-DATE-CUM-DAYS
              WHEN 02   MOVE 031 TO WS-DATE-CUM-DAYS
              WHEN 03   MOVE 059 TO WS-DATE-CUM-DAYS
              WHEN 04   MOVE 090 TO WS-DATE-CUM-DAYS
              WHEN 05   MOVE 120 TO WS-DATE-CUM-DAYS
              WHEN 06   MOVE 151 TO WS-DATE-CUM-DAYS
              WHEN 07   MOVE 181 TO WS-DATE-CUM-DAYS
              WHEN 08   MOVE 212 TO WS-DATE-CUM-DAYS
              WHEN 09   MOVE 243 TO WS-DATE-CUM-DAYS
              WHEN 10   MOVE 273 TO WS-DATE-CUM-DAYS
              WHEN 11   MOVE 304 TO WS-DATE-CUM-DAYS
              WHEN 12   MOVE 334 TO WS-DATE-CUM-DAYS
              WHEN OTHER
                 MOVE 000 TO WS-DATE-CUM-DAYS
                 SET DATE-INVALID TO TRUE
           END-EVALUATE

           PERFORM 2570-CHECK-LEAP-YEAR

      *    Each division must be truncated to an integer before it is
      *    summed, so each term gets its own DIVIDE.
           COMPUTE WS-YEAR-LESS-1 = WS-DATE-YEAR - 1
           DIVIDE WS-YEAR-LESS-1 BY 4 GIVING WS-YEAR-DIV-4
           DIVIDE WS-YEAR-LESS-1 BY 100 GIVING WS-YEAR-DIV-100
           DIVIDE WS-YEAR-LESS-1 BY 400 GIVING WS-YEAR-DIV-400

           COMPUTE WS-DATE-ABS-DAYS =
              WS-DATE-YEAR * 365
              + WS-YEAR-DIV-4
              - WS-YEAR-DIV-100
              + WS-YEAR-DIV-400
              + WS-DATE-CUM-DAYS
              + WS-DATE-DAY
           END-COMPUTE

           IF LEAP-YEAR AND WS-DATE-MONTH > 2
              ADD 1 TO WS-DATE-ABS-DAYS
           END-IF.

       2570-CHECK-LEAP-YEAR.
           SET NOT-LEAP-YEAR TO TRUE
           DIVIDE WS-DATE-YEAR BY 4
              GIVING WS-DIV-QUOTIENT REMAINDER WS-DIV-REMAINDER
           IF WS-DIV-REMAINDER = 0
              SET LEAP-YEAR TO TRUE
              DIVIDE WS-DATE-YEAR BY 100
                 GIVING WS-DIV-QUOTIENT REMAINDER WS-DIV-REMAINDER
              IF WS-DIV-REMAINDER = 0
                 SET NOT-LEAP-YEAR TO TRUE
                 DIVIDE WS-DATE-YEAR BY 400
                    GIVING WS-DIV-QUOTIENT REMAINDER WS-DIV-REMAINDER
                 IF WS-DIV-REMAINDER = 0
                    SET LEAP-YEAR TO TRUE
                 END-IF
              END-IF
           END-IF.

       3000-RECORD-PROMISE.
      *    One open promise at a time - the collector has to cancel
      *    the open one before taking another - and one promise per
      *    account per day, since the promise date is in the key.
           PERFORM 1500-BROWSE-PROMISES

           IF OPEN-PROMISE-FOUND
              SET COMM-INVALID-INPUT TO TRUE
              MOVE ERR-PROMISE-OPEN TO WS-COMM-MESSAGE
              MOVE 0 TO WS-RESP-CODE
              MOVE 1 TO WS-RESP2-CODE
              PERFORM 9500-LOG-ERROR
           ELSE
              PERFORM 3100-BUILD-PROMISE
              EXEC CICS WRITE
                 FILE('PROMFILE')
                 FROM(WS-PROMISE-RECORD)
                 RIDFLD(PTP-KEY)
                 RESP(WS-RESP-CODE)
                 RESP2(WS-RESP2-CODE)
              END-EXEC

              EVALUATE WS-RESP-CODE
                 WHEN DFHRESP(NORMAL)
                    SET COMM-SUCCESS TO TRUE
                    MOVE MSG-PROMISE-RECORDED TO WS-COMM-MESSAGE
                    PERFORM 3800-WRITE-PROMISE-AUDIT
                 WHEN DFHRESP(DUPREC)
                    SET COMM-INVALID-INPUT TO TRUE
                    MOVE ERR-PROMISE-TODAY TO WS-COMM-MESSAGE
                    PERFORM 9500-LOG-ERROR
                 WHEN OTHER
                    SET COMM-DB-ERROR TO TRUE
                    MOVE ERR-DB-ERROR TO WS-COMM-MESSAGE
                    PERFORM 9500-LOG-ERROR
              END-EVALUATE
           END-IF.

       3100-BUILD-PROMISE.
           MOVE SPACES TO WS-PROMISE-RECORD
           MOVE WS-COMM-ACCOUNT-ID TO PTP-ACCT-ID
           MOVE WS-DATE-DASHED TO PTP-PROMISE-DATE
           MOVE WS-CIN-AMOUNT TO PTP-AMOUNT
           MOVE WS-CIN-DUE-DATE TO PTP-DUE-DATE
           MOVE WS-PTP-COLLECTOR-ID TO PTP-COLLECTOR-ID
           SET PTP-OPEN TO TRUE
           MOVE 0 TO PTP-PAID-AMOUNT
           MOVE EIBOPID TO PTP-ENTERED-BY.

       3300-CANCEL-PROMISE.
      *    The customer has withdrawn the promise, or it was keyed
      *    in error - only the open promise can be cancelled; one
      *    the match run has already resolved stands as it is.
           PERFORM 1500-BROWSE-PROMISES

           IF NO-OPEN-PROMISE
              SET COMM-INVALID-INPUT TO TRUE
              MOVE ERR-NO-OPEN-PROMISE TO WS-COMM-MESSAGE
              MOVE 0 TO WS-RESP-CODE
              MOVE 1 TO WS-RESP2-CODE
              PERFORM 9500-LOG-ERROR
           ELSE
              MOVE WS-OPEN-PTP-KEY TO PTP-KEY
              EXEC CICS READ
                 FILE('PROMFILE')
                 INTO(WS-PROMISE-RECORD)
                 RIDFLD(PTP-KEY)
                 RESP(WS-RESP-CODE)
                 RESP2(WS-RESP2-CODE)
                 UPDATE
              END-EXEC

              EVALUATE TRUE
                 WHEN WS-RESP-CODE = DFHRESP(NORMAL) AND PTP-OPEN
                    SET PTP-CANCELLED TO TRUE
                    MOVE WS-DATE-DASHED TO PTP-RESOLVED-DATE
                    EXEC CICS REWRITE
                       FILE('PROMFILE')
                       FROM(WS-PROMISE-RECORD)
                       RESP(WS-RESP-CODE)
                    END-EXEC
                    IF WS-RESP-CODE = DFHRESP(NORMAL)
                       SET COMM-SUCCESS TO TRUE
                       MOVE MSG-PROMISE-CANCELLED TO WS-COMM-MESSAGE
                       PERFORM 3800-WRITE-PROMISE-AUDIT
                    ELSE
                       SET COMM-DB-ERROR TO TRUE
                       MOVE ERR-DB-ERROR TO WS-COMM-MESSAGE
                       PERFORM 9500-LOG-ERROR
                    END-IF
      *          The match run resolved it between the browse and
      *          the read for update.
                 WHEN WS-RESP-CODE = DFHRESP(NORMAL)
                 WHEN WS-RESP-CODE = DFHRESP(NOTFND)
                    SET COMM-INVALID-INPUT TO TRUE
                    MOVE ERR-NO-OPEN-PROMISE TO WS-COMM-MESSAGE
                    MOVE 0 TO WS-RESP-CODE
                    MOVE 1 TO WS-RESP2-CODE
                    PERFORM 9500-LOG-ERROR
                 WHEN OTHER
                    SET COMM-DB-ERROR TO TRUE
                    MOVE ERR-DB-ERROR TO WS-COMM-MESSAGE
                    PERFORM 9500-LOG-ERROR
              END-EVALUATE
           END-IF.

       3800-WRITE-PROMISE-AUDIT.
      *    Promise events go to ACCTMAUD in the shared layout with a
      *    one-line image of the promise before and after in the
      *    address-line fields.
           MOVE PTP-AMOUNT TO WS-IMAGE-AMOUNT
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-AFTER-IMAGE
           IF CIN-ACTION-CANCEL
              STRING 'PTP STS O DUE ' PTP-DUE-DATE
                     ' ' WS-IMAGE-AMOUNT
                 DELIMITED BY SIZE INTO WS-BEFORE-IMAGE
              END-STRING
           END-IF
           STRING 'PTP STS ' PTP-STATUS
                  ' DUE ' PTP-DUE-DATE
                  ' ' WS-IMAGE-AMOUNT
              DELIMITED BY SIZE INTO WS-AFTER-IMAGE
           END-STRING

           MOVE SPACES TO WS-MAINT-AUDIT-RECORD
           ADD 1 TO WS-MAUD-SEQ-CTR
           MOVE WS-COMM-ACCOUNT-ID TO WS-MAUD-ACCT-ID
           MOVE EIBDATE TO WS-MAUD-DATE
           MOVE EIBTIME TO WS-MAUD-TIME
           MOVE WS-MAUD-SEQ-CTR TO WS-MAUD-SEQ
           MOVE EIBOPID TO WS-MAUD-OPERATOR-ID
           MOVE EIBTRMID TO WS-MAUD-TERMINAL-ID
           IF CIN-ACTION-ADD
              SET MAUD-CHANGE-PTPADD TO TRUE
           ELSE
              SET MAUD-CHANGE-PTPCAN TO TRUE
           END-IF
           MOVE WS-BEFORE-IMAGE TO WS-MAUD-BEF-ADDR-LINE1
           MOVE WS-AFTER-IMAGE TO WS-MAUD-AFT-ADDR-LINE1
           MOVE WS-ACCT-STATUS TO WS-MAUD-BEF-STATUS
           MOVE WS-ACCT-STATUS TO WS-MAUD-AFT-STATUS

           MOVE WS-ACCT-CURRENT-BAL TO WS-MAUD-BEF-BALANCE
           MOVE WS-ACCT-CURRENT-BAL TO WS-MAUD-AFT-BALANCE
           MOVE PTP-AMOUNT TO WS-MAUD-ADJ-AMOUNT
           MOVE 'PTP' TO WS-MAUD-ADJ-REASON
           MOVE PTP-KEY TO WS-MAUD-ADJ-REV-TRAN
           MOVE PTP-COLLECTOR-ID TO WS-MAUD-ADJ-APPROVER

           EXEC CICS WRITE
              FILE('ACCTMAUD')
              FROM(WS-MAINT-AUDIT-RECORD)
              RIDFLD(WS-MAUD-KEY)
              RESP(WS-MAUD-WRITE-RESP)
           END-EXEC

      *    The audit file is the durable record - if the write to it
      *    fails, that has to be observable too, not silently lost.
           IF WS-MAUD-WRITE-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS WRITEQ TD
                 QUEUE('ERRLOG')
                 FROM(WS-MAINT-AUDIT-RECORD)
                 LENGTH(LENGTH OF WS-MAINT-AUDIT-RECORD)
              END-EXEC
           END-IF.

       3900-GET-CURRENT-DATE.
           EXEC CICS ASKTIME
              ABSTIME(WS-ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
              ABSTIME(WS-ABS-TIME)
              YYYYMMDD(WS-DATE-YYYYMMDD)
           END-EXEC
           EXEC CICS FORMATTIME
              ABSTIME(WS-ABS-TIME)
              YYYYMMDD(WS-DATE-DASHED)
              DATESEP('-')
           END-EXEC.

       4000-SEND-COLLECTION-RESPONSE.
      *    After a good action the screen is rebuilt so the collector
      *    sees the promises as they now stand.
           IF COMM-SUCCESS
              PERFORM 4100-BUILD-COLLECTION-SCREEN
              EXEC CICS SEND
                 MAP('COLMTM')
                 MAPSET('COLMTS')
                 FROM(WS-COLL-SCREEN)
                 DATAONLY
                 CURSOR
              END-EXEC
           ELSE
              EXEC CICS SEND
                 MAP('COLMTM')
                 MAPSET('COLMTS')
                 FROM(WS-COMMAREA)
                 DATAONLY
                 CURSOR
                 ALARM
              END-EXEC
           END-IF.

       4100-BUILD-COLLECTION-SCREEN.
           INITIALIZE WS-COLL-SCREEN
           MOVE WS-ACCT-ID TO WS-CLS-ACCT-ID
           MOVE WS-ACCT-NAME TO WS-CLS-ACCT-NAME
           MOVE WS-ACCT-PHONE TO WS-CLS-ACCT-PHONE
           MOVE WS-ACCT-STATUS TO WS-CLS-ACCT-STATUS
           MOVE WS-ACCT-CURRENT-BAL TO WS-CLS-CURRENT-BAL
           MOVE WS-COMM-MESSAGE TO WS-CLS-MESSAGE
           PERFORM 1500-BROWSE-PROMISES
           PERFORM 1600-BROWSE-PAYMENTS.

       8000-INVALID-KEY.
           MOVE 'INVALID KEY PRESSED - USE ENTER OR PF3'
              TO WS-COMM-MESSAGE
           SET COMM-INVALID-INPUT TO TRUE
           PERFORM 4000-SEND-COLLECTION-RESPONSE.

       9000-RETURN-TO-VIEW.
      *    EIBAID is still whatever PF key drove this task - XCTL
      *    does not reset it - so flag the redisplay in the
      *    commarea; COACTVWC checks this ahead of its normal AID
      *    dispatch.
           SET COMM-REDISPLAY-VIEW TO TRUE
           EXEC CICS XCTL
              PROGRAM('COACTVWC')
              COMMAREA(WS-COMMAREA)
              LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

       9100-NO-CONTEXT-ERROR.
           INITIALIZE WS-COMMAREA
           MOVE ERR-INVALID-INPUT TO WS-COMM-MESSAGE
           SET COMM-INVALID-INPUT TO TRUE
      *    No EXEC CICS call backs this failure - set an explicit
      *    sentinel so the audit record does not carry a stale RESP
      *    code left over from some earlier, unrelated call.
           MOVE 0 TO WS-RESP-CODE
           MOVE 1 TO WS-RESP2-CODE
           PERFORM 9500-LOG-ERROR
           EXEC CICS XCTL
              PROGRAM('COMEN01C')
           END-EXEC.

       9500-LOG-ERROR.
      *    Write error to transient data queue, and persist the same
      *    event to the account-audit file (as in the other account
      *    screens).
           EXEC CICS WRITEQ TD
              QUEUE('ERRLOG')
              FROM(WS-COMMAREA)
              LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC

           PERFORM 9600-WRITE-AUDIT-RECORD.

       9600-WRITE-AUDIT-RECORD.
           ADD 1 TO WS-AUDIT-SEQ-CTR
           MOVE WS-COMM-ACCOUNT-ID TO WS-AUDIT-ACCT-ID
           MOVE EIBDATE TO WS-AUDIT-DATE
           MOVE EIBTIME TO WS-AUDIT-TIME
           MOVE WS-AUDIT-SEQ-CTR TO WS-AUDIT-SEQ
           MOVE WS-RESP-CODE TO WS-AUDIT-RESP-CODE
           MOVE WS-RESP2-CODE TO WS-AUDIT-RESP2-CODE
           MOVE WS-COMM-MESSAGE TO WS-AUDIT-MESSAGE

           EVALUATE TRUE
              WHEN COMM-ACCT-NOT-FOUND
                 MOVE 'NOTFND' TO WS-AUDIT-EVENT-TYPE
              WHEN COMM-INVALID-INPUT
                 MOVE 'INVALID' TO WS-AUDIT-EVENT-TYPE
              WHEN COMM-DB-ERROR
                 MOVE 'DBERROR' TO WS-AUDIT-EVENT-TYPE
              WHEN OTHER
                 MOVE 'UNKNOWN' TO WS-AUDIT-EVENT-TYPE
           END-EVALUATE

           EXEC CICS WRITE
              FILE('ACCTAUD')
              FROM(WS-AUDIT-RECORD)
              RIDFLD(WS-AUDIT-KEY)
              RESP(WS-AUDIT-WRITE-RESP)
           END-EXEC

      *    The audit file is the durable record - if the write to it
      *    fails, that has to be observable too, not silently lost.
           IF WS-AUDIT-WRITE-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS WRITEQ TD
                 QUEUE('ERRLOG')
                 FROM(WS-AUDIT-RECORD)
                 LENGTH(LENGTH OF WS-AUDIT-RECORD)
              END-EXEC
           END-IF.
