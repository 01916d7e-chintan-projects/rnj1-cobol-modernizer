      ******************************************************************
      * Program Name : COPAYQTC
      * Application  : CardDemo
      * Type         : CICS COBOL Program
      * Function     : Payoff Quote and Closure Request
      *                Reached from COACTVWC's account view (PF10).
      *                Quotes what it takes to pay the account off on
      *                a payoff date the rep keys: the balance plus
      *                the interest that will have accrued by then,
      *                worked out with the interest run's own day
      *                count (last payment date to the payoff date,
      *                365-day basis) and its promotional/tiered rate
      *                lookup on the RATETIER file, leaving out any
      *                amount under open dispute on DISPFILE as the
      *                interest run does. A rep keys Q to
      *                quote, C to record a customer-requested
      *                closure against the quote on the CLOSREQ
      *                closure request file, or X to cancel a pending
      *                request. The nightly closure run closes the
      *                account once the payoff has posted and the
      *                balance is zero. Requests and cancellations are
      *                audited to ACCTMAUD with the operator and
      *                terminal that made them; the operator is
      *                validated against the OPERSEC operator security
      *                file.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
      * Licensed under the Apache License, Version 2.0
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COPAYQTC.
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
              88 WS-ACCT-CLOSED         VALUE 'C'.
              88 WS-ACCT-CHARGED-OFF    VALUE 'O'.
           05 WS-ACCT-OPEN-DATE         PIC X(10).
      *    Autopay enrollment and the debit bank details, carried on
      *    ACCTDAT for the ACH extract run and maintained from
      *    COACTUPC - along for the ride here so the record length
      *    lines up across every program reading ACCTDAT.
           05 WS-ACCT-AUTOPAY-IND       PIC X(01).
           05 WS-ACCT-AUTOPAY-OPTION    PIC X(01).
           05 WS-ACCT-AUTOPAY-ROUTING   PIC X(09).
           05 WS-ACCT-AUTOPAY-BANK      PIC X(17).

      *    The account master record (see CBACT04C's ACCOUNT-RECORD)
      *    - read only for the two things the quote needs that the
      *    online record does not carry: the account's own interest
      *    rate and the last payment date the day count runs from.
       01  WS-ACCT-MASTER-RECORD.
           05 WS-AM-ACCT-ID             PIC X(11).
           05 WS-AM-HOLDER-NAME         PIC X(50).
           05 WS-AM-CREDIT-LIMIT        PIC 9(7)V99.
           05 WS-AM-CURRENT-BALANCE     PIC S9(7)V99.
           05 WS-AM-MINIMUM-PAYMENT     PIC 9(5)V99.
           05 WS-AM-INTEREST-RATE       PIC 9(2)V9(4).
           05 WS-AM-LAST-PAYMENT-DATE   PIC X(10).
           05 WS-AM-LAST-PAYMENT-AMT    PIC 9(7)V99.
           05 WS-AM-STATUS              PIC X(01).
              88 WS-AM-CLOSED           VALUE 'C'.
              88 WS-AM-CHARGED-OFF      VALUE 'O'.
           05 WS-AM-OPEN-DATE           PIC X(10).
           05 WS-AM-LAST-POSTING-DATE   PIC X(10).
           05 WS-AM-FILLER              PIC X(182).

      *    Closure request record as carried on CLOSREQ, keyed by
      *    account - one request per account. The quote the request
      *    was taken against is kept with it; the nightly closure
      *    run moves a pending request to closed or expired.
       01  WS-CLOSURE-REQUEST.
           05 CLRQ-ACCT-ID              PIC X(11).
           05 CLRQ-REQUEST-DATE         PIC X(10).
           05 CLRQ-PAYOFF-DATE          PIC X(10).
           05 CLRQ-PAYOFF-AMOUNT        PIC S9(7)V99.
           05 CLRQ-INTEREST-AMOUNT      PIC 9(5)V99.
           05 CLRQ-OPERATOR-ID          PIC X(03).
           05 CLRQ-STATUS               PIC X(01).
              88 CLRQ-PENDING           VALUE 'P'.
              88 CLRQ-CLOSED            VALUE 'C'.
              88 CLRQ-CANCELLED         VALUE 'X'.
              88 CLRQ-EXPIRED           VALUE 'E'.
           05 CLRQ-CLOSED-DATE          PIC X(10).
           05 CLRQ-FILLER               PIC X(19).

       01  WS-OLD-CLRQ-STATUS           PIC X(01).

      *    The fields received from the payoff screen. A payoff date
      *    left blank quotes for today.
       01  WS-PAYQ-INPUT.
           05 WS-PIN-PAYOFF-DATE        PIC X(10).
           05 WS-PIN-DATE-PARTS REDEFINES WS-PIN-PAYOFF-DATE.
              10 WS-PIN-YEAR            PIC X(04).
              10 WS-PIN-SEP-1           PIC X(01).
              10 WS-PIN-MONTH           PIC X(02).
              10 WS-PIN-SEP-2           PIC X(01).
              10 WS-PIN-DAY             PIC X(02).
           05 WS-PIN-ACTION             PIC X(01).
              88 PIN-ACTION-QUOTE       VALUE 'Q'.
              88 PIN-ACTION-CLOSE       VALUE 'C'.
              88 PIN-ACTION-CANCEL      VALUE 'X'.

      *    What goes out to the payoff screen.
       01  WS-PAYQ-SCREEN.
           05 WS-PQS-ACCT-ID            PIC X(11).
           05 WS-PQS-ACCT-NAME          PIC X(50).
           05 WS-PQS-MESSAGE            PIC X(50).
           05 WS-PQS-CURRENT-BAL        PIC S9(7)V99.
           05 WS-PQS-LAST-PMT-DATE      PIC X(10).
           05 WS-PQS-RATE               PIC 9(2)V9(4).
           05 WS-PQS-PAYOFF-DATE        PIC X(10).
           05 WS-PQS-DAYS               PIC 9(05).
           05 WS-PQS-INTEREST           PIC 9(7)V99.
           05 WS-PQS-PAYOFF-AMOUNT      PIC S9(9)V99.
           05 WS-PQS-REQ-STATUS         PIC X(01).
           05 WS-PQS-REQ-DATE           PIC X(10).
           05 WS-PQS-REQ-PAYOFF-DATE    PIC X(10).

      *    Furthest ahead a quote may be dated - beyond it the
      *    balance is likely to move before the payoff arrives.
       77  WS-PQ-MAX-DAYS-AHEAD         PIC 9(03) VALUE 30.

      *    Rate tier record as carried on RATETIER (see CBACT04C's
      *    RATE-TIER-RECORD), browsed here in entry order.
       01  WS-RATE-TIER-RECORD.
           05 WS-RTR-TIER-CODE          PIC X(05).
           05 WS-RTR-BAL-TIER-LOW       PIC 9(7)V99.
           05 WS-RTR-BAL-TIER-HIGH      PIC 9(7)V99.
           05 WS-RTR-RATE               PIC 9(2)V9(4).

       01  WS-RATE-TIER-FIELDS.
           05 WS-RATE-BROWSE-FLAG       PIC X VALUE 'N'.
              88 RATE-BROWSE-DONE       VALUE 'Y'.
              88 RATE-BROWSE-NOT-DONE   VALUE 'N'.
           05 WS-RATE-TIER-FOUND-SW     PIC X VALUE 'N'.
              88 RATE-TIER-FOUND        VALUE 'Y'.
              88 RATE-TIER-NOT-FOUND    VALUE 'N'.
           05 WS-RATE-TIER-RBA          PIC S9(8) COMP VALUE 0.

      *    Dispute case record as carried on DISPFILE (see
      *    CBACT04C's DISPUTE-RECORD), browsed by account so an
      *    amount under open dispute is kept out of the interest
      *    base, as it is in the interest run.
       01  WS-DISPUTE-RECORD.
           05 WS-DSR-KEY.
              10 WS-DSR-ACCT-ID         PIC X(11).
              10 WS-DSR-TRAN-ID         PIC X(21).
           05 WS-DSR-AMOUNT             PIC 9(7)V99.
           05 WS-DSR-REASON-CODE        PIC X(04).
           05 WS-DSR-OPENED-DATE        PIC X(10).
           05 WS-DSR-STATUS             PIC X(01).
              88 WS-DSR-ACTIVE          VALUE 'O' 'A'.
           05 WS-DSR-PROV-TRAN-ID       PIC X(21).
           05 WS-DSR-FILLER             PIC X(73).

       01  WS-DISPUTE-FIELDS.
           05 WS-DISP-BROWSE-KEY.
              10 WS-DB-ACCT-ID          PIC X(11).
              10 WS-DB-TRAN-ID          PIC X(21).
           05 WS-DISP-BROWSE-FLAG       PIC X VALUE 'N'.
              88 DISP-BROWSE-DONE       VALUE 'Y'.
              88 DISP-BROWSE-NOT-DONE   VALUE 'N'.
           05 WS-DISPUTED-ON-BALANCE    PIC S9(9)V99.
           05 WS-INTEREST-BASE          PIC S9(9)V99.

      *    The quote itself.
       01  WS-PAYOFF-WORK.
           05 WS-PQ-BALANCE             PIC S9(7)V99.
           05 WS-PQ-INTEREST            PIC 9(7)V99.
           05 WS-PQ-PAYOFF-AMOUNT       PIC S9(9)V99.
           05 WS-PQ-PAYOFF-DATE         PIC X(10).
           05 WS-PERIOD-RATE            PIC 9(3)V9(6).
           05 WS-EFFECTIVE-RATE         PIC 9(2)V9(4).
           05 WS-DAYS-AHEAD             PIC S9(5).

      *    Day-count work fields, as in CBACT04C.
       01  WS-DAYS-CALC-FIELDS.
           05 WS-DATE-YEAR              PIC 9(4).
           05 WS-DATE-MONTH             PIC 9(2).
           05 WS-DATE-DAY               PIC 9(2).
           05 WS-DATE-CUM-DAYS          PIC 9(3).
           05 WS-DATE-ABS-DAYS          PIC 9(7).
           05 WS-LAST-PMT-ABS-DAYS      PIC 9(7).
           05 WS-PAYOFF-ABS-DAYS        PIC 9(7).
           05 WS-TODAY-ABS-DAYS         PIC 9(7).
           05 WS-DAYS-ELAPSED           PIC 9(5).
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
      *    operator id.
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

       01  WS-OPSEC-READ-ID             PIC X(03).

       01  WS-FLAGS.
           05 WS-RESP-CODE              PIC S9(8) COMP.
           05 WS-RESP2-CODE             PIC S9(8) COMP.

       01  WS-ERROR-MESSAGES.
           05 ERR-ACCT-NOT-FOUND        PIC X(50)
              VALUE 'ACCOUNT NOT FOUND IN DATABASE'.
           05 ERR-INVALID-INPUT         PIC X(50)
              VALUE 'INVALID PAYOFF FIELD(S) ENTERED'.
           05 ERR-INVALID-DATE          PIC X(50)
              VALUE 'PAYOFF DATE MUST BE A VALID YYYY-MM-DD DATE'.
           05 ERR-DATE-OUT-OF-RANGE     PIC X(50)
              VALUE 'PAYOFF DATE MUST BE TODAY OR WITHIN 30 DAYS'.
           05 ERR-ACCT-CLOSED           PIC X(50)
              VALUE 'ACCOUNT IS ALREADY CLOSED'.
           05 ERR-ACCT-CHARGED-OFF      PIC X(50)
              VALUE 'ACCOUNT CHARGED OFF - REFER TO RECOVERY'.
           05 ERR-REQUEST-PENDING       PIC X(50)
              VALUE 'A CLOSURE REQUEST IS ALREADY PENDING'.
           05 ERR-NO-PENDING-REQUEST    PIC X(50)
              VALUE 'NO PENDING CLOSURE REQUEST TO CANCEL'.
           05 ERR-OPER-NOT-ON-FILE      PIC X(50)
              VALUE 'OPERATOR NOT ON SECURITY FILE'.
           05 ERR-OPER-REVOKED          PIC X(50)
              VALUE 'OPERATOR ACCESS REVOKED'.
           05 ERR-DB-ERROR              PIC X(50)
              VALUE 'DATABASE ERROR - CONTACT SUPPORT'.
           05 MSG-QUOTE-SUCCESS         PIC X(50)
              VALUE 'PAYOFF QUOTE CALCULATED'.
           05 MSG-CLOSE-SUCCESS         PIC X(50)
              VALUE 'CLOSURE REQUEST RECORDED - CLOSES AT ZERO BALANCE'.
           05 MSG-CANCEL-SUCCESS        PIC X(50)
              VALUE 'CLOSURE REQUEST CANCELLED'.

      *    Before/after maintenance audit record, shared with the
      *    other account screens - one layout on ACCTMAUD, told
      *    apart by the change-type field. Closure requests carry a
      *    one-line image of the request in the address-line
      *    fields, the balance and the quoted payoff in the amount
      *    fields and the quoted interest as the adjustment amount.
       01  WS-MAINT-AUDIT-RECORD.
           05 WS-MAUD-KEY.
              10 WS-MAUD-ACCT-ID        PIC X(11).
              10 WS-MAUD-DATE           PIC 9(07).
              10 WS-MAUD-TIME           PIC 9(07).
              10 WS-MAUD-SEQ            PIC 9(02).
           05 WS-MAUD-OPERATOR-ID       PIC X(03).
           05 WS-MAUD-TERMINAL-ID       PIC X(04).
           05 WS-MAUD-CHANGE-TYPE       PIC X(08).
              88 MAUD-CHANGE-CLOSEREQ   VALUE 'CLOSEREQ'.
              88 MAUD-CHANGE-CLOSECAN   VALUE 'CLOSECAN'.
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
       01  WS-IMAGE-AMOUNT              PIC ZZZZZZ9.99-.

      *    Persistent audit trail of payoff-screen errors, the same
      *    ACCTAUD file and layout the other account screens write.
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
      *          instead of quoting an account nobody picked.
                 PERFORM 9100-NO-CONTEXT-ERROR
              WHEN EIBAID = DFHPF10
                 PERFORM 1000-FIRST-TIME
              WHEN EIBAID = DFHENTER
                 PERFORM 2000-PROCESS-PAYOFF-ACTION
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
              TRANSID('CPAY')
              COMMAREA(WS-COMMAREA)
              LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

       1000-FIRST-TIME.
      *    Arrive here fresh from PF10 on COACTVWC's account view -
      *    the commarea carries the account id the rep was already
      *    looking at. The first screen quotes a payoff today.
           PERFORM 3900-GET-CURRENT-DATE
           MOVE WS-DATE-DASHED TO WS-PQ-PAYOFF-DATE
           MOVE 0 TO WS-DAYS-AHEAD
           PERFORM 1100-RETRIEVE-ACCOUNT

           IF COMM-SUCCESS
              MOVE SPACES TO WS-COMM-MESSAGE
              PERFORM 2500-CALCULATE-PAYOFF
              PERFORM 4100-BUILD-PAYOFF-SCREEN
              PERFORM 1200-SEND-PAYOFF-MAP
           ELSE
              PERFORM 9500-LOG-ERROR
              PERFORM 9000-RETURN-TO-VIEW
           END-IF.

       1100-RETRIEVE-ACCOUNT.
      *    The balance quoted is the online balance the rep sees on
      *    the account view; the rate and the last payment date come
      *    from the account master.
           EXEC CICS READ
              FILE('ACCTDAT')
              INTO(WS-ACCOUNT-DATA)
              RIDFLD(WS-COMM-ACCOUNT-ID)
              RESP(WS-RESP-CODE)
              RESP2(WS-RESP2-CODE)
           END-EXEC

           IF WS-RESP-CODE = DFHRESP(NORMAL)
              EXEC CICS READ
                 FILE('ACCTFILE')
                 INTO(WS-ACCT-MASTER-RECORD)
                 RIDFLD(WS-COMM-ACCOUNT-ID)
                 RESP(WS-RESP-CODE)
                 RESP2(WS-RESP2-CODE)
              END-EXEC
           END-IF

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

       1200-SEND-PAYOFF-MAP.
           EXEC CICS SEND
              MAP('PAYQTM')
              MAPSET('PAYQTS')
              FROM(WS-PAYQ-SCREEN)
              ERASE
              CURSOR
           END-EXEC.

       1300-READ-CLOSURE-REQUEST.
      *    Any request already on file for the account is shown with
      *    the quote, so the rep can see a pending one before taking
      *    a second.
           MOVE WS-COMM-ACCOUNT-ID TO CLRQ-ACCT-ID
           EXEC CICS READ
              FILE('CLOSREQ')
              INTO(WS-CLOSURE-REQUEST)
              RIDFLD(CLRQ-ACCT-ID)
              RESP(WS-RESP-CODE)
              RESP2(WS-RESP2-CODE)
           END-EXEC

           IF WS-RESP-CODE = DFHRESP(NORMAL)
              MOVE CLRQ-STATUS TO WS-PQS-REQ-STATUS
              MOVE CLRQ-REQUEST-DATE TO WS-PQS-REQ-DATE
              MOVE CLRQ-PAYOFF-DATE TO WS-PQS-REQ-PAYOFF-DATE
           ELSE
              MOVE SPACES TO WS-PQS-REQ-STATUS
              MOVE SPACES TO WS-PQS-REQ-DATE
              MOVE SPACES TO WS-PQS-REQ-PAYOFF-DATE
           END-IF.

       2000-PROCESS-PAYOFF-ACTION.
           EXEC CICS RECEIVE
              MAP('PAYQTM')
              MAPSET('PAYQTS')
              INTO(WS-PAYQ-INPUT)
           END-EXEC

           PERFORM 2100-VALIDATE-PAYOFF-ACTION

           IF COMM-SUCCESS
              EVALUATE TRUE
                 WHEN PIN-ACTION-QUOTE
                    MOVE MSG-QUOTE-SUCCESS TO WS-COMM-MESSAGE
                 WHEN PIN-ACTION-CLOSE
                    PERFORM 3000-RECORD-CLOSURE-REQUEST
                 WHEN PIN-ACTION-CANCEL
                    PERFORM 3300-CANCEL-CLOSURE-REQUEST
              END-EVALUATE
           END-IF

           PERFORM 4000-SEND-PAYOFF-RESPONSE.

       2100-VALIDATE-PAYOFF-ACTION.
      *    A quote is an inquiry; recording or cancelling a request
      *    changes the account's course, so the entering operator
      *    has to be a real, active entry on the security file
      *    before either is taken.
           PERFORM 3900-GET-CURRENT-DATE
           IF NOT (PIN-ACTION-QUOTE OR PIN-ACTION-CLOSE
                   OR PIN-ACTION-CANCEL)
              SET COMM-INVALID-INPUT TO TRUE
              MOVE ERR-INVALID-INPUT TO WS-COMM-MESSAGE
              MOVE 0 TO WS-RESP-CODE
              MOVE 1 TO WS-RESP2-CODE
              PERFORM 9500-LOG-ERROR
           ELSE
              SET COMM-SUCCESS TO TRUE
              IF NOT PIN-ACTION-QUOTE
                 PERFORM 2050-VERIFY-OPERATOR
              END-IF
              IF COMM-SUCCESS
                 PERFORM 2150-EDIT-PAYOFF-DATE
              END-IF
              IF COMM-SUCCESS
                 PERFORM 2200-EDIT-ACCOUNT
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

       2150-EDIT-PAYOFF-DATE.
      *    Field edits; none of these failures is backed by an
      *    EXEC CICS call, so set an explicit sentinel to keep a
      *    stale RESP code out of the audit record. The payoff date
      *    has to be a real calendar date from today up to the
      *    quote horizon; blank means today.
           IF WS-PIN-PAYOFF-DATE = SPACES OR
              WS-PIN-PAYOFF-DATE = LOW-VALUES
              MOVE WS-DATE-DASHED TO WS-PIN-PAYOFF-DATE
           END-IF

           SET DATE-VALID TO TRUE
           IF WS-PIN-YEAR NOT NUMERIC OR WS-PIN-MONTH NOT NUMERIC
              OR WS-PIN-DAY NOT NUMERIC
              OR WS-PIN-SEP-1 NOT = '-' OR WS-PIN-SEP-2 NOT = '-'
              SET DATE-INVALID TO TRUE
           ELSE
              MOVE WS-PIN-YEAR TO WS-DATE-YEAR
              MOVE WS-PIN-MONTH TO WS-DATE-MONTH
              MOVE WS-PIN-DAY TO WS-DATE-DAY
              PERFORM 2160-CHECK-DAY-OF-MONTH
           END-IF

           IF DATE-INVALID
              SET COMM-INVALID-INPUT TO TRUE
              MOVE ERR-INVALID-DATE TO WS-COMM-MESSAGE
              MOVE 0 TO WS-RESP-CODE
              MOVE 1 TO WS-RESP2-CODE
              PERFORM 9500-LOG-ERROR
           ELSE
              PERFORM 2560-CALCULATE-ABSOLUTE-DAY
              MOVE WS-DATE-ABS-DAYS TO WS-PAYOFF-ABS-DAYS

              MOVE WS-DATE-DASHED(1:4) TO WS-DATE-YEAR
              MOVE WS-DATE-DASHED(6:2) TO WS-DATE-MONTH
              MOVE WS-DATE-DASHED(9:2) TO WS-DATE-DAY
              PERFORM 2560-CALCULATE-ABSOLUTE-DAY
              MOVE WS-DATE-ABS-DAYS TO WS-TODAY-ABS-DAYS

              COMPUTE WS-DAYS-AHEAD =
                 WS-PAYOFF-ABS-DAYS - WS-TODAY-ABS-DAYS
              END-COMPUTE

              IF WS-DAYS-AHEAD < 0
                 OR WS-DAYS-AHEAD > WS-PQ-MAX-DAYS-AHEAD
                 SET COMM-INVALID-INPUT TO TRUE
                 MOVE ERR-DATE-OUT-OF-RANGE TO WS-COMM-MESSAGE
                 MOVE 0 TO WS-RESP-CODE
                 MOVE 1 TO WS-RESP2-CODE
                 PERFORM 9500-LOG-ERROR
              ELSE
                 MOVE WS-PIN-PAYOFF-DATE TO WS-PQ-PAYOFF-DATE
              END-IF
           END-IF.

       2160-CHECK-DAY-OF-MONTH.
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

       2200-EDIT-ACCOUNT.
      *    A closed account has nothing left to pay off, and a
      *    charged-off balance belongs to recovery, not to a
      *    customer closure.
           PERFORM 1100-RETRIEVE-ACCOUNT

           EVALUATE TRUE
              WHEN NOT COMM-SUCCESS
                 PERFORM 9500-LOG-ERROR
              WHEN WS-ACCT-CLOSED OR WS-AM-CLOSED
                 SET COMM-INVALID-INPUT TO TRUE
                 MOVE ERR-ACCT-CLOSED TO WS-COMM-MESSAGE
                 MOVE 0 TO WS-RESP-CODE
                 MOVE 1 TO WS-RESP2-CODE
                 PERFORM 9500-LOG-ERROR
              WHEN WS-ACCT-CHARGED-OFF OR WS-AM-CHARGED-OFF
                 SET COMM-INVALID-INPUT TO TRUE
                 MOVE ERR-ACCT-CHARGED-OFF TO WS-COMM-MESSAGE
                 MOVE 0 TO WS-RESP-CODE
                 MOVE 1 TO WS-RESP2-CODE
                 PERFORM 9500-LOG-ERROR
              WHEN OTHER
                 PERFORM 2500-CALCULATE-PAYOFF
           END-EVALUATE.

       2500-CALCULATE-PAYOFF.
      *    Interest accrues from the last payment to the payoff
      *    date at the rate the interest run would charge on this
      *    balance, prorated on a 365-day basis with the same $0.50
      *    minimum, truncated rather than rounded, and on the
      *    balance less any amount still carried in it under open
      *    dispute - so the quote matches what the cycle would post.
           MOVE WS-ACCT-CURRENT-BAL TO WS-PQ-BALANCE
           MOVE 0 TO WS-PQ-INTEREST

           PERFORM 2550-CALCULATE-DAYS-ELAPSED
           PERFORM 2580-LOOKUP-EFFECTIVE-RATE
           PERFORM 2520-TOTAL-OPEN-DISPUTES

           COMPUTE WS-PERIOD-RATE =
              (WS-EFFECTIVE-RATE * WS-DAYS-ELAPSED) / 365
              ON SIZE ERROR
                 MOVE 999.999999 TO WS-PERIOD-RATE
           END-COMPUTE

           COMPUTE WS-INTEREST-BASE =
              WS-PQ-BALANCE - WS-DISPUTED-ON-BALANCE
           END-COMPUTE
           IF WS-INTEREST-BASE > 0
              COMPUTE WS-PQ-INTEREST =
                 WS-INTEREST-BASE * WS-PERIOD-RATE
              END-COMPUTE
              IF WS-PQ-INTEREST < 0.50
                 MOVE 0.50 TO WS-PQ-INTEREST
              END-IF
           END-IF

           COMPUTE WS-PQ-PAYOFF-AMOUNT =
              WS-PQ-BALANCE + WS-PQ-INTEREST
           END-COMPUTE.

       2520-TOTAL-OPEN-DISPUTES.
      *    CBACT04C's 2150-TOTAL-OPEN-DISPUTES: an open or
      *    acknowledged case with no provisional credit on the
      *    ledger still has its amount carried in the balance. No
      *    dispute file, or no cases for the account, leaves the
      *    whole balance in the base.
           MOVE 0 TO WS-DISPUTED-ON-BALANCE
           SET DISP-BROWSE-NOT-DONE TO TRUE
           MOVE WS-COMM-ACCOUNT-ID TO WS-DB-ACCT-ID
           MOVE LOW-VALUES TO WS-DB-TRAN-ID

           EXEC CICS STARTBR
              FILE('DISPFILE')
              RIDFLD(WS-DISP-BROWSE-KEY)
              GTEQ
              RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE = DFHRESP(NORMAL)
              PERFORM 2530-READ-NEXT-DISPUTE
                 UNTIL DISP-BROWSE-DONE
              EXEC CICS ENDBR
                 FILE('DISPFILE')
              END-EXEC
           END-IF.

       2530-READ-NEXT-DISPUTE.
           EXEC CICS READNEXT
              FILE('DISPFILE')
              INTO(WS-DISPUTE-RECORD)
              RIDFLD(WS-DISP-BROWSE-KEY)
              RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
              SET DISP-BROWSE-DONE TO TRUE
           ELSE
              IF WS-DSR-ACCT-ID NOT = WS-COMM-ACCOUNT-ID
                 SET DISP-BROWSE-DONE TO TRUE
              ELSE
                 IF WS-DSR-ACTIVE
                    AND WS-DSR-PROV-TRAN-ID = SPACES
                    ADD WS-DSR-AMOUNT TO WS-DISPUTED-ON-BALANCE
                 END-IF
              END-IF
           END-IF.

       2550-CALCULATE-DAYS-ELAPSED.
      *    CBACT04C's 2050-CALCULATE-DAYS-ELAPSED, run to the payoff
      *    date instead of the processing date.
           SET DATE-VALID TO TRUE
           MOVE WS-AM-LAST-PAYMENT-DATE(1:4) TO WS-DATE-YEAR
           MOVE WS-AM-LAST-PAYMENT-DATE(6:2) TO WS-DATE-MONTH
           MOVE WS-AM-LAST-PAYMENT-DATE(9:2) TO WS-DATE-DAY
           PERFORM 2560-CALCULATE-ABSOLUTE-DAY
           MOVE WS-DATE-ABS-DAYS TO WS-LAST-PMT-ABS-DAYS

           MOVE WS-PQ-PAYOFF-DATE(1:4) TO WS-DATE-YEAR
           MOVE WS-PQ-PAYOFF-DATE(6:2) TO WS-DATE-MONTH
           MOVE WS-PQ-PAYOFF-DATE(9:2) TO WS-DATE-DAY
           PERFORM 2560-CALCULATE-ABSOLUTE-DAY
           MOVE WS-DATE-ABS-DAYS TO WS-PAYOFF-ABS-DAYS

           COMPUTE WS-DAYS-ELAPSED =
              WS-PAYOFF-ABS-DAYS - WS-LAST-PMT-ABS-DAYS
           END-COMPUTE

      *    Guard against a missing/invalid last payment date or a
      *    payoff date out of sequence with it, or an invalid month
      *    turned up by 2560 (DATE-INVALID).
           IF WS-DAYS-ELAPSED NOT > 0 OR DATE-INVALID
              MOVE 30 TO WS-DAYS-ELAPSED
           END-IF.

       2560-CALCULATE-ABSOLUTE-DAY.
      *    Convert WS-DATE-YEAR/MONTH/DAY into a day number that
      *    increases monotonically across years, so subtracting two
      *    of them gives the true number of days between the dates.
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

       2580-LOOKUP-EFFECTIVE-RATE.
      *    CBACT04C's 2080-LOOKUP-EFFECTIVE-RATE: the promotional/
      *    tiered rate for the balance when one applies, otherwise
      *    the account's own rate. RATETIER is browsed from the top
      *    in entry order, so the first bracketing tier wins exactly
      *    as it does in the batch table search.
           MOVE WS-AM-INTEREST-RATE TO WS-EFFECTIVE-RATE
           SET RATE-TIER-NOT-FOUND TO TRUE
           SET RATE-BROWSE-NOT-DONE TO TRUE
           MOVE 0 TO WS-RATE-TIER-RBA

           EXEC CICS STARTBR
              FILE('RATETIER')
              RIDFLD(WS-RATE-TIER-RBA)
              RBA
              GTEQ
              RESP(WS-RESP-CODE)
           END-EXEC

      *    No tier file, or an empty one, just leaves the account's
      *    own rate in force, as it does in the batch.
           IF WS-RESP-CODE = DFHRESP(NORMAL)
              PERFORM 2590-SEARCH-RATE-TIER
                 UNTIL RATE-BROWSE-DONE
              EXEC CICS ENDBR
                 FILE('RATETIER')
              END-EXEC
           END-IF.

       2590-SEARCH-RATE-TIER.
           EXEC CICS READNEXT
              FILE('RATETIER')
              INTO(WS-RATE-TIER-RECORD)
              RIDFLD(WS-RATE-TIER-RBA)
              RBA
              RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
              SET RATE-BROWSE-DONE TO TRUE
           ELSE
              IF WS-PQ-BALANCE >= WS-RTR-BAL-TIER-LOW
                 AND WS-PQ-BALANCE <= WS-RTR-BAL-TIER-HIGH
                 MOVE WS-RTR-RATE TO WS-EFFECTIVE-RATE
                 SET RATE-TIER-FOUND TO TRUE
                 SET RATE-BROWSE-DONE TO TRUE
              END-IF
           END-IF.

       3000-RECORD-CLOSURE-REQUEST.
      *    One request per account: a pending one has to be
      *    cancelled before another is taken, but a request that
      *    was closed, cancelled or expired is replaced by the new
      *    one. The read holds any existing record for the rewrite.
           MOVE WS-COMM-ACCOUNT-ID TO CLRQ-ACCT-ID
           EXEC CICS READ
              FILE('CLOSREQ')
              INTO(WS-CLOSURE-REQUEST)
              RIDFLD(CLRQ-ACCT-ID)
              RESP(WS-RESP-CODE)
              RESP2(WS-RESP2-CODE)
              UPDATE
           END-EXEC

           EVALUATE TRUE
              WHEN WS-RESP-CODE = DFHRESP(NORMAL) AND CLRQ-PENDING
                 SET COMM-INVALID-INPUT TO TRUE
                 MOVE ERR-REQUEST-PENDING TO WS-COMM-MESSAGE
                 MOVE 0 TO WS-RESP-CODE
                 MOVE 1 TO WS-RESP2-CODE
                 PERFORM 9500-LOG-ERROR
              WHEN WS-RESP-CODE = DFHRESP(NORMAL)
                 MOVE CLRQ-STATUS TO WS-OLD-CLRQ-STATUS
                 PERFORM 3100-BUILD-CLOSURE-REQUEST
                 EXEC CICS REWRITE
                    FILE('CLOSREQ')
                    FROM(WS-CLOSURE-REQUEST)
                    RESP(WS-RESP-CODE)
                 END-EXEC
                 PERFORM 3200-CHECK-REQUEST-WRITE
              WHEN WS-RESP-CODE = DFHRESP(NOTFND)
                 MOVE SPACE TO WS-OLD-CLRQ-STATUS
                 PERFORM 3100-BUILD-CLOSURE-REQUEST
                 EXEC CICS WRITE
                    FILE('CLOSREQ')
                    FROM(WS-CLOSURE-REQUEST)
                    RIDFLD(CLRQ-ACCT-ID)
                    RESP(WS-RESP-CODE)
                 END-EXEC
                 PERFORM 3200-CHECK-REQUEST-WRITE
              WHEN OTHER
                 SET COMM-DB-ERROR TO TRUE
                 MOVE ERR-DB-ERROR TO WS-COMM-MESSAGE
                 PERFORM 9500-LOG-ERROR
           END-EVALUATE.

       3100-BUILD-CLOSURE-REQUEST.
           MOVE SPACES TO WS-CLOSURE-REQUEST
           MOVE WS-COMM-ACCOUNT-ID TO CLRQ-ACCT-ID
           MOVE WS-DATE-DASHED TO CLRQ-REQUEST-DATE
           MOVE WS-PQ-PAYOFF-DATE TO CLRQ-PAYOFF-DATE
           MOVE WS-PQ-PAYOFF-AMOUNT TO CLRQ-PAYOFF-AMOUNT
           MOVE WS-PQ-INTEREST TO CLRQ-INTEREST-AMOUNT
           MOVE EIBOPID TO CLRQ-OPERATOR-ID
           SET CLRQ-PENDING TO TRUE.

       3200-CHECK-REQUEST-WRITE.
           IF WS-RESP-CODE = DFHRESP(NORMAL)
              SET COMM-SUCCESS TO TRUE
              MOVE MSG-CLOSE-SUCCESS TO WS-COMM-MESSAGE
              PERFORM 3800-WRITE-CLOSURE-AUDIT
           ELSE
              SET COMM-DB-ERROR TO TRUE
              MOVE ERR-DB-ERROR TO WS-COMM-MESSAGE
              PERFORM 9500-LOG-ERROR
           END-IF.

       3300-CANCEL-CLOSURE-REQUEST.
      *    The customer has changed their mind - only a request
      *    still pending can be withdrawn; once the closure run has
      *    closed the account it stays closed.
           MOVE WS-COMM-ACCOUNT-ID TO CLRQ-ACCT-ID
           EXEC CICS READ
              FILE('CLOSREQ')
              INTO(WS-CLOSURE-REQUEST)
              RIDFLD(CLRQ-ACCT-ID)
              RESP(WS-RESP-CODE)
              RESP2(WS-RESP2-CODE)
              UPDATE
           END-EXEC

           EVALUATE TRUE
              WHEN WS-RESP-CODE = DFHRESP(NORMAL) AND CLRQ-PENDING
                 MOVE CLRQ-STATUS TO WS-OLD-CLRQ-STATUS
                 SET CLRQ-CANCELLED TO TRUE
                 MOVE EIBOPID TO CLRQ-OPERATOR-ID
                 EXEC CICS REWRITE
                    FILE('CLOSREQ')
                    FROM(WS-CLOSURE-REQUEST)
                    RESP(WS-RESP-CODE)
                 END-EXEC
                 IF WS-RESP-CODE = DFHRESP(NORMAL)
                    SET COMM-SUCCESS TO TRUE
                    MOVE MSG-CANCEL-SUCCESS TO WS-COMM-MESSAGE
                    PERFORM 3800-WRITE-CLOSURE-AUDIT
                 ELSE
                    SET COMM-DB-ERROR TO TRUE
                    MOVE ERR-DB-ERROR TO WS-COMM-MESSAGE
                    PERFORM 9500-LOG-ERROR
                 END-IF
              WHEN WS-RESP-CODE = DFHRESP(NORMAL)
                 OR WS-RESP-CODE = DFHRESP(NOTFND)
                 SET COMM-INVALID-INPUT TO TRUE
                 MOVE ERR-NO-PENDING-REQUEST TO WS-COMM-MESSAGE
                 MOVE 0 TO WS-RESP-CODE
                 MOVE 1 TO WS-RESP2-CODE
                 PERFORM 9500-LOG-ERROR
              WHEN OTHER
                 SET COMM-DB-ERROR TO TRUE
                 MOVE ERR-DB-ERROR TO WS-COMM-MESSAGE
                 PERFORM 9500-LOG-ERROR
           END-EVALUATE.

       3800-WRITE-CLOSURE-AUDIT.
      *    Closure events go to ACCTMAUD in the shared layout with a
      *    one-line image of the request before and after in the
      *    address-line fields.
           MOVE CLRQ-PAYOFF-AMOUNT TO WS-IMAGE-AMOUNT
           MOVE SPACES TO WS-BEFORE-IMAGE
           IF WS-OLD-CLRQ-STATUS NOT = SPACE
              STRING 'CLOSE REQ STS ' WS-OLD-CLRQ-STATUS
                 DELIMITED BY SIZE INTO WS-BEFORE-IMAGE
              END-STRING
           END-IF
           MOVE SPACES TO WS-AFTER-IMAGE
           STRING 'CLOSE REQ STS ' CLRQ-STATUS
                  ' PAYOFF ' CLRQ-PAYOFF-DATE
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
           IF PIN-ACTION-CLOSE
              SET MAUD-CHANGE-CLOSEREQ TO TRUE
           ELSE
              SET MAUD-CHANGE-CLOSECAN TO TRUE
           END-IF
           MOVE WS-BEFORE-IMAGE TO WS-MAUD-BEF-ADDR-LINE1
           MOVE WS-AFTER-IMAGE TO WS-MAUD-AFT-ADDR-LINE1
           MOVE WS-ACCT-STATUS TO WS-MAUD-BEF-STATUS
           MOVE WS-ACCT-STATUS TO WS-MAUD-AFT-STATUS

           MOVE WS-ACCT-CURRENT-BAL TO WS-MAUD-BEF-BALANCE
           MOVE CLRQ-PAYOFF-AMOUNT TO WS-MAUD-AFT-BALANCE
           MOVE CLRQ-INTEREST-AMOUNT TO WS-MAUD-ADJ-AMOUNT
           MOVE 'PAYF' TO WS-MAUD-ADJ-REASON

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

       4000-SEND-PAYOFF-RESPONSE.
      *    After a good action the screen is rebuilt so the rep sees
      *    the quote and the request as they now stand.
           IF COMM-SUCCESS
              PERFORM 4100-BUILD-PAYOFF-SCREEN
              EXEC CICS SEND
                 MAP('PAYQTM')
                 MAPSET('PAYQTS')
                 FROM(WS-PAYQ-SCREEN)
                 DATAONLY
                 CURSOR
              END-EXEC
           ELSE
              EXEC CICS SEND
                 MAP('PAYQTM')
                 MAPSET('PAYQTS')
                 FROM(WS-COMMAREA)
                 DATAONLY
                 CURSOR
                 ALARM
              END-EXEC
           END-IF.

       4100-BUILD-PAYOFF-SCREEN.
           MOVE WS-ACCT-ID TO WS-PQS-ACCT-ID
           MOVE WS-ACCT-NAME TO WS-PQS-ACCT-NAME
           MOVE WS-COMM-MESSAGE TO WS-PQS-MESSAGE
           MOVE WS-PQ-BALANCE TO WS-PQS-CURRENT-BAL
           MOVE WS-AM-LAST-PAYMENT-DATE TO WS-PQS-LAST-PMT-DATE
           MOVE WS-EFFECTIVE-RATE TO WS-PQS-RATE
           MOVE WS-PQ-PAYOFF-DATE TO WS-PQS-PAYOFF-DATE
           MOVE WS-DAYS-ELAPSED TO WS-PQS-DAYS
           MOVE WS-PQ-INTEREST TO WS-PQS-INTEREST
           MOVE WS-PQ-PAYOFF-AMOUNT TO WS-PQS-PAYOFF-AMOUNT
           PERFORM 1300-READ-CLOSURE-REQUEST.

       8000-INVALID-KEY.
           MOVE 'INVALID KEY PRESSED - USE ENTER OR PF3'
              TO WS-COMM-MESSAGE
           SET COMM-INVALID-INPUT TO TRUE
           PERFORM 4000-SEND-PAYOFF-RESPONSE.

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
