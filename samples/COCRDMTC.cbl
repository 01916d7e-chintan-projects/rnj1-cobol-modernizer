      ******************************************************************
      * Program Name : COCRDMTC
      * Application  : CardDemo
      * Type         : CICS COBOL Program
      * Function     : Card Maintenance - Block and Replace
      *                Reached from COACTVWC (PF8). Lists the cards
      *                on file for the account on display, read from
      *                the CARDFILE card master through its account
      *                alternate index. A rep keys a card number and
      *                an action: B blocks the card as lost, stolen
      *                or blocked; R orders a replacement for a card
      *                that has already been blocked. A replacement
      *                goes on the card master pending the nightly
      *                embossing extract and the old card is stamped
      *                with the number that replaced it. Both actions
      *                are audited to ACCTMAUD with the operator and
      *                terminal that made them. The operator is
      *                validated against the OPERSEC operator
      *                security file.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
      * Licensed under the Apache License, Version 2.0
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COCRDMTC.
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

      *    Card master record as carried on CARDFILE (see CBACT13C's
      *    CARD-RECORD), keyed by card number with an alternate
      *    index over the account id.
       01  WS-CARD-RECORD.
           05 CARD-NUMBER               PIC X(16).
           05 CARD-ACCT-ID              PIC X(11).
           05 CARD-EMBOSS-NAME          PIC X(26).
           05 CARD-ISSUE-SEQ            PIC 9(02).
           05 CARD-ISSUE-DATE           PIC X(10).
           05 CARD-ISSUE-REASON         PIC X(01).
              88 CARD-ISSUE-NEW         VALUE 'N'.
              88 CARD-ISSUE-REISSUE     VALUE 'R'.
              88 CARD-ISSUE-REPLACE     VALUE 'P'.
           05 CARD-EXPIRY-DATE          PIC X(10).
           05 CARD-STATUS               PIC X(01).
              88 CARD-ACTIVE            VALUE 'A'.
              88 CARD-BLOCKED           VALUE 'B'.
              88 CARD-LOST              VALUE 'L'.
              88 CARD-STOLEN            VALUE 'S'.
              88 CARD-EXPIRED           VALUE 'E'.
           05 CARD-STATUS-DATE          PIC X(10).
           05 CARD-EMBOSS-STATUS        PIC X(01).
              88 CARD-EMBOSS-PENDING    VALUE 'P'.
              88 CARD-EMBOSS-SENT       VALUE 'S'.
              88 CARD-EMBOSS-CANCELLED  VALUE 'X'.
           05 CARD-EMBOSS-DATE          PIC X(10).
           05 CARD-REPLACED-BY          PIC X(16).
           05 CARD-FILLER               PIC X(36).

      *    Working copy of the card being blocked or replaced, held
      *    while the record area is used to build a replacement.
       01  WS-OLD-CARD-RECORD           PIC X(150).

      *    The fields received from the card maintenance screen.
       01  WS-CARD-INPUT.
           05 WS-CIN-CARD-NUMBER        PIC X(16).
           05 WS-CIN-ACTION             PIC X(01).
              88 CIN-ACTION-BLOCK       VALUE 'B'.
              88 CIN-ACTION-REPLACE     VALUE 'R'.
           05 WS-CIN-BLOCK-REASON       PIC X(01).
              88 CIN-REASON-LOST        VALUE 'L'.
              88 CIN-REASON-STOLEN      VALUE 'S'.
              88 CIN-REASON-BLOCKED     VALUE 'B'.

      *    What goes out to the card maintenance screen: the account
      *    heading and one line per card, most recently issued last.
       01  WS-CARD-SCREEN.
           05 WS-CSC-ACCT-ID            PIC X(11).
           05 WS-CSC-ACCT-NAME          PIC X(50).
           05 WS-CSC-ACCT-STATUS        PIC X(01).
           05 WS-CSC-MESSAGE            PIC X(50).
           05 WS-CSC-CARD-COUNT         PIC 9(02) VALUE 0.
           05 WS-CSC-CARD-TBL OCCURS 10 TIMES.
              10 WS-CSC-CARD-NUMBER     PIC X(16).
              10 WS-CSC-ISSUE-SEQ       PIC 9(02).
              10 WS-CSC-STATUS          PIC X(01).
              10 WS-CSC-EXPIRY          PIC X(10).
              10 WS-CSC-EMBOSS-STATUS   PIC X(01).
              10 WS-CSC-REPLACED-BY     PIC X(16).

       77  WS-CSC-CARD-MAX              PIC 9(02) VALUE 10.

       01  WS-CARD-BROWSE-ACCT          PIC X(11).
       01  WS-CARD-BROWSE-FLAG          PIC X VALUE 'N'.
           88 CARD-BROWSE-DONE          VALUE 'Y'.
           88 CARD-BROWSE-NOT-DONE      VALUE 'N'.

      *    Replacement card numbers keep the BIN and account digits
      *    of the card they replace and take the next issue
      *    sequence and a fresh mod-10 check digit, the same
      *    construction the batch issuance runs use.
       01  WS-CARD-ISSUE-FIELDS.
           05 WS-CARD-LIFE-YEARS        PIC 9(02) VALUE 3.
           05 WS-NEW-CARD-NUMBER        PIC X(16).
           05 WS-NEW-CARD-SEQ           PIC 9(02).
           05 WS-NEW-CARD-EXPIRY        PIC X(10).
           05 WS-OLD-CARD-NUMBER        PIC X(16).
           05 WS-LUHN-IDX               PIC 9(02).
           05 WS-LUHN-DIGIT             PIC 9(02).
           05 WS-LUHN-SUM               PIC 9(03).
           05 WS-LUHN-QUOTIENT          PIC 9(03).
           05 WS-LUHN-REMAINDER         PIC 9(02).
           05 WS-LUHN-CHECK-DIGIT       PIC 9(01).

       01  WS-EXPIRY-CALC-FIELDS.
           05 WS-EXP-YEAR               PIC 9(4).
           05 WS-EXP-MONTH              PIC 9(2).
           05 WS-MAX-DAY                PIC 9(2).
           05 WS-DIV-QUOTIENT           PIC 9(6).
           05 WS-DIV-REMAINDER          PIC 9(4).
           05 WS-LEAP-YEAR-SW           PIC X VALUE 'N'.
              88 LEAP-YEAR              VALUE 'Y'.
              88 NOT-LEAP-YEAR          VALUE 'N'.

       01  WS-DATE-FIELDS.
           05 WS-ABS-TIME               PIC S9(15) COMP-3.
           05 WS-DATE-YYYYMMDD.
              10 WS-DATE-YYYY           PIC 9(04).
              10 WS-DATE-MM             PIC 9(02).
              10 WS-DATE-DD             PIC 9(02).
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
           05 WS-CARD-WRITE-RESP        PIC S9(8) COMP.

       01  WS-ERROR-MESSAGES.
           05 ERR-ACCT-NOT-FOUND        PIC X(50)
              VALUE 'ACCOUNT NOT FOUND IN DATABASE'.
           05 ERR-INVALID-INPUT         PIC X(50)
              VALUE 'INVALID CARD MAINTENANCE FIELD(S) ENTERED'.
           05 ERR-CARD-NOT-FOUND        PIC X(50)
              VALUE 'CARD NOT FOUND ON CARD MASTER'.
           05 ERR-CARD-WRONG-ACCT       PIC X(50)
              VALUE 'CARD BELONGS TO ANOTHER ACCOUNT'.
           05 ERR-CARD-NOT-BLOCKABLE    PIC X(50)
              VALUE 'ONLY AN ACTIVE OR BLOCKED CARD CAN BE BLOCKED'.
           05 ERR-CARD-STILL-ACTIVE     PIC X(50)
              VALUE 'BLOCK THE CARD BEFORE ORDERING A REPLACEMENT'.
           05 ERR-CARD-EXPIRED          PIC X(50)
              VALUE 'CARD IS EXPIRED - REPLACED BY MONTHLY REISSUE'.
           05 ERR-CARD-ALREADY-REPL     PIC X(50)
              VALUE 'A REPLACEMENT HAS ALREADY BEEN ORDERED'.
           05 ERR-ACCT-CLOSED           PIC X(50)
              VALUE 'ACCOUNT CLOSED OR CHARGED OFF - NO REPLACEMENT'.
           05 ERR-SEQ-LIMIT             PIC X(50)
              VALUE 'CARD ISSUE SEQUENCE LIMIT REACHED'.
           05 ERR-OPER-NOT-ON-FILE      PIC X(50)
              VALUE 'OPERATOR NOT ON SECURITY FILE'.
           05 ERR-OPER-REVOKED          PIC X(50)
              VALUE 'OPERATOR ACCESS REVOKED'.
           05 ERR-DB-ERROR              PIC X(50)
              VALUE 'DATABASE ERROR - CONTACT SUPPORT'.
           05 MSG-BLOCK-SUCCESS         PIC X(50)
              VALUE 'CARD BLOCKED SUCCESSFULLY'.
           05 MSG-REPLACE-SUCCESS       PIC X(50)
              VALUE 'REPLACEMENT CARD ORDERED SUCCESSFULLY'.

      *    Before/after maintenance audit record, shared with
      *    COACTUPC and COACTADC - one layout on ACCTMAUD, told
      *    apart by the change-type field. Card events carry a
      *    formatted image of the card in the address-line fields,
      *    the way COSECMTC carries operator security images.
       01  WS-MAINT-AUDIT-RECORD.
           05 WS-MAUD-KEY.
              10 WS-MAUD-ACCT-ID        PIC X(11).
              10 WS-MAUD-DATE           PIC 9(07).
              10 WS-MAUD-TIME           PIC 9(07).
              10 WS-MAUD-SEQ            PIC 9(02).
           05 WS-MAUD-OPERATOR-ID       PIC X(03).
           05 WS-MAUD-TERMINAL-ID       PIC X(04).
           05 WS-MAUD-CHANGE-TYPE       PIC X(08).
              88 MAUD-CHANGE-MAINT      VALUE 'MAINT'.
              88 MAUD-CHANGE-ADJUST     VALUE 'ADJUST'.
              88 MAUD-CHANGE-REVERSAL   VALUE 'REVERSAL'.
              88 MAUD-CHANGE-CARDBLK    VALUE 'CARDBLK'.
              88 MAUD-CHANGE-CARDRISS   VALUE 'CARDRISS'.
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
       01  WS-MAUD-REASON-CODE          PIC X(04).
       01  WS-MAUD-REASON-STATUS        PIC X(01).
       01  WS-BEFORE-IMAGE              PIC X(50).
       01  WS-AFTER-IMAGE               PIC X(50).

      *    Persistent audit trail of card-screen errors, the same
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
      *          instead of browsing cards for an account nobody
      *          picked.
                 PERFORM 9100-NO-CONTEXT-ERROR
              WHEN EIBAID = DFHPF8
                 PERFORM 1000-FIRST-TIME
              WHEN EIBAID = DFHENTER
                 PERFORM 2000-PROCESS-CARD-ACTION
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
              TRANSID('CCRD')
              COMMAREA(WS-COMMAREA)
              LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

       1000-FIRST-TIME.
      *    Arrive here fresh from COACTVWC's PF8 - the commarea
      *    carries the account id the rep was already looking at.
           PERFORM 1100-RETRIEVE-ACCOUNT

           IF COMM-SUCCESS
              MOVE SPACES TO WS-CSC-MESSAGE
              PERFORM 1300-LIST-CARDS
              PERFORM 1200-SEND-CARD-MAP
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

       1200-SEND-CARD-MAP.
           EXEC CICS SEND
              MAP('CRDMTM')
              MAPSET('CRDMTS')
              FROM(WS-CARD-SCREEN)
              ERASE
              CURSOR
           END-EXEC.

       1300-LIST-CARDS.
      *    CARDAIX is the path over the card master's account-id
      *    alternate index. An account normally holds several cards
      *    (the original, reissues, replacements), so DUPKEY on a
      *    read is the expected case, not an error.
           MOVE WS-ACCT-ID TO WS-CSC-ACCT-ID
           MOVE WS-ACCT-NAME TO WS-CSC-ACCT-NAME
           MOVE WS-ACCT-STATUS TO WS-CSC-ACCT-STATUS
           MOVE 0 TO WS-CSC-CARD-COUNT
           SET CARD-BROWSE-NOT-DONE TO TRUE
           MOVE WS-COMM-ACCOUNT-ID TO WS-CARD-BROWSE-ACCT

           EXEC CICS STARTBR
              FILE('CARDAIX')
              RIDFLD(WS-CARD-BROWSE-ACCT)
              EQUAL
              RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE = DFHRESP(NORMAL)
              PERFORM 1350-READ-NEXT-CARD
                 UNTIL CARD-BROWSE-DONE
              EXEC CICS ENDBR
                 FILE('CARDAIX')
              END-EXEC
           END-IF.

       1350-READ-NEXT-CARD.
           EXEC CICS READNEXT
              FILE('CARDAIX')
              INTO(WS-CARD-RECORD)
              RIDFLD(WS-CARD-BROWSE-ACCT)
              RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE NOT = DFHRESP(NORMAL) AND
              WS-RESP-CODE NOT = DFHRESP(DUPKEY)
              SET CARD-BROWSE-DONE TO TRUE
           ELSE
              IF CARD-ACCT-ID NOT = WS-COMM-ACCOUNT-ID
                 SET CARD-BROWSE-DONE TO TRUE
              ELSE
                 IF WS-CSC-CARD-COUNT < WS-CSC-CARD-MAX
                    ADD 1 TO WS-CSC-CARD-COUNT
                    MOVE CARD-NUMBER TO
                       WS-CSC-CARD-NUMBER(WS-CSC-CARD-COUNT)
                    MOVE CARD-ISSUE-SEQ TO
                       WS-CSC-ISSUE-SEQ(WS-CSC-CARD-COUNT)
                    MOVE CARD-STATUS TO
                       WS-CSC-STATUS(WS-CSC-CARD-COUNT)
                    MOVE CARD-EXPIRY-DATE TO
                       WS-CSC-EXPIRY(WS-CSC-CARD-COUNT)
                    MOVE CARD-EMBOSS-STATUS TO
                       WS-CSC-EMBOSS-STATUS(WS-CSC-CARD-COUNT)
                    MOVE CARD-REPLACED-BY TO
                       WS-CSC-REPLACED-BY(WS-CSC-CARD-COUNT)
                 ELSE
                    SET CARD-BROWSE-DONE TO TRUE
                 END-IF
              END-IF
           END-IF.

       2000-PROCESS-CARD-ACTION.
           EXEC CICS RECEIVE
              MAP('CRDMTM')
              MAPSET('CRDMTS')
              INTO(WS-CARD-INPUT)
           END-EXEC

           PERFORM 2100-VALIDATE-CARD-ACTION

           IF COMM-SUCCESS
              IF CIN-ACTION-BLOCK
                 PERFORM 3000-BLOCK-CARD
              ELSE
                 PERFORM 3500-REPLACE-CARD
              END-IF
           END-IF

           PERFORM 4000-SEND-CARD-RESPONSE.

       2100-VALIDATE-CARD-ACTION.
      *    The entering operator has to be a real, active entry on
      *    the security file before any field edit matters.
           PERFORM 2050-VERIFY-OPERATOR
           IF COMM-SUCCESS
              PERFORM 2150-EDIT-CARD-FIELDS
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

       2150-EDIT-CARD-FIELDS.
      *    Field edits; none of these failures is backed by an
      *    EXEC CICS call, so set an explicit sentinel to keep a
      *    stale RESP code out of the audit record. A block needs a
      *    reason (lost, stolen or plain blocked); a replacement
      *    takes its reason from the card's own status.
           IF WS-CIN-CARD-NUMBER = SPACES OR
              WS-CIN-CARD-NUMBER = LOW-VALUES
              OR NOT (CIN-ACTION-BLOCK OR CIN-ACTION-REPLACE)
              OR (CIN-ACTION-BLOCK AND
                  NOT (CIN-REASON-LOST OR CIN-REASON-STOLEN
                       OR CIN-REASON-BLOCKED))
              SET COMM-INVALID-INPUT TO TRUE
              MOVE ERR-INVALID-INPUT TO WS-COMM-MESSAGE
              MOVE 0 TO WS-RESP-CODE
              MOVE 1 TO WS-RESP2-CODE
              PERFORM 9500-LOG-ERROR
           ELSE
              PERFORM 2200-VERIFY-CARD
           END-IF.

       2200-VERIFY-CARD.
      *    The card has to be on the master and belong to the
      *    account on display - a mistyped number must not block
      *    somebody else's card. The read holds the record for the
      *    rewrite in 3000/3500.
           EXEC CICS READ
              FILE('CARDFILE')
              INTO(WS-CARD-RECORD)
              RIDFLD(WS-CIN-CARD-NUMBER)
              RESP(WS-RESP-CODE)
              RESP2(WS-RESP2-CODE)
              UPDATE
           END-EXEC

           EVALUATE WS-RESP-CODE
              WHEN DFHRESP(NORMAL)
                 IF CARD-ACCT-ID NOT = WS-COMM-ACCOUNT-ID
                    SET COMM-INVALID-INPUT TO TRUE
                    MOVE ERR-CARD-WRONG-ACCT TO WS-COMM-MESSAGE
                    MOVE 0 TO WS-RESP-CODE
                    MOVE 1 TO WS-RESP2-CODE
                    PERFORM 9500-LOG-ERROR
                 ELSE
                    IF CIN-ACTION-BLOCK
                       PERFORM 2300-EDIT-BLOCK
                    ELSE
                       PERFORM 2400-EDIT-REPLACE
                    END-IF
                 END-IF
              WHEN DFHRESP(NOTFND)
                 SET COMM-INVALID-INPUT TO TRUE
                 MOVE ERR-CARD-NOT-FOUND TO WS-COMM-MESSAGE
                 PERFORM 9500-LOG-ERROR
              WHEN OTHER
                 SET COMM-DB-ERROR TO TRUE
                 MOVE ERR-DB-ERROR TO WS-COMM-MESSAGE
                 PERFORM 9500-LOG-ERROR
           END-EVALUATE.

       2300-EDIT-BLOCK.
      *    An active card can be blocked, and a card already blocked
      *    can be re-reported as lost or stolen once the cardholder
      *    knows what happened to it. Lost, stolen and expired cards
      *    are finished.
           IF CARD-ACTIVE OR CARD-BLOCKED
              SET COMM-SUCCESS TO TRUE
           ELSE
              SET COMM-INVALID-INPUT TO TRUE
              MOVE ERR-CARD-NOT-BLOCKABLE TO WS-COMM-MESSAGE
              MOVE 0 TO WS-RESP-CODE
              MOVE 1 TO WS-RESP2-CODE
              PERFORM 9500-LOG-ERROR
           END-IF.

       2400-EDIT-REPLACE.
      *    Replacement is for a card taken out of service from this
      *    screen. Expired cards are the monthly reissue run's job,
      *    a card already replaced must not be replaced twice, and
      *    a closed or charged-off account gets no new plastic.
           PERFORM 1100-RETRIEVE-ACCOUNT

           EVALUATE TRUE
              WHEN NOT COMM-SUCCESS
                 PERFORM 9500-LOG-ERROR
              WHEN CARD-ACTIVE
                 SET COMM-INVALID-INPUT TO TRUE
                 MOVE ERR-CARD-STILL-ACTIVE TO WS-COMM-MESSAGE
                 MOVE 0 TO WS-RESP-CODE
                 MOVE 1 TO WS-RESP2-CODE
                 PERFORM 9500-LOG-ERROR
              WHEN CARD-EXPIRED
                 SET COMM-INVALID-INPUT TO TRUE
                 MOVE ERR-CARD-EXPIRED TO WS-COMM-MESSAGE
                 MOVE 0 TO WS-RESP-CODE
                 MOVE 1 TO WS-RESP2-CODE
                 PERFORM 9500-LOG-ERROR
              WHEN CARD-REPLACED-BY NOT = SPACES
                 SET COMM-INVALID-INPUT TO TRUE
                 MOVE ERR-CARD-ALREADY-REPL TO WS-COMM-MESSAGE
                 MOVE 0 TO WS-RESP-CODE
                 MOVE 1 TO WS-RESP2-CODE
                 PERFORM 9500-LOG-ERROR
              WHEN WS-ACCT-CLOSED OR WS-ACCT-CHARGED-OFF
                 SET COMM-INVALID-INPUT TO TRUE
                 MOVE ERR-ACCT-CLOSED TO WS-COMM-MESSAGE
                 MOVE 0 TO WS-RESP-CODE
                 MOVE 1 TO WS-RESP2-CODE
                 PERFORM 9500-LOG-ERROR
              WHEN CARD-ISSUE-SEQ NOT NUMERIC
                 OR CARD-ISSUE-SEQ = 99
                 SET COMM-INVALID-INPUT TO TRUE
                 MOVE ERR-SEQ-LIMIT TO WS-COMM-MESSAGE
                 MOVE 0 TO WS-RESP-CODE
                 MOVE 1 TO WS-RESP2-CODE
                 PERFORM 9500-LOG-ERROR
              WHEN OTHER
                 SET COMM-SUCCESS TO TRUE
           END-EVALUATE.

       3000-BLOCK-CARD.
      *    A card still waiting for the embossing extract is pulled
      *    from it - there is no point cutting plastic that is
      *    already blocked.
           PERFORM 3900-GET-CURRENT-DATE
           MOVE WS-CARD-RECORD TO WS-OLD-CARD-RECORD
           MOVE CARD-NUMBER TO WS-OLD-CARD-NUMBER

           MOVE WS-CIN-BLOCK-REASON TO CARD-STATUS
           MOVE WS-DATE-DASHED TO CARD-STATUS-DATE
           IF CARD-EMBOSS-PENDING
              SET CARD-EMBOSS-CANCELLED TO TRUE
           END-IF

           EXEC CICS REWRITE
              FILE('CARDFILE')
              FROM(WS-CARD-RECORD)
              RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE = DFHRESP(NORMAL)
              SET COMM-SUCCESS TO TRUE
              MOVE MSG-BLOCK-SUCCESS TO WS-COMM-MESSAGE
              MOVE SPACES TO WS-NEW-CARD-NUMBER
              PERFORM 3800-WRITE-CARD-AUDIT
           ELSE
              SET COMM-DB-ERROR TO TRUE
              MOVE ERR-DB-ERROR TO WS-COMM-MESSAGE
              PERFORM 9500-LOG-ERROR
           END-IF.

       3500-REPLACE-CARD.
      *    Build the replacement from the held card: same BIN and
      *    account digits, next issue sequence, new check digit, a
      *    full card life from today, pending the embossing extract.
           PERFORM 3900-GET-CURRENT-DATE
           MOVE WS-CARD-RECORD TO WS-OLD-CARD-RECORD
           MOVE CARD-NUMBER TO WS-OLD-CARD-NUMBER

           COMPUTE WS-NEW-CARD-SEQ = CARD-ISSUE-SEQ + 1
           END-COMPUTE
           MOVE SPACES TO WS-NEW-CARD-NUMBER
           STRING CARD-NUMBER(1:13) WS-NEW-CARD-SEQ '0'
              DELIMITED BY SIZE INTO WS-NEW-CARD-NUMBER
           END-STRING
           PERFORM 3610-COMPUTE-CHECK-DIGIT

           COMPUTE WS-EXP-YEAR = WS-DATE-YYYY + WS-CARD-LIFE-YEARS
           END-COMPUTE
           MOVE WS-DATE-MM TO WS-EXP-MONTH
           PERFORM 3630-SET-CARD-EXPIRY

           MOVE WS-NEW-CARD-NUMBER TO CARD-NUMBER
           MOVE WS-NEW-CARD-SEQ TO CARD-ISSUE-SEQ
           MOVE WS-DATE-DASHED TO CARD-ISSUE-DATE
           SET CARD-ISSUE-REPLACE TO TRUE
           MOVE WS-NEW-CARD-EXPIRY TO CARD-EXPIRY-DATE
           SET CARD-ACTIVE TO TRUE
           MOVE WS-DATE-DASHED TO CARD-STATUS-DATE
           SET CARD-EMBOSS-PENDING TO TRUE
           MOVE SPACES TO CARD-EMBOSS-DATE
           MOVE SPACES TO CARD-REPLACED-BY

      *    New card first, while the READ UPDATE still holds the old
      *    one: a failed write just abandons the held record, and a
      *    failed rewrite after a good write is rolled back so the
      *    old card never points at a card that is not there.
           EXEC CICS WRITE
              FILE('CARDFILE')
              FROM(WS-CARD-RECORD)
              RIDFLD(CARD-NUMBER)
              RESP(WS-CARD-WRITE-RESP)
           END-EXEC

           IF WS-CARD-WRITE-RESP NOT = DFHRESP(NORMAL)
              SET COMM-DB-ERROR TO TRUE
              MOVE ERR-DB-ERROR TO WS-COMM-MESSAGE
              MOVE WS-CARD-WRITE-RESP TO WS-RESP-CODE
              MOVE 0 TO WS-RESP2-CODE
              PERFORM 9500-LOG-ERROR
           ELSE
              MOVE WS-OLD-CARD-RECORD TO WS-CARD-RECORD
              MOVE WS-NEW-CARD-NUMBER TO CARD-REPLACED-BY
              EXEC CICS REWRITE
                 FILE('CARDFILE')
                 FROM(WS-CARD-RECORD)
                 RESP(WS-RESP-CODE)
              END-EXEC

              IF WS-RESP-CODE = DFHRESP(NORMAL)
                 SET COMM-SUCCESS TO TRUE
                 MOVE MSG-REPLACE-SUCCESS TO WS-COMM-MESSAGE
                 PERFORM 3800-WRITE-CARD-AUDIT
              ELSE
                 EXEC CICS SYNCPOINT ROLLBACK
                 END-EXEC
                 SET COMM-DB-ERROR TO TRUE
                 MOVE ERR-DB-ERROR TO WS-COMM-MESSAGE
                 PERFORM 9500-LOG-ERROR
              END-IF
           END-IF.

       3610-COMPUTE-CHECK-DIGIT.
      *    Mod-10 (Luhn) check digit over the first fifteen digits:
      *    working right to left from position 15, every other digit
      *    is doubled, and a doubled digit over 9 has 9 taken off.
           MOVE 0 TO WS-LUHN-SUM
           PERFORM 3620-ADD-LUHN-DIGIT
              VARYING WS-LUHN-IDX FROM 15 BY -1
              UNTIL WS-LUHN-IDX < 1

           DIVIDE WS-LUHN-SUM BY 10
              GIVING WS-LUHN-QUOTIENT REMAINDER WS-LUHN-REMAINDER
           IF WS-LUHN-REMAINDER = 0
              MOVE 0 TO WS-LUHN-CHECK-DIGIT
           ELSE
              COMPUTE WS-LUHN-CHECK-DIGIT = 10 - WS-LUHN-REMAINDER
              END-COMPUTE
           END-IF
           MOVE WS-LUHN-CHECK-DIGIT TO WS-NEW-CARD-NUMBER(16:1).

       3620-ADD-LUHN-DIGIT.
           MOVE WS-NEW-CARD-NUMBER(WS-LUHN-IDX:1) TO WS-LUHN-DIGIT
           DIVIDE WS-LUHN-IDX BY 2
              GIVING WS-LUHN-QUOTIENT REMAINDER WS-LUHN-REMAINDER
           IF WS-LUHN-REMAINDER = 1
              COMPUTE WS-LUHN-DIGIT = WS-LUHN-DIGIT * 2
              END-COMPUTE
              IF WS-LUHN-DIGIT > 9
                 SUBTRACT 9 FROM WS-LUHN-DIGIT
              END-IF
           END-IF
           ADD WS-LUHN-DIGIT TO WS-LUHN-SUM.

       3630-SET-CARD-EXPIRY.
      *    Cards run to the last day of their expiry month.
           SET NOT-LEAP-YEAR TO TRUE
           DIVIDE WS-EXP-YEAR BY 4
              GIVING WS-DIV-QUOTIENT REMAINDER WS-DIV-REMAINDER
           IF WS-DIV-REMAINDER = 0
              SET LEAP-YEAR TO TRUE
              DIVIDE WS-EXP-YEAR BY 100
                 GIVING WS-DIV-QUOTIENT REMAINDER WS-DIV-REMAINDER
              IF WS-DIV-REMAINDER = 0
                 SET NOT-LEAP-YEAR TO TRUE
                 DIVIDE WS-EXP-YEAR BY 400
                    GIVING WS-DIV-QUOTIENT REMAINDER WS-DIV-REMAINDER
                 IF WS-DIV-REMAINDER = 0
                    SET LEAP-YEAR TO TRUE
                 END-IF
              END-IF
           END-IF

           EVALUATE WS-EXP-MONTH
              WHEN 02
                 IF LEAP-YEAR
                    MOVE 29 TO WS-MAX-DAY
                 ELSE
                    MOVE 28 TO WS-MAX-DAY
                 END-IF
              WHEN 04   MOVE 30 TO WS-MAX-DAY
              WHEN 06   MOVE 30 TO WS-MAX-DAY
              WHEN 09   MOVE 30 TO WS-MAX-DAY
              WHEN 11   MOVE 30 TO WS-MAX-DAY
              WHEN OTHER
                 MOVE 31 TO WS-MAX-DAY
           END-EVALUATE

           MOVE SPACES TO WS-NEW-CARD-EXPIRY
           STRING WS-EXP-YEAR '-' WS-EXP-MONTH '-' WS-MAX-DAY
              DELIMITED BY SIZE INTO WS-NEW-CARD-EXPIRY
           END-STRING.

       3800-WRITE-CARD-AUDIT.
      *    Card events go to ACCTMAUD in the shared layout with a
      *    one-line image of the card before and after in the
      *    address-line fields; the account's own fields are not
      *    touched, so the rest of both images stay blank. The card
      *    acted on goes in the reference field and the reason code
      *    says why it was blocked or replaced.
           IF CIN-ACTION-BLOCK
              MOVE WS-CIN-BLOCK-REASON TO WS-MAUD-REASON-STATUS
           ELSE
              MOVE WS-OLD-CARD-RECORD(77:1) TO WS-MAUD-REASON-STATUS
           END-IF
           EVALUATE WS-MAUD-REASON-STATUS
              WHEN 'L'
                 MOVE 'LOST' TO WS-MAUD-REASON-CODE
              WHEN 'S'
                 MOVE 'STOL' TO WS-MAUD-REASON-CODE
              WHEN OTHER
                 MOVE 'BLKD' TO WS-MAUD-REASON-CODE
           END-EVALUATE

           MOVE SPACES TO WS-BEFORE-IMAGE
           STRING 'CARD ' WS-OLD-CARD-NUMBER
                  ' STS ' WS-OLD-CARD-RECORD(77:1)
                  ' EXP ' WS-OLD-CARD-RECORD(67:10)
              DELIMITED BY SIZE INTO WS-BEFORE-IMAGE
           END-STRING
           MOVE SPACES TO WS-AFTER-IMAGE
           IF CIN-ACTION-BLOCK
              STRING 'CARD ' WS-OLD-CARD-NUMBER
                     ' STS ' WS-CIN-BLOCK-REASON
                     ' EXP ' WS-OLD-CARD-RECORD(67:10)
                 DELIMITED BY SIZE INTO WS-AFTER-IMAGE
              END-STRING
           ELSE
              STRING 'CARD ' WS-NEW-CARD-NUMBER
                     ' STS A'
                     ' EXP ' WS-NEW-CARD-EXPIRY
                 DELIMITED BY SIZE INTO WS-AFTER-IMAGE
              END-STRING
           END-IF

           MOVE SPACES TO WS-MAINT-AUDIT-RECORD
           ADD 1 TO WS-MAUD-SEQ-CTR
           MOVE WS-COMM-ACCOUNT-ID TO WS-MAUD-ACCT-ID
           MOVE EIBDATE TO WS-MAUD-DATE
           MOVE EIBTIME TO WS-MAUD-TIME
           MOVE WS-MAUD-SEQ-CTR TO WS-MAUD-SEQ
           MOVE EIBOPID TO WS-MAUD-OPERATOR-ID
           MOVE EIBTRMID TO WS-MAUD-TERMINAL-ID
           IF CIN-ACTION-BLOCK
              SET MAUD-CHANGE-CARDBLK TO TRUE
           ELSE
              SET MAUD-CHANGE-CARDRISS TO TRUE
           END-IF
           MOVE WS-BEFORE-IMAGE TO WS-MAUD-BEF-ADDR-LINE1
           MOVE WS-AFTER-IMAGE TO WS-MAUD-AFT-ADDR-LINE1
           MOVE 0 TO WS-MAUD-BEF-BALANCE
           MOVE 0 TO WS-MAUD-AFT-BALANCE
           MOVE 0 TO WS-MAUD-ADJ-AMOUNT
           MOVE WS-MAUD-REASON-CODE TO WS-MAUD-ADJ-REASON
           MOVE WS-OLD-CARD-NUMBER TO WS-MAUD-ADJ-REV-TRAN

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

       4000-SEND-CARD-RESPONSE.
      *    After a successful block or replacement the list is
      *    rebuilt so the rep sees the card's new status (and any
      *    new card) straight away.
           IF COMM-SUCCESS
              PERFORM 1100-RETRIEVE-ACCOUNT
              MOVE WS-COMM-MESSAGE TO WS-CSC-MESSAGE
              PERFORM 1300-LIST-CARDS
              EXEC CICS SEND
                 MAP('CRDMTM')
                 MAPSET('CRDMTS')
                 FROM(WS-CARD-SCREEN)
                 DATAONLY
                 CURSOR
              END-EXEC
           ELSE
              EXEC CICS SEND
                 MAP('CRDMTM')
                 MAPSET('CRDMTS')
                 FROM(WS-COMMAREA)
                 DATAONLY
                 CURSOR
                 ALARM
              END-EXEC
           END-IF.

       8000-INVALID-KEY.
           MOVE 'INVALID KEY PRESSED - USE ENTER OR PF3'
              TO WS-COMM-MESSAGE
           SET COMM-INVALID-INPUT TO TRUE
           PERFORM 4000-SEND-CARD-RESPONSE.

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
