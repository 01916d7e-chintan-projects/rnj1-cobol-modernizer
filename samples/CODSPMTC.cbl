      ******************************************************************
      * Program Name : CODSPMTC
      * Application  : CardDemo
      * Type         : CICS COBOL Program
      * Function     : Cardholder Dispute Case Intake and Update
      *                Reached from COACTVWC's transaction history
      *                screen (PF9). Lists the dispute cases on file
      *                for the account on display, read from the
      *                DISPFILE dispute case file. A rep keys the
      *                TRAN-ID of a posting and an action: O opens a
      *                case on it, posting a provisional credit for
      *                the disputed amount to the shared transaction
      *                ledger and ACCTDAT; A records the written
      *                acknowledgment sent to the cardholder; F
      *                resolves the case in the cardholder's favour,
      *                making the provisional credit final; R
      *                resolves it against the cardholder, putting
      *                the amount back with a provisional-credit
      *                reversal. Every action is audited to ACCTMAUD
      *                with the operator and terminal that made it.
      *                The operator is validated against the OPERSEC
      *                operator security file. Opening and reversing
      *                are refused while the nightly batch window is
      *                open on BATCHWIN, since both post to ACCTDAT
      *                and the ledger; acknowledging and a final
      *                resolution touch only the case and carry on.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
      * Licensed under the Apache License, Version 2.0
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CODSPMTC.
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

      *    Dispute case record as carried on DISPFILE, keyed by the
      *    account and the TRAN-ID of the disputed posting - one
      *    case per posting. The provisional credit posted when the
      *    case was opened, and the reversal of it if the case goes
      *    against the cardholder, are kept by TRAN-ID so the case
      *    ties back to the ledger.
       01  WS-DISP-RECORD.
           05 DISP-KEY.
              10 DISP-ACCT-ID           PIC X(11).
              10 DISP-TRAN-ID           PIC X(21).
           05 DISP-AMOUNT               PIC 9(7)V99.
           05 DISP-REASON-CODE          PIC X(04).
           05 DISP-OPENED-DATE          PIC X(10).
           05 DISP-STATUS               PIC X(01).
              88 DISP-OPEN              VALUE 'O'.
              88 DISP-ACKNOWLEDGED      VALUE 'A'.
              88 DISP-RESOLVED-FINAL    VALUE 'F'.
              88 DISP-RESOLVED-REVERSED VALUE 'R'.
              88 DISP-ACTIVE            VALUE 'O' 'A'.
           05 DISP-PROV-TRAN-ID         PIC X(21).
           05 DISP-ACK-DATE             PIC X(10).
           05 DISP-RESOLVED-DATE        PIC X(10).
           05 DISP-REVERSAL-TRAN-ID     PIC X(21).
           05 DISP-OPENED-BY            PIC X(03).
           05 DISP-UPDATED-BY           PIC X(03).
           05 DISP-FILLER               PIC X(26).

      *    Working copy of the case being acted on, held so the
      *    audit record can show it as it stood before the change.
       01  WS-OLD-DISP-STATUS           PIC X(01).

      *    The fields received from the dispute screen. The amount
      *    and reason are only keyed when a case is opened; an
      *    amount left at zero disputes the whole posting.
       01  WS-DISP-INPUT.
           05 WS-DIN-TRAN-ID            PIC X(21).
           05 WS-DIN-ACTION             PIC X(01).
              88 DIN-ACTION-OPEN        VALUE 'O'.
              88 DIN-ACTION-ACK         VALUE 'A'.
              88 DIN-ACTION-FINAL       VALUE 'F'.
              88 DIN-ACTION-REVERSE     VALUE 'R'.
           05 WS-DIN-AMOUNT             PIC 9(7)V99.
           05 WS-DIN-REASON-CODE        PIC X(04).
      *       Billing-error reasons: unauthorized, duplicate, wrong
      *       amount, goods or services not received, credit not
      *       processed, quality of goods or services.
              88 DIN-REASON-VALID       VALUE 'UNAU' 'DUPL' 'AMNT'
                                              'NREC' 'CRNP' 'QUAL'.

      *    What goes out to the dispute screen: the account heading
      *    and one line per case, in TRAN-ID (posting date) order.
       01  WS-DISP-SCREEN.
           05 WS-DSC-ACCT-ID            PIC X(11).
           05 WS-DSC-ACCT-NAME          PIC X(50).
           05 WS-DSC-MESSAGE            PIC X(50).
           05 WS-DSC-CASE-COUNT         PIC 9(02) VALUE 0.
           05 WS-DSC-CASE-TBL OCCURS 10 TIMES.
              10 WS-DSC-TRAN-ID         PIC X(21).
              10 WS-DSC-AMOUNT          PIC 9(7)V99.
              10 WS-DSC-REASON          PIC X(04).
              10 WS-DSC-OPENED-DATE     PIC X(10).
              10 WS-DSC-STATUS          PIC X(01).
              10 WS-DSC-ACK-DATE        PIC X(10).
              10 WS-DSC-RESOLVED-DATE   PIC X(10).

       77  WS-DSC-CASE-MAX              PIC 9(02) VALUE 10.

       01  WS-DISP-BROWSE-KEY.
           05 WS-DB-ACCT-ID             PIC X(11).
           05 WS-DB-TRAN-ID             PIC X(21).
       01  WS-DISP-BROWSE-FLAG          PIC X VALUE 'N'.
           88 DISP-BROWSE-DONE          VALUE 'Y'.
           88 DISP-BROWSE-NOT-DONE      VALUE 'N'.

      *    Working copy of a TRANSACTION-FILE record (see CBACT04C's
      *    TRAN-RECORD) - used to build the provisional credit and
      *    its reversal.
       01  WS-TRAN-RECORD.
           05 TRAN-ID                   PIC X(21).
           05 TRAN-ACCT-ID              PIC X(11).
           05 TRAN-TYPE-CD              PIC X(10).
           05 TRAN-AMT                  PIC S9(9)V99.
           05 TRAN-DATE                 PIC X(10).
           05 TRAN-DESC                 PIC X(40).
           05 TRAN-FILLER               PIC X(07).

      *    The posting a new case disputes, read to verify it.
       01  WS-DISPUTED-TRAN.
           05 WS-DTR-TRAN-ID            PIC X(21).
           05 WS-DTR-TRAN-ACCT-ID       PIC X(11).
           05 WS-DTR-TRAN-TYPE-CD       PIC X(10).
              88 DTR-DISPUTE-POSTING    VALUE 'PROV CREDT'
                                              'PROV REVRS'.
           05 WS-DTR-TRAN-AMT           PIC S9(9)V99.
           05 WS-DTR-TRAN-DATE          PIC X(10).
           05 WS-DTR-TRAN-DESC          PIC X(40).
           05 WS-DTR-TRAN-FILLER        PIC X(07).

       01  WS-TRAN-BUILD-FIELDS.
           05 WS-TRAN-SEQ-NBR           PIC 9(02) VALUE 0.
           05 WS-TRAN-RETRY-CTR         PIC 9(02) VALUE 0.
           05 WS-TRAN-WRITE-RESP        PIC S9(8) COMP.
           05 WS-TRAN-TYPE              PIC X(10).
           05 WS-ABS-TIME               PIC S9(15) COMP-3.
           05 WS-DATE-YYYYMMDD          PIC X(08).
           05 WS-DATE-DASHED            PIC X(10).

       01  WS-DISPUTE-WORK.
           05 WS-DSP-SIGNED-AMOUNT      PIC S9(9)V99.
           05 WS-DSP-NEW-BALANCE        PIC S9(9)V99.
           05 WS-DSP-BEF-BALANCE        PIC S9(9)V99.

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

      *    Batch-window control record on BATCHWIN - set by the
      *    nightly stream's first step and cleared once the memo
      *    queue has been applied after batch.
       01  WS-BATCH-WINDOW-RECORD.
           05 WS-BWIN-KEY               PIC X(08).
           05 WS-BWIN-FLAG              PIC X(01).
              88 BWIN-OPEN              VALUE 'Y'.
           05 WS-BWIN-OPENED-DATE       PIC X(10).
           05 WS-BWIN-OPENED-TIME       PIC X(08).
           05 WS-BWIN-CLOSED-DATE       PIC X(10).
           05 WS-BWIN-CLOSED-TIME       PIC X(08).
           05 WS-BWIN-FILLER            PIC X(05).

       01  WS-BWIN-READ-KEY             PIC X(08) VALUE 'BATCHWIN'.
       01  WS-BWIN-RESP                 PIC S9(8) COMP.

       01  WS-BATCH-WINDOW-SW           PIC X VALUE 'N'.
           88 BATCH-WINDOW-OPEN         VALUE 'Y'.
           88 BATCH-WINDOW-CLOSED       VALUE 'N'.

       01  WS-FLAGS.
           05 WS-RESP-CODE              PIC S9(8) COMP.
           05 WS-RESP2-CODE             PIC S9(8) COMP.
           05 WS-DISP-WRITE-RESP        PIC S9(8) COMP.

       01  WS-ERROR-MESSAGES.
           05 ERR-ACCT-NOT-FOUND        PIC X(50)
              VALUE 'ACCOUNT NOT FOUND IN DATABASE'.
           05 ERR-INVALID-INPUT         PIC X(50)
              VALUE 'INVALID DISPUTE FIELD(S) ENTERED'.
           05 ERR-TRAN-NOT-FOUND        PIC X(50)
              VALUE 'DISPUTED TRANSACTION NOT FOUND'.
           05 ERR-TRAN-WRONG-ACCT       PIC X(50)
              VALUE 'TRANSACTION BELONGS TO ANOTHER ACCOUNT'.
           05 ERR-TRAN-NOT-CHARGE       PIC X(50)
              VALUE 'ONLY A CHARGE TO THE ACCOUNT CAN BE DISPUTED'.
           05 ERR-AMOUNT-TOO-HIGH       PIC X(50)
              VALUE 'DISPUTED AMOUNT EXCEEDS THE POSTING'.
           05 ERR-CASE-EXISTS           PIC X(50)
              VALUE 'A DISPUTE CASE IS ALREADY OPEN FOR THIS POSTING'.
           05 ERR-CASE-NOT-FOUND        PIC X(50)
              VALUE 'NO DISPUTE CASE ON FILE FOR THIS POSTING'.
           05 ERR-CASE-NOT-OPEN         PIC X(50)
              VALUE 'CASE IS NOT AWAITING ACKNOWLEDGMENT'.
           05 ERR-CASE-RESOLVED         PIC X(50)
              VALUE 'CASE IS ALREADY RESOLVED'.
           05 ERR-ACCT-CHARGED-OFF      PIC X(50)
              VALUE 'ACCOUNT CHARGED OFF - NO PROVISIONAL CREDIT'.
           05 ERR-OPER-NOT-ON-FILE      PIC X(50)
              VALUE 'OPERATOR NOT ON SECURITY FILE'.
           05 ERR-OPER-REVOKED          PIC X(50)
              VALUE 'OPERATOR ACCESS REVOKED'.
           05 ERR-DB-ERROR              PIC X(50)
              VALUE 'DATABASE ERROR - CONTACT SUPPORT'.
           05 ERR-BATCH-WINDOW-OPEN     PIC X(50)
              VALUE 'BATCH WINDOW OPEN - RETRY LATER'.
           05 MSG-OPEN-SUCCESS          PIC X(50)
              VALUE 'CASE OPENED - PROVISIONAL CREDIT POSTED'.
           05 MSG-ACK-SUCCESS           PIC X(50)
              VALUE 'ACKNOWLEDGMENT RECORDED'.
           05 MSG-FINAL-SUCCESS         PIC X(50)
              VALUE 'CASE RESOLVED - PROVISIONAL CREDIT MADE FINAL'.
           05 MSG-REVERSE-SUCCESS       PIC X(50)
              VALUE 'CASE RESOLVED - PROVISIONAL CREDIT REVERSED'.

      *    Before/after maintenance audit record, shared with
      *    COACTUPC and COACTADC - one layout on ACCTMAUD, told
      *    apart by the change-type field. Dispute events carry a
      *    one-line image of the case in the address-line fields,
      *    the way the card maintenance screen carries card images.
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
              88 MAUD-CHANGE-DISPOPEN   VALUE 'DISPOPEN'.
              88 MAUD-CHANGE-DISPACK    VALUE 'DISPACK'.
              88 MAUD-CHANGE-DISPFINL   VALUE 'DISPFINL'.
              88 MAUD-CHANGE-DISPREV    VALUE 'DISPREV'.
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

      *    Persistent audit trail of dispute-screen errors, the same
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
      *          instead of listing disputes for an account nobody
      *          picked.
                 PERFORM 9100-NO-CONTEXT-ERROR
              WHEN EIBAID = DFHPF9
                 PERFORM 1000-FIRST-TIME
              WHEN EIBAID = DFHENTER
                 PERFORM 2000-PROCESS-DISPUTE-ACTION
              WHEN EIBAID = DFHPF3
                 PERFORM 9000-RETURN-TO-HISTORY
              WHEN EIBAID = DFHPF12
                 PERFORM 9000-RETURN-TO-HISTORY
              WHEN EIBAID = DFHCLEAR
                 PERFORM 1000-FIRST-TIME
              WHEN OTHER
                 PERFORM 8000-INVALID-KEY
           END-EVALUATE

           EXEC CICS RETURN
              TRANSID('CDSP')
              COMMAREA(WS-COMMAREA)
              LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

       1000-FIRST-TIME.
      *    Arrive here fresh from PF9 on COACTVWC's transaction
      *    history screen - the commarea carries the account id the
      *    rep was already looking at.
           PERFORM 1100-RETRIEVE-ACCOUNT

           IF COMM-SUCCESS
              MOVE SPACES TO WS-DSC-MESSAGE
              PERFORM 1300-LIST-CASES
              PERFORM 1200-SEND-DISPUTE-MAP
           ELSE
              PERFORM 9500-LOG-ERROR
              PERFORM 9000-RETURN-TO-HISTORY
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

       1200-SEND-DISPUTE-MAP.
           EXEC CICS SEND
              MAP('DSPMTM')
              MAPSET('DSPMTS')
              FROM(WS-DISP-SCREEN)
              ERASE
              CURSOR
           END-EXEC.

       1300-LIST-CASES.
      *    DISPFILE is keyed by account then disputed TRAN-ID, so one
      *    account's cases sit together in posting-date order.
      *    Position at the low end of the account's key range and
      *    browse forward until the account changes.
           MOVE WS-ACCT-ID TO WS-DSC-ACCT-ID
           MOVE WS-ACCT-NAME TO WS-DSC-ACCT-NAME
           MOVE 0 TO WS-DSC-CASE-COUNT
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
              PERFORM 1350-READ-NEXT-CASE
                 UNTIL DISP-BROWSE-DONE
              EXEC CICS ENDBR
                 FILE('DISPFILE')
              END-EXEC
           END-IF.

       1350-READ-NEXT-CASE.
           EXEC CICS READNEXT
              FILE('DISPFILE')
              INTO(WS-DISP-RECORD)
              RIDFLD(WS-DISP-BROWSE-KEY)
              RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
              SET DISP-BROWSE-DONE TO TRUE
           ELSE
              IF DISP-ACCT-ID NOT = WS-COMM-ACCOUNT-ID
                 SET DISP-BROWSE-DONE TO TRUE
              ELSE
                 IF WS-DSC-CASE-COUNT < WS-DSC-CASE-MAX
                    ADD 1 TO WS-DSC-CASE-COUNT
                    MOVE DISP-TRAN-ID TO
                       WS-DSC-TRAN-ID(WS-DSC-CASE-COUNT)
                    MOVE DISP-AMOUNT TO
                       WS-DSC-AMOUNT(WS-DSC-CASE-COUNT)
                    MOVE DISP-REASON-CODE TO
                       WS-DSC-REASON(WS-DSC-CASE-COUNT)
                    MOVE DISP-OPENED-DATE TO
                       WS-DSC-OPENED-DATE(WS-DSC-CASE-COUNT)
                    MOVE DISP-STATUS TO
                       WS-DSC-STATUS(WS-DSC-CASE-COUNT)
                    MOVE DISP-ACK-DATE TO
                       WS-DSC-ACK-DATE(WS-DSC-CASE-COUNT)
                    MOVE DISP-RESOLVED-DATE TO
                       WS-DSC-RESOLVED-DATE(WS-DSC-CASE-COUNT)
                 ELSE
                    SET DISP-BROWSE-DONE TO TRUE
                 END-IF
              END-IF
           END-IF.

       2000-PROCESS-DISPUTE-ACTION.
           EXEC CICS RECEIVE
              MAP('DSPMTM')
              MAPSET('DSPMTS')
              INTO(WS-DISP-INPUT)
           END-EXEC

           PERFORM 2100-VALIDATE-DISPUTE-ACTION

      *    While the batch window is open the overnight runs own
      *    ACCTDAT and the ledger. A provisional credit or its
      *    reversal goes with a case change the memo queue cannot
      *    carry, so the rep is sent back to try again after batch.
           IF COMM-SUCCESS
              AND (DIN-ACTION-OPEN OR DIN-ACTION-REVERSE)
              PERFORM 2900-CHECK-BATCH-WINDOW
              IF BATCH-WINDOW-OPEN
                 SET COMM-INVALID-INPUT TO TRUE
                 MOVE ERR-BATCH-WINDOW-OPEN TO WS-COMM-MESSAGE
                 MOVE 0 TO WS-RESP-CODE
                 MOVE 1 TO WS-RESP2-CODE
                 PERFORM 9500-LOG-ERROR
              END-IF
           END-IF

           IF COMM-SUCCESS
              EVALUATE TRUE
                 WHEN DIN-ACTION-OPEN
                    PERFORM 3000-OPEN-CASE
                 WHEN DIN-ACTION-ACK
                    PERFORM 3300-ACKNOWLEDGE-CASE
                 WHEN DIN-ACTION-FINAL
                    PERFORM 3400-RESOLVE-FINAL
                 WHEN DIN-ACTION-REVERSE
                    PERFORM 3500-RESOLVE-REVERSE
              END-EVALUATE
           END-IF

           PERFORM 4000-SEND-DISPUTE-RESPONSE.

       2100-VALIDATE-DISPUTE-ACTION.
      *    The entering operator has to be a real, active entry on
      *    the security file before any field edit matters.
           PERFORM 2050-VERIFY-OPERATOR
           IF COMM-SUCCESS
              PERFORM 2150-EDIT-DISPUTE-FIELDS
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

       2150-EDIT-DISPUTE-FIELDS.
      *    Field edits; none of these failures is backed by an
      *    EXEC CICS call, so set an explicit sentinel to keep a
      *    stale RESP code out of the audit record. Opening a case
      *    needs a billing-error reason and a usable amount; the
      *    other actions work from the case already on file.
           IF WS-DIN-TRAN-ID = SPACES OR
              WS-DIN-TRAN-ID = LOW-VALUES
              OR NOT (DIN-ACTION-OPEN OR DIN-ACTION-ACK
                      OR DIN-ACTION-FINAL OR DIN-ACTION-REVERSE)
              OR (DIN-ACTION-OPEN AND
                  (NOT DIN-REASON-VALID OR
                   WS-DIN-AMOUNT NOT NUMERIC))
              SET COMM-INVALID-INPUT TO TRUE
              MOVE ERR-INVALID-INPUT TO WS-COMM-MESSAGE
              MOVE 0 TO WS-RESP-CODE
              MOVE 1 TO WS-RESP2-CODE
              PERFORM 9500-LOG-ERROR
           ELSE
              IF DIN-ACTION-OPEN
                 PERFORM 2200-EDIT-OPEN
              ELSE
                 PERFORM 2400-EDIT-CASE-UPDATE
              END-IF
           END-IF.

       2200-EDIT-OPEN.
      *    The disputed posting has to be a real charge on this
      *    account - a payment or a credit is not a billing error,
      *    and a dispute's own provisional postings cannot be
      *    disputed in turn. The disputed amount may be part of the
      *    posting but never more than it.
           EXEC CICS READ
              FILE('TRANFILE')
              INTO(WS-DISPUTED-TRAN)
              RIDFLD(WS-DIN-TRAN-ID)
              RESP(WS-RESP-CODE)
              RESP2(WS-RESP2-CODE)
           END-EXEC

           EVALUATE TRUE
              WHEN WS-RESP-CODE = DFHRESP(NOTFND)
                 SET COMM-INVALID-INPUT TO TRUE
                 MOVE ERR-TRAN-NOT-FOUND TO WS-COMM-MESSAGE
                 PERFORM 9500-LOG-ERROR
              WHEN WS-RESP-CODE NOT = DFHRESP(NORMAL)
                 SET COMM-DB-ERROR TO TRUE
                 MOVE ERR-DB-ERROR TO WS-COMM-MESSAGE
                 PERFORM 9500-LOG-ERROR
              WHEN WS-DTR-TRAN-ACCT-ID NOT = WS-COMM-ACCOUNT-ID
                 SET COMM-INVALID-INPUT TO TRUE
                 MOVE ERR-TRAN-WRONG-ACCT TO WS-COMM-MESSAGE
                 MOVE 0 TO WS-RESP-CODE
                 MOVE 1 TO WS-RESP2-CODE
                 PERFORM 9500-LOG-ERROR
              WHEN WS-DTR-TRAN-AMT NOT > 0
                 OR DTR-DISPUTE-POSTING
                 SET COMM-INVALID-INPUT TO TRUE
                 MOVE ERR-TRAN-NOT-CHARGE TO WS-COMM-MESSAGE
                 MOVE 0 TO WS-RESP-CODE
                 MOVE 1 TO WS-RESP2-CODE
                 PERFORM 9500-LOG-ERROR
              WHEN WS-DIN-AMOUNT > WS-DTR-TRAN-AMT
                 SET COMM-INVALID-INPUT TO TRUE
                 MOVE ERR-AMOUNT-TOO-HIGH TO WS-COMM-MESSAGE
                 MOVE 0 TO WS-RESP-CODE
                 MOVE 1 TO WS-RESP2-CODE
                 PERFORM 9500-LOG-ERROR
              WHEN OTHER
                 IF WS-DIN-AMOUNT = 0
                    MOVE WS-DTR-TRAN-AMT TO WS-DIN-AMOUNT
                 END-IF
                 PERFORM 2250-CHECK-NO-CASE
           END-EVALUATE.

       2250-CHECK-NO-CASE.
      *    One case per posting - a second case on the same TRAN-ID
      *    would post a second provisional credit for one charge.
           MOVE WS-COMM-ACCOUNT-ID TO DISP-ACCT-ID
           MOVE WS-DIN-TRAN-ID TO DISP-TRAN-ID
           EXEC CICS READ
              FILE('DISPFILE')
              INTO(WS-DISP-RECORD)
              RIDFLD(DISP-KEY)
              RESP(WS-RESP-CODE)
              RESP2(WS-RESP2-CODE)
           END-EXEC

           EVALUATE WS-RESP-CODE
              WHEN DFHRESP(NOTFND)
                 SET COMM-SUCCESS TO TRUE
              WHEN DFHRESP(NORMAL)
                 SET COMM-INVALID-INPUT TO TRUE
                 MOVE ERR-CASE-EXISTS TO WS-COMM-MESSAGE
                 MOVE 0 TO WS-RESP-CODE
                 MOVE 1 TO WS-RESP2-CODE
                 PERFORM 9500-LOG-ERROR
              WHEN OTHER
                 SET COMM-DB-ERROR TO TRUE
                 MOVE ERR-DB-ERROR TO WS-COMM-MESSAGE
                 PERFORM 9500-LOG-ERROR
           END-EVALUATE.

       2400-EDIT-CASE-UPDATE.
      *    Acknowledgment is only for a case that has not had one;
      *    either resolution is open to any case not yet resolved.
      *    The read holds the case for the rewrite in 3300-3500.
           MOVE WS-COMM-ACCOUNT-ID TO DISP-ACCT-ID
           MOVE WS-DIN-TRAN-ID TO DISP-TRAN-ID
           EXEC CICS READ
              FILE('DISPFILE')
              INTO(WS-DISP-RECORD)
              RIDFLD(DISP-KEY)
              RESP(WS-RESP-CODE)
              RESP2(WS-RESP2-CODE)
              UPDATE
           END-EXEC

           EVALUATE TRUE
              WHEN WS-RESP-CODE = DFHRESP(NOTFND)
                 SET COMM-INVALID-INPUT TO TRUE
                 MOVE ERR-CASE-NOT-FOUND TO WS-COMM-MESSAGE
                 PERFORM 9500-LOG-ERROR
              WHEN WS-RESP-CODE NOT = DFHRESP(NORMAL)
                 SET COMM-DB-ERROR TO TRUE
                 MOVE ERR-DB-ERROR TO WS-COMM-MESSAGE
                 PERFORM 9500-LOG-ERROR
              WHEN NOT DISP-ACTIVE
                 SET COMM-INVALID-INPUT TO TRUE
                 MOVE ERR-CASE-RESOLVED TO WS-COMM-MESSAGE
                 MOVE 0 TO WS-RESP-CODE
                 MOVE 1 TO WS-RESP2-CODE
                 PERFORM 9500-LOG-ERROR
              WHEN DIN-ACTION-ACK AND NOT DISP-OPEN
                 SET COMM-INVALID-INPUT TO TRUE
                 MOVE ERR-CASE-NOT-OPEN TO WS-COMM-MESSAGE
                 MOVE 0 TO WS-RESP-CODE
                 MOVE 1 TO WS-RESP2-CODE
                 PERFORM 9500-LOG-ERROR
              WHEN OTHER
                 MOVE DISP-STATUS TO WS-OLD-DISP-STATUS
                 SET COMM-SUCCESS TO TRUE
           END-EVALUATE.

       2900-CHECK-BATCH-WINDOW.
      *    No control record means no window has ever been opened.
      *    If the record cannot be read at all the window is taken
      *    as open - a refused action can simply be keyed again, a
      *    direct post into a running batch is what has to be
      *    avoided.
           SET BATCH-WINDOW-CLOSED TO TRUE
           EXEC CICS READ
              FILE('BATCHWIN')
              INTO(WS-BATCH-WINDOW-RECORD)
              RIDFLD(WS-BWIN-READ-KEY)
              RESP(WS-BWIN-RESP)
           END-EXEC

           EVALUATE TRUE
              WHEN WS-BWIN-RESP = DFHRESP(NORMAL)
                 IF BWIN-OPEN
                    SET BATCH-WINDOW-OPEN TO TRUE
                 END-IF
              WHEN WS-BWIN-RESP = DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 SET BATCH-WINDOW-OPEN TO TRUE
           END-EVALUATE.

       3000-OPEN-CASE.
      *    The provisional credit takes the disputed amount off the
      *    balance while the case is worked. A charged-off balance
      *    has already been written off, so there is nothing to
      *    credit provisionally.
           EXEC CICS READ
              FILE('ACCTDAT')
              INTO(WS-ACCOUNT-DATA)
              RIDFLD(WS-COMM-ACCOUNT-ID)
              RESP(WS-RESP-CODE)
              RESP2(WS-RESP2-CODE)
              UPDATE
           END-EXEC

           EVALUATE TRUE
              WHEN WS-RESP-CODE = DFHRESP(NOTFND)
                 SET COMM-ACCT-NOT-FOUND TO TRUE
                 MOVE ERR-ACCT-NOT-FOUND TO WS-COMM-MESSAGE
                 PERFORM 9500-LOG-ERROR
              WHEN WS-RESP-CODE NOT = DFHRESP(NORMAL)
                 SET COMM-DB-ERROR TO TRUE
                 MOVE ERR-DB-ERROR TO WS-COMM-MESSAGE
                 PERFORM 9500-LOG-ERROR
              WHEN WS-ACCT-CHARGED-OFF
                 SET COMM-INVALID-INPUT TO TRUE
                 MOVE ERR-ACCT-CHARGED-OFF TO WS-COMM-MESSAGE
                 MOVE 0 TO WS-RESP-CODE
                 MOVE 1 TO WS-RESP2-CODE
                 PERFORM 9500-LOG-ERROR
              WHEN OTHER
                 PERFORM 3100-POST-PROVISIONAL-CREDIT
           END-EVALUATE.

       3100-POST-PROVISIONAL-CREDIT.
      *    Ledger first, then the new case, while the READ UPDATE
      *    still holds the account: a failed ledger write just
      *    abandons the held record, and a failure after a good
      *    ledger write is rolled back so the balance, the ledger
      *    and the case move together or not at all.
           PERFORM 3900-GET-CURRENT-DATE
           MOVE WS-ACCT-CURRENT-BAL TO WS-DSP-BEF-BALANCE
           COMPUTE WS-DSP-SIGNED-AMOUNT = 0 - WS-DIN-AMOUNT
           END-COMPUTE
           COMPUTE WS-DSP-NEW-BALANCE =
              WS-ACCT-CURRENT-BAL + WS-DSP-SIGNED-AMOUNT
           END-COMPUTE
           MOVE WS-DSP-NEW-BALANCE TO WS-ACCT-CURRENT-BAL

           MOVE 'PROV CREDT' TO WS-TRAN-TYPE
           PERFORM 3700-WRITE-LEDGER-ENTRY

           IF WS-TRAN-WRITE-RESP NOT = DFHRESP(NORMAL)
              SET COMM-DB-ERROR TO TRUE
              MOVE ERR-DB-ERROR TO WS-COMM-MESSAGE
              MOVE WS-TRAN-WRITE-RESP TO WS-RESP-CODE
              MOVE 0 TO WS-RESP2-CODE
              PERFORM 9500-LOG-ERROR
           ELSE
              MOVE SPACES TO WS-DISP-RECORD
              MOVE WS-COMM-ACCOUNT-ID TO DISP-ACCT-ID
              MOVE WS-DIN-TRAN-ID TO DISP-TRAN-ID
              MOVE WS-DIN-AMOUNT TO DISP-AMOUNT
              MOVE WS-DIN-REASON-CODE TO DISP-REASON-CODE
              MOVE WS-DATE-DASHED TO DISP-OPENED-DATE
              SET DISP-OPEN TO TRUE
              MOVE TRAN-ID TO DISP-PROV-TRAN-ID
              MOVE EIBOPID TO DISP-OPENED-BY
              MOVE EIBOPID TO DISP-UPDATED-BY
              MOVE SPACE TO WS-OLD-DISP-STATUS

              EXEC CICS WRITE
                 FILE('DISPFILE')
                 FROM(WS-DISP-RECORD)
                 RIDFLD(DISP-KEY)
                 RESP(WS-DISP-WRITE-RESP)
              END-EXEC

              IF WS-DISP-WRITE-RESP = DFHRESP(NORMAL)
                 EXEC CICS REWRITE
                    FILE('ACCTDAT')
                    FROM(WS-ACCOUNT-DATA)
                    RESP(WS-RESP-CODE)
                 END-EXEC
              ELSE
                 MOVE WS-DISP-WRITE-RESP TO WS-RESP-CODE
              END-IF

              IF WS-RESP-CODE = DFHRESP(NORMAL)
                 SET COMM-SUCCESS TO TRUE
                 MOVE MSG-OPEN-SUCCESS TO WS-COMM-MESSAGE
                 PERFORM 3800-WRITE-DISPUTE-AUDIT
              ELSE
                 EXEC CICS SYNCPOINT ROLLBACK
                 END-EXEC
                 SET COMM-DB-ERROR TO TRUE
                 MOVE ERR-DB-ERROR TO WS-COMM-MESSAGE
                 PERFORM 9500-LOG-ERROR
              END-IF
           END-IF.

       3300-ACKNOWLEDGE-CASE.
      *    The written acknowledgment has gone to the cardholder -
      *    the date stops the acknowledgment clock on the aging
      *    report. No money moves.
           PERFORM 3900-GET-CURRENT-DATE
           SET DISP-ACKNOWLEDGED TO TRUE
           MOVE WS-DATE-DASHED TO DISP-ACK-DATE
           MOVE EIBOPID TO DISP-UPDATED-BY
           MOVE 0 TO WS-DSP-SIGNED-AMOUNT
           PERFORM 3600-REWRITE-CASE

           IF WS-RESP-CODE = DFHRESP(NORMAL)
              SET COMM-SUCCESS TO TRUE
              MOVE MSG-ACK-SUCCESS TO WS-COMM-MESSAGE
              PERFORM 3800-WRITE-DISPUTE-AUDIT
           ELSE
              SET COMM-DB-ERROR TO TRUE
              MOVE ERR-DB-ERROR TO WS-COMM-MESSAGE
              PERFORM 9500-LOG-ERROR
           END-IF.

       3400-RESOLVE-FINAL.
      *    Resolved in the cardholder's favour - the provisional
      *    credit already on the balance simply stands, so only the
      *    case changes.
           PERFORM 3900-GET-CURRENT-DATE
           SET DISP-RESOLVED-FINAL TO TRUE
           MOVE WS-DATE-DASHED TO DISP-RESOLVED-DATE
           MOVE EIBOPID TO DISP-UPDATED-BY
           MOVE 0 TO WS-DSP-SIGNED-AMOUNT
           PERFORM 3600-REWRITE-CASE

           IF WS-RESP-CODE = DFHRESP(NORMAL)
              SET COMM-SUCCESS TO TRUE
              MOVE MSG-FINAL-SUCCESS TO WS-COMM-MESSAGE
              PERFORM 3800-WRITE-DISPUTE-AUDIT
           ELSE
              SET COMM-DB-ERROR TO TRUE
              MOVE ERR-DB-ERROR TO WS-COMM-MESSAGE
              PERFORM 9500-LOG-ERROR
           END-IF.

       3500-RESOLVE-REVERSE.
      *    Resolved against the cardholder - the disputed amount
      *    goes back on the balance with a reversal of the
      *    provisional credit. Same ordering as 3100: ledger first,
      *    then the case and the account, rolled back together if
      *    either rewrite fails.
           EXEC CICS READ
              FILE('ACCTDAT')
              INTO(WS-ACCOUNT-DATA)
              RIDFLD(WS-COMM-ACCOUNT-ID)
              RESP(WS-RESP-CODE)
              RESP2(WS-RESP2-CODE)
              UPDATE
           END-EXEC

           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
              IF WS-RESP-CODE = DFHRESP(NOTFND)
                 SET COMM-ACCT-NOT-FOUND TO TRUE
                 MOVE ERR-ACCT-NOT-FOUND TO WS-COMM-MESSAGE
              ELSE
                 SET COMM-DB-ERROR TO TRUE
                 MOVE ERR-DB-ERROR TO WS-COMM-MESSAGE
              END-IF
              PERFORM 9500-LOG-ERROR
           ELSE
              PERFORM 3900-GET-CURRENT-DATE
              MOVE WS-ACCT-CURRENT-BAL TO WS-DSP-BEF-BALANCE
              MOVE DISP-AMOUNT TO WS-DSP-SIGNED-AMOUNT
              COMPUTE WS-DSP-NEW-BALANCE =
                 WS-ACCT-CURRENT-BAL + WS-DSP-SIGNED-AMOUNT
              END-COMPUTE
              MOVE WS-DSP-NEW-BALANCE TO WS-ACCT-CURRENT-BAL

              MOVE 'PROV REVRS' TO WS-TRAN-TYPE
              PERFORM 3700-WRITE-LEDGER-ENTRY

              IF WS-TRAN-WRITE-RESP NOT = DFHRESP(NORMAL)
                 SET COMM-DB-ERROR TO TRUE
                 MOVE ERR-DB-ERROR TO WS-COMM-MESSAGE
                 MOVE WS-TRAN-WRITE-RESP TO WS-RESP-CODE
                 MOVE 0 TO WS-RESP2-CODE
                 PERFORM 9500-LOG-ERROR
              ELSE
                 SET DISP-RESOLVED-REVERSED TO TRUE
                 MOVE WS-DATE-DASHED TO DISP-RESOLVED-DATE
                 MOVE TRAN-ID TO DISP-REVERSAL-TRAN-ID
                 MOVE EIBOPID TO DISP-UPDATED-BY
                 PERFORM 3600-REWRITE-CASE

                 IF WS-RESP-CODE = DFHRESP(NORMAL)
                    EXEC CICS REWRITE
                       FILE('ACCTDAT')
                       FROM(WS-ACCOUNT-DATA)
                       RESP(WS-RESP-CODE)
                    END-EXEC
                 END-IF

                 IF WS-RESP-CODE = DFHRESP(NORMAL)
                    SET COMM-SUCCESS TO TRUE
                    MOVE MSG-REVERSE-SUCCESS TO WS-COMM-MESSAGE
                    PERFORM 3800-WRITE-DISPUTE-AUDIT
                 ELSE
                    EXEC CICS SYNCPOINT ROLLBACK
                    END-EXEC
                    SET COMM-DB-ERROR TO TRUE
                    MOVE ERR-DB-ERROR TO WS-COMM-MESSAGE
                    PERFORM 9500-LOG-ERROR
                 END-IF
              END-IF
           END-IF.

       3600-REWRITE-CASE.
           EXEC CICS REWRITE
              FILE('DISPFILE')
              FROM(WS-DISP-RECORD)
              RESP(WS-RESP-CODE)
           END-EXEC.

       3700-WRITE-LEDGER-ENTRY.
      *    Put the provisional credit or its reversal on the shared
      *    transaction ledger in the same TRAN-RECORD layout the
      *    batch programs write, naming the disputed posting.
           ADD 1 TO WS-TRAN-SEQ-NBR
           MOVE 0 TO WS-TRAN-RETRY-CTR
           PERFORM 3750-WRITE-TRAN-RECORD
           PERFORM 3760-RETRY-TRAN-WRITE
              UNTIL WS-TRAN-WRITE-RESP NOT = DFHRESP(DUPREC)
                 OR WS-TRAN-RETRY-CTR >= 99

           IF WS-TRAN-WRITE-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS WRITEQ TD
                 QUEUE('ERRLOG')
                 FROM(WS-TRAN-RECORD)
                 LENGTH(LENGTH OF WS-TRAN-RECORD)
              END-EXEC
           END-IF.

       3750-WRITE-TRAN-RECORD.
           MOVE SPACES TO TRAN-ID
           STRING WS-COMM-ACCOUNT-ID DELIMITED BY SIZE
                  WS-DATE-YYYYMMDD DELIMITED BY SIZE
                  WS-TRAN-SEQ-NBR DELIMITED BY SIZE
              INTO TRAN-ID
           END-STRING

           MOVE WS-COMM-ACCOUNT-ID TO TRAN-ACCT-ID
           MOVE WS-TRAN-TYPE TO TRAN-TYPE-CD
           MOVE WS-DSP-SIGNED-AMOUNT TO TRAN-AMT
           MOVE WS-DATE-DASHED TO TRAN-DATE

           MOVE SPACES TO TRAN-DESC
           IF DIN-ACTION-OPEN
              STRING 'PROV CREDIT DISPUTE OF ' WS-DIN-TRAN-ID
                 DELIMITED BY SIZE INTO TRAN-DESC
              END-STRING
           ELSE
              STRING 'PROV REVERS DISPUTE OF ' WS-DIN-TRAN-ID
                 DELIMITED BY SIZE INTO TRAN-DESC
              END-STRING
           END-IF
           MOVE SPACES TO TRAN-FILLER

           EXEC CICS WRITE
              FILE('TRANFILE')
              FROM(WS-TRAN-RECORD)
              RIDFLD(TRAN-ID)
              RESP(WS-TRAN-WRITE-RESP)
           END-EXEC.

       3760-RETRY-TRAN-WRITE.
      *    Duplicate key - a batch run has already used this
      *    sequence for the same account and date. Re-key and write
      *    again.
           ADD 1 TO WS-TRAN-SEQ-NBR
           ADD 1 TO WS-TRAN-RETRY-CTR
           PERFORM 3750-WRITE-TRAN-RECORD.

       3800-WRITE-DISPUTE-AUDIT.
      *    Dispute events go to ACCTMAUD in the shared layout with a
      *    one-line image of the case before and after in the
      *    address-line fields. The disputed posting goes in the
      *    reference field and the case's reason code in the reason
      *    field; the two money events also carry the balance
      *    before and after, the way an adjustment does.
           MOVE DISP-AMOUNT TO WS-IMAGE-AMOUNT
           MOVE SPACES TO WS-BEFORE-IMAGE
           IF NOT DIN-ACTION-OPEN
              STRING 'CASE STS ' WS-OLD-DISP-STATUS
                     ' AMT ' WS-IMAGE-AMOUNT
                     ' OPENED ' DISP-OPENED-DATE
                 DELIMITED BY SIZE INTO WS-BEFORE-IMAGE
              END-STRING
           END-IF
           MOVE SPACES TO WS-AFTER-IMAGE
           STRING 'CASE STS ' DISP-STATUS
                  ' AMT ' WS-IMAGE-AMOUNT
                  ' OPENED ' DISP-OPENED-DATE
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
           EVALUATE TRUE
              WHEN DIN-ACTION-OPEN
                 SET MAUD-CHANGE-DISPOPEN TO TRUE
              WHEN DIN-ACTION-ACK
                 SET MAUD-CHANGE-DISPACK TO TRUE
              WHEN DIN-ACTION-FINAL
                 SET MAUD-CHANGE-DISPFINL TO TRUE
              WHEN DIN-ACTION-REVERSE
                 SET MAUD-CHANGE-DISPREV TO TRUE
           END-EVALUATE
           MOVE WS-BEFORE-IMAGE TO WS-MAUD-BEF-ADDR-LINE1
           MOVE WS-AFTER-IMAGE TO WS-MAUD-AFT-ADDR-LINE1

           IF DIN-ACTION-OPEN OR DIN-ACTION-REVERSE
              MOVE WS-DSP-BEF-BALANCE TO WS-MAUD-BEF-BALANCE
              MOVE WS-DSP-NEW-BALANCE TO WS-MAUD-AFT-BALANCE
           ELSE
              MOVE 0 TO WS-MAUD-BEF-BALANCE
              MOVE 0 TO WS-MAUD-AFT-BALANCE
           END-IF
           MOVE WS-DSP-SIGNED-AMOUNT TO WS-MAUD-ADJ-AMOUNT
           MOVE DISP-REASON-CODE TO WS-MAUD-ADJ-REASON
           MOVE DISP-TRAN-ID TO WS-MAUD-ADJ-REV-TRAN

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

       4000-SEND-DISPUTE-RESPONSE.
      *    After a successful action the list is rebuilt so the rep
      *    sees the case's new status straight away.
           IF COMM-SUCCESS
              PERFORM 1100-RETRIEVE-ACCOUNT
              MOVE WS-COMM-MESSAGE TO WS-DSC-MESSAGE
              PERFORM 1300-LIST-CASES
              EXEC CICS SEND
                 MAP('DSPMTM')
                 MAPSET('DSPMTS')
                 FROM(WS-DISP-SCREEN)
                 DATAONLY
                 CURSOR
              END-EXEC
           ELSE
              EXEC CICS SEND
                 MAP('DSPMTM')
                 MAPSET('DSPMTS')
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
           PERFORM 4000-SEND-DISPUTE-RESPONSE.

       9000-RETURN-TO-HISTORY.
      *    EIBAID is still whatever PF key drove this task - XCTL
      *    does not reset it - so flag the redisplay in the
      *    commarea; COACTVWC checks this ahead of its normal AID
      *    dispatch. The rep came from the transaction history, so
      *    that is where they go back to, with any provisional
      *    posting just made now on it.
           SET COMM-REDISPLAY-HISTORY TO TRUE
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
