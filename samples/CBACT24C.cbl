      ******************************************************************
      * Program Name : CBACT24C
      * Application  : CardDemo
      * Type         : BATCH COBOL Program
      * Function     : Purchase Clearing Posting
      *                Posts the card network's nightly clearing and
      *                settlement file against the account master.
      *                Each item is found on the CARDFILE card master
      *                by card number, and from there its account.
      *                A purchase is charged to the balance and a
      *                merchant return is credited back; either way
      *                a PURCHASE or CREDIT record goes to the ledger
      *                so statements and the GL feed pick it up, and
      *                the account's last-posting date is stamped.
      *                Items for unknown cards, and for closed or
      *                charged-off accounts, are not posted - they go
      *                to the clearing reject file and the report for
      *                the network chargeback team. The control totals
      *                prove items received = posted + rejected, by
      *                count and by amount.
      *
      *                Runs at the end of the nightly posting stream,
      *                after the interest (CBACT04C), charge-off
      *                (CBACT17C) and refund (CBACT18C) runs - those
      *                treat a last-posting date of today as "already
      *                posted" for their own restart guard, so an
      *                account cleared ahead of them would be skipped.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
      *
      * Licensed under the Apache License, Version 2.0 (the "License").
      * You may not use this file except in compliance with the License.
      * You may obtain a copy of the License at
      *
      *    http://www.apache.org/licenses/LICENSE-2.0
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBACT24C.
       AUTHOR.        AWS MAINFRAME MODERNIZATION TEAM.
       DATE-WRITTEN.  2026-09-08.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLEARING-FILE
               ASSIGN TO CLRFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLR-STATUS.

           SELECT CARD-FILE
               ASSIGN TO CARDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CARD-NUMBER
               FILE STATUS IS WS-CARD-STATUS.

           SELECT ACCOUNT-FILE
               ASSIGN TO ACCTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT TRANSACTION-FILE
               ASSIGN TO TRANFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-ID
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT CLEARING-REJECT-FILE
               ASSIGN TO CLRREJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CREJ-STATUS.

           SELECT CLEARING-REPORT
               ASSIGN TO CLRRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLRR-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    One item per cleared card transaction, as delivered by the
      *    network. The debit/credit indicator tells a purchase from
      *    a merchant return; the amount is always unsigned.
       FD  CLEARING-FILE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  CLEARING-RECORD.
           05 CLR-CARD-NUMBER           PIC X(16).
           05 CLR-MERCHANT-NAME         PIC X(25).
           05 CLR-MCC                   PIC X(04).
           05 CLR-DEBIT-CREDIT          PIC X(01).
              88 CLR-PURCHASE           VALUE 'D'.
              88 CLR-MERCHANT-CREDIT    VALUE 'C'.
           05 CLR-AMOUNT                PIC 9(7)V99.
           05 CLR-TRAN-DATE             PIC X(10).
           05 CLR-REFERENCE-NBR         PIC X(23).
           05 CLR-FILLER                PIC X(12).

       FD  CARD-FILE
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  CARD-RECORD.
           05 CARD-NUMBER               PIC X(16).
           05 CARD-ACCT-ID              PIC X(11).
           05 CARD-EMBOSS-NAME          PIC X(26).
           05 CARD-ISSUE-SEQ            PIC 9(02).
           05 CARD-ISSUE-DATE           PIC X(10).
           05 CARD-ISSUE-REASON         PIC X(01).
           05 CARD-EXPIRY-DATE          PIC X(10).
           05 CARD-STATUS               PIC X(01).
           05 CARD-STATUS-DATE          PIC X(10).
           05 CARD-EMBOSS-STATUS        PIC X(01).
           05 CARD-EMBOSS-DATE          PIC X(10).
           05 CARD-REPLACED-BY          PIC X(16).
           05 CARD-FILLER               PIC X(36).

       FD  ACCOUNT-FILE
           RECORD CONTAINS 300 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  ACCOUNT-RECORD.
           05 ACCT-ID                   PIC X(11).
           05 ACCT-HOLDER-NAME          PIC X(50).
           05 ACCT-CREDIT-LIMIT         PIC 9(7)V99.
           05 ACCT-CURRENT-BALANCE      PIC S9(7)V99.
           05 ACCT-MINIMUM-PAYMENT      PIC 9(5)V99.
           05 ACCT-INTEREST-RATE        PIC 9(2)V9(4).
           05 ACCT-LAST-PAYMENT-DATE    PIC X(10).
           05 ACCT-LAST-PAYMENT-AMT     PIC 9(7)V99.
           05 ACCT-STATUS               PIC X(01).
              88 ACCT-ACTIVE            VALUE 'A'.
              88 ACCT-CLOSED            VALUE 'C'.
              88 ACCT-SUSPENDED         VALUE 'S'.
              88 ACCT-DELINQUENT        VALUE 'D'.
              88 ACCT-CHARGED-OFF       VALUE 'O'.
           05 ACCT-OPEN-DATE            PIC X(10).
           05 ACCT-LAST-POSTING-DATE    PIC X(10).
           05 FILLER                    PIC X(182).

       FD  TRANSACTION-FILE
           RECORD CONTAINS 110 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  TRAN-RECORD.
           05 TRAN-ID                   PIC X(21).
           05 TRAN-ACCT-ID              PIC X(11).
           05 TRAN-TYPE-CD              PIC X(10).
              88 TRAN-TYPE-PURCHASE     VALUE 'PURCHASE'.
              88 TRAN-TYPE-CREDIT       VALUE 'CREDIT'.
           05 TRAN-AMT                  PIC S9(9)V99.
           05 TRAN-DATE                 PIC X(10).
           05 TRAN-DESC                 PIC X(40).
           05 TRAN-FILLER               PIC X(07).

      *    The network item exactly as received, followed by why it
      *    was turned away - the chargeback team works straight from
      *    this file.
       FD  CLEARING-REJECT-FILE
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  CLEARING-REJECT-RECORD.
           05 CREJ-CLEARING-ITEM        PIC X(100).
           05 CREJ-REASON               PIC X(30).

       FD  CLEARING-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  CLRR-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05 WS-CLR-STATUS             PIC XX.
           05 WS-CARD-STATUS            PIC XX.
           05 WS-ACCT-STATUS            PIC XX.
           05 WS-TRAN-STATUS            PIC XX.
           05 WS-CREJ-STATUS            PIC XX.
           05 WS-CLRR-STATUS            PIC XX.

       01  WS-TRAN-FIELDS.
           05 WS-TRAN-SEQ-NBR           PIC 9(02) VALUE 0.
           05 WS-TRAN-RETRY-CTR         PIC 9(02) VALUE 0.
           05 WS-TRAN-TYPE              PIC X(10).
           05 WS-TRAN-AMOUNT            PIC S9(9)V99.
           05 WS-TRAN-DESC              PIC X(40).

       01  WS-COUNTERS.
           05 WS-ITEMS-RECEIVED         PIC 9(7) VALUE 0.
           05 WS-PURCHASES-POSTED       PIC 9(7) VALUE 0.
           05 WS-CREDITS-POSTED         PIC 9(7) VALUE 0.
           05 WS-ITEMS-POSTED           PIC 9(7) VALUE 0.
           05 WS-ITEMS-REJECTED         PIC 9(7) VALUE 0.
           05 WS-ACCT-UPDATE-ERRORS     PIC 9(7) VALUE 0.
           05 WS-AMOUNT-RECEIVED        PIC S9(11)V99 VALUE 0.
           05 WS-PURCHASE-AMOUNT        PIC S9(11)V99 VALUE 0.
           05 WS-CREDIT-AMOUNT          PIC S9(11)V99 VALUE 0.
           05 WS-AMOUNT-POSTED          PIC S9(11)V99 VALUE 0.
           05 WS-AMOUNT-REJECTED        PIC S9(11)V99 VALUE 0.

       01  WS-POSTING-FIELDS.
           05 WS-REJECT-REASON          PIC X(30).
           05 WS-ITEM-AMOUNT            PIC S9(9)V99.
           05 WS-NEW-BALANCE            PIC S9(9)V99.
           05 WS-PROOF-COUNT            PIC 9(7).
           05 WS-PROOF-AMOUNT           PIC S9(11)V99.
           05 WS-PROOF-SW               PIC X VALUE 'Y'.
              88 CONTROLS-IN-BALANCE    VALUE 'Y'.
              88 CONTROLS-OUT-OF-BALANCE VALUE 'N'.

       01  WS-DATE-FIELDS.
           05 WS-CURRENT-DATE.
              10 WS-CURR-YEAR           PIC 9(4).
              10 WS-CURR-MONTH          PIC 9(2).
              10 WS-CURR-DAY            PIC 9(2).
           05 WS-PROCESSING-DATE        PIC X(10).

       01  WS-CLRR-REPORT-HEADER.
           05 FILLER                    PIC X(40)
              VALUE 'PURCHASE CLEARING POSTING - REJECTS'.
           05 FILLER                    PIC X(20) VALUE SPACES.
           05 FILLER                    PIC X(06) VALUE 'DATE: '.
           05 WS-CLRR-HDR-DATE          PIC X(10).
           05 FILLER                    PIC X(56) VALUE SPACES.

       01  WS-CLRR-REPORT-DETAIL.
           05 WS-CLRR-DTL-CARD-NBR      PIC X(16).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-CLRR-DTL-MERCHANT      PIC X(25).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-CLRR-DTL-DC            PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-CLRR-DTL-AMOUNT        PIC Z,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-CLRR-DTL-REFERENCE     PIC X(23).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-CLRR-DTL-REASON        PIC X(30).
           05 FILLER                    PIC X(15) VALUE SPACES.

       01  WS-CLRR-CONTROL-LINE.
           05 WS-CLRR-CTL-LABEL         PIC X(24).
           05 WS-CLRR-CTL-COUNT         PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 WS-CLRR-CTL-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                    PIC X(78) VALUE SPACES.

       01  WS-CLRR-PROOF-LINE.
           05 FILLER                    PIC X(24)
              VALUE 'CONTROL PROOF:'.
           05 WS-CLRR-PROOF-TEXT        PIC X(40).
           05 FILLER                    PIC X(68) VALUE SPACES.

       01  WS-FLAGS.
           05 WS-EOF-FLAG               PIC X VALUE 'N'.
              88 END-OF-FILE            VALUE 'Y'.
              88 NOT-END-OF-FILE        VALUE 'N'.
           05 WS-CARD-FOUND-SW          PIC X VALUE 'N'.
              88 CARD-FOUND             VALUE 'Y'.
              88 CARD-NOT-FOUND         VALUE 'N'.
           05 WS-ACCT-FOUND-SW          PIC X VALUE 'N'.
              88 ACCT-FOUND             VALUE 'Y'.
              88 ACCT-NOT-FOUND         VALUE 'N'.

       01  WS-RESTART-PARM              PIC X(08).

      *    Parameter block for the CBRUNCTL run-control registry -
      *    registered at start of run (refusing a duplicate same-day
      *    submission) and stamped with the final counters at end.
       01  WS-RUN-CONTROL-PARMS.
           05 RC-FUNCTION               PIC X(05).
           05 RC-PROGRAM-NAME           PIC X(08) VALUE 'CBACT24C'.
           05 RC-RUN-DATE               PIC X(10).
           05 RC-RESTART-FLAG           PIC X(01) VALUE 'N'.
           05 RC-COMPLETION-STATUS      PIC X(01).
           05 RC-RECORDS-READ           PIC 9(07).
           05 RC-RECORDS-PROCESSED      PIC 9(07).
           05 RC-RECORDS-SKIPPED        PIC 9(07).
           05 RC-AMOUNT-1               PIC S9(11)V99.
           05 RC-AMOUNT-2               PIC S9(11)V99.
           05 RC-RETURN-CODE            PIC 9(02).

       LINKAGE SECTION.
      *    JCL EXEC PARM='RESTART' on a rerun step tells the
      *    run-control registry to take over an earlier same-day
      *    run that completed or abended.
       01  LS-PARM-FIELD.
           05 LS-PARM-LENGTH            PIC S9(4) COMP.
           05 LS-PARM-DATA              PIC X(08).

       PROCEDURE DIVISION USING LS-PARM-FIELD.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CLEARING
              UNTIL END-OF-FILE
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-CURR-YEAR '-' WS-CURR-MONTH '-' WS-CURR-DAY
              DELIMITED BY SIZE INTO WS-PROCESSING-DATE
           END-STRING

           MOVE SPACES TO WS-RESTART-PARM
           IF LS-PARM-LENGTH > 0
              MOVE LS-PARM-DATA TO WS-RESTART-PARM
           END-IF
           IF WS-RESTART-PARM(1:7) = 'RESTART'
              MOVE 'Y' TO RC-RESTART-FLAG
           END-IF

           PERFORM 1900-REGISTER-RUN-START

           OPEN INPUT CLEARING-FILE
           IF WS-CLR-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CLEARING FILE: ' WS-CLR-STATUS
              STOP RUN
           END-IF

           OPEN INPUT CARD-FILE
           IF WS-CARD-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CARD FILE: ' WS-CARD-STATUS
              STOP RUN
           END-IF

           OPEN I-O ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACCOUNT FILE: ' WS-ACCT-STATUS
              STOP RUN
           END-IF

      *    TRANSACTION-FILE is a running ledger across runs, not a
      *    per-run report - OPEN I-O so this run appends to it
      *    instead of emptying it the way OPEN OUTPUT would.
           OPEN I-O TRANSACTION-FILE
           IF WS-TRAN-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING TRANSACTION FILE: ' WS-TRAN-STATUS
              STOP RUN
           END-IF

           OPEN OUTPUT CLEARING-REJECT-FILE
           IF WS-CREJ-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CLEARING REJECT FILE: '
                 WS-CREJ-STATUS
              STOP RUN
           END-IF

           OPEN OUTPUT CLEARING-REPORT
           IF WS-CLRR-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CLEARING REPORT: ' WS-CLRR-STATUS
              STOP RUN
           END-IF

           MOVE WS-PROCESSING-DATE TO WS-CLRR-HDR-DATE
           WRITE CLRR-REPORT-LINE FROM WS-CLRR-REPORT-HEADER
           MOVE SPACES TO CLRR-REPORT-LINE
           WRITE CLRR-REPORT-LINE

           PERFORM 1100-READ-CLEARING.

       1100-READ-CLEARING.
      *    Every item read is "received" for the control proof, and
      *    its amount counts at face value - an item whose amount
      *    will not edit counts as zero on both sides of the proof.
           READ CLEARING-FILE
              AT END
                 SET END-OF-FILE TO TRUE
              NOT AT END
                 ADD 1 TO WS-ITEMS-RECEIVED
                 IF CLR-AMOUNT NUMERIC
                    ADD CLR-AMOUNT TO WS-AMOUNT-RECEIVED
                 END-IF
           END-READ.

       1900-REGISTER-RUN-START.
      *    Register this run on the run-control file - a second
      *    same-day submission is refused here, up front.
           MOVE 'START' TO RC-FUNCTION
           MOVE WS-PROCESSING-DATE TO RC-RUN-DATE
           CALL 'CBRUNCTL' USING WS-RUN-CONTROL-PARMS
           IF RC-RETURN-CODE NOT = 0
              MOVE RC-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF.

       2000-PROCESS-CLEARING.
      *    The item comes straight off the network's file - edit it
      *    before it reaches any arithmetic, then find the card and
      *    its account. Only an open account takes the posting: a
      *    closed account takes no new charges, and a charged-off
      *    balance must stay written off.
           IF NOT END-OF-FILE
              EVALUATE TRUE
                 WHEN CLR-AMOUNT NOT NUMERIC
                    OR CLR-AMOUNT = 0
                    MOVE 'ITEM AMOUNT INVALID' TO WS-REJECT-REASON
                    PERFORM 2800-REJECT-ITEM
                 WHEN NOT (CLR-PURCHASE OR CLR-MERCHANT-CREDIT)
                    MOVE 'DEBIT/CREDIT INDICATOR INVALID'
                       TO WS-REJECT-REASON
                    PERFORM 2800-REJECT-ITEM
                 WHEN OTHER
                    PERFORM 2100-LOOKUP-CARD
                    EVALUATE TRUE
                       WHEN CARD-NOT-FOUND
                          MOVE 'UNKNOWN CARD' TO WS-REJECT-REASON
                          PERFORM 2800-REJECT-ITEM
                       WHEN OTHER
                          PERFORM 2200-LOOKUP-ACCOUNT
                          EVALUATE TRUE
                             WHEN ACCT-NOT-FOUND
                                MOVE 'ACCOUNT NOT FOUND'
                                   TO WS-REJECT-REASON
                                PERFORM 2800-REJECT-ITEM
                             WHEN ACCT-CLOSED
                                MOVE 'ACCOUNT CLOSED'
                                   TO WS-REJECT-REASON
                                PERFORM 2800-REJECT-ITEM
                             WHEN ACCT-CHARGED-OFF
                                MOVE 'ACCOUNT CHARGED OFF'
                                   TO WS-REJECT-REASON
                                PERFORM 2800-REJECT-ITEM
                             WHEN OTHER
                                PERFORM 2400-POST-ITEM
                          END-EVALUATE
                    END-EVALUATE
              END-EVALUATE

              PERFORM 1100-READ-CLEARING
           END-IF.

       2100-LOOKUP-CARD.
           SET CARD-NOT-FOUND TO TRUE
           MOVE CLR-CARD-NUMBER TO CARD-NUMBER

           READ CARD-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET CARD-FOUND TO TRUE
           END-READ

           IF CARD-NOT-FOUND AND WS-CARD-STATUS NOT = '23'
              DISPLAY 'ERROR READING CARD: ' CLR-CARD-NUMBER
                 ' STATUS: ' WS-CARD-STATUS
           END-IF.

       2200-LOOKUP-ACCOUNT.
           SET ACCT-NOT-FOUND TO TRUE
           MOVE CARD-ACCT-ID TO ACCT-ID

           READ ACCOUNT-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET ACCT-FOUND TO TRUE
           END-READ

           IF ACCT-NOT-FOUND AND WS-ACCT-STATUS NOT = '23'
              DISPLAY 'ERROR READING ACCOUNT: ' CARD-ACCT-ID
                 ' STATUS: ' WS-ACCT-STATUS
           END-IF.

       2400-POST-ITEM.
      *    A purchase is a charge like any other and rides the
      *    ledger positive; a merchant return gives money back and
      *    rides it negative, the same sign convention as a payment.
      *    The ledger entry goes first: if it cannot be written the
      *    item is rejected and the balance is left alone, so the
      *    ledger and the master never disagree about it.
           IF CLR-PURCHASE
              MOVE 'PURCHASE' TO WS-TRAN-TYPE
              MOVE CLR-AMOUNT TO WS-ITEM-AMOUNT
           ELSE
              MOVE 'CREDIT' TO WS-TRAN-TYPE
              COMPUTE WS-ITEM-AMOUNT = 0 - CLR-AMOUNT
              END-COMPUTE
           END-IF
           MOVE WS-ITEM-AMOUNT TO WS-TRAN-AMOUNT
           MOVE SPACES TO WS-TRAN-DESC
           STRING CLR-MERCHANT-NAME(1:22) ' ' CLR-MCC ' '
                  CLR-TRAN-DATE
              DELIMITED BY SIZE INTO WS-TRAN-DESC
           END-STRING
           PERFORM 2600-WRITE-TRANSACTION

           IF WS-TRAN-STATUS NOT = '00'
              MOVE 'LEDGER WRITE FAILED' TO WS-REJECT-REASON
              PERFORM 2800-REJECT-ITEM
           ELSE
              COMPUTE WS-NEW-BALANCE =
                 ACCT-CURRENT-BALANCE + WS-ITEM-AMOUNT
              END-COMPUTE
              MOVE WS-NEW-BALANCE TO ACCT-CURRENT-BALANCE
              MOVE WS-PROCESSING-DATE TO ACCT-LAST-POSTING-DATE

              REWRITE ACCOUNT-RECORD
              IF WS-ACCT-STATUS NOT = '00'
                 DISPLAY 'ERROR POSTING CLEARING ITEM TO ACCOUNT: '
                    ACCT-ID ' STATUS: ' WS-ACCT-STATUS
                 ADD 1 TO WS-ACCT-UPDATE-ERRORS
              END-IF

              ADD 1 TO WS-ITEMS-POSTED
              ADD CLR-AMOUNT TO WS-AMOUNT-POSTED
              IF CLR-PURCHASE
                 ADD 1 TO WS-PURCHASES-POSTED
                 ADD CLR-AMOUNT TO WS-PURCHASE-AMOUNT
              ELSE
                 ADD 1 TO WS-CREDITS-POSTED
                 ADD CLR-AMOUNT TO WS-CREDIT-AMOUNT
              END-IF
           END-IF.

       2600-WRITE-TRANSACTION.
      *    Append one TRANSACTION-FILE record for the amount and
      *    description set up by the calling paragraph. The same
      *    account/date/sequence key may already be on the ledger -
      *    more than one batch program can post to an account on the
      *    same day - so a duplicate-key write bumps the sequence and
      *    retries instead of losing the record.
           ADD 1 TO WS-TRAN-SEQ-NBR
           MOVE 0 TO WS-TRAN-RETRY-CTR
           PERFORM 2610-WRITE-TRAN-RECORD
           PERFORM 2620-RETRY-TRAN-WRITE
              UNTIL WS-TRAN-STATUS NOT = '22'
                 OR WS-TRAN-RETRY-CTR >= 99

           IF WS-TRAN-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING TRANSACTION FOR ACCOUNT: ' ACCT-ID
                 ' STATUS: ' WS-TRAN-STATUS
           END-IF.

       2610-WRITE-TRAN-RECORD.
           STRING ACCT-ID DELIMITED BY SIZE
                  WS-CURR-YEAR DELIMITED BY SIZE
                  WS-CURR-MONTH DELIMITED BY SIZE
                  WS-CURR-DAY DELIMITED BY SIZE
                  WS-TRAN-SEQ-NBR DELIMITED BY SIZE
              INTO TRAN-ID
           END-STRING

           MOVE ACCT-ID TO TRAN-ACCT-ID
           MOVE WS-TRAN-TYPE TO TRAN-TYPE-CD
           MOVE WS-TRAN-AMOUNT TO TRAN-AMT
           MOVE WS-PROCESSING-DATE TO TRAN-DATE
           MOVE WS-TRAN-DESC TO TRAN-DESC
           MOVE SPACES TO TRAN-FILLER

           WRITE TRAN-RECORD.

       2620-RETRY-TRAN-WRITE.
      *    Duplicate key - some run has already used this sequence
      *    for the same account and date. Re-key and write again.
           ADD 1 TO WS-TRAN-SEQ-NBR
           ADD 1 TO WS-TRAN-RETRY-CTR
           PERFORM 2610-WRITE-TRAN-RECORD.

       2800-REJECT-ITEM.
      *    Nothing was posted for this item - it goes back to the
      *    chargeback team on the reject file, and on the report,
      *    for the reason the caller set.
           ADD 1 TO WS-ITEMS-REJECTED
           IF CLR-AMOUNT NUMERIC
              ADD CLR-AMOUNT TO WS-AMOUNT-REJECTED
           END-IF

           MOVE CLEARING-RECORD TO CREJ-CLEARING-ITEM
           MOVE WS-REJECT-REASON TO CREJ-REASON
           WRITE CLEARING-REJECT-RECORD
           IF WS-CREJ-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING CLEARING REJECT FOR: '
                 CLR-REFERENCE-NBR ' STATUS: ' WS-CREJ-STATUS
           END-IF

           MOVE CLR-CARD-NUMBER TO WS-CLRR-DTL-CARD-NBR
           MOVE CLR-MERCHANT-NAME TO WS-CLRR-DTL-MERCHANT
           MOVE CLR-DEBIT-CREDIT TO WS-CLRR-DTL-DC
           IF CLR-AMOUNT NUMERIC
              MOVE CLR-AMOUNT TO WS-CLRR-DTL-AMOUNT
           ELSE
              MOVE 0 TO WS-CLRR-DTL-AMOUNT
           END-IF
           MOVE CLR-REFERENCE-NBR TO WS-CLRR-DTL-REFERENCE
           MOVE WS-REJECT-REASON TO WS-CLRR-DTL-REASON

           WRITE CLRR-REPORT-LINE FROM WS-CLRR-REPORT-DETAIL
           IF WS-CLRR-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING CLEARING REPORT FOR: '
                 CLR-REFERENCE-NBR ' STATUS: ' WS-CLRR-STATUS
           END-IF.

       3000-FINALIZE.
      *    The control proof: everything received was either posted
      *    or rejected, by count and by amount. An item lost between
      *    the two is an out-of-balance run, flagged with RC 8.
           COMPUTE WS-PROOF-COUNT =
              WS-ITEMS-POSTED + WS-ITEMS-REJECTED
           END-COMPUTE
           COMPUTE WS-PROOF-AMOUNT =
              WS-AMOUNT-POSTED + WS-AMOUNT-REJECTED
           END-COMPUTE
           IF WS-PROOF-COUNT = WS-ITEMS-RECEIVED
              AND WS-PROOF-AMOUNT = WS-AMOUNT-RECEIVED
              SET CONTROLS-IN-BALANCE TO TRUE
              MOVE 'RECEIVED = POSTED + REJECTED'
                 TO WS-CLRR-PROOF-TEXT
           ELSE
              SET CONTROLS-OUT-OF-BALANCE TO TRUE
              MOVE '*** OUT OF BALANCE ***' TO WS-CLRR-PROOF-TEXT
           END-IF

           MOVE SPACES TO CLRR-REPORT-LINE
           WRITE CLRR-REPORT-LINE

           MOVE 'ITEMS RECEIVED:' TO WS-CLRR-CTL-LABEL
           MOVE WS-ITEMS-RECEIVED TO WS-CLRR-CTL-COUNT
           MOVE WS-AMOUNT-RECEIVED TO WS-CLRR-CTL-AMOUNT
           WRITE CLRR-REPORT-LINE FROM WS-CLRR-CONTROL-LINE

           MOVE '  PURCHASES POSTED:' TO WS-CLRR-CTL-LABEL
           MOVE WS-PURCHASES-POSTED TO WS-CLRR-CTL-COUNT
           MOVE WS-PURCHASE-AMOUNT TO WS-CLRR-CTL-AMOUNT
           WRITE CLRR-REPORT-LINE FROM WS-CLRR-CONTROL-LINE

           MOVE '  CREDITS POSTED:' TO WS-CLRR-CTL-LABEL
           MOVE WS-CREDITS-POSTED TO WS-CLRR-CTL-COUNT
           MOVE WS-CREDIT-AMOUNT TO WS-CLRR-CTL-AMOUNT
           WRITE CLRR-REPORT-LINE FROM WS-CLRR-CONTROL-LINE

           MOVE 'ITEMS POSTED:' TO WS-CLRR-CTL-LABEL
           MOVE WS-ITEMS-POSTED TO WS-CLRR-CTL-COUNT
           MOVE WS-AMOUNT-POSTED TO WS-CLRR-CTL-AMOUNT
           WRITE CLRR-REPORT-LINE FROM WS-CLRR-CONTROL-LINE

           MOVE 'ITEMS REJECTED:' TO WS-CLRR-CTL-LABEL
           MOVE WS-ITEMS-REJECTED TO WS-CLRR-CTL-COUNT
           MOVE WS-AMOUNT-REJECTED TO WS-CLRR-CTL-AMOUNT
           WRITE CLRR-REPORT-LINE FROM WS-CLRR-CONTROL-LINE

           WRITE CLRR-REPORT-LINE FROM WS-CLRR-PROOF-LINE

           CLOSE CLEARING-FILE
           CLOSE CARD-FILE
           CLOSE ACCOUNT-FILE
           CLOSE TRANSACTION-FILE
           CLOSE CLEARING-REJECT-FILE
           CLOSE CLEARING-REPORT

           PERFORM 3900-REGISTER-RUN-END

           DISPLAY 'PURCHASE CLEARING POSTING COMPLETE'
           DISPLAY 'ITEMS RECEIVED:     ' WS-ITEMS-RECEIVED
           DISPLAY 'PURCHASES POSTED:   ' WS-PURCHASES-POSTED
           DISPLAY 'CREDITS POSTED:     ' WS-CREDITS-POSTED
           DISPLAY 'ITEMS REJECTED:     ' WS-ITEMS-REJECTED
           DISPLAY 'AMOUNT RECEIVED:    ' WS-AMOUNT-RECEIVED
           DISPLAY 'AMOUNT POSTED:      ' WS-AMOUNT-POSTED
           DISPLAY 'AMOUNT REJECTED:    ' WS-AMOUNT-REJECTED

      *    Condition code 4 routes the reject report to the
      *    chargeback team; 8 means the run itself needs looking at.
           IF WS-ITEMS-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           IF CONTROLS-OUT-OF-BALANCE OR WS-ACCT-UPDATE-ERRORS > 0
              DISPLAY 'WARNING: CLEARING CONTROLS NEED REVIEW'
              MOVE 8 TO RETURN-CODE
           END-IF.

       3900-REGISTER-RUN-END.
      *    Stamp the completion time, status and final counters on
      *    the run-control record so the statistics survive the
      *    joblog.
           MOVE 'END' TO RC-FUNCTION
           MOVE 'C' TO RC-COMPLETION-STATUS
           MOVE WS-ITEMS-RECEIVED TO RC-RECORDS-READ
           MOVE WS-ITEMS-POSTED TO RC-RECORDS-PROCESSED
           MOVE WS-ITEMS-REJECTED TO RC-RECORDS-SKIPPED
           MOVE WS-AMOUNT-POSTED TO RC-AMOUNT-1
           MOVE WS-AMOUNT-REJECTED TO RC-AMOUNT-2
           CALL 'CBRUNCTL' USING WS-RUN-CONTROL-PARMS
           IF RC-RETURN-CODE NOT = 0
              DISPLAY 'WARNING: RUN CONTROL END NOT RECORDED'
           END-IF.
