      ******************************************************************
      * Program Name : CBACT29C
      * Application  : CardDemo
      * Type         : BATCH COBOL Program
      * Function     : Nightly Account Closure
      *                Works the customer-requested closures taken on
      *                the COPAYQTC payoff quote screen and held on
      *                the CLOSREQ closure request file. An account
      *                whose payoff has posted (a payment dated on or
      *                after the request) and whose balance is now
      *                zero on both the master and the online record
      *                is closed: status C and the closed date on
      *                ACCTFILE, status C and no available credit on
      *                ACCTDAT, and autopay cancelled on both so the
      *                ACH extract stops drawing on the customer's
      *                bank. Each closure is audited on ACCTMAUD as a
      *                CLOSE before/after event. A request whose
      *                payoff has not arrived within the grace period
      *                after its payoff date expires and the account
      *                stays open. A payoff that arrives in full
      *                leaves a small credit where the quote's
      *                projected interest never posted; that credit
      *                is trued up with an interest posting on
      *                TRANFILE so the account closes at zero.
      *                The statement run picks up the
      *                accounts closed today and cuts their final
      *                statement, so this job runs ahead of it.
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
       PROGRAM-ID.    CBACT29C.
       AUTHOR.        AWS MAINFRAME MODERNIZATION TEAM.
       DATE-WRITTEN.  2026-09-18.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CLOSURE-REQUEST-FILE
               ASSIGN TO CLOSREQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLRQ-ACCT-ID
               FILE STATUS IS WS-CLRQ-STATUS.

           SELECT ACCOUNT-FILE
               ASSIGN TO ACCTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT ACCOUNT-DATA-FILE
               ASSIGN TO ACCTDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-ACCT-ID
               FILE STATUS IS WS-ADAT-STATUS.

           SELECT TRANSACTION-FILE
               ASSIGN TO TRANFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-ID
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT MAINT-AUDIT-FILE
               ASSIGN TO ACCTMAUD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAUD-KEY
               FILE STATUS IS WS-MAUD-STATUS.

           SELECT CLOSURE-REPORT
               ASSIGN TO CLOSRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    Closure request file written by the COPAYQTC payoff quote
      *    screen - one request per account, carrying the quote it
      *    was taken against.
       FD  CLOSURE-REQUEST-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  CLOSURE-REQUEST-RECORD.
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
      *    Autopay enrollment and the debit bank details - cancelled
      *    here when the account closes.
           05 ACCT-AUTOPAY.
              10 ACCT-AUTOPAY-IND       PIC X(01).
              10 ACCT-AUTOPAY-OPTION    PIC X(01).
              10 ACCT-AUTOPAY-ROUTING   PIC X(09).
              10 ACCT-AUTOPAY-BANK-ACCT PIC X(17).
           05 ACCT-CYCLE-DAY            PIC 9(02).
           05 ACCT-OVERLIMIT-COUNT      PIC 9(03).
           05 ACCT-LINE-REVIEW-DATE     PIC X(10).
      *    Date the account was closed - drives the final statement
      *    and, later, the closed-account retention purge.
           05 ACCT-CLOSED-DATE          PIC X(10).
           05 FILLER                    PIC X(129).

      *    The online account record the screens maintain - its
      *    status and available credit are what authorization sees,
      *    so a closure is carried there as well.
       FD  ACCOUNT-DATA-FILE
           RECORD CONTAINS 284 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  ACCOUNT-DATA-RECORD.
           05 AD-ACCT-ID                PIC X(11).
           05 AD-ACCT-NAME              PIC X(50).
           05 AD-ADDR-LINE1             PIC X(50).
           05 AD-ADDR-LINE2             PIC X(50).
           05 AD-ADDR-CITY              PIC X(30).
           05 AD-ADDR-STATE             PIC X(02).
           05 AD-ADDR-ZIP               PIC X(10).
           05 AD-ACCT-PHONE             PIC X(15).
           05 AD-ACCT-CREDIT-LIMIT      PIC 9(7)V99.
           05 AD-ACCT-CURRENT-BAL       PIC S9(7)V99.
           05 AD-ACCT-AVAILABLE-CREDIT  PIC S9(7)V99.
           05 AD-ACCT-STATUS            PIC X(01).
           05 AD-ACCT-OPEN-DATE         PIC X(10).
           05 AD-ACCT-AUTOPAY-IND       PIC X(01).
           05 AD-ACCT-AUTOPAY-OPTION    PIC X(01).
           05 AD-ACCT-AUTOPAY-ROUTING   PIC X(09).
           05 AD-ACCT-AUTOPAY-BANK      PIC X(17).

       FD  TRANSACTION-FILE
           RECORD CONTAINS 110 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  TRAN-RECORD.
           05 TRAN-ID                   PIC X(21).
           05 TRAN-ACCT-ID              PIC X(11).
           05 TRAN-TYPE-CD              PIC X(10).
           05 TRAN-AMT                  PIC S9(9)V99.
           05 TRAN-DATE                 PIC X(10).
           05 TRAN-DESC                 PIC X(40).
           05 TRAN-FILLER               PIC X(07).

      *    Before/after maintenance audit record, the layout the
      *    account screens write to ACCTMAUD. A closure carries the
      *    status and the autopay block before and after, with the
      *    balance (zero) in the amount fields and the request
      *    date in the reference field.
       FD  MAINT-AUDIT-FILE
           RECORD CONTAINS 471 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  MAINT-AUDIT-RECORD.
           05 MAUD-KEY.
              10 MAUD-ACCT-ID           PIC X(11).
              10 MAUD-DATE              PIC 9(07).
              10 MAUD-TIME              PIC 9(07).
              10 MAUD-SEQ               PIC 9(02).
           05 MAUD-OPERATOR-ID          PIC X(03).
           05 MAUD-TERMINAL-ID          PIC X(04).
           05 MAUD-CHANGE-TYPE          PIC X(08).
              88 MAUD-CHANGE-CLOSE      VALUE 'CLOSE'.
           05 MAUD-BEFORE.
              10 MAUD-BEF-ADDR-LINE1    PIC X(50).
              10 MAUD-BEF-ADDR-LINE2    PIC X(50).
              10 MAUD-BEF-ADDR-CITY     PIC X(30).
              10 MAUD-BEF-ADDR-STATE    PIC X(02).
              10 MAUD-BEF-ADDR-ZIP      PIC X(10).
              10 MAUD-BEF-PHONE         PIC X(15).
              10 MAUD-BEF-STATUS        PIC X(01).
              10 MAUD-BEF-AUTOPAY       PIC X(28).
           05 MAUD-AFTER.
              10 MAUD-AFT-ADDR-LINE1    PIC X(50).
              10 MAUD-AFT-ADDR-LINE2    PIC X(50).
              10 MAUD-AFT-ADDR-CITY     PIC X(30).
              10 MAUD-AFT-ADDR-STATE    PIC X(02).
              10 MAUD-AFT-ADDR-ZIP      PIC X(10).
              10 MAUD-AFT-PHONE         PIC X(15).
              10 MAUD-AFT-STATUS        PIC X(01).
              10 MAUD-AFT-AUTOPAY       PIC X(28).
           05 MAUD-ADJ-FIELDS.
              10 MAUD-BEF-BALANCE       PIC S9(7)V99.
              10 MAUD-AFT-BALANCE       PIC S9(7)V99.
              10 MAUD-ADJ-AMOUNT        PIC S9(9)V99.
              10 MAUD-ADJ-REASON        PIC X(04).
              10 MAUD-ADJ-REV-TRAN      PIC X(21).
              10 MAUD-ADJ-APPROVER      PIC X(03).

       FD  CLOSURE-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  CRPT-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05 WS-CLRQ-STATUS            PIC XX.
           05 WS-ACCT-STATUS            PIC XX.
           05 WS-ADAT-STATUS            PIC XX.
           05 WS-TRAN-STATUS            PIC XX.
           05 WS-MAUD-STATUS            PIC XX.
           05 WS-CRPT-STATUS            PIC XX.

       01  WS-COUNTERS.
           05 WS-REQUESTS-READ          PIC 9(7) VALUE 0.
           05 WS-REQUESTS-PENDING       PIC 9(7) VALUE 0.
           05 WS-ACCOUNTS-CLOSED        PIC 9(7) VALUE 0.
           05 WS-AUTOPAY-CANCELLED      PIC 9(7) VALUE 0.
           05 WS-AWAITING-PAYOFF        PIC 9(7) VALUE 0.
           05 WS-AWAITING-REFUND        PIC 9(7) VALUE 0.
           05 WS-REQUESTS-EXPIRED       PIC 9(7) VALUE 0.
           05 WS-REQUESTS-REJECTED      PIC 9(7) VALUE 0.
           05 WS-CLOSE-ERRORS           PIC 9(7) VALUE 0.
           05 WS-INTEREST-TRUE-UPS      PIC 9(7) VALUE 0.
           05 WS-TRUE-UP-TOTAL          PIC S9(11)V99 VALUE 0.

      *    Ledger posting for an interest true-up, laid out as the
      *    interest run (CBACT04C) writes its own.
       01  WS-TRAN-FIELDS.
           05 WS-TRAN-SEQ-NBR           PIC 9(02) VALUE 0.
           05 WS-TRAN-RETRY-CTR         PIC 9(02) VALUE 0.
           05 WS-TRUE-UP-AMOUNT         PIC S9(9)V99 VALUE 0.

      *    Days after the quoted payoff date a request is held open
      *    waiting for the payoff before it expires.
       01  WS-CLOSURE-RULES.
           05 WS-EXPIRY-GRACE-DAYS      PIC 9(03) VALUE 030.

       01  WS-DATE-FIELDS.
           05 WS-CURRENT-DATE.
              10 WS-CURR-YEAR           PIC 9(4).
              10 WS-CURR-MONTH          PIC 9(2).
              10 WS-CURR-DAY            PIC 9(2).
           05 WS-PROCESSING-DATE        PIC X(10).

      *    Day-count work fields, as in CBACT04C - used to age a
      *    request past its payoff date.
       01  WS-DAYS-CALC-FIELDS.
           05 WS-DATE-YEAR              PIC 9(4).
           05 WS-DATE-MONTH             PIC 9(2).
           05 WS-DATE-DAY               PIC 9(2).
           05 WS-DATE-CUM-DAYS          PIC 9(3).
           05 WS-DATE-ABS-DAYS          PIC 9(7).
           05 WS-TODAY-ABS-DAYS         PIC 9(7).
           05 WS-PAYOFF-ABS-DAYS        PIC 9(7).
           05 WS-DAYS-PAST-PAYOFF       PIC S9(7).
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

      *    ACCTMAUD keys carry the date and time the way CICS
      *    stamps EIBDATE (0CYYDDD) and EIBTIME (0HHMMSS), so batch
      *    events sort in among the screen events.
       01  WS-AUDIT-STAMP-FIELDS.
           05 WS-JULIAN-DATE.
              10 WS-JUL-YEAR            PIC 9(4).
              10 WS-JUL-DAY             PIC 9(3).
           05 WS-CURRENT-TIME.
              10 WS-TIME-HH             PIC 9(2).
              10 WS-TIME-MM             PIC 9(2).
              10 WS-TIME-SS             PIC 9(2).
              10 WS-TIME-HUND           PIC 9(2).
           05 WS-MAUD-STAMP-DATE        PIC 9(07).
           05 WS-MAUD-STAMP-TIME        PIC 9(07).
           05 WS-MAUD-SEQ-CTR           PIC 9(02) VALUE 0.
           05 WS-MAUD-RETRY-CTR         PIC 9(02) VALUE 0.

      *    The account as it stood before the closure, for the
      *    audit record.
       01  WS-BEFORE-FIELDS.
           05 WS-BEF-STATUS             PIC X(01).
           05 WS-BEF-AUTOPAY            PIC X(28).
           05 WS-BEF-BALANCE            PIC S9(7)V99.

       01  WS-CLOSE-ACTION              PIC X(30).

       01  WS-CRPT-REPORT-HEADER.
           05 FILLER                    PIC X(40)
              VALUE 'ACCOUNT CLOSURE PROCESSING'.
           05 FILLER                    PIC X(20) VALUE SPACES.
           05 FILLER                    PIC X(06) VALUE 'DATE: '.
           05 WS-CRPT-HDR-DATE          PIC X(10).
           05 FILLER                    PIC X(56) VALUE SPACES.

       01  WS-CRPT-COLUMN-HEADER.
           05 FILLER                    PIC X(35)
              VALUE 'ACCOUNT      NAME'.
           05 FILLER                    PIC X(48)
              VALUE 'REQUESTED   PAYOFF DATE   QUOTED PAYOFF'.
           05 FILLER                    PIC X(49)
              VALUE '     BALANCE  ACTION'.

       01  WS-CRPT-REPORT-DETAIL.
           05 WS-CRPT-DTL-ACCT-ID       PIC X(11).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-CRPT-DTL-NAME          PIC X(20).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-CRPT-DTL-REQ-DATE      PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-CRPT-DTL-PAYOFF-DATE   PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-CRPT-DTL-QUOTED        PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-CRPT-DTL-BALANCE       PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-CRPT-DTL-ACTION        PIC X(30).
           05 FILLER                    PIC X(13) VALUE SPACES.

       01  WS-CRPT-REPORT-TOTAL.
           05 WS-CRPT-TOT-LABEL         PIC X(40).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-CRPT-TOT-COUNT         PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(83) VALUE SPACES.

       01  WS-FLAGS.
           05 WS-EOF-FLAG               PIC X VALUE 'N'.
              88 END-OF-FILE            VALUE 'Y'.
              88 NOT-END-OF-FILE        VALUE 'N'.
           05 WS-ACCT-FOUND-FLAG        PIC X VALUE 'N'.
              88 ACCT-FOUND             VALUE 'Y'.
              88 ACCT-NOT-FOUND         VALUE 'N'.
           05 WS-ADAT-FOUND-FLAG        PIC X VALUE 'N'.
              88 ADAT-FOUND             VALUE 'Y'.
              88 ADAT-NOT-FOUND         VALUE 'N'.

       01  WS-RESTART-PARM              PIC X(08).

      *    Parameter block for the CBRUNCTL run-control registry -
      *    registered at start of run (refusing a duplicate same-day
      *    submission) and stamped with the final counters at end.
       01  WS-RUN-CONTROL-PARMS.
           05 RC-FUNCTION               PIC X(05).
           05 RC-PROGRAM-NAME           PIC X(08) VALUE 'CBACT29C'.
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
           PERFORM 2000-PROCESS-REQUESTS
              UNTIL END-OF-FILE
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-CURR-YEAR '-' WS-CURR-MONTH '-' WS-CURR-DAY
              DELIMITED BY SIZE INTO WS-PROCESSING-DATE
           END-STRING

           MOVE WS-CURR-YEAR TO WS-DATE-YEAR
           MOVE WS-CURR-MONTH TO WS-DATE-MONTH
           MOVE WS-CURR-DAY TO WS-DATE-DAY
           PERFORM 2560-CALCULATE-ABSOLUTE-DAY
           MOVE WS-DATE-ABS-DAYS TO WS-TODAY-ABS-DAYS

           ACCEPT WS-JULIAN-DATE FROM DAY YYYYDDD
           COMPUTE WS-MAUD-STAMP-DATE =
              (WS-JUL-YEAR - 1900) * 1000 + WS-JUL-DAY
           END-COMPUTE

           MOVE SPACES TO WS-RESTART-PARM
           IF LS-PARM-LENGTH > 0
              MOVE LS-PARM-DATA TO WS-RESTART-PARM
           END-IF
           IF WS-RESTART-PARM(1:7) = 'RESTART'
              MOVE 'Y' TO RC-RESTART-FLAG
           END-IF

           PERFORM 1900-REGISTER-RUN-START

      *    No closure request file yet simply means nothing has been
      *    requested - the run reports zero and ends cleanly.
           OPEN I-O CLOSURE-REQUEST-FILE
           IF WS-CLRQ-STATUS NOT = '00' AND WS-CLRQ-STATUS NOT = '05'
              DISPLAY 'ERROR OPENING CLOSURE REQUEST FILE: '
                 WS-CLRQ-STATUS
              STOP RUN
           END-IF

           OPEN I-O ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACCOUNT FILE: ' WS-ACCT-STATUS
              STOP RUN
           END-IF

           OPEN I-O ACCOUNT-DATA-FILE
           IF WS-ADAT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACCOUNT DATA FILE: '
                 WS-ADAT-STATUS
              STOP RUN
           END-IF

           OPEN I-O TRANSACTION-FILE
           IF WS-TRAN-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING TRANSACTION FILE: '
                 WS-TRAN-STATUS
              STOP RUN
           END-IF

           OPEN I-O MAINT-AUDIT-FILE
           IF WS-MAUD-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING MAINT AUDIT FILE: ' WS-MAUD-STATUS
              STOP RUN
           END-IF

           OPEN OUTPUT CLOSURE-REPORT
           IF WS-CRPT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CLOSURE REPORT: ' WS-CRPT-STATUS
              STOP RUN
           END-IF

           MOVE WS-PROCESSING-DATE TO WS-CRPT-HDR-DATE
           WRITE CRPT-REPORT-LINE FROM WS-CRPT-REPORT-HEADER
           MOVE SPACES TO CRPT-REPORT-LINE
           WRITE CRPT-REPORT-LINE
           WRITE CRPT-REPORT-LINE FROM WS-CRPT-COLUMN-HEADER

           PERFORM 1100-READ-REQUEST.

       1100-READ-REQUEST.
           READ CLOSURE-REQUEST-FILE
              AT END
                 SET END-OF-FILE TO TRUE
              NOT AT END
                 ADD 1 TO WS-REQUESTS-READ
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

       2000-PROCESS-REQUESTS.
      *    Only pending requests are worked; closed, cancelled and
      *    expired ones stay on file as the record of what happened
      *    and are passed over, which is also what makes a rerun
      *    safe.
           IF NOT END-OF-FILE
              IF CLRQ-PENDING
                 ADD 1 TO WS-REQUESTS-PENDING
                 PERFORM 2100-REVIEW-REQUEST
              END-IF

              PERFORM 1100-READ-REQUEST
           END-IF.

       2100-REVIEW-REQUEST.
      *    The payoff has posted when a payment dated on or after
      *    the request is on the master - or there was nothing to
      *    pay off in the first place. Both the master and the
      *    online balance have to be at zero: a credit balance
      *    waits for the refund run, and an online posting not yet
      *    on the master waits for the next night.
      *    The quote carries the interest projected to the payoff
      *    date, but once the payoff clears the balance no interest
      *    run posts it - a customer who paid the quote is left
      *    with a credit of no more than that interest. That credit
      *    is trued up and the account closed; any other credit
      *    waits for the refund run until the request expires.
           MOVE 0 TO WS-TRUE-UP-AMOUNT
           PERFORM 2150-READ-ACCOUNTS

           EVALUATE TRUE
              WHEN ACCT-NOT-FOUND
                 MOVE 'REJECTED - NOT ON MASTER' TO WS-CLOSE-ACTION
                 ADD 1 TO WS-REQUESTS-REJECTED
                 SET CLRQ-EXPIRED TO TRUE
                 PERFORM 2800-REWRITE-REQUEST
              WHEN ACCT-CLOSED
                 MOVE 'ALREADY CLOSED' TO WS-CLOSE-ACTION
                 SET CLRQ-CLOSED TO TRUE
                 MOVE ACCT-CLOSED-DATE TO CLRQ-CLOSED-DATE
                 PERFORM 2800-REWRITE-REQUEST
              WHEN ACCT-CHARGED-OFF
                 MOVE 'REJECTED - CHARGED OFF' TO WS-CLOSE-ACTION
                 ADD 1 TO WS-REQUESTS-REJECTED
                 SET CLRQ-EXPIRED TO TRUE
                 PERFORM 2800-REWRITE-REQUEST
              WHEN ACCT-CURRENT-BALANCE < 0
                 AND ACCT-LAST-PAYMENT-DATE >= CLRQ-REQUEST-DATE
                 AND 0 - ACCT-CURRENT-BALANCE
                     NOT > CLRQ-INTEREST-AMOUNT
                 AND ADAT-FOUND
                 AND AD-ACCT-CURRENT-BAL NOT = ACCT-CURRENT-BALANCE
                 MOVE 'HELD - ONLINE BALANCE DIFFERS'
                    TO WS-CLOSE-ACTION
                 ADD 1 TO WS-AWAITING-PAYOFF
              WHEN ACCT-CURRENT-BALANCE < 0
                 AND ACCT-LAST-PAYMENT-DATE >= CLRQ-REQUEST-DATE
                 AND 0 - ACCT-CURRENT-BALANCE
                     NOT > CLRQ-INTEREST-AMOUNT
                 PERFORM 2600-TRUE-UP-PAYOFF-INTEREST
              WHEN ACCT-CURRENT-BALANCE < 0
                 PERFORM 2500-CHECK-EXPIRY
                 IF CLRQ-PENDING
                    MOVE 'CREDIT BALANCE - AWAITING REFUND'
                       TO WS-CLOSE-ACTION
                    SUBTRACT 1 FROM WS-AWAITING-PAYOFF
                    ADD 1 TO WS-AWAITING-REFUND
                 END-IF
              WHEN ACCT-CURRENT-BALANCE = 0
                 AND (ACCT-LAST-PAYMENT-DATE >= CLRQ-REQUEST-DATE
                      OR CLRQ-PAYOFF-AMOUNT NOT > 0)
                 AND ADAT-FOUND AND AD-ACCT-CURRENT-BAL NOT = 0
                 MOVE 'HELD - ONLINE BALANCE NOT ZERO'
                    TO WS-CLOSE-ACTION
                 ADD 1 TO WS-AWAITING-PAYOFF
              WHEN ACCT-CURRENT-BALANCE = 0
                 AND (ACCT-LAST-PAYMENT-DATE >= CLRQ-REQUEST-DATE
                      OR CLRQ-PAYOFF-AMOUNT NOT > 0)
                 PERFORM 2200-CLOSE-ACCOUNT
              WHEN OTHER
                 PERFORM 2500-CHECK-EXPIRY
           END-EVALUATE

           PERFORM 2700-WRITE-REPORT-DETAIL.

       2150-READ-ACCOUNTS.
           SET ACCT-FOUND TO TRUE
           MOVE CLRQ-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
              INVALID KEY
                 SET ACCT-NOT-FOUND TO TRUE
           END-READ

           SET ADAT-FOUND TO TRUE
           MOVE CLRQ-ACCT-ID TO AD-ACCT-ID
           READ ACCOUNT-DATA-FILE
              INVALID KEY
                 SET ADAT-NOT-FOUND TO TRUE
           END-READ

           IF ACCT-FOUND
              MOVE ACCT-CURRENT-BALANCE TO WS-BEF-BALANCE
           END-IF.

       2200-CLOSE-ACCOUNT.
           MOVE ACCT-STATUS TO WS-BEF-STATUS
           MOVE ACCT-AUTOPAY TO WS-BEF-AUTOPAY

           SET ACCT-CLOSED TO TRUE
           MOVE WS-PROCESSING-DATE TO ACCT-CLOSED-DATE
           IF ACCT-AUTOPAY-IND = 'Y'
              ADD 1 TO WS-AUTOPAY-CANCELLED
           END-IF
           MOVE 'N' TO ACCT-AUTOPAY-IND
           MOVE SPACES TO ACCT-AUTOPAY-OPTION
           MOVE SPACES TO ACCT-AUTOPAY-ROUTING
           MOVE SPACES TO ACCT-AUTOPAY-BANK-ACCT

           REWRITE ACCOUNT-RECORD
           IF WS-ACCT-STATUS NOT = '00'
              DISPLAY 'ERROR REWRITING ACCOUNT: ' ACCT-ID
                 ' STATUS: ' WS-ACCT-STATUS
              MOVE 'ERROR - ACCOUNT NOT CLOSED' TO WS-CLOSE-ACTION
              ADD 1 TO WS-CLOSE-ERRORS
           ELSE
              ADD 1 TO WS-ACCOUNTS-CLOSED
              MOVE 'CLOSED - AUTOPAY CANCELLED' TO WS-CLOSE-ACTION
              PERFORM 2300-CLOSE-ONLINE-ACCOUNT
              PERFORM 2400-WRITE-CLOSE-AUDIT
              SET CLRQ-CLOSED TO TRUE
              MOVE WS-PROCESSING-DATE TO CLRQ-CLOSED-DATE
              PERFORM 2800-REWRITE-REQUEST
           END-IF.

       2300-CLOSE-ONLINE-ACCOUNT.
           IF ADAT-NOT-FOUND
              DISPLAY 'WARNING: ACCOUNT NOT ON ACCTDAT, CLOSURE '
                 'NOT CARRIED ONLINE: ' ACCT-ID
           ELSE
              MOVE 'C' TO AD-ACCT-STATUS
              MOVE 0 TO AD-ACCT-AVAILABLE-CREDIT
              MOVE 'N' TO AD-ACCT-AUTOPAY-IND
              MOVE SPACES TO AD-ACCT-AUTOPAY-OPTION
              MOVE SPACES TO AD-ACCT-AUTOPAY-ROUTING
              MOVE SPACES TO AD-ACCT-AUTOPAY-BANK
              REWRITE ACCOUNT-DATA-RECORD
              IF WS-ADAT-STATUS NOT = '00'
                 DISPLAY 'ERROR REWRITING ACCOUNT DATA: ' ACCT-ID
                    ' STATUS: ' WS-ADAT-STATUS
              END-IF
           END-IF.

       2400-WRITE-CLOSE-AUDIT.
      *    Same shape as the screens' maintenance audit. The batch
      *    has no signed-on operator or terminal, so both carry a
      *    fixed batch marker; the rep who took the request is kept
      *    as the approver.
           ACCEPT WS-CURRENT-TIME FROM TIME
           COMPUTE WS-MAUD-STAMP-TIME =
              WS-TIME-HH * 10000 + WS-TIME-MM * 100 + WS-TIME-SS
           END-COMPUTE

           MOVE SPACES TO MAINT-AUDIT-RECORD
           MOVE ACCT-ID TO MAUD-ACCT-ID
           MOVE WS-MAUD-STAMP-DATE TO MAUD-DATE
           MOVE WS-MAUD-STAMP-TIME TO MAUD-TIME
           MOVE 'BAT' TO MAUD-OPERATOR-ID
           MOVE 'BTCH' TO MAUD-TERMINAL-ID
           SET MAUD-CHANGE-CLOSE TO TRUE

           MOVE WS-BEF-STATUS TO MAUD-BEF-STATUS
           MOVE WS-BEF-AUTOPAY TO MAUD-BEF-AUTOPAY
           MOVE ACCT-STATUS TO MAUD-AFT-STATUS
           MOVE ACCT-AUTOPAY TO MAUD-AFT-AUTOPAY

           MOVE WS-BEF-BALANCE TO MAUD-BEF-BALANCE
           MOVE ACCT-CURRENT-BALANCE TO MAUD-AFT-BALANCE
           MOVE WS-TRUE-UP-AMOUNT TO MAUD-ADJ-AMOUNT
           MOVE 'CUST' TO MAUD-ADJ-REASON
           MOVE CLRQ-REQUEST-DATE TO MAUD-ADJ-REV-TRAN
           MOVE CLRQ-OPERATOR-ID TO MAUD-ADJ-APPROVER

      *    More than one event can land on an account in the same
      *    second - a duplicate key bumps the sequence and retries.
           ADD 1 TO WS-MAUD-SEQ-CTR
           MOVE 0 TO WS-MAUD-RETRY-CTR
           PERFORM 2410-WRITE-AUDIT-RECORD
           PERFORM 2420-RETRY-AUDIT-WRITE
              UNTIL WS-MAUD-STATUS NOT = '22'
                 OR WS-MAUD-RETRY-CTR >= 99

           IF WS-MAUD-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING CLOSE AUDIT FOR ACCOUNT: '
                 ACCT-ID ' STATUS: ' WS-MAUD-STATUS
           END-IF.

       2410-WRITE-AUDIT-RECORD.
           MOVE WS-MAUD-SEQ-CTR TO MAUD-SEQ
           WRITE MAINT-AUDIT-RECORD.

       2420-RETRY-AUDIT-WRITE.
           ADD 1 TO WS-MAUD-SEQ-CTR
           ADD 1 TO WS-MAUD-RETRY-CTR
           PERFORM 2410-WRITE-AUDIT-RECORD.

       2500-CHECK-EXPIRY.
      *    Still owing. The request stands until the grace period
      *    after the quoted payoff date runs out; after that the
      *    customer has to ask again for a fresh quote.
           SET DATE-VALID TO TRUE
           MOVE CLRQ-PAYOFF-DATE(1:4) TO WS-DATE-YEAR
           MOVE CLRQ-PAYOFF-DATE(6:2) TO WS-DATE-MONTH
           MOVE CLRQ-PAYOFF-DATE(9:2) TO WS-DATE-DAY
           PERFORM 2560-CALCULATE-ABSOLUTE-DAY
           MOVE WS-DATE-ABS-DAYS TO WS-PAYOFF-ABS-DAYS

           COMPUTE WS-DAYS-PAST-PAYOFF =
              WS-TODAY-ABS-DAYS - WS-PAYOFF-ABS-DAYS
           END-COMPUTE

           IF WS-DAYS-PAST-PAYOFF > WS-EXPIRY-GRACE-DAYS
              OR DATE-INVALID
              MOVE 'EXPIRED - PAYOFF NOT RECEIVED' TO WS-CLOSE-ACTION
              ADD 1 TO WS-REQUESTS-EXPIRED
              SET CLRQ-EXPIRED TO TRUE
              PERFORM 2800-REWRITE-REQUEST
           ELSE
              MOVE 'AWAITING PAYOFF' TO WS-CLOSE-ACTION
              ADD 1 TO WS-AWAITING-PAYOFF
           END-IF.

       2600-TRUE-UP-PAYOFF-INTEREST.
      *    Post the credit back as interest accrued to the payoff -
      *    no more than the quote projected - bringing the master
      *    and the online balance to zero, then close as usual.
      *    The account is closed only after the ledger record is
      *    written; if that write fails the request stays pending
      *    and the next night tries again. Once the ledger holds
      *    the true-up the master has to follow it - a master that
      *    cannot be rewritten stops the run, since leaving the
      *    request pending would post the true-up again tomorrow.
           COMPUTE WS-TRUE-UP-AMOUNT = 0 - ACCT-CURRENT-BALANCE
           END-COMPUTE

           MOVE 0 TO WS-TRAN-SEQ-NBR
           MOVE 0 TO WS-TRAN-RETRY-CTR
           PERFORM 2610-WRITE-TRAN-RECORD
           PERFORM 2620-RETRY-TRAN-WRITE
              UNTIL WS-TRAN-STATUS NOT = '22'
                 OR WS-TRAN-RETRY-CTR >= 99

           IF WS-TRAN-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING INTEREST TRUE-UP FOR ACCOUNT: '
                 ACCT-ID ' STATUS: ' WS-TRAN-STATUS
              MOVE 'ERROR - INTEREST TRUE-UP FAILED' TO WS-CLOSE-ACTION
              ADD 1 TO WS-CLOSE-ERRORS
              MOVE 0 TO WS-TRUE-UP-AMOUNT
           ELSE
              ADD 1 TO WS-INTEREST-TRUE-UPS
              ADD WS-TRUE-UP-AMOUNT TO WS-TRUE-UP-TOTAL
              MOVE 0 TO ACCT-CURRENT-BALANCE
              MOVE WS-PROCESSING-DATE TO ACCT-LAST-POSTING-DATE
              IF ADAT-FOUND
                 MOVE 0 TO AD-ACCT-CURRENT-BAL
              END-IF
              PERFORM 2200-CLOSE-ACCOUNT
              IF WS-ACCT-STATUS NOT = '00'
                 DISPLAY 'INTEREST TRUE-UP POSTED TO LEDGER BUT '
                    'ACCOUNT NOT REWRITTEN: ' ACCT-ID
                 DISPLAY 'TRAN-ID: ' TRAN-ID ' AMOUNT: '
                    WS-TRUE-UP-AMOUNT
                 DISPLAY 'CORRECT THE MASTER BEFORE THE NEXT CYCLE'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF CLRQ-CLOSED
                 MOVE 'CLOSED - INTEREST TRUE-UP POSTED'
                    TO WS-CLOSE-ACTION
              END-IF
           END-IF.

       2610-WRITE-TRAN-RECORD.
           ADD 1 TO WS-TRAN-SEQ-NBR
           STRING ACCT-ID DELIMITED BY SIZE
                  WS-CURR-YEAR DELIMITED BY SIZE
                  WS-CURR-MONTH DELIMITED BY SIZE
                  WS-CURR-DAY DELIMITED BY SIZE
                  WS-TRAN-SEQ-NBR DELIMITED BY SIZE
              INTO TRAN-ID
           END-STRING

           MOVE ACCT-ID TO TRAN-ACCT-ID
           MOVE 'INTEREST' TO TRAN-TYPE-CD
           MOVE WS-TRUE-UP-AMOUNT TO TRAN-AMT
           MOVE WS-PROCESSING-DATE TO TRAN-DATE
           MOVE 'INTEREST ACCRUED TO PAYOFF' TO TRAN-DESC
           MOVE SPACES TO TRAN-FILLER

           WRITE TRAN-RECORD.

       2620-RETRY-TRAN-WRITE.
      *    Duplicate key - the day's other runs have already used
      *    this sequence for the account. Re-key and write again.
           ADD 1 TO WS-TRAN-RETRY-CTR
           PERFORM 2610-WRITE-TRAN-RECORD.

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

       2700-WRITE-REPORT-DETAIL.
           MOVE CLRQ-ACCT-ID TO WS-CRPT-DTL-ACCT-ID
           IF ACCT-FOUND
              MOVE ACCT-HOLDER-NAME(1:20) TO WS-CRPT-DTL-NAME
              MOVE ACCT-CURRENT-BALANCE TO WS-CRPT-DTL-BALANCE
           ELSE
              MOVE SPACES TO WS-CRPT-DTL-NAME
              MOVE 0 TO WS-CRPT-DTL-BALANCE
           END-IF
           MOVE CLRQ-REQUEST-DATE TO WS-CRPT-DTL-REQ-DATE
           MOVE CLRQ-PAYOFF-DATE TO WS-CRPT-DTL-PAYOFF-DATE
           MOVE CLRQ-PAYOFF-AMOUNT TO WS-CRPT-DTL-QUOTED
           MOVE WS-CLOSE-ACTION TO WS-CRPT-DTL-ACTION

           WRITE CRPT-REPORT-LINE FROM WS-CRPT-REPORT-DETAIL
           IF WS-CRPT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING CLOSURE REPORT FOR ACCOUNT: '
                 CLRQ-ACCT-ID ' STATUS: ' WS-CRPT-STATUS
           END-IF.

       2800-REWRITE-REQUEST.
           REWRITE CLOSURE-REQUEST-RECORD
           IF WS-CLRQ-STATUS NOT = '00'
              DISPLAY 'ERROR REWRITING CLOSURE REQUEST: '
                 CLRQ-ACCT-ID ' STATUS: ' WS-CLRQ-STATUS
           END-IF.

       3000-FINALIZE.
           MOVE SPACES TO CRPT-REPORT-LINE
           WRITE CRPT-REPORT-LINE

           MOVE 'PENDING REQUESTS REVIEWED:' TO WS-CRPT-TOT-LABEL
           MOVE WS-REQUESTS-PENDING TO WS-CRPT-TOT-COUNT
           WRITE CRPT-REPORT-LINE FROM WS-CRPT-REPORT-TOTAL
           MOVE 'ACCOUNTS CLOSED:' TO WS-CRPT-TOT-LABEL
           MOVE WS-ACCOUNTS-CLOSED TO WS-CRPT-TOT-COUNT
           WRITE CRPT-REPORT-LINE FROM WS-CRPT-REPORT-TOTAL
           MOVE 'AUTOPAY ENROLLMENTS CANCELLED:' TO WS-CRPT-TOT-LABEL
           MOVE WS-AUTOPAY-CANCELLED TO WS-CRPT-TOT-COUNT
           WRITE CRPT-REPORT-LINE FROM WS-CRPT-REPORT-TOTAL
           MOVE 'AWAITING PAYOFF:' TO WS-CRPT-TOT-LABEL
           MOVE WS-AWAITING-PAYOFF TO WS-CRPT-TOT-COUNT
           WRITE CRPT-REPORT-LINE FROM WS-CRPT-REPORT-TOTAL
           MOVE 'CREDIT BALANCE - AWAITING REFUND:'
              TO WS-CRPT-TOT-LABEL
           MOVE WS-AWAITING-REFUND TO WS-CRPT-TOT-COUNT
           WRITE CRPT-REPORT-LINE FROM WS-CRPT-REPORT-TOTAL
           MOVE 'REQUESTS EXPIRED:' TO WS-CRPT-TOT-LABEL
           MOVE WS-REQUESTS-EXPIRED TO WS-CRPT-TOT-COUNT
           WRITE CRPT-REPORT-LINE FROM WS-CRPT-REPORT-TOTAL
           MOVE 'REQUESTS REJECTED:' TO WS-CRPT-TOT-LABEL
           MOVE WS-REQUESTS-REJECTED TO WS-CRPT-TOT-COUNT
           WRITE CRPT-REPORT-LINE FROM WS-CRPT-REPORT-TOTAL
           MOVE 'INTEREST TRUE-UPS POSTED:' TO WS-CRPT-TOT-LABEL
           MOVE WS-INTEREST-TRUE-UPS TO WS-CRPT-TOT-COUNT
           WRITE CRPT-REPORT-LINE FROM WS-CRPT-REPORT-TOTAL
           MOVE 'CLOSURE ERRORS:' TO WS-CRPT-TOT-LABEL
           MOVE WS-CLOSE-ERRORS TO WS-CRPT-TOT-COUNT
           WRITE CRPT-REPORT-LINE FROM WS-CRPT-REPORT-TOTAL

           CLOSE CLOSURE-REQUEST-FILE
           CLOSE ACCOUNT-FILE
           CLOSE ACCOUNT-DATA-FILE
           CLOSE TRANSACTION-FILE
           CLOSE MAINT-AUDIT-FILE
           CLOSE CLOSURE-REPORT

           PERFORM 3900-REGISTER-RUN-END

           DISPLAY 'ACCOUNT CLOSURE PROCESSING COMPLETE'
           DISPLAY 'REQUESTS READ:       ' WS-REQUESTS-READ
           DISPLAY 'PENDING REVIEWED:    ' WS-REQUESTS-PENDING
           DISPLAY 'ACCOUNTS CLOSED:     ' WS-ACCOUNTS-CLOSED
           DISPLAY 'REQUESTS EXPIRED:    ' WS-REQUESTS-EXPIRED
           DISPLAY 'CLOSURE ERRORS:      ' WS-CLOSE-ERRORS

      *    A closure that could not be written leaves an account the
      *    customer was told would close still open - flag the step.
           IF WS-CLOSE-ERRORS > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       3900-REGISTER-RUN-END.
      *    Stamp the completion time, status and final counters on
      *    the run-control record so the statistics survive the
      *    joblog.
           MOVE 'END' TO RC-FUNCTION
           MOVE 'C' TO RC-COMPLETION-STATUS
           MOVE WS-REQUESTS-READ TO RC-RECORDS-READ
           MOVE WS-ACCOUNTS-CLOSED TO RC-RECORDS-PROCESSED
           COMPUTE RC-RECORDS-SKIPPED =
              WS-REQUESTS-READ - WS-ACCOUNTS-CLOSED
           END-COMPUTE
           MOVE WS-TRUE-UP-TOTAL TO RC-AMOUNT-1
           MOVE 0 TO RC-AMOUNT-2
           CALL 'CBRUNCTL' USING WS-RUN-CONTROL-PARMS
           IF RC-RETURN-CODE NOT = 0
              DISPLAY 'WARNING: RUN CONTROL END NOT RECORDED'
           END-IF.
