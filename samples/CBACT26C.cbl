      ******************************************************************
      * Program Name : CBACT26C
      * Application  : CardDemo
      * Type         : BATCH COBOL Program
      * Function     : Monthly Credit Bureau Reporting Extract
      *                Runs once a month, on the last day of the
      *                month after the nightly cycle, and reports
      *                every account on the master to the credit
      *                bureaus in a Metro 2-style fixed-format file:
      *                a header, one base segment per account and a
      *                trailer carrying the record and status counts.
      *                Each base segment carries the balance, credit
      *                limit, highest balance, scheduled and actual
      *                payment, account status code and a 24-month
      *                payment history profile. The profile is kept
      *                between runs on a per-account payment-rating
      *                history file, read from last month's
      *                generation and rewritten for next month's,
      *                the same prior/new generation pairing the
      *                trial balance uses for its snapshot.
      *                Charged-off accounts report as charged off
      *                with the amount written off; closed accounts
      *                report as closed. An account missing data the
      *                bureau would reject is held out of the file
      *                and listed on the exceptions report instead.
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
       PROGRAM-ID.    CBACT26C.
       AUTHOR.        AWS MAINFRAME MODERNIZATION TEAM.
       DATE-WRITTEN.  2026-09-11.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE
               ASSIGN TO ACCTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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

           SELECT OPTIONAL PRIOR-RATING-FILE
               ASSIGN TO RATEIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTGI-STATUS.

           SELECT NEW-RATING-FILE
               ASSIGN TO RATEOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTGO-STATUS.

           SELECT BUREAU-EXTRACT-FILE
               ASSIGN TO BUREXTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BURX-STATUS.

           SELECT BUREAU-EXCEPTION-REPORT
               ASSIGN TO BURRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BURR-STATUS.

       DATA DIVISION.
       FILE SECTION.

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
           05 ACCT-AUTOPAY              PIC X(28).
           05 ACCT-CYCLE-DAY            PIC 9(02).
           05 ACCT-OVERLIMIT-COUNT      PIC 9(03).
           05 ACCT-LINE-REVIEW-DATE     PIC X(10).
      *    Date the account was closed - reported as the Date Closed.
           05 ACCT-CLOSED-DATE          PIC X(10).
           05 FILLER                    PIC X(129).

      *    The online account record the screens maintain - the only
      *    place the cardholder's mailing address is kept.
       FD  ACCOUNT-DATA-FILE
           RECORD CONTAINS 284 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  ACCOUNT-DATA-RECORD.
           05 AD-ACCT-ID                PIC X(11).
           05 AD-ACCT-NAME              PIC X(50).
           05 AD-ACCT-ADDRESS.
              10 AD-ADDR-LINE1          PIC X(50).
              10 AD-ADDR-LINE2          PIC X(50).
              10 AD-ADDR-CITY           PIC X(30).
              10 AD-ADDR-STATE          PIC X(02).
              10 AD-ADDR-ZIP            PIC X(10).
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
              88 TRAN-TYPE-PAYMENT      VALUE 'PAYMENT'.
              88 TRAN-TYPE-PMT-RETURN   VALUE 'PMT RETURN'.
              88 TRAN-TYPE-CHARGE-OFF   VALUE 'CHARGE OFF'.
              88 TRAN-TYPE-RECOVERY     VALUE 'RECOVERY'.
           05 TRAN-AMT                  PIC S9(9)V99.
           05 TRAN-DATE                 PIC X(10).
           05 TRAN-DESC                 PIC X(40).
           05 TRAN-FILLER               PIC X(07).

      *    Payment-rating history, one record per account in
      *    account-id order. RTG-PROFILE holds the 24 monthly
      *    payment ratings, most recent month first; RTG-LAST-MONTH
      *    is the YYYY-MM the first rating belongs to.
       FD  PRIOR-RATING-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  PRIOR-RATING-RECORD.
           05 RTGI-ACCT-ID              PIC X(11).
           05 RTGI-LAST-MONTH           PIC X(07).
           05 RTGI-PROFILE              PIC X(24).
           05 RTGI-HIGHEST-BALANCE      PIC 9(7)V99.
           05 RTGI-CHARGEOFF-AMT        PIC 9(7)V99.
           05 RTGI-CLOSED-DATE          PIC X(10).
           05 RTGI-FILLER               PIC X(10).

       FD  NEW-RATING-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  NEW-RATING-RECORD.
           05 RTGO-ACCT-ID              PIC X(11).
           05 RTGO-LAST-MONTH           PIC X(07).
           05 RTGO-PROFILE              PIC X(24).
           05 RTGO-HIGHEST-BALANCE      PIC 9(7)V99.
           05 RTGO-CHARGEOFF-AMT        PIC 9(7)V99.
           05 RTGO-CLOSED-DATE          PIC X(10).
           05 RTGO-FILLER               PIC X(10).

       FD  BUREAU-EXTRACT-FILE
           RECORD CONTAINS 400 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  BUREAU-EXTRACT-RECORD        PIC X(400).

       FD  BUREAU-EXCEPTION-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  BURR-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05 WS-ACCT-STATUS            PIC XX.
           05 WS-ADAT-STATUS            PIC XX.
           05 WS-TRAN-STATUS            PIC XX.
           05 WS-RTGI-STATUS            PIC XX.
           05 WS-RTGO-STATUS            PIC XX.
           05 WS-BURX-STATUS            PIC XX.
           05 WS-BURR-STATUS            PIC XX.

       01  WS-COUNTERS.
           05 WS-RECORDS-READ           PIC 9(7) VALUE 0.
           05 WS-BASE-WRITTEN           PIC 9(7) VALUE 0.
           05 WS-EXCEPTION-ACCOUNTS     PIC 9(7) VALUE 0.
           05 WS-EXCEPTION-LINES        PIC 9(7) VALUE 0.
           05 WS-NEW-HISTORIES          PIC 9(7) VALUE 0.
           05 WS-HISTORIES-DROPPED      PIC 9(7) VALUE 0.
           05 WS-TOTAL-BALANCE          PIC S9(11)V99 VALUE 0.
           05 WS-TOTAL-CHARGED-OFF      PIC S9(11)V99 VALUE 0.

      *    Base segments written by account status code, for the
      *    trailer and the control totals on the report.
       01  WS-STATUS-COUNTS.
           05 WS-STS-11-COUNT           PIC 9(7) VALUE 0.
           05 WS-STS-13-COUNT           PIC 9(7) VALUE 0.
           05 WS-STS-64-COUNT           PIC 9(7) VALUE 0.
           05 WS-STS-71-COUNT           PIC 9(7) VALUE 0.
           05 WS-STS-78-COUNT           PIC 9(7) VALUE 0.
           05 WS-STS-80-COUNT           PIC 9(7) VALUE 0.
           05 WS-STS-82-COUNT           PIC 9(7) VALUE 0.
           05 WS-STS-83-COUNT           PIC 9(7) VALUE 0.
           05 WS-STS-84-COUNT           PIC 9(7) VALUE 0.
           05 WS-STS-97-COUNT           PIC 9(7) VALUE 0.

       01  WS-BUREAU-FIELDS.
           05 WS-REPORT-MONTH           PIC X(07).
           05 WS-TRAN-START-KEY         PIC X(21).
           05 WS-MONTH-PAYMENTS         PIC S9(9)V99.
           05 WS-LEDGER-CHARGEOFF       PIC S9(9)V99.
           05 WS-LEDGER-RECOVERED       PIC S9(9)V99.
           05 WS-CHARGEOFF-AMT          PIC S9(9)V99.
           05 WS-REPORT-BALANCE         PIC S9(9)V99.
           05 WS-AMOUNT-PAST-DUE        PIC S9(9)V99.
           05 WS-HIGHEST-BALANCE        PIC S9(9)V99.
           05 WS-CLOSED-DATE            PIC X(10).
           05 WS-BUREAU-STATUS          PIC X(02).
           05 WS-MONTH-RATING           PIC X(01).
           05 WS-PRIOR-PROFILE          PIC X(24).
           05 WS-PRIOR-MONTH.
              10 WS-PRIOR-YYYY          PIC 9(4).
              10 FILLER                 PIC X(01).
              10 WS-PRIOR-MM            PIC 9(2).
           05 WS-PROFILE-WORK           PIC X(48).
           05 WS-CURR-MONTH-NBR         PIC 9(6).
           05 WS-PRIOR-MONTH-NBR        PIC 9(6).
           05 WS-MONTH-GAP              PIC 9(6).
           05 WS-PROFILE-POS            PIC 9(2).
           05 WS-EXCEPTION-REASON       PIC X(40).
           05 WS-FMT-DATE-IN            PIC X(10).
           05 WS-FMT-DATE-OUT           PIC X(08).

       01  WS-DATE-FIELDS.
           05 WS-CURRENT-DATE.
              10 WS-CURR-YEAR           PIC 9(4).
              10 WS-CURR-MONTH          PIC 9(2).
              10 WS-CURR-DAY            PIC 9(2).
           05 WS-PROCESSING-DATE        PIC X(10).

       01  WS-DAYS-CALC-FIELDS.
           05 WS-DATE-YEAR              PIC 9(4).
           05 WS-DATE-MONTH             PIC 9(2).
           05 WS-DATE-DAY               PIC 9(2).
           05 WS-DATE-CUM-DAYS          PIC 9(3).
           05 WS-DATE-ABS-DAYS          PIC 9(7).
           05 WS-LAST-PMT-ABS-DAYS      PIC 9(7).
           05 WS-CURR-ABS-DAYS          PIC 9(7).
           05 WS-DAYS-ELAPSED           PIC 9(5).
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

      *    Bureau header record - one per file.
       01  WS-BUREAU-HEADER.
           05 HDR-RECORD-ID             PIC X(06) VALUE 'HEADER'.
           05 HDR-REPORTER-NAME         PIC X(40)
              VALUE 'CARDDEMO CARD SERVICES'.
           05 HDR-ACTIVITY-DATE         PIC X(08).
           05 HDR-CREATED-DATE          PIC X(08).
           05 HDR-REPORT-MONTH          PIC X(07).
           05 FILLER                    PIC X(331) VALUE SPACES.

      *    Base segment - one per account reported. Amounts are in
      *    whole dollars and dates are MMDDYYYY, as the bureaus
      *    take them; a date not known is reported as zeros.
       01  WS-BUREAU-BASE.
           05 BASE-RECORD-ID            PIC X(04) VALUE 'BASE'.
           05 BASE-ACCT-ID              PIC X(11).
           05 BASE-PORTFOLIO-TYPE       PIC X(01) VALUE 'R'.
           05 BASE-ACCOUNT-TYPE         PIC X(02) VALUE '18'.
           05 BASE-DATE-OPENED          PIC X(08).
           05 BASE-CREDIT-LIMIT         PIC 9(09).
           05 BASE-HIGHEST-BALANCE      PIC 9(09).
           05 BASE-TERMS-DURATION       PIC X(03) VALUE 'REV'.
           05 BASE-TERMS-FREQUENCY      PIC X(01) VALUE 'M'.
           05 BASE-SCHEDULED-PMT        PIC 9(09).
           05 BASE-ACTUAL-PMT           PIC 9(09).
           05 BASE-ACCOUNT-STATUS       PIC X(02).
           05 BASE-PAYMENT-RATING       PIC X(01).
           05 BASE-PAYMENT-HISTORY      PIC X(24).
           05 BASE-SPECIAL-COMMENT      PIC X(02).
           05 BASE-CURRENT-BALANCE      PIC 9(09).
           05 BASE-AMOUNT-PAST-DUE      PIC 9(09).
           05 BASE-CHARGEOFF-AMT        PIC 9(09).
           05 BASE-DATE-ACCT-INFO       PIC X(08).
           05 BASE-DATE-CLOSED          PIC X(08).
           05 BASE-DATE-LAST-PAYMENT    PIC X(08).
           05 BASE-ECOA-CODE            PIC X(01) VALUE '1'.
           05 BASE-CONSUMER-NAME        PIC X(50).
           05 BASE-ADDR-LINE1           PIC X(50).
           05 BASE-ADDR-LINE2           PIC X(50).
           05 BASE-ADDR-CITY            PIC X(30).
           05 BASE-ADDR-STATE           PIC X(02).
           05 BASE-ADDR-ZIP             PIC X(10).
           05 FILLER                    PIC X(61) VALUE SPACES.

      *    Bureau trailer record - the counts the bureau balances
      *    the file against.
       01  WS-BUREAU-TRAILER.
           05 TRL-RECORD-ID             PIC X(06) VALUE 'TRAILR'.
           05 TRL-TOTAL-BASE            PIC 9(09).
           05 TRL-STATUS-11             PIC 9(09).
           05 TRL-STATUS-13             PIC 9(09).
           05 TRL-STATUS-64             PIC 9(09).
           05 TRL-STATUS-71             PIC 9(09).
           05 TRL-STATUS-78             PIC 9(09).
           05 TRL-STATUS-80             PIC 9(09).
           05 TRL-STATUS-82             PIC 9(09).
           05 TRL-STATUS-83             PIC 9(09).
           05 TRL-STATUS-84             PIC 9(09).
           05 TRL-STATUS-97             PIC 9(09).
           05 TRL-TOTAL-RECORDS         PIC 9(09).
           05 FILLER                    PIC X(286) VALUE SPACES.

       01  WS-BURR-REPORT-HEADER.
           05 FILLER                    PIC X(40)
              VALUE 'CREDIT BUREAU EXTRACT EXCEPTIONS'.
           05 FILLER                    PIC X(20) VALUE SPACES.
           05 FILLER                    PIC X(06) VALUE 'DATE: '.
           05 WS-BURR-HDR-DATE          PIC X(10).
           05 FILLER                    PIC X(56) VALUE SPACES.

       01  WS-BURR-REPORT-DETAIL.
           05 WS-BURR-DTL-ACCT-ID       PIC X(11).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-BURR-DTL-NAME          PIC X(25).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-BURR-DTL-STATUS        PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-BURR-DTL-REASON        PIC X(40).
           05 FILLER                    PIC X(49) VALUE SPACES.

       01  WS-BURR-REPORT-TOTAL.
           05 WS-BURR-TOT-LABEL         PIC X(30).
           05 WS-BURR-TOT-COUNT         PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(95) VALUE SPACES.

       01  WS-FLAGS.
           05 WS-EOF-FLAG               PIC X VALUE 'N'.
              88 END-OF-FILE            VALUE 'Y'.
              88 NOT-END-OF-FILE        VALUE 'N'.
           05 WS-RTGI-STATE-SW          PIC X VALUE 'E'.
              88 RTGI-PENDING           VALUE 'P'.
              88 RTGI-EXHAUSTED         VALUE 'E'.
           05 WS-TRAN-DONE-SW           PIC X VALUE 'N'.
              88 TRAN-SCAN-DONE         VALUE 'Y'.
              88 TRAN-SCAN-NOT-DONE     VALUE 'N'.
           05 WS-HISTORY-SW             PIC X VALUE 'N'.
              88 HISTORY-FOUND          VALUE 'Y'.
              88 HISTORY-NOT-FOUND      VALUE 'N'.
           05 WS-ADDR-FOUND-SW          PIC X VALUE 'N'.
              88 ADDR-FOUND             VALUE 'Y'.
              88 ADDR-NOT-FOUND         VALUE 'N'.
           05 WS-EXCEPTION-SW           PIC X VALUE 'N'.
              88 ACCOUNT-HAS-EXCEPTION  VALUE 'Y'.
              88 ACCOUNT-REPORTABLE     VALUE 'N'.

       01  WS-RESTART-PARM              PIC X(08).

      *    Parameter block for the CBRUNCTL run-control registry -
      *    registered at start of run (refusing a duplicate same-day
      *    submission) and stamped with the final counters at end.
       01  WS-RUN-CONTROL-PARMS.
           05 RC-FUNCTION               PIC X(05).
           05 RC-PROGRAM-NAME           PIC X(08) VALUE 'CBACT26C'.
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
           PERFORM 2000-PROCESS-ACCOUNTS
              UNTIL END-OF-FILE
           PERFORM 2900-FLUSH-RATING-ORPHANS
              UNTIL RTGI-EXHAUSTED
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-CURR-YEAR '-' WS-CURR-MONTH '-' WS-CURR-DAY
              DELIMITED BY SIZE INTO WS-PROCESSING-DATE
           END-STRING
           MOVE WS-PROCESSING-DATE(1:7) TO WS-REPORT-MONTH
           COMPUTE WS-CURR-MONTH-NBR =
              WS-CURR-YEAR * 12 + WS-CURR-MONTH
           END-COMPUTE

           MOVE SPACES TO WS-RESTART-PARM
           IF LS-PARM-LENGTH > 0
              MOVE LS-PARM-DATA TO WS-RESTART-PARM
           END-IF
           IF WS-RESTART-PARM(1:7) = 'RESTART'
              MOVE 'Y' TO RC-RESTART-FLAG
           END-IF

           PERFORM 1900-REGISTER-RUN-START

      *    Today's day number is worked out once for the days-past-
      *    due arithmetic.
           SET DATE-VALID TO TRUE
           MOVE WS-CURR-YEAR TO WS-DATE-YEAR
           MOVE WS-CURR-MONTH TO WS-DATE-MONTH
           MOVE WS-CURR-DAY TO WS-DATE-DAY
           PERFORM 2060-CALCULATE-ABSOLUTE-DAY
           MOVE WS-DATE-ABS-DAYS TO WS-CURR-ABS-DAYS

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACCOUNT FILE: ' WS-ACCT-STATUS
              STOP RUN
           END-IF

           OPEN INPUT ACCOUNT-DATA-FILE
           IF WS-ADAT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACCOUNT DATA FILE: '
                 WS-ADAT-STATUS
              STOP RUN
           END-IF

           OPEN INPUT TRANSACTION-FILE
           IF WS-TRAN-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING TRANSACTION FILE: ' WS-TRAN-STATUS
              STOP RUN
           END-IF

      *    A missing or empty prior history means this is the first
      *    month reported - every profile starts from this month.
      *    Status 05 is the optional file not being there, status 35
      *    covers installations that define it as required.
           OPEN INPUT PRIOR-RATING-FILE
           EVALUATE TRUE
              WHEN WS-RTGI-STATUS = '35'
                 SET RTGI-EXHAUSTED TO TRUE
              WHEN WS-RTGI-STATUS = '00' OR WS-RTGI-STATUS = '05'
                 PERFORM 1150-READ-PRIOR-RATING
              WHEN OTHER
                 DISPLAY 'ERROR OPENING PRIOR RATING HISTORY: '
                    WS-RTGI-STATUS
                 STOP RUN
           END-EVALUATE

           OPEN OUTPUT NEW-RATING-FILE
           IF WS-RTGO-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING NEW RATING HISTORY: '
                 WS-RTGO-STATUS
              STOP RUN
           END-IF

           OPEN OUTPUT BUREAU-EXTRACT-FILE
           IF WS-BURX-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING BUREAU EXTRACT: ' WS-BURX-STATUS
              STOP RUN
           END-IF

           OPEN OUTPUT BUREAU-EXCEPTION-REPORT
           IF WS-BURR-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING BUREAU EXCEPTION REPORT: '
                 WS-BURR-STATUS
              STOP RUN
           END-IF

           MOVE WS-PROCESSING-DATE TO WS-FMT-DATE-IN
           PERFORM 2650-FORMAT-BUREAU-DATE
           MOVE WS-FMT-DATE-OUT TO HDR-ACTIVITY-DATE
           MOVE WS-FMT-DATE-OUT TO HDR-CREATED-DATE
           MOVE WS-REPORT-MONTH TO HDR-REPORT-MONTH
           WRITE BUREAU-EXTRACT-RECORD FROM WS-BUREAU-HEADER
           IF WS-BURX-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING BUREAU HEADER, STATUS: '
                 WS-BURX-STATUS
              STOP RUN
           END-IF

           MOVE WS-PROCESSING-DATE TO WS-BURR-HDR-DATE
           WRITE BURR-REPORT-LINE FROM WS-BURR-REPORT-HEADER
           MOVE SPACES TO BURR-REPORT-LINE
           WRITE BURR-REPORT-LINE

           PERFORM 1100-READ-ACCOUNT.

       1100-READ-ACCOUNT.
           READ ACCOUNT-FILE
              AT END
                 SET END-OF-FILE TO TRUE
              NOT AT END
                 ADD 1 TO WS-RECORDS-READ
           END-READ.

       1150-READ-PRIOR-RATING.
           READ PRIOR-RATING-FILE
              AT END
                 SET RTGI-EXHAUSTED TO TRUE
              NOT AT END
                 SET RTGI-PENDING TO TRUE
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

       2000-PROCESS-ACCOUNTS.
      *    The master and the rating history both come back in
      *    account-id order, so this is a straight two-file match:
      *    history records below the current account belong to
      *    accounts no longer on the master and are dropped; a
      *    matching record supplies the profile so far; no record
      *    means the account is reported for the first time.
           IF NOT END-OF-FILE
              PERFORM 2100-ALIGN-RATING
                 UNTIL RTGI-EXHAUSTED
                    OR RTGI-ACCT-ID NOT < ACCT-ID

              IF RTGI-PENDING AND RTGI-ACCT-ID = ACCT-ID
                 SET HISTORY-FOUND TO TRUE
                 MOVE RTGI-PROFILE TO WS-PRIOR-PROFILE
                 MOVE RTGI-LAST-MONTH TO WS-PRIOR-MONTH
                 MOVE RTGI-HIGHEST-BALANCE TO WS-HIGHEST-BALANCE
                 MOVE RTGI-CHARGEOFF-AMT TO WS-CHARGEOFF-AMT
                 MOVE RTGI-CLOSED-DATE TO WS-CLOSED-DATE
                 PERFORM 1150-READ-PRIOR-RATING
              ELSE
                 SET HISTORY-NOT-FOUND TO TRUE
                 ADD 1 TO WS-NEW-HISTORIES
                 MOVE SPACES TO WS-PRIOR-PROFILE
                 MOVE SPACES TO WS-PRIOR-MONTH
                 MOVE 0 TO WS-HIGHEST-BALANCE
                 MOVE 0 TO WS-CHARGEOFF-AMT
                 MOVE SPACES TO WS-CLOSED-DATE
              END-IF

              PERFORM 2200-SCAN-POSTINGS
              PERFORM 2300-DETERMINE-STATUS
              PERFORM 2400-BUILD-PROFILE
              PERFORM 2500-LOOKUP-ADDRESS
              PERFORM 2550-CHECK-EXCEPTIONS

              IF ACCOUNT-REPORTABLE
                 PERFORM 2600-WRITE-BASE-SEGMENT
              END-IF

              PERFORM 2700-WRITE-NEW-RATING
              PERFORM 1100-READ-ACCOUNT
           END-IF.

       2050-CALCULATE-DAYS-ELAPSED.
      *    Work out the number of days between the account's last
      *    payment date and today's processing date - the same
      *    absolute-day arithmetic the aging run uses, with the
      *    same 30-day default for a missing or garbled date.
           SET DATE-VALID TO TRUE
           MOVE ACCT-LAST-PAYMENT-DATE(1:4) TO WS-DATE-YEAR
           MOVE ACCT-LAST-PAYMENT-DATE(6:2) TO WS-DATE-MONTH
           MOVE ACCT-LAST-PAYMENT-DATE(9:2) TO WS-DATE-DAY
           PERFORM 2060-CALCULATE-ABSOLUTE-DAY
           MOVE WS-DATE-ABS-DAYS TO WS-LAST-PMT-ABS-DAYS

           IF WS-LAST-PMT-ABS-DAYS < WS-CURR-ABS-DAYS
              COMPUTE WS-DAYS-ELAPSED =
                 WS-CURR-ABS-DAYS - WS-LAST-PMT-ABS-DAYS
              END-COMPUTE
           ELSE
              MOVE 0 TO WS-DAYS-ELAPSED
           END-IF

           IF WS-DAYS-ELAPSED NOT > 0 OR DATE-INVALID
              MOVE 30 TO WS-DAYS-ELAPSED
           END-IF.

       2060-CALCULATE-ABSOLUTE-DAY.
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

           PERFORM 2070-CHECK-LEAP-YEAR

      *    Each division is truncated on its own DIVIDE so the
      *    floor-division leap-day count comes out right.
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

       2070-CHECK-LEAP-YEAR.
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

       2100-ALIGN-RATING.
      *    A history record with no master record behind it - the
      *    account has left the master, so it is no longer reported
      *    and its history is not carried forward.
           ADD 1 TO WS-HISTORIES-DROPPED
           PERFORM 1150-READ-PRIOR-RATING.

       2200-SCAN-POSTINGS.
      *    TRAN-ID is account id + date (YYYYMMDD) + sequence, so an
      *    account's postings sit together in date order. This
      *    month's payments are found by positioning at the first
      *    of the month. A charged-off account is read from its
      *    first posting instead, so the write-off and every
      *    recovery since are both found on the ledger.
           MOVE 0 TO WS-MONTH-PAYMENTS
           MOVE 0 TO WS-LEDGER-CHARGEOFF
           MOVE 0 TO WS-LEDGER-RECOVERED
           SET TRAN-SCAN-NOT-DONE TO TRUE

           MOVE LOW-VALUES TO WS-TRAN-START-KEY
           MOVE ACCT-ID TO WS-TRAN-START-KEY(1:11)
           IF NOT ACCT-CHARGED-OFF
              MOVE WS-CURR-YEAR TO WS-TRAN-START-KEY(12:4)
              MOVE WS-CURR-MONTH TO WS-TRAN-START-KEY(16:2)
              MOVE '0100' TO WS-TRAN-START-KEY(18:4)
           END-IF
           MOVE WS-TRAN-START-KEY TO TRAN-ID

           START TRANSACTION-FILE KEY NOT LESS THAN TRAN-ID
              INVALID KEY
                 SET TRAN-SCAN-DONE TO TRUE
           END-START

           PERFORM 2250-READ-NEXT-POSTING
              UNTIL TRAN-SCAN-DONE.

       2250-READ-NEXT-POSTING.
      *    Payments and recoveries ride the ledger negative; a
      *    returned payment rides positive and takes its payment
      *    back out of the month's actual-payment figure.
           READ TRANSACTION-FILE NEXT RECORD
              AT END
                 SET TRAN-SCAN-DONE TO TRUE
           END-READ

           IF TRAN-SCAN-NOT-DONE
              IF TRAN-ACCT-ID NOT = ACCT-ID
                 SET TRAN-SCAN-DONE TO TRUE
              ELSE
                 IF TRAN-DATE(1:7) = WS-REPORT-MONTH
                    IF TRAN-TYPE-PAYMENT OR TRAN-TYPE-RECOVERY
                       OR TRAN-TYPE-PMT-RETURN
                       SUBTRACT TRAN-AMT FROM WS-MONTH-PAYMENTS
                    END-IF
                 END-IF
                 IF TRAN-TYPE-CHARGE-OFF
                    SUBTRACT TRAN-AMT FROM WS-LEDGER-CHARGEOFF
                 END-IF
                 IF TRAN-TYPE-RECOVERY
                    SUBTRACT TRAN-AMT FROM WS-LEDGER-RECOVERED
                 END-IF
              END-IF
           END-IF.

       2300-DETERMINE-STATUS.
      *    Set the bureau account status code and this month's
      *    payment rating. A charged-off account reports 97 with the
      *    amount written off and what is still owed on it, or 64
      *    once recoveries have paid it off. Any other account is
      *    rated on days past due, worked out the way the aging run
      *    does it - an account that met its minimum is current. A
      *    closed account with nothing owed reports 13; one closed
      *    with a balance still owing keeps its delinquency status.
      *    Either way it carries the date it was first seen closed.
           MOVE 0 TO WS-AMOUNT-PAST-DUE
           MOVE SPACES TO BASE-SPECIAL-COMMENT

           IF ACCT-CHARGED-OFF
              IF WS-LEDGER-CHARGEOFF > 0
                 MOVE WS-LEDGER-CHARGEOFF TO WS-CHARGEOFF-AMT
              END-IF
              COMPUTE WS-REPORT-BALANCE =
                 WS-CHARGEOFF-AMT - WS-LEDGER-RECOVERED
              END-COMPUTE
              IF WS-REPORT-BALANCE < 0
                 MOVE 0 TO WS-REPORT-BALANCE
              END-IF
              MOVE 'L' TO WS-MONTH-RATING
              IF WS-REPORT-BALANCE = 0 AND WS-CHARGEOFF-AMT > 0
                 MOVE '64' TO WS-BUREAU-STATUS
              ELSE
                 MOVE '97' TO WS-BUREAU-STATUS
                 MOVE WS-REPORT-BALANCE TO WS-AMOUNT-PAST-DUE
              END-IF
           ELSE
              MOVE ACCT-CURRENT-BALANCE TO WS-REPORT-BALANCE
              IF WS-REPORT-BALANCE < 0
                 MOVE 0 TO WS-REPORT-BALANCE
              END-IF

              IF ACCT-LAST-PAYMENT-AMT < ACCT-MINIMUM-PAYMENT
                 PERFORM 2050-CALCULATE-DAYS-ELAPSED
                 COMPUTE WS-AMOUNT-PAST-DUE =
                    ACCT-MINIMUM-PAYMENT - ACCT-LAST-PAYMENT-AMT
                 END-COMPUTE
              ELSE
                 MOVE 0 TO WS-DAYS-ELAPSED
              END-IF

              EVALUATE TRUE
                 WHEN WS-DAYS-ELAPSED >= 180
                    MOVE '84' TO WS-BUREAU-STATUS
                    MOVE '6' TO WS-MONTH-RATING
                 WHEN WS-DAYS-ELAPSED >= 150
                    MOVE '83' TO WS-BUREAU-STATUS
                    MOVE '5' TO WS-MONTH-RATING
                 WHEN WS-DAYS-ELAPSED >= 120
                    MOVE '82' TO WS-BUREAU-STATUS
                    MOVE '4' TO WS-MONTH-RATING
                 WHEN WS-DAYS-ELAPSED >= 90
                    MOVE '80' TO WS-BUREAU-STATUS
                    MOVE '3' TO WS-MONTH-RATING
                 WHEN WS-DAYS-ELAPSED >= 60
                    MOVE '78' TO WS-BUREAU-STATUS
                    MOVE '2' TO WS-MONTH-RATING
                 WHEN WS-DAYS-ELAPSED >= 30
                    MOVE '71' TO WS-BUREAU-STATUS
                    MOVE '1' TO WS-MONTH-RATING
                 WHEN OTHER
                    MOVE '11' TO WS-BUREAU-STATUS
                    MOVE 0 TO WS-AMOUNT-PAST-DUE
                    IF WS-REPORT-BALANCE = 0
                       MOVE 'E' TO WS-MONTH-RATING
                    ELSE
                       MOVE '0' TO WS-MONTH-RATING
                    END-IF
              END-EVALUATE

      *    The Date Closed is the date the closure run stamped on
      *    the master. An account closed before that stamp was kept
      *    takes the month it was first reported closed.
              IF ACCT-CLOSED
                 IF WS-CLOSED-DATE = SPACES
                    IF ACCT-CLOSED-DATE NOT = SPACES
                       MOVE ACCT-CLOSED-DATE TO WS-CLOSED-DATE
                    ELSE
                       MOVE WS-PROCESSING-DATE TO WS-CLOSED-DATE
                    END-IF
                 END-IF
                 IF WS-REPORT-BALANCE = 0
                    MOVE '13' TO WS-BUREAU-STATUS
                    MOVE 0 TO WS-AMOUNT-PAST-DUE
                 END-IF
              ELSE
                 MOVE SPACES TO WS-CLOSED-DATE
              END-IF
           END-IF

           IF WS-REPORT-BALANCE > WS-HIGHEST-BALANCE
              MOVE WS-REPORT-BALANCE TO WS-HIGHEST-BALANCE
           END-IF
           IF WS-CHARGEOFF-AMT > WS-HIGHEST-BALANCE
              MOVE WS-CHARGEOFF-AMT TO WS-HIGHEST-BALANCE
           END-IF.

       2400-BUILD-PROFILE.
      *    Shift this month's rating onto the front of the 24-month
      *    profile. A month the run did not report is rated D (no
      *    data for that month); a profile that does not reach back
      *    24 months is padded with B (no history before then). A
      *    rerun inside the same month replaces this month's rating
      *    rather than shifting the profile a second time.
           MOVE ALL 'B' TO WS-PROFILE-WORK
           IF HISTORY-FOUND
              AND WS-PRIOR-YYYY NUMERIC
              AND WS-PRIOR-MM NUMERIC
              COMPUTE WS-PRIOR-MONTH-NBR =
                 WS-PRIOR-YYYY * 12 + WS-PRIOR-MM
              END-COMPUTE
              IF WS-PRIOR-MONTH-NBR > WS-CURR-MONTH-NBR
                 MOVE 0 TO WS-MONTH-GAP
              ELSE
                 COMPUTE WS-MONTH-GAP =
                    WS-CURR-MONTH-NBR - WS-PRIOR-MONTH-NBR
                 END-COMPUTE
              END-IF
              IF WS-MONTH-GAP < 24
                 IF WS-MONTH-GAP > 1
                    MOVE ALL 'D'
                       TO WS-PROFILE-WORK(2:WS-MONTH-GAP - 1)
                 END-IF
                 COMPUTE WS-PROFILE-POS = WS-MONTH-GAP + 1
                 MOVE WS-PRIOR-PROFILE
                    TO WS-PROFILE-WORK(WS-PROFILE-POS:24)
              ELSE
                 MOVE ALL 'D' TO WS-PROFILE-WORK(1:24)
              END-IF
           END-IF
           MOVE WS-MONTH-RATING TO WS-PROFILE-WORK(1:1).

       2500-LOOKUP-ADDRESS.
           SET ADDR-NOT-FOUND TO TRUE
           MOVE ACCT-ID TO AD-ACCT-ID

           READ ACCOUNT-DATA-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET ADDR-FOUND TO TRUE
           END-READ

           IF WS-ADAT-STATUS NOT = '00' AND WS-ADAT-STATUS NOT = '23'
              DISPLAY 'ERROR READING ACCOUNT DATA: ' ACCT-ID
                 ' STATUS: ' WS-ADAT-STATUS
           END-IF.

       2550-CHECK-EXCEPTIONS.
      *    The bureau rejects a segment with no consumer name, no
      *    usable mailing address, no valid open date, no credit
      *    line on a live account, or a charge-off with no amount.
      *    Each gap found is listed; the account is held out of the
      *    file until the data is put right.
           SET ACCOUNT-REPORTABLE TO TRUE

           IF ACCT-HOLDER-NAME = SPACES
              MOVE 'CONSUMER NAME MISSING' TO WS-EXCEPTION-REASON
              PERFORM 2560-WRITE-EXCEPTION
           END-IF

           IF ADDR-NOT-FOUND
              MOVE 'NOT ON ACCTDAT - NO MAILING ADDRESS'
                 TO WS-EXCEPTION-REASON
              PERFORM 2560-WRITE-EXCEPTION
           ELSE
              IF AD-ADDR-LINE1 = SPACES OR AD-ADDR-CITY = SPACES
                 OR AD-ADDR-STATE = SPACES OR AD-ADDR-ZIP = SPACES
                 MOVE 'MAILING ADDRESS INCOMPLETE'
                    TO WS-EXCEPTION-REASON
                 PERFORM 2560-WRITE-EXCEPTION
              END-IF
           END-IF

           IF ACCT-OPEN-DATE(1:4) NOT NUMERIC
              OR ACCT-OPEN-DATE(6:2) NOT NUMERIC
              OR ACCT-OPEN-DATE(9:2) NOT NUMERIC
              MOVE 'DATE OPENED MISSING OR INVALID'
                 TO WS-EXCEPTION-REASON
              PERFORM 2560-WRITE-EXCEPTION
           END-IF

           IF ACCT-CREDIT-LIMIT = 0
              AND NOT ACCT-CLOSED AND NOT ACCT-CHARGED-OFF
              MOVE 'CREDIT LIMIT ZERO ON OPEN ACCOUNT'
                 TO WS-EXCEPTION-REASON
              PERFORM 2560-WRITE-EXCEPTION
           END-IF

           IF ACCT-CHARGED-OFF AND WS-CHARGEOFF-AMT = 0
              MOVE 'CHARGED OFF - NO CHARGE-OFF AMOUNT FOUND'
                 TO WS-EXCEPTION-REASON
              PERFORM 2560-WRITE-EXCEPTION
           END-IF

           IF ACCOUNT-HAS-EXCEPTION
              ADD 1 TO WS-EXCEPTION-ACCOUNTS
           END-IF.

       2560-WRITE-EXCEPTION.
           SET ACCOUNT-HAS-EXCEPTION TO TRUE
           ADD 1 TO WS-EXCEPTION-LINES

           MOVE ACCT-ID TO WS-BURR-DTL-ACCT-ID
           MOVE ACCT-HOLDER-NAME(1:25) TO WS-BURR-DTL-NAME
           MOVE ACCT-STATUS TO WS-BURR-DTL-STATUS
           MOVE WS-EXCEPTION-REASON TO WS-BURR-DTL-REASON

           WRITE BURR-REPORT-LINE FROM WS-BURR-REPORT-DETAIL
           IF WS-BURR-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING EXCEPTION FOR ACCOUNT: '
                 ACCT-ID ' STATUS: ' WS-BURR-STATUS
           END-IF.

       2600-WRITE-BASE-SEGMENT.
           MOVE ACCT-ID TO BASE-ACCT-ID

           MOVE ACCT-OPEN-DATE TO WS-FMT-DATE-IN
           PERFORM 2650-FORMAT-BUREAU-DATE
           MOVE WS-FMT-DATE-OUT TO BASE-DATE-OPENED
           MOVE WS-PROCESSING-DATE TO WS-FMT-DATE-IN
           PERFORM 2650-FORMAT-BUREAU-DATE
           MOVE WS-FMT-DATE-OUT TO BASE-DATE-ACCT-INFO
           MOVE WS-CLOSED-DATE TO WS-FMT-DATE-IN
           PERFORM 2650-FORMAT-BUREAU-DATE
           MOVE WS-FMT-DATE-OUT TO BASE-DATE-CLOSED
           MOVE ACCT-LAST-PAYMENT-DATE TO WS-FMT-DATE-IN
           PERFORM 2650-FORMAT-BUREAU-DATE
           MOVE WS-FMT-DATE-OUT TO BASE-DATE-LAST-PAYMENT

      *    Whole dollars - the cents are dropped, not rounded.
           MOVE ACCT-CREDIT-LIMIT TO BASE-CREDIT-LIMIT
           MOVE WS-HIGHEST-BALANCE TO BASE-HIGHEST-BALANCE
           MOVE ACCT-MINIMUM-PAYMENT TO BASE-SCHEDULED-PMT
           IF WS-MONTH-PAYMENTS > 0
              MOVE WS-MONTH-PAYMENTS TO BASE-ACTUAL-PMT
           ELSE
              MOVE 0 TO BASE-ACTUAL-PMT
           END-IF
           MOVE WS-REPORT-BALANCE TO BASE-CURRENT-BALANCE
           MOVE WS-AMOUNT-PAST-DUE TO BASE-AMOUNT-PAST-DUE
           MOVE WS-CHARGEOFF-AMT TO BASE-CHARGEOFF-AMT
           IF ACCT-CHARGED-OFF OR ACCT-CLOSED
              MOVE 0 TO BASE-SCHEDULED-PMT
           END-IF

      *    The payment rating field is only carried with the status
      *    codes that do not themselves say how the account stood.
           MOVE WS-BUREAU-STATUS TO BASE-ACCOUNT-STATUS
           IF WS-BUREAU-STATUS = '13' OR WS-BUREAU-STATUS = '64'
              MOVE WS-MONTH-RATING TO BASE-PAYMENT-RATING
           ELSE
              MOVE SPACE TO BASE-PAYMENT-RATING
           END-IF
           MOVE WS-PROFILE-WORK(1:24) TO BASE-PAYMENT-HISTORY

           MOVE ACCT-HOLDER-NAME TO BASE-CONSUMER-NAME
           MOVE AD-ADDR-LINE1 TO BASE-ADDR-LINE1
           MOVE AD-ADDR-LINE2 TO BASE-ADDR-LINE2
           MOVE AD-ADDR-CITY TO BASE-ADDR-CITY
           MOVE AD-ADDR-STATE TO BASE-ADDR-STATE
           MOVE AD-ADDR-ZIP TO BASE-ADDR-ZIP

           WRITE BUREAU-EXTRACT-RECORD FROM WS-BUREAU-BASE
           IF WS-BURX-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING BASE SEGMENT FOR ACCOUNT: '
                 ACCT-ID ' STATUS: ' WS-BURX-STATUS
              STOP RUN
           END-IF

           ADD 1 TO WS-BASE-WRITTEN
           ADD WS-REPORT-BALANCE TO WS-TOTAL-BALANCE
           IF ACCT-CHARGED-OFF
              ADD WS-CHARGEOFF-AMT TO WS-TOTAL-CHARGED-OFF
           END-IF

           EVALUATE WS-BUREAU-STATUS
              WHEN '11'  ADD 1 TO WS-STS-11-COUNT
              WHEN '13'  ADD 1 TO WS-STS-13-COUNT
              WHEN '64'  ADD 1 TO WS-STS-64-COUNT
              WHEN '71'  ADD 1 TO WS-STS-71-COUNT
              WHEN '78'  ADD 1 TO WS-STS-78-COUNT
              WHEN '80'  ADD 1 TO WS-STS-80-COUNT
              WHEN '82'  ADD 1 TO WS-STS-82-COUNT
              WHEN '83'  ADD 1 TO WS-STS-83-COUNT
              WHEN '84'  ADD 1 TO WS-STS-84-COUNT
              WHEN '97'  ADD 1 TO WS-STS-97-COUNT
           END-EVALUATE.

       2650-FORMAT-BUREAU-DATE.
      *    YYYY-MM-DD to the bureau's MMDDYYYY; a date not known is
      *    reported as zeros.
           IF WS-FMT-DATE-IN(1:4) NUMERIC
              AND WS-FMT-DATE-IN(6:2) NUMERIC
              AND WS-FMT-DATE-IN(9:2) NUMERIC
              STRING WS-FMT-DATE-IN(6:2) WS-FMT-DATE-IN(9:2)
                     WS-FMT-DATE-IN(1:4)
                 DELIMITED BY SIZE INTO WS-FMT-DATE-OUT
              END-STRING
           ELSE
              MOVE '00000000' TO WS-FMT-DATE-OUT
           END-IF.

       2700-WRITE-NEW-RATING.
      *    Every account on the master carries its history forward,
      *    reported this month or held out as an exception, so the
      *    profile stays whole for when it is reported again.
           MOVE SPACES TO NEW-RATING-RECORD
           MOVE ACCT-ID TO RTGO-ACCT-ID
           MOVE WS-REPORT-MONTH TO RTGO-LAST-MONTH
           MOVE WS-PROFILE-WORK(1:24) TO RTGO-PROFILE
           MOVE WS-HIGHEST-BALANCE TO RTGO-HIGHEST-BALANCE
           MOVE WS-CHARGEOFF-AMT TO RTGO-CHARGEOFF-AMT
           MOVE WS-CLOSED-DATE TO RTGO-CLOSED-DATE

           WRITE NEW-RATING-RECORD
           IF WS-RTGO-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING RATING HISTORY FOR ACCOUNT: '
                 ACCT-ID ' STATUS: ' WS-RTGO-STATUS
              STOP RUN
           END-IF.

       2900-FLUSH-RATING-ORPHANS.
      *    The master is finished but the history still has
      *    records - accounts that have left the master.
           IF RTGI-PENDING
              ADD 1 TO WS-HISTORIES-DROPPED
              PERFORM 1150-READ-PRIOR-RATING
           END-IF.

       3000-FINALIZE.
           MOVE WS-BASE-WRITTEN TO TRL-TOTAL-BASE
           MOVE WS-STS-11-COUNT TO TRL-STATUS-11
           MOVE WS-STS-13-COUNT TO TRL-STATUS-13
           MOVE WS-STS-64-COUNT TO TRL-STATUS-64
           MOVE WS-STS-71-COUNT TO TRL-STATUS-71
           MOVE WS-STS-78-COUNT TO TRL-STATUS-78
           MOVE WS-STS-80-COUNT TO TRL-STATUS-80
           MOVE WS-STS-82-COUNT TO TRL-STATUS-82
           MOVE WS-STS-83-COUNT TO TRL-STATUS-83
           MOVE WS-STS-84-COUNT TO TRL-STATUS-84
           MOVE WS-STS-97-COUNT TO TRL-STATUS-97
      *    Total records on the file includes the header and the
      *    trailer itself.
           COMPUTE TRL-TOTAL-RECORDS = WS-BASE-WRITTEN + 2
           WRITE BUREAU-EXTRACT-RECORD FROM WS-BUREAU-TRAILER
           IF WS-BURX-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING BUREAU TRAILER, STATUS: '
                 WS-BURX-STATUS
           END-IF

           MOVE SPACES TO BURR-REPORT-LINE
           WRITE BURR-REPORT-LINE
           MOVE 'ACCOUNTS READ:' TO WS-BURR-TOT-LABEL
           MOVE WS-RECORDS-READ TO WS-BURR-TOT-COUNT
           PERFORM 3100-WRITE-REPORT-TOTAL
           MOVE 'BASE SEGMENTS WRITTEN:' TO WS-BURR-TOT-LABEL
           MOVE WS-BASE-WRITTEN TO WS-BURR-TOT-COUNT
           PERFORM 3100-WRITE-REPORT-TOTAL
           MOVE 'ACCOUNTS HELD AS EXCEPTIONS:' TO WS-BURR-TOT-LABEL
           MOVE WS-EXCEPTION-ACCOUNTS TO WS-BURR-TOT-COUNT
           PERFORM 3100-WRITE-REPORT-TOTAL
           MOVE '  STATUS 11 CURRENT:' TO WS-BURR-TOT-LABEL
           MOVE WS-STS-11-COUNT TO WS-BURR-TOT-COUNT
           PERFORM 3100-WRITE-REPORT-TOTAL
           MOVE '  STATUS 71 30-59 DAYS:' TO WS-BURR-TOT-LABEL
           MOVE WS-STS-71-COUNT TO WS-BURR-TOT-COUNT
           PERFORM 3100-WRITE-REPORT-TOTAL
           MOVE '  STATUS 78 60-89 DAYS:' TO WS-BURR-TOT-LABEL
           MOVE WS-STS-78-COUNT TO WS-BURR-TOT-COUNT
           PERFORM 3100-WRITE-REPORT-TOTAL
           MOVE '  STATUS 80 90-119 DAYS:' TO WS-BURR-TOT-LABEL
           MOVE WS-STS-80-COUNT TO WS-BURR-TOT-COUNT
           PERFORM 3100-WRITE-REPORT-TOTAL
           MOVE '  STATUS 82 120-149 DAYS:' TO WS-BURR-TOT-LABEL
           MOVE WS-STS-82-COUNT TO WS-BURR-TOT-COUNT
           PERFORM 3100-WRITE-REPORT-TOTAL
           MOVE '  STATUS 83 150-179 DAYS:' TO WS-BURR-TOT-LABEL
           MOVE WS-STS-83-COUNT TO WS-BURR-TOT-COUNT
           PERFORM 3100-WRITE-REPORT-TOTAL
           MOVE '  STATUS 84 180+ DAYS:' TO WS-BURR-TOT-LABEL
           MOVE WS-STS-84-COUNT TO WS-BURR-TOT-COUNT
           PERFORM 3100-WRITE-REPORT-TOTAL
           MOVE '  STATUS 13 CLOSED:' TO WS-BURR-TOT-LABEL
           MOVE WS-STS-13-COUNT TO WS-BURR-TOT-COUNT
           PERFORM 3100-WRITE-REPORT-TOTAL
           MOVE '  STATUS 97 CHARGED OFF:' TO WS-BURR-TOT-LABEL
           MOVE WS-STS-97-COUNT TO WS-BURR-TOT-COUNT
           PERFORM 3100-WRITE-REPORT-TOTAL
           MOVE '  STATUS 64 CHARGE-OFF PAID:' TO WS-BURR-TOT-LABEL
           MOVE WS-STS-64-COUNT TO WS-BURR-TOT-COUNT
           PERFORM 3100-WRITE-REPORT-TOTAL

           CLOSE ACCOUNT-FILE
           CLOSE ACCOUNT-DATA-FILE
           CLOSE TRANSACTION-FILE
           IF WS-RTGI-STATUS NOT = '35'
              CLOSE PRIOR-RATING-FILE
           END-IF
           CLOSE NEW-RATING-FILE
           CLOSE BUREAU-EXTRACT-FILE
           CLOSE BUREAU-EXCEPTION-REPORT

           PERFORM 3900-REGISTER-RUN-END

           DISPLAY 'CREDIT BUREAU EXTRACT COMPLETE'
           DISPLAY 'ACCOUNTS READ:       ' WS-RECORDS-READ
           DISPLAY 'BASE SEGMENTS:       ' WS-BASE-WRITTEN
           DISPLAY 'EXCEPTION ACCOUNTS:  ' WS-EXCEPTION-ACCOUNTS
           DISPLAY 'NEW HISTORIES:       ' WS-NEW-HISTORIES
           DISPLAY 'HISTORIES DROPPED:   ' WS-HISTORIES-DROPPED
           DISPLAY 'BALANCE REPORTED:    ' WS-TOTAL-BALANCE

      *    Condition code 4 when accounts were held out, so the
      *    exceptions are worked before the file goes to the bureau.
           IF WS-EXCEPTION-ACCOUNTS > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       3100-WRITE-REPORT-TOTAL.
           WRITE BURR-REPORT-LINE FROM WS-BURR-REPORT-TOTAL
           IF WS-BURR-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING EXCEPTION REPORT TOTAL, STATUS: '
                 WS-BURR-STATUS
           END-IF.

       3900-REGISTER-RUN-END.
      *    Stamp the completion time, status and final counters on
      *    the run-control record so the statistics survive the
      *    joblog.
           MOVE 'END' TO RC-FUNCTION
           MOVE 'C' TO RC-COMPLETION-STATUS
           MOVE WS-RECORDS-READ TO RC-RECORDS-READ
           MOVE WS-BASE-WRITTEN TO RC-RECORDS-PROCESSED
           MOVE WS-EXCEPTION-ACCOUNTS TO RC-RECORDS-SKIPPED
           MOVE WS-TOTAL-BALANCE TO RC-AMOUNT-1
           MOVE WS-TOTAL-CHARGED-OFF TO RC-AMOUNT-2
           CALL 'CBRUNCTL' USING WS-RUN-CONTROL-PARMS
           IF RC-RETURN-CODE NOT = 0
              DISPLAY 'WARNING: RUN CONTROL END NOT RECORDED'
           END-IF.
