      ******************************************************************
      * Program Name : CBACT28C
      * Application  : CardDemo
      * Type         : BATCH COBOL Program
      * Function     : Quarterly Credit Line Review
      *                Scores every open account on its months on
      *                book, its utilization, its payment history on
      *                the ledger over the review window (payments,
      *                late fees and returned payments) and the over-
      *                limit exceptions the interest run has counted
      *                against it since the last review. Good accounts
      *                get a line increase and risky ones a decrease
      *                that never takes the limit below the balance
      *                owed. The scoring rules and step amounts come
      *                from the LINEPARM parameter file the way the
      *                minimum payment run reads MINPARM. Each change
      *                is written back to ACCTFILE and to the online
      *                account record, audited on ACCTMAUD as a
      *                LINE-CHG before/after event, and reported.
      *                A decrease's audit event is what the nightly
      *                notice run turns into the adverse-action
      *                letter, so this job runs ahead of it.
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
       PROGRAM-ID.    CBACT28C.
       AUTHOR.        AWS MAINFRAME MODERNIZATION TEAM.
       DATE-WRITTEN.  2026-09-16.
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

           SELECT TRANSACTION-FILE
               ASSIGN TO TRANFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-ID
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT ACCOUNT-DATA-FILE
               ASSIGN TO ACCTDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-ACCT-ID
               FILE STATUS IS WS-ADAT-STATUS.

           SELECT MAINT-AUDIT-FILE
               ASSIGN TO ACCTMAUD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAUD-KEY
               FILE STATUS IS WS-MAUD-STATUS.

           SELECT LINE-REVIEW-PARM-FILE
               ASSIGN TO LINEPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT LINE-REVIEW-REPORT
               ASSIGN TO LINERPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LRVR-STATUS.

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
      *    Autopay enrollment block, maintained by the account
      *    maintenance screen and read by the ACH extract run - not
      *    used by this program.
           05 FILLER                    PIC X(28).
           05 ACCT-CYCLE-DAY            PIC 9(02).
      *    Over-limit exceptions counted by the interest run since
      *    the last review - scored here, then cleared.
           05 ACCT-OVERLIMIT-COUNT      PIC 9(03).
      *    Date of the last line review - an account already
      *    reviewed today is passed over on a rerun.
           05 ACCT-LINE-REVIEW-DATE     PIC X(10).
           05 FILLER                    PIC X(139).

       FD  TRANSACTION-FILE
           RECORD CONTAINS 110 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  TRAN-RECORD.
           05 TRAN-ID                   PIC X(21).
           05 TRAN-ACCT-ID              PIC X(11).
           05 TRAN-TYPE-CD              PIC X(10).
              88 TRAN-TYPE-PAYMENT      VALUE 'PAYMENT'.
              88 TRAN-TYPE-LATE-FEE     VALUE 'LATE FEE'.
              88 TRAN-TYPE-PMT-RETURN   VALUE 'PMT RETURN'.
           05 TRAN-AMT                  PIC S9(9)V99.
           05 TRAN-DATE                 PIC X(10).
           05 TRAN-DESC                 PIC X(40).
           05 TRAN-FILLER               PIC X(07).

      *    The online account record the screens maintain - its
      *    limit and available credit are what authorization sees,
      *    so a line change is carried there as well.
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

      *    Before/after maintenance audit record, the layout the
      *    account screens write to ACCTMAUD. A line change carries
      *    a formatted image of the limit in the address-line
      *    fields, the old and new limits in the before and after
      *    amount fields, the change in the adjustment amount, the
      *    primary reason in the reason code and up to four reason
      *    codes in the reference field.
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
              88 MAUD-CHANGE-LINE-CHG   VALUE 'LINE-CHG'.
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

      *    One record of review rules. The score thresholds are
      *    signed with a leading separate sign (+03, -03) so the
      *    card reads plainly.
       FD  LINE-REVIEW-PARM-FILE
           RECORD CONTAINS 51 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  LINE-REVIEW-PARM-RECORD.
           05 LP-LOOKBACK-MONTHS        PIC 9(02).
           05 LP-MIN-MONTHS-OPEN        PIC 9(03).
           05 LP-LOW-UTIL-PCT           PIC 9(03).
           05 LP-HIGH-UTIL-PCT          PIC 9(03).
           05 LP-MIN-PAYMENTS           PIC 9(02).
           05 LP-INCREASE-SCORE         PIC S9(02)
                                        SIGN IS LEADING SEPARATE.
           05 LP-DECREASE-SCORE         PIC S9(02)
                                        SIGN IS LEADING SEPARATE.
           05 LP-INCREASE-STEP          PIC 9(5)V99.
           05 LP-DECREASE-STEP          PIC 9(5)V99.
           05 LP-MAX-LIMIT              PIC 9(7)V99.
           05 LP-MIN-LIMIT              PIC 9(7)V99.

       FD  LINE-REVIEW-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  LRVR-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05 WS-ACCT-STATUS            PIC XX.
           05 WS-TRAN-STATUS            PIC XX.
           05 WS-ADAT-STATUS            PIC XX.
           05 WS-MAUD-STATUS            PIC XX.
           05 WS-PARM-STATUS            PIC XX.
           05 WS-LRVR-STATUS            PIC XX.

       01  WS-COUNTERS.
           05 WS-RECORDS-READ           PIC 9(7) VALUE 0.
           05 WS-ACCOUNTS-REVIEWED      PIC 9(7) VALUE 0.
           05 WS-LINES-INCREASED        PIC 9(7) VALUE 0.
           05 WS-LINES-DECREASED        PIC 9(7) VALUE 0.
           05 WS-LINES-UNCHANGED        PIC 9(7) VALUE 0.
           05 WS-DECREASES-HELD         PIC 9(7) VALUE 0.
           05 WS-NOT-ELIGIBLE           PIC 9(7) VALUE 0.
           05 WS-ALREADY-REVIEWED       PIC 9(7) VALUE 0.
           05 WS-TOTAL-INCREASE-AMT     PIC S9(11)V99 VALUE 0.
           05 WS-TOTAL-DECREASE-AMT     PIC S9(11)V99 VALUE 0.

       01  WS-PARM-FIELDS.
      *    Defaults apply when the parameter file is not available,
      *    the same fallback style the minimum payment run uses
      *    when MINPARM is missing.
           05 WS-LOOKBACK-MONTHS        PIC 9(02) VALUE 06.
           05 WS-MIN-MONTHS-OPEN        PIC 9(03) VALUE 012.
           05 WS-LOW-UTIL-PCT           PIC 9(03) VALUE 030.
           05 WS-HIGH-UTIL-PCT          PIC 9(03) VALUE 090.
           05 WS-MIN-PAYMENTS           PIC 9(02) VALUE 03.
           05 WS-INCREASE-SCORE         PIC S9(02) VALUE +3.
           05 WS-DECREASE-SCORE         PIC S9(02) VALUE -3.
           05 WS-INCREASE-STEP          PIC 9(5)V99 VALUE 500.00.
           05 WS-DECREASE-STEP          PIC 9(5)V99 VALUE 500.00.
           05 WS-MAX-LIMIT              PIC 9(7)V99 VALUE 25000.00.
           05 WS-MIN-LIMIT              PIC 9(7)V99 VALUE 300.00.

      *    The account's review scorecard.
       01  WS-SCORE-FIELDS.
           05 WS-MONTHS-ON-BOOK         PIC 9(04).
           05 WS-UTILIZATION-PCT        PIC 9(03).
           05 WS-PAYMENT-COUNT          PIC 9(03).
           05 WS-LATE-FEE-COUNT         PIC 9(03).
           05 WS-NSF-RETURN-COUNT       PIC 9(03).
           05 WS-OVERLIMIT-COUNT        PIC 9(03).
           05 WS-REVIEW-SCORE           PIC S9(03).
           05 WS-OLD-LIMIT              PIC 9(7)V99.
           05 WS-NEW-LIMIT              PIC 9(7)V99.
           05 WS-LIMIT-CHANGE           PIC S9(7)V99.
           05 WS-BALANCE-OWED           PIC 9(7)V99.
           05 WS-REVIEW-ACTION          PIC X(10).
      *    Up to four reason codes behind a decrease, most serious
      *    first - the adverse-action letter quotes them.
           05 WS-REASON-LIST.
              10 WS-REASON-CODE         PIC X(04) OCCURS 4 TIMES.
           05 WS-REASON-IDX             PIC 9(02).
           05 WS-NEW-REASON             PIC X(04).

       01  WS-DATE-FIELDS.
           05 WS-CURRENT-DATE.
              10 WS-CURR-YEAR           PIC 9(4).
              10 WS-CURR-MONTH          PIC 9(2).
              10 WS-CURR-DAY            PIC 9(2).
           05 WS-PROCESSING-DATE        PIC X(10).
           05 WS-OPEN-DATE-WORK.
              10 WS-OPEN-YEAR           PIC 9(4).
              10 FILLER                 PIC X(01).
              10 WS-OPEN-MONTH          PIC 9(2).
              10 FILLER                 PIC X(01).
              10 WS-OPEN-DAY            PIC 9(2).
           05 WS-MONTH-NUMBER           PIC 9(06).
           05 WS-WINDOW-YEAR            PIC 9(4).
           05 WS-WINDOW-MONTH           PIC 9(2).
           05 WS-TRAN-START-KEY         PIC X(21).

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
           05 WS-EDIT-LIMIT             PIC Z,ZZZ,ZZ9.99.

       01  WS-LRVR-REPORT-HEADER.
           05 FILLER                    PIC X(40)
              VALUE 'QUARTERLY CREDIT LINE REVIEW'.
           05 FILLER                    PIC X(20) VALUE SPACES.
           05 FILLER                    PIC X(06) VALUE 'DATE: '.
           05 WS-LRVR-HDR-DATE          PIC X(10).
           05 FILLER                    PIC X(56) VALUE SPACES.

       01  WS-LRVR-COLUMN-HEADER.
           05 FILLER                    PIC X(35)
              VALUE 'ACCOUNT      NAME'.
           05 FILLER                    PIC X(33)
              VALUE 'MOB UTIL PM LF RT  OL SCORE'.
           05 FILLER                    PIC X(64)
              VALUE ' OLD LIMIT     NEW LIMIT  ACTION      REASONS'.

       01  WS-LRVR-REPORT-DETAIL.
           05 WS-LRVR-DTL-ACCT-ID       PIC X(11).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-LRVR-DTL-NAME          PIC X(20).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-LRVR-DTL-MONTHS        PIC ZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-LRVR-DTL-UTIL          PIC ZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-LRVR-DTL-PAYMENTS      PIC Z9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-LRVR-DTL-LATE-FEES     PIC Z9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-LRVR-DTL-RETURNS       PIC Z9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-LRVR-DTL-OVERLIMIT     PIC ZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-LRVR-DTL-SCORE         PIC -ZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-LRVR-DTL-OLD-LIMIT     PIC Z,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-LRVR-DTL-NEW-LIMIT     PIC Z,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-LRVR-DTL-ACTION        PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-LRVR-DTL-REASONS       PIC X(16).
           05 FILLER                    PIC X(13) VALUE SPACES.

       01  WS-LRVR-REPORT-TOTAL.
           05 WS-LRVR-TOT-LABEL         PIC X(40).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-LRVR-TOT-COUNT         PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-LRVR-TOT-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(64) VALUE SPACES.

       01  WS-FLAGS.
           05 WS-EOF-FLAG               PIC X VALUE 'N'.
              88 END-OF-FILE            VALUE 'Y'.
              88 NOT-END-OF-FILE        VALUE 'N'.
           05 WS-PARM-EOF-FLAG          PIC X VALUE 'N'.
              88 PARM-EOF               VALUE 'Y'.
              88 PARM-NOT-EOF           VALUE 'N'.
           05 WS-TRAN-SCAN-FLAG         PIC X VALUE 'N'.
              88 TRAN-SCAN-DONE         VALUE 'Y'.
              88 TRAN-SCAN-NOT-DONE     VALUE 'N'.

       01  WS-RESTART-PARM              PIC X(08).

      *    Parameter block for the CBRUNCTL run-control registry -
      *    registered at start of run (refusing a duplicate same-day
      *    submission) and stamped with the final counters at end.
       01  WS-RUN-CONTROL-PARMS.
           05 RC-FUNCTION               PIC X(05).
           05 RC-PROGRAM-NAME           PIC X(08) VALUE 'CBACT28C'.
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
           PERFORM 2000-REVIEW-ACCOUNTS
              UNTIL END-OF-FILE
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-CURR-YEAR '-' WS-CURR-MONTH '-' WS-CURR-DAY
              DELIMITED BY SIZE INTO WS-PROCESSING-DATE
           END-STRING

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
           PERFORM 1200-LOAD-LINE-REVIEW-PARMS
           PERFORM 1300-SET-REVIEW-WINDOW

           OPEN I-O ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACCOUNT FILE: ' WS-ACCT-STATUS
              STOP RUN
           END-IF

           OPEN INPUT TRANSACTION-FILE
           IF WS-TRAN-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING TRANSACTION FILE: ' WS-TRAN-STATUS
              STOP RUN
           END-IF

           OPEN I-O ACCOUNT-DATA-FILE
           IF WS-ADAT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACCOUNT DATA FILE: '
                 WS-ADAT-STATUS
              STOP RUN
           END-IF

           OPEN I-O MAINT-AUDIT-FILE
           IF WS-MAUD-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING MAINT AUDIT FILE: ' WS-MAUD-STATUS
              STOP RUN
           END-IF

           OPEN OUTPUT LINE-REVIEW-REPORT
           IF WS-LRVR-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING LINE REVIEW REPORT: '
                 WS-LRVR-STATUS
              STOP RUN
           END-IF

           MOVE WS-PROCESSING-DATE TO WS-LRVR-HDR-DATE
           WRITE LRVR-REPORT-LINE FROM WS-LRVR-REPORT-HEADER
           MOVE SPACES TO LRVR-REPORT-LINE
           WRITE LRVR-REPORT-LINE
           WRITE LRVR-REPORT-LINE FROM WS-LRVR-COLUMN-HEADER

           PERFORM 1100-READ-ACCOUNT.

       1100-READ-ACCOUNT.
           READ ACCOUNT-FILE
              AT END
                 SET END-OF-FILE TO TRUE
              NOT AT END
                 ADD 1 TO WS-RECORDS-READ
           END-READ.

       1200-LOAD-LINE-REVIEW-PARMS.
      *    Load the review rules from the parameter file; fall back
      *    to the compiled defaults when the file is not available
      *    or the card does not edit, as the minimum payment run
      *    does with MINPARM.
           OPEN INPUT LINE-REVIEW-PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
              DISPLAY 'LINE REVIEW PARM FILE NOT AVAILABLE, STATUS: '
                 WS-PARM-STATUS
              DISPLAY 'USING DEFAULT REVIEW RULES'
           ELSE
              READ LINE-REVIEW-PARM-FILE
                 AT END
                    SET PARM-EOF TO TRUE
              END-READ
              IF PARM-EOF
                 DISPLAY 'LINE REVIEW PARM FILE EMPTY, USING DEFAULTS'
              ELSE
                 IF LP-LOOKBACK-MONTHS NOT NUMERIC
                    OR LP-MIN-MONTHS-OPEN NOT NUMERIC
                    OR LP-LOW-UTIL-PCT NOT NUMERIC
                    OR LP-HIGH-UTIL-PCT NOT NUMERIC
                    OR LP-MIN-PAYMENTS NOT NUMERIC
                    OR LP-INCREASE-SCORE NOT NUMERIC
                    OR LP-DECREASE-SCORE NOT NUMERIC
                    OR LP-INCREASE-STEP NOT NUMERIC
                    OR LP-DECREASE-STEP NOT NUMERIC
                    OR LP-MAX-LIMIT NOT NUMERIC
                    OR LP-MIN-LIMIT NOT NUMERIC
                    OR LP-LOOKBACK-MONTHS = 0
                    OR LP-LOW-UTIL-PCT > LP-HIGH-UTIL-PCT
                    OR LP-DECREASE-SCORE >= LP-INCREASE-SCORE
                    DISPLAY 'LINE REVIEW PARM INVALID, USING DEFAULTS'
                 ELSE
                    MOVE LP-LOOKBACK-MONTHS TO WS-LOOKBACK-MONTHS
                    MOVE LP-MIN-MONTHS-OPEN TO WS-MIN-MONTHS-OPEN
                    MOVE LP-LOW-UTIL-PCT TO WS-LOW-UTIL-PCT
                    MOVE LP-HIGH-UTIL-PCT TO WS-HIGH-UTIL-PCT
                    MOVE LP-MIN-PAYMENTS TO WS-MIN-PAYMENTS
                    MOVE LP-INCREASE-SCORE TO WS-INCREASE-SCORE
                    MOVE LP-DECREASE-SCORE TO WS-DECREASE-SCORE
                    MOVE LP-INCREASE-STEP TO WS-INCREASE-STEP
                    MOVE LP-DECREASE-STEP TO WS-DECREASE-STEP
                    MOVE LP-MAX-LIMIT TO WS-MAX-LIMIT
                    MOVE LP-MIN-LIMIT TO WS-MIN-LIMIT
                 END-IF
              END-IF
              CLOSE LINE-REVIEW-PARM-FILE
           END-IF.

       1300-SET-REVIEW-WINDOW.
      *    The ledger is scored from the same day of the month the
      *    lookback number of months ago. TRAN-IDs lead with the
      *    account and the YYYYMMDD posting date, so the window
      *    start becomes a START key for each account.
           COMPUTE WS-MONTH-NUMBER =
              WS-CURR-YEAR * 12 + WS-CURR-MONTH - 1
              - WS-LOOKBACK-MONTHS
           END-COMPUTE
           DIVIDE WS-MONTH-NUMBER BY 12
              GIVING WS-WINDOW-YEAR
              REMAINDER WS-WINDOW-MONTH
           END-DIVIDE
           ADD 1 TO WS-WINDOW-MONTH.

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

       2000-REVIEW-ACCOUNTS.
      *    Closed and charged-off accounts have no line to review.
      *    An account already stamped with today's review date was
      *    reviewed by an earlier pass of this run before a restart.
           IF NOT END-OF-FILE
              EVALUATE TRUE
                 WHEN ACCT-CLOSED OR ACCT-CHARGED-OFF
                    ADD 1 TO WS-NOT-ELIGIBLE
                 WHEN ACCT-LINE-REVIEW-DATE = WS-PROCESSING-DATE
                    ADD 1 TO WS-ALREADY-REVIEWED
                 WHEN OTHER
                    PERFORM 2100-SCORE-ACCOUNT
                    PERFORM 2300-DECIDE-LINE-CHANGE
                    PERFORM 2400-UPDATE-ACCOUNT
              END-EVALUATE

              PERFORM 1100-READ-ACCOUNT
           END-IF.

       2100-SCORE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-REVIEWED
           MOVE 0 TO WS-REVIEW-SCORE
           MOVE SPACES TO WS-REASON-LIST
           MOVE 0 TO WS-REASON-IDX

           MOVE ACCT-CREDIT-LIMIT TO WS-OLD-LIMIT
           MOVE ACCT-CREDIT-LIMIT TO WS-NEW-LIMIT
           IF ACCT-CURRENT-BALANCE > 0
              MOVE ACCT-CURRENT-BALANCE TO WS-BALANCE-OWED
           ELSE
              MOVE 0 TO WS-BALANCE-OWED
           END-IF

      *    Months on book, counted in whole months from the open
      *    date. An account with no usable open date is treated as
      *    new.
           MOVE 0 TO WS-MONTHS-ON-BOOK
           MOVE ACCT-OPEN-DATE TO WS-OPEN-DATE-WORK
           IF WS-OPEN-YEAR NUMERIC AND WS-OPEN-MONTH NUMERIC
              AND WS-OPEN-DAY NUMERIC
              AND WS-OPEN-YEAR * 12 + WS-OPEN-MONTH <
                  WS-CURR-YEAR * 12 + WS-CURR-MONTH
              COMPUTE WS-MONTHS-ON-BOOK =
                 (WS-CURR-YEAR * 12 + WS-CURR-MONTH)
                 - (WS-OPEN-YEAR * 12 + WS-OPEN-MONTH)
              END-COMPUTE
              IF WS-CURR-DAY < WS-OPEN-DAY
                 SUBTRACT 1 FROM WS-MONTHS-ON-BOOK
              END-IF
           END-IF

      *    Utilization - a zero limit reads as fully used.
           IF ACCT-CREDIT-LIMIT > 0
              COMPUTE WS-UTILIZATION-PCT ROUNDED =
                 WS-BALANCE-OWED * 100 / ACCT-CREDIT-LIMIT
                 ON SIZE ERROR
                    MOVE 999 TO WS-UTILIZATION-PCT
              END-COMPUTE
           ELSE
              MOVE 999 TO WS-UTILIZATION-PCT
           END-IF

           IF ACCT-OVERLIMIT-COUNT NUMERIC
              MOVE ACCT-OVERLIMIT-COUNT TO WS-OVERLIMIT-COUNT
           ELSE
              MOVE 0 TO WS-OVERLIMIT-COUNT
           END-IF

           PERFORM 2200-SCAN-LEDGER

      *    Scorecard. Reasons are recorded in the order they are
      *    found, most serious first.
           IF ACCT-DELINQUENT OR ACCT-SUSPENDED
              SUBTRACT 3 FROM WS-REVIEW-SCORE
              MOVE 'DLQ' TO WS-NEW-REASON
              PERFORM 2250-ADD-REASON
           END-IF

           IF WS-NSF-RETURN-COUNT > 0
              COMPUTE WS-REVIEW-SCORE =
                 WS-REVIEW-SCORE - 2 * WS-NSF-RETURN-COUNT
                 ON SIZE ERROR
                    MOVE -99 TO WS-REVIEW-SCORE
              END-COMPUTE
              MOVE 'NSF' TO WS-NEW-REASON
              PERFORM 2250-ADD-REASON
           END-IF

           IF WS-OVERLIMIT-COUNT > 0
              COMPUTE WS-REVIEW-SCORE =
                 WS-REVIEW-SCORE - WS-OVERLIMIT-COUNT
                 ON SIZE ERROR
                    MOVE -99 TO WS-REVIEW-SCORE
              END-COMPUTE
              MOVE 'OVLM' TO WS-NEW-REASON
              PERFORM 2250-ADD-REASON
           END-IF

           IF WS-LATE-FEE-COUNT > 0
              COMPUTE WS-REVIEW-SCORE =
                 WS-REVIEW-SCORE - WS-LATE-FEE-COUNT
                 ON SIZE ERROR
                    MOVE -99 TO WS-REVIEW-SCORE
              END-COMPUTE
              MOVE 'LATE' TO WS-NEW-REASON
              PERFORM 2250-ADD-REASON
           END-IF

           EVALUATE TRUE
              WHEN WS-UTILIZATION-PCT > WS-HIGH-UTIL-PCT
                 SUBTRACT 2 FROM WS-REVIEW-SCORE
                 MOVE 'UTIL' TO WS-NEW-REASON
                 PERFORM 2250-ADD-REASON
              WHEN WS-UTILIZATION-PCT <= WS-LOW-UTIL-PCT
                 ADD 2 TO WS-REVIEW-SCORE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF WS-PAYMENT-COUNT >= WS-MIN-PAYMENTS
              ADD 1 TO WS-REVIEW-SCORE
           ELSE
              IF WS-BALANCE-OWED > 0
                 SUBTRACT 1 FROM WS-REVIEW-SCORE
                 MOVE 'PMTS' TO WS-NEW-REASON
                 PERFORM 2250-ADD-REASON
              END-IF
           END-IF

           IF WS-MONTHS-ON-BOOK >= WS-MIN-MONTHS-OPEN
              ADD 1 TO WS-REVIEW-SCORE
           END-IF.

       2200-SCAN-LEDGER.
      *    Count the account's payments, late fees and returned
      *    payments posted from the window start through today.
           MOVE 0 TO WS-PAYMENT-COUNT
           MOVE 0 TO WS-LATE-FEE-COUNT
           MOVE 0 TO WS-NSF-RETURN-COUNT
           SET TRAN-SCAN-NOT-DONE TO TRUE

           MOVE SPACES TO WS-TRAN-START-KEY
           MOVE ACCT-ID TO WS-TRAN-START-KEY(1:11)
           MOVE WS-WINDOW-YEAR TO WS-TRAN-START-KEY(12:4)
           MOVE WS-WINDOW-MONTH TO WS-TRAN-START-KEY(16:2)
           MOVE WS-CURR-DAY TO WS-TRAN-START-KEY(18:2)
           MOVE '00' TO WS-TRAN-START-KEY(20:2)
           MOVE WS-TRAN-START-KEY TO TRAN-ID

           START TRANSACTION-FILE KEY NOT LESS THAN TRAN-ID
              INVALID KEY
                 SET TRAN-SCAN-DONE TO TRUE
           END-START

           PERFORM 2210-READ-NEXT-POSTING
              UNTIL TRAN-SCAN-DONE.

       2210-READ-NEXT-POSTING.
           READ TRANSACTION-FILE NEXT RECORD
              AT END
                 SET TRAN-SCAN-DONE TO TRUE
           END-READ

           IF TRAN-SCAN-NOT-DONE
              IF TRAN-ID(1:11) NOT = ACCT-ID
                 SET TRAN-SCAN-DONE TO TRUE
              ELSE
                 EVALUATE TRUE
                    WHEN TRAN-TYPE-PAYMENT
                       ADD 1 TO WS-PAYMENT-COUNT
                    WHEN TRAN-TYPE-LATE-FEE
                       ADD 1 TO WS-LATE-FEE-COUNT
                    WHEN TRAN-TYPE-PMT-RETURN
                       ADD 1 TO WS-NSF-RETURN-COUNT
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-IF.

       2250-ADD-REASON.
           IF WS-REASON-IDX < 4
              ADD 1 TO WS-REASON-IDX
              MOVE WS-NEW-REASON TO WS-REASON-CODE(WS-REASON-IDX)
           END-IF.

       2300-DECIDE-LINE-CHANGE.
      *    Increases go only to active accounts that have been on
      *    book long enough, up to the line ceiling. A decrease
      *    steps the line down to no less than the floor, and never
      *    below what the cardholder already owes - a decrease the
      *    balance leaves no room for is held and reported.
           MOVE SPACES TO WS-REVIEW-ACTION
           EVALUATE TRUE
              WHEN WS-REVIEW-SCORE >= WS-INCREASE-SCORE
                 AND ACCT-ACTIVE
                 AND WS-MONTHS-ON-BOOK >= WS-MIN-MONTHS-OPEN
                 COMPUTE WS-NEW-LIMIT = WS-OLD-LIMIT + WS-INCREASE-STEP
                    ON SIZE ERROR
                       MOVE WS-MAX-LIMIT TO WS-NEW-LIMIT
                 END-COMPUTE
                 IF WS-NEW-LIMIT > WS-MAX-LIMIT
                    MOVE WS-MAX-LIMIT TO WS-NEW-LIMIT
                 END-IF
                 IF WS-NEW-LIMIT > WS-OLD-LIMIT
                    MOVE 'INCREASE' TO WS-REVIEW-ACTION
                 END-IF
              WHEN WS-REVIEW-SCORE <= WS-DECREASE-SCORE
                 IF WS-OLD-LIMIT > WS-DECREASE-STEP
                    COMPUTE WS-NEW-LIMIT =
                       WS-OLD-LIMIT - WS-DECREASE-STEP
                    END-COMPUTE
                 ELSE
                    MOVE 0 TO WS-NEW-LIMIT
                 END-IF
                 IF WS-NEW-LIMIT < WS-MIN-LIMIT
                    MOVE WS-MIN-LIMIT TO WS-NEW-LIMIT
                 END-IF
                 IF WS-NEW-LIMIT < WS-BALANCE-OWED
                    MOVE WS-BALANCE-OWED TO WS-NEW-LIMIT
                 END-IF
                 IF WS-NEW-LIMIT < WS-OLD-LIMIT
                    MOVE 'DECREASE' TO WS-REVIEW-ACTION
                 ELSE
                    MOVE WS-OLD-LIMIT TO WS-NEW-LIMIT
                    MOVE 'HELD-BAL' TO WS-REVIEW-ACTION
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF WS-REVIEW-ACTION NOT = 'INCREASE'
              AND WS-REVIEW-ACTION NOT = 'DECREASE'
              MOVE WS-OLD-LIMIT TO WS-NEW-LIMIT
           END-IF
           COMPUTE WS-LIMIT-CHANGE = WS-NEW-LIMIT - WS-OLD-LIMIT
           END-COMPUTE.

       2400-UPDATE-ACCOUNT.
      *    Every reviewed account is stamped with the review date
      *    and its over-limit count is cleared for the next quarter;
      *    the limit itself moves only on an increase or decrease.
           MOVE WS-NEW-LIMIT TO ACCT-CREDIT-LIMIT
           MOVE 0 TO ACCT-OVERLIMIT-COUNT
           MOVE WS-PROCESSING-DATE TO ACCT-LINE-REVIEW-DATE

           REWRITE ACCOUNT-RECORD
           IF WS-ACCT-STATUS NOT = '00'
              DISPLAY 'ERROR REWRITING ACCOUNT: ' ACCT-ID
                 ' STATUS: ' WS-ACCT-STATUS
           ELSE
              EVALUATE WS-REVIEW-ACTION
                 WHEN 'INCREASE'
                    ADD 1 TO WS-LINES-INCREASED
                    ADD WS-LIMIT-CHANGE TO WS-TOTAL-INCREASE-AMT
                    PERFORM 2500-UPDATE-ONLINE-ACCOUNT
                    PERFORM 2600-WRITE-LINE-CHG-AUDIT
                    PERFORM 2700-WRITE-REPORT-DETAIL
                 WHEN 'DECREASE'
                    ADD 1 TO WS-LINES-DECREASED
                    SUBTRACT WS-LIMIT-CHANGE FROM WS-TOTAL-DECREASE-AMT
                    PERFORM 2500-UPDATE-ONLINE-ACCOUNT
                    PERFORM 2600-WRITE-LINE-CHG-AUDIT
                    PERFORM 2700-WRITE-REPORT-DETAIL
                 WHEN 'HELD-BAL'
                    ADD 1 TO WS-DECREASES-HELD
                    PERFORM 2700-WRITE-REPORT-DETAIL
                 WHEN OTHER
                    ADD 1 TO WS-LINES-UNCHANGED
              END-EVALUATE
           END-IF.

       2500-UPDATE-ONLINE-ACCOUNT.
           MOVE ACCT-ID TO AD-ACCT-ID
           READ ACCOUNT-DATA-FILE
              INVALID KEY
                 DISPLAY 'WARNING: ACCOUNT NOT ON ACCTDAT, LIMIT '
                    'NOT CARRIED ONLINE: ' ACCT-ID
           END-READ

           IF WS-ADAT-STATUS = '00'
              MOVE WS-NEW-LIMIT TO AD-ACCT-CREDIT-LIMIT
              COMPUTE AD-ACCT-AVAILABLE-CREDIT =
                 WS-NEW-LIMIT - AD-ACCT-CURRENT-BAL
                 ON SIZE ERROR
                    MOVE 0 TO AD-ACCT-AVAILABLE-CREDIT
              END-COMPUTE
              REWRITE ACCOUNT-DATA-RECORD
              IF WS-ADAT-STATUS NOT = '00'
                 DISPLAY 'ERROR REWRITING ACCOUNT DATA: ' ACCT-ID
                    ' STATUS: ' WS-ADAT-STATUS
              END-IF
           END-IF.

       2600-WRITE-LINE-CHG-AUDIT.
      *    Same shape as the screens' maintenance audit, with the
      *    limit image in the address-line fields. The batch has no
      *    signed-on operator or terminal, so both carry a fixed
      *    batch marker.
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
           SET MAUD-CHANGE-LINE-CHG TO TRUE

           MOVE WS-OLD-LIMIT TO WS-EDIT-LIMIT
           STRING 'CREDIT LIMIT ' WS-EDIT-LIMIT
              DELIMITED BY SIZE INTO MAUD-BEF-ADDR-LINE1
           END-STRING
           MOVE WS-NEW-LIMIT TO WS-EDIT-LIMIT
           STRING 'CREDIT LIMIT ' WS-EDIT-LIMIT
              DELIMITED BY SIZE INTO MAUD-AFT-ADDR-LINE1
           END-STRING
           MOVE ACCT-STATUS TO MAUD-BEF-STATUS
           MOVE ACCT-STATUS TO MAUD-AFT-STATUS

           MOVE WS-OLD-LIMIT TO MAUD-BEF-BALANCE
           MOVE WS-NEW-LIMIT TO MAUD-AFT-BALANCE
           MOVE WS-LIMIT-CHANGE TO MAUD-ADJ-AMOUNT
           IF WS-REVIEW-ACTION = 'INCREASE'
              MOVE 'INCR' TO MAUD-ADJ-REASON
           ELSE
              MOVE WS-REASON-CODE(1) TO MAUD-ADJ-REASON
           END-IF
           MOVE WS-REASON-LIST TO MAUD-ADJ-REV-TRAN
           MOVE SPACES TO MAUD-ADJ-APPROVER

      *    More than one event can land on an account in the same
      *    second - a duplicate key bumps the sequence and retries.
           ADD 1 TO WS-MAUD-SEQ-CTR
           MOVE 0 TO WS-MAUD-RETRY-CTR
           PERFORM 2610-WRITE-AUDIT-RECORD
           PERFORM 2620-RETRY-AUDIT-WRITE
              UNTIL WS-MAUD-STATUS NOT = '22'
                 OR WS-MAUD-RETRY-CTR >= 99

           IF WS-MAUD-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING LINE CHANGE AUDIT FOR ACCOUNT: '
                 ACCT-ID ' STATUS: ' WS-MAUD-STATUS
           END-IF.

       2610-WRITE-AUDIT-RECORD.
           MOVE WS-MAUD-SEQ-CTR TO MAUD-SEQ
           WRITE MAINT-AUDIT-RECORD.

       2620-RETRY-AUDIT-WRITE.
           ADD 1 TO WS-MAUD-SEQ-CTR
           ADD 1 TO WS-MAUD-RETRY-CTR
           PERFORM 2610-WRITE-AUDIT-RECORD.

       2700-WRITE-REPORT-DETAIL.
           MOVE ACCT-ID TO WS-LRVR-DTL-ACCT-ID
           MOVE ACCT-HOLDER-NAME(1:20) TO WS-LRVR-DTL-NAME
           MOVE WS-MONTHS-ON-BOOK TO WS-LRVR-DTL-MONTHS
           MOVE WS-UTILIZATION-PCT TO WS-LRVR-DTL-UTIL
           MOVE WS-PAYMENT-COUNT TO WS-LRVR-DTL-PAYMENTS
           MOVE WS-LATE-FEE-COUNT TO WS-LRVR-DTL-LATE-FEES
           MOVE WS-NSF-RETURN-COUNT TO WS-LRVR-DTL-RETURNS
           MOVE WS-OVERLIMIT-COUNT TO WS-LRVR-DTL-OVERLIMIT
           MOVE WS-REVIEW-SCORE TO WS-LRVR-DTL-SCORE
           MOVE WS-OLD-LIMIT TO WS-LRVR-DTL-OLD-LIMIT
           MOVE WS-NEW-LIMIT TO WS-LRVR-DTL-NEW-LIMIT
           MOVE WS-REVIEW-ACTION TO WS-LRVR-DTL-ACTION
           MOVE WS-REASON-LIST TO WS-LRVR-DTL-REASONS

           WRITE LRVR-REPORT-LINE FROM WS-LRVR-REPORT-DETAIL
           IF WS-LRVR-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING LINE REVIEW REPORT FOR ACCOUNT: '
                 ACCT-ID ' STATUS: ' WS-LRVR-STATUS
           END-IF.

       3000-FINALIZE.
           MOVE SPACES TO LRVR-REPORT-LINE
           WRITE LRVR-REPORT-LINE

           MOVE 'ACCOUNTS REVIEWED:' TO WS-LRVR-TOT-LABEL
           MOVE WS-ACCOUNTS-REVIEWED TO WS-LRVR-TOT-COUNT
           MOVE 0 TO WS-LRVR-TOT-AMOUNT
           WRITE LRVR-REPORT-LINE FROM WS-LRVR-REPORT-TOTAL
           MOVE 'LINES INCREASED:' TO WS-LRVR-TOT-LABEL
           MOVE WS-LINES-INCREASED TO WS-LRVR-TOT-COUNT
           MOVE WS-TOTAL-INCREASE-AMT TO WS-LRVR-TOT-AMOUNT
           WRITE LRVR-REPORT-LINE FROM WS-LRVR-REPORT-TOTAL
           MOVE 'LINES DECREASED:' TO WS-LRVR-TOT-LABEL
           MOVE WS-LINES-DECREASED TO WS-LRVR-TOT-COUNT
           MOVE WS-TOTAL-DECREASE-AMT TO WS-LRVR-TOT-AMOUNT
           WRITE LRVR-REPORT-LINE FROM WS-LRVR-REPORT-TOTAL
           MOVE 'DECREASES HELD AT BALANCE:' TO WS-LRVR-TOT-LABEL
           MOVE WS-DECREASES-HELD TO WS-LRVR-TOT-COUNT
           MOVE 0 TO WS-LRVR-TOT-AMOUNT
           WRITE LRVR-REPORT-LINE FROM WS-LRVR-REPORT-TOTAL
           MOVE 'LINES UNCHANGED:' TO WS-LRVR-TOT-LABEL
           MOVE WS-LINES-UNCHANGED TO WS-LRVR-TOT-COUNT
           WRITE LRVR-REPORT-LINE FROM WS-LRVR-REPORT-TOTAL
           MOVE 'CLOSED/CHARGED OFF - NOT REVIEWED:'
              TO WS-LRVR-TOT-LABEL
           MOVE WS-NOT-ELIGIBLE TO WS-LRVR-TOT-COUNT
           WRITE LRVR-REPORT-LINE FROM WS-LRVR-REPORT-TOTAL

           CLOSE ACCOUNT-FILE
           CLOSE TRANSACTION-FILE
           CLOSE ACCOUNT-DATA-FILE
           CLOSE MAINT-AUDIT-FILE
           CLOSE LINE-REVIEW-REPORT

           PERFORM 3900-REGISTER-RUN-END

           DISPLAY 'CREDIT LINE REVIEW COMPLETE'
           DISPLAY 'ACCOUNTS READ:       ' WS-RECORDS-READ
           DISPLAY 'ACCOUNTS REVIEWED:   ' WS-ACCOUNTS-REVIEWED
           DISPLAY 'LINES INCREASED:     ' WS-LINES-INCREASED
           DISPLAY 'LINES DECREASED:     ' WS-LINES-DECREASED
           DISPLAY 'DECREASES HELD:      ' WS-DECREASES-HELD
           DISPLAY 'ALREADY REVIEWED:    ' WS-ALREADY-REVIEWED.

       3900-REGISTER-RUN-END.
      *    Stamp the completion time, status and final counters on
      *    the run-control record so the statistics survive the
      *    joblog.
           MOVE 'END' TO RC-FUNCTION
           MOVE 'C' TO RC-COMPLETION-STATUS
           MOVE WS-RECORDS-READ TO RC-RECORDS-READ
           COMPUTE RC-RECORDS-PROCESSED =
              WS-LINES-INCREASED + WS-LINES-DECREASED
           END-COMPUTE
           COMPUTE RC-RECORDS-SKIPPED =
              WS-NOT-ELIGIBLE + WS-ALREADY-REVIEWED
           END-COMPUTE
           MOVE WS-TOTAL-INCREASE-AMT TO RC-AMOUNT-1
           MOVE WS-TOTAL-DECREASE-AMT TO RC-AMOUNT-2
           CALL 'CBRUNCTL' USING WS-RUN-CONTROL-PARMS
           IF RC-RETURN-CODE NOT = 0
              DISPLAY 'WARNING: RUN CONTROL END NOT RECORDED'
           END-IF.
