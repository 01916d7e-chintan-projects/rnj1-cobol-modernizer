      ******************************************************************
      * Program Name : CBACT27C
      * Application  : CardDemo
      * Type         : BATCH COBOL Program
      * Function     : Nightly Customer Notice Generation
      *                Runs at the end of the nightly cycle and turns
      *                the day's account events into written notices
      *                for the cardholder. It scans the day's ledger
      *                postings - delinquency and suspension status
      *                changes, returned payments and their NSF fees,
      *                charge-offs and refund checks - and the day's
      *                account maintenance events on ACCTMAUD -
      *                autopay enrollment changes, status changes and
      *                address changes made on the maintenance screen,
      *                and credit line decreases from the quarterly
      *                line review, which get the adverse-action
      *                letter.
      *                Each event gets one letter-print extract
      *                record carrying the letter code, the account,
      *                the holder's name and mailing address from
      *                ACCTDAT and the merge fields for that letter.
      *                Every notice issued is recorded on a notice-
      *                history file keyed by the event, so a rerun
      *                never notices the same event twice. The mail
      *                room gets a count of the day's letters by type.
      *                The scan reaches back to where the last
      *                completed run left off, kept on a control
      *                record on the notice history: normally that
      *                run's own date, so events keyed after it ran
      *                are still picked up, or the date of the oldest
      *                notice it had to hold, so a held notice goes
      *                out once the address is fixed.
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
       PROGRAM-ID.    CBACT27C.
       AUTHOR.        AWS MAINFRAME MODERNIZATION TEAM.
       DATE-WRITTEN.  2026-09-14.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE
               ASSIGN TO TRANFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRAN-ID
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT MAINT-AUDIT-FILE
               ASSIGN TO ACCTMAUD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAUD-KEY
               FILE STATUS IS WS-MAUD-STATUS.

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

           SELECT OPTIONAL NOTICE-HISTORY-FILE
               ASSIGN TO NOTCHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NH-KEY
               FILE STATUS IS WS-NHST-STATUS.

           SELECT LETTER-EXTRACT-FILE
               ASSIGN TO LTREXTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LTRX-STATUS.

           SELECT NOTICE-REPORT
               ASSIGN TO NOTCRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTR-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  TRANSACTION-FILE
           RECORD CONTAINS 110 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  TRAN-RECORD.
           05 TRAN-ID                   PIC X(21).
           05 TRAN-ACCT-ID              PIC X(11).
           05 TRAN-TYPE-CD              PIC X(10).
              88 TRAN-TYPE-STATUS-CHG   VALUE 'STATUS CHG'.
              88 TRAN-TYPE-NSF-FEE      VALUE 'NSF FEE'.
              88 TRAN-TYPE-PMT-RETURN   VALUE 'PMT RETURN'.
              88 TRAN-TYPE-CHARGE-OFF   VALUE 'CHARGE OFF'.
              88 TRAN-TYPE-REFUND       VALUE 'REFUND'.
           05 TRAN-AMT                  PIC S9(9)V99.
           05 TRAN-DATE                 PIC X(10).
           05 TRAN-DESC                 PIC X(40).
           05 TRAN-FILLER               PIC X(07).

      *    Before/after maintenance audit record, the layout the
      *    account screens write to ACCTMAUD.
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
              88 MAUD-CHANGE-MAINT      VALUE 'MAINT'.
              88 MAUD-CHANGE-LINE-CHG   VALUE 'LINE-CHG'.
           05 MAUD-BEFORE.
              10 MAUD-BEF-ADDRESS.
                 15 MAUD-BEF-ADDR-LINE1 PIC X(50).
                 15 MAUD-BEF-ADDR-LINE2 PIC X(50).
                 15 MAUD-BEF-ADDR-CITY  PIC X(30).
                 15 MAUD-BEF-ADDR-STATE PIC X(02).
                 15 MAUD-BEF-ADDR-ZIP   PIC X(10).
              10 MAUD-BEF-PHONE         PIC X(15).
              10 MAUD-BEF-STATUS        PIC X(01).
              10 MAUD-BEF-AUTOPAY.
                 15 MAUD-BEF-AP-IND     PIC X(01).
                 15 MAUD-BEF-AP-OPT     PIC X(01).
                 15 MAUD-BEF-AP-RTN     PIC X(09).
                 15 MAUD-BEF-AP-BANK    PIC X(17).
           05 MAUD-AFTER.
              10 MAUD-AFT-ADDRESS.
                 15 MAUD-AFT-ADDR-LINE1 PIC X(50).
                 15 MAUD-AFT-ADDR-LINE2 PIC X(50).
                 15 MAUD-AFT-ADDR-CITY  PIC X(30).
                 15 MAUD-AFT-ADDR-STATE PIC X(02).
                 15 MAUD-AFT-ADDR-ZIP   PIC X(10).
              10 MAUD-AFT-PHONE         PIC X(15).
              10 MAUD-AFT-STATUS        PIC X(01).
              10 MAUD-AFT-AUTOPAY.
                 15 MAUD-AFT-AP-IND     PIC X(01).
                 15 MAUD-AFT-AP-OPT     PIC X(01).
                 15 MAUD-AFT-AP-RTN     PIC X(09).
                 15 MAUD-AFT-AP-BANK    PIC X(17).
           05 MAUD-ADJ-FIELDS.
              10 MAUD-BEF-BALANCE       PIC S9(7)V99.
              10 MAUD-AFT-BALANCE       PIC S9(7)V99.
              10 MAUD-ADJ-AMOUNT        PIC S9(9)V99.
              10 MAUD-ADJ-REASON        PIC X(04).
              10 MAUD-ADJ-REV-TRAN      PIC X(21).
              10 MAUD-ADJ-APPROVER      PIC X(03).

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
           05 ACCT-OPEN-DATE            PIC X(10).
           05 ACCT-LAST-POSTING-DATE    PIC X(10).
           05 FILLER                    PIC X(182).

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

      *    One record per notice issued, keyed by the event that
      *    caused it - 'T' and the TRAN-ID for a ledger posting,
      *    'M' and the ACCTMAUD key for a maintenance event - and
      *    the letter code, since one maintenance event can call
      *    for more than one letter.
       FD  NOTICE-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  NOTICE-HISTORY-RECORD.
           05 NH-KEY.
              10 NH-EVENT-SOURCE        PIC X(01).
              10 NH-EVENT-ID            PIC X(27).
              10 NH-LETTER-CODE         PIC X(08).
           05 NH-ACCT-ID                PIC X(11).
           05 NH-NOTICE-DATE            PIC X(10).
           05 NH-FILLER                 PIC X(23).
      *    The scan control record - source 'C', held under a key
      *    no event can have. It carries where the next run starts
      *    scanning each input, in that input's own date form.
       01  NOTICE-CONTROL-RECORD.
           05 NC-KEY                    PIC X(36).
           05 NC-TRAN-SCAN-FROM         PIC X(10).
           05 NC-MAUD-SCAN-FROM         PIC 9(07).
           05 NC-LAST-RUN-DATE          PIC X(10).
           05 NC-FILLER                 PIC X(17).

       FD  LETTER-EXTRACT-FILE
           RECORD CONTAINS 400 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  LETTER-EXTRACT-RECORD        PIC X(400).

       FD  NOTICE-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  NOTR-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05 WS-TRAN-STATUS            PIC XX.
           05 WS-MAUD-STATUS            PIC XX.
           05 WS-ACCT-STATUS            PIC XX.
           05 WS-ADAT-STATUS            PIC XX.
           05 WS-NHST-STATUS            PIC XX.
           05 WS-LTRX-STATUS            PIC XX.
           05 WS-NOTR-STATUS            PIC XX.

       01  WS-COUNTERS.
           05 WS-POSTINGS-READ          PIC 9(7) VALUE 0.
           05 WS-AUDIT-EVENTS-READ      PIC 9(7) VALUE 0.
           05 WS-NOTICES-WRITTEN        PIC 9(7) VALUE 0.
           05 WS-ALREADY-NOTICED        PIC 9(7) VALUE 0.
           05 WS-NOTICES-HELD           PIC 9(7) VALUE 0.

      *    The letters this run produces. The code is what the
      *    print vendor selects the letter template by.
       01  WS-LETTER-TABLE-VALUES.
           05 FILLER                    PIC X(38)
              VALUE 'DLQNOTC DELINQUENCY NOTICE'.
           05 FILLER                    PIC X(38)
              VALUE 'SUSPNOTCACCOUNT SUSPENSION NOTICE'.
           05 FILLER                    PIC X(38)
              VALUE 'PMTRETN RETURNED PAYMENT NOTICE'.
           05 FILLER                    PIC X(38)
              VALUE 'NSFFEE  RETURNED PAYMENT FEE NOTICE'.
           05 FILLER                    PIC X(38)
              VALUE 'CHGOFF  CHARGE-OFF NOTICE'.
           05 FILLER                    PIC X(38)
              VALUE 'REFUND  REFUND CHECK NOTICE'.
           05 FILLER                    PIC X(38)
              VALUE 'APENROL AUTOPAY ENROLLMENT CONFIRMED'.
           05 FILLER                    PIC X(38)
              VALUE 'APCANCL AUTOPAY CANCELLATION CONFIRMED'.
           05 FILLER                    PIC X(38)
              VALUE 'APCHNG  AUTOPAY CHANGE CONFIRMED'.
           05 FILLER                    PIC X(38)
              VALUE 'STSCHG  ACCOUNT STATUS CHANGE NOTICE'.
           05 FILLER                    PIC X(38)
              VALUE 'ADDRCHG ADDRESS CHANGE CONFIRMATION'.
           05 FILLER                    PIC X(38)
              VALUE 'ADVACTN CREDIT LINE DECREASE NOTICE'.
       01  WS-LETTER-TABLE REDEFINES WS-LETTER-TABLE-VALUES.
           05 WS-LETTER-ENTRY OCCURS 12 TIMES.
              10 WS-LT-CODE             PIC X(08).
              10 WS-LT-DESC             PIC X(30).

       01  WS-LETTER-COUNT-FIELDS.
           05 WS-LETTER-TYPES           PIC 9(04) VALUE 12.
           05 WS-LT-IDX                 PIC 9(04).
           05 WS-LT-FOUND-SW            PIC X VALUE 'N'.
              88 LETTER-FOUND           VALUE 'Y'.
              88 LETTER-NOT-FOUND       VALUE 'N'.
           05 WS-LETTER-COUNT-TABLE.
              10 WS-LETTER-COUNT        PIC 9(07) OCCURS 12 TIMES.

      *    The notice being built - the event that caused it, the
      *    letter it calls for and up to five merge fields, each
      *    already formatted for printing.
       01  WS-NOTICE-FIELDS.
           05 WS-EVENT-SOURCE           PIC X(01).
           05 WS-EVENT-ID               PIC X(27).
           05 WS-EVENT-ACCT-ID          PIC X(11).
           05 WS-EVENT-DATE             PIC X(10).
           05 WS-LETTER-CODE            PIC X(08).
           05 WS-MERGE-FIELDS.
              10 WS-MERGE-1             PIC X(30).
              10 WS-MERGE-2             PIC X(30).
              10 WS-MERGE-3             PIC X(30).
              10 WS-MERGE-4             PIC X(30).
              10 WS-MERGE-5             PIC X(30).
           05 WS-EDIT-AMOUNT            PIC Z,ZZZ,ZZ9.99-.
           05 WS-OLD-STATUS             PIC X(01).
           05 WS-NEW-STATUS             PIC X(01).
           05 WS-STATUS-CODE-IN         PIC X(01).
           05 WS-STATUS-DESC-OUT        PIC X(30).
           05 WS-HELD-REASON            PIC X(40).
           05 WS-LINE-REASON-IN         PIC X(04).
           05 WS-LINE-REASON-OUT        PIC X(30).
           05 WS-MAIL-TO-FORMER-SW      PIC X VALUE 'N'.
              88 MAIL-TO-FORMER-ADDRESS VALUE 'Y'.
              88 MAIL-TO-ACCTDAT        VALUE 'N'.

      *    Letter-print extract record - one per notice.
       01  WS-LETTER-EXTRACT.
           05 LTRX-LETTER-CODE          PIC X(08).
           05 LTRX-ACCT-ID              PIC X(11).
           05 LTRX-NOTICE-DATE          PIC X(10).
           05 LTRX-EVENT-DATE           PIC X(10).
           05 LTRX-HOLDER-NAME          PIC X(50).
           05 LTRX-ADDRESS.
              10 LTRX-ADDR-LINE1        PIC X(50).
              10 LTRX-ADDR-LINE2        PIC X(50).
              10 LTRX-ADDR-CITY         PIC X(30).
              10 LTRX-ADDR-STATE        PIC X(02).
              10 LTRX-ADDR-ZIP          PIC X(10).
           05 LTRX-MERGE-FIELDS         PIC X(150).
           05 FILLER                    PIC X(19) VALUE SPACES.

       01  WS-DATE-FIELDS.
           05 WS-CURRENT-DATE.
              10 WS-CURR-YEAR           PIC 9(4).
              10 WS-CURR-MONTH          PIC 9(2).
              10 WS-CURR-DAY            PIC 9(2).
           05 WS-PROCESSING-DATE        PIC X(10).

      *    ACCTMAUD keys carry the date the way CICS stamps EIBDATE
      *    (0CYYDDD) - today's events are picked out by comparing
      *    against today's date in that form.
       01  WS-AUDIT-STAMP-FIELDS.
           05 WS-JULIAN-DATE.
              10 WS-JUL-YEAR            PIC 9(4).
              10 WS-JUL-DAY             PIC 9(3).
           05 WS-MAUD-STAMP-DATE        PIC 9(07).

      *    Where tonight's scan starts, from the control record,
      *    and where the next one will - pulled back to the oldest
      *    event whose notice had to be held.
       01  WS-SCAN-WINDOW.
           05 WS-TRAN-SCAN-FROM         PIC X(10).
           05 WS-MAUD-SCAN-FROM         PIC 9(07).
           05 WS-NEXT-TRAN-FROM         PIC X(10).
           05 WS-NEXT-MAUD-FROM         PIC 9(07).

      *    An ACCTMAUD stamp turned back into a calendar date for
      *    the letter's event date.
       01  WS-STAMP-CONVERT-FIELDS.
           05 WS-EVT-YEAR               PIC 9(04).
           05 WS-EVT-DAY-OF-YEAR        PIC 9(03).
           05 WS-EVT-MONTH              PIC 9(02).
           05 WS-EVT-DAY                PIC 9(02).
           05 WS-LEAP-QUOTIENT          PIC 9(04).
           05 WS-LEAP-REM-4             PIC 9(04).
           05 WS-LEAP-REM-100           PIC 9(04).
           05 WS-LEAP-REM-400           PIC 9(04).
       01  WS-MONTH-DAYS-VALUES         PIC X(24)
           VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05 WS-MONTH-DAYS             PIC 9(02) OCCURS 12 TIMES.

       01  WS-NOTR-REPORT-HEADER.
           05 FILLER                    PIC X(40)
              VALUE 'DAILY CUSTOMER NOTICE SUMMARY'.
           05 FILLER                    PIC X(20) VALUE SPACES.
           05 FILLER                    PIC X(06) VALUE 'DATE: '.
           05 WS-NOTR-HDR-DATE          PIC X(10).
           05 FILLER                    PIC X(56) VALUE SPACES.

       01  WS-NOTR-HELD-DETAIL.
           05 FILLER                    PIC X(06) VALUE 'HELD: '.
           05 WS-NOTR-HLD-ACCT-ID       PIC X(11).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-NOTR-HLD-LETTER        PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-NOTR-HLD-REASON        PIC X(40).
           05 FILLER                    PIC X(63) VALUE SPACES.

       01  WS-NOTR-COUNT-DETAIL.
           05 WS-NOTR-CNT-CODE          PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-NOTR-CNT-DESC          PIC X(30).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-NOTR-CNT-COUNT         PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(83) VALUE SPACES.

       01  WS-NOTR-REPORT-TOTAL.
           05 WS-NOTR-TOT-LABEL         PIC X(40).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-NOTR-TOT-COUNT         PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(83) VALUE SPACES.

       01  WS-FLAGS.
           05 WS-TRAN-EOF-FLAG          PIC X VALUE 'N'.
              88 TRAN-EOF               VALUE 'Y'.
              88 TRAN-NOT-EOF           VALUE 'N'.
           05 WS-MAUD-EOF-FLAG          PIC X VALUE 'N'.
              88 MAUD-EOF               VALUE 'Y'.
              88 MAUD-NOT-EOF           VALUE 'N'.
           05 WS-ACCT-FOUND-SW          PIC X VALUE 'N'.
              88 ACCT-FOUND             VALUE 'Y'.
              88 ACCT-NOT-FOUND         VALUE 'N'.
           05 WS-ADDR-FOUND-SW          PIC X VALUE 'N'.
              88 ADDR-FOUND             VALUE 'Y'.
              88 ADDR-NOT-FOUND         VALUE 'N'.

       01  WS-RESTART-PARM              PIC X(08).

      *    Parameter block for the CBRUNCTL run-control registry -
      *    registered at start of run (refusing a duplicate same-day
      *    submission) and stamped with the final counters at end.
       01  WS-RUN-CONTROL-PARMS.
           05 RC-FUNCTION               PIC X(05).
           05 RC-PROGRAM-NAME           PIC X(08) VALUE 'CBACT27C'.
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
           PERFORM 2000-SCAN-POSTINGS
              UNTIL TRAN-EOF
           PERFORM 3000-SCAN-MAINT-EVENTS
              UNTIL MAUD-EOF
           PERFORM 5000-FINALIZE
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

           MOVE ZEROS TO WS-LETTER-COUNT-TABLE

           MOVE SPACES TO WS-RESTART-PARM
           IF LS-PARM-LENGTH > 0
              MOVE LS-PARM-DATA TO WS-RESTART-PARM
           END-IF
           IF WS-RESTART-PARM(1:7) = 'RESTART'
              MOVE 'Y' TO RC-RESTART-FLAG
           END-IF

           PERFORM 1900-REGISTER-RUN-START

           OPEN INPUT TRANSACTION-FILE
           IF WS-TRAN-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING TRANSACTION FILE: ' WS-TRAN-STATUS
              STOP RUN
           END-IF

           OPEN INPUT MAINT-AUDIT-FILE
           IF WS-MAUD-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING MAINT AUDIT FILE: ' WS-MAUD-STATUS
              STOP RUN
           END-IF

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

      *    The notice history accumulates across runs - OPEN I-O,
      *    and OPTIONAL so the first-ever run creates it.
           OPEN I-O NOTICE-HISTORY-FILE
           IF WS-NHST-STATUS NOT = '00' AND WS-NHST-STATUS NOT = '05'
              DISPLAY 'ERROR OPENING NOTICE HISTORY: ' WS-NHST-STATUS
              STOP RUN
           END-IF

           OPEN OUTPUT LETTER-EXTRACT-FILE
           IF WS-LTRX-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING LETTER EXTRACT: ' WS-LTRX-STATUS
              STOP RUN
           END-IF

           OPEN OUTPUT NOTICE-REPORT
           IF WS-NOTR-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING NOTICE REPORT: ' WS-NOTR-STATUS
              STOP RUN
           END-IF

           MOVE WS-PROCESSING-DATE TO WS-NOTR-HDR-DATE
           WRITE NOTR-REPORT-LINE FROM WS-NOTR-REPORT-HEADER
           MOVE SPACES TO NOTR-REPORT-LINE
           WRITE NOTR-REPORT-LINE

           PERFORM 1300-READ-SCAN-CONTROL

           PERFORM 1100-READ-TRANSACTION
           PERFORM 1200-READ-MAINT-AUDIT.

       1100-READ-TRANSACTION.
           READ TRANSACTION-FILE
              AT END
                 SET TRAN-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-POSTINGS-READ
           END-READ.

       1200-READ-MAINT-AUDIT.
           READ MAINT-AUDIT-FILE
              AT END
                 SET MAUD-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-AUDIT-EVENTS-READ
           END-READ.

       1300-READ-SCAN-CONTROL.
      *    With no control record yet - the first run - only
      *    today's events are scanned, as before the control record
      *    was kept; the history is never back-filled with letters.
           MOVE WS-PROCESSING-DATE TO WS-TRAN-SCAN-FROM
           MOVE WS-MAUD-STAMP-DATE TO WS-MAUD-SCAN-FROM
           MOVE WS-PROCESSING-DATE TO WS-NEXT-TRAN-FROM
           MOVE WS-MAUD-STAMP-DATE TO WS-NEXT-MAUD-FROM

           PERFORM 1350-SET-CONTROL-KEY
           READ NOTICE-HISTORY-FILE
              INVALID KEY
                 CONTINUE
           END-READ

           EVALUATE TRUE
              WHEN WS-NHST-STATUS = '00'
                 IF NC-TRAN-SCAN-FROM NOT = SPACES
                    AND NC-TRAN-SCAN-FROM < WS-PROCESSING-DATE
                    MOVE NC-TRAN-SCAN-FROM TO WS-TRAN-SCAN-FROM
                 END-IF
                 IF NC-MAUD-SCAN-FROM NUMERIC
                    AND NC-MAUD-SCAN-FROM < WS-MAUD-STAMP-DATE
                    MOVE NC-MAUD-SCAN-FROM TO WS-MAUD-SCAN-FROM
                 END-IF
                 DISPLAY 'LAST COMPLETED NOTICE RUN: ' NC-LAST-RUN-DATE
              WHEN WS-NHST-STATUS = '23'
                 DISPLAY 'NO NOTICE SCAN CONTROL - SCANNING TODAY ONLY'
              WHEN OTHER
                 DISPLAY 'ERROR READING NOTICE SCAN CONTROL: '
                    WS-NHST-STATUS
                 STOP RUN
           END-EVALUATE

           DISPLAY 'POSTINGS SCANNED FROM: ' WS-TRAN-SCAN-FROM
           DISPLAY 'AUDIT EVENTS SCANNED FROM: ' WS-MAUD-SCAN-FROM.

       1350-SET-CONTROL-KEY.
           MOVE 'C' TO NH-EVENT-SOURCE
           MOVE 'NOTICE SCAN CONTROL' TO NH-EVENT-ID
           MOVE SPACES TO NH-LETTER-CODE.

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

       2000-SCAN-POSTINGS.
      *    Postings from the scan start through today are noticed;
      *    of those, only the types the cardholder must be told
      *    about call for a letter. Those the last run already
      *    noticed are passed over against the notice history.
           IF TRAN-NOT-EOF
              IF TRAN-DATE NOT < WS-TRAN-SCAN-FROM
                 AND TRAN-DATE NOT > WS-PROCESSING-DATE
                 MOVE SPACES TO WS-LETTER-CODE
                 MOVE SPACES TO WS-MERGE-FIELDS
                 MOVE TRAN-AMT TO WS-EDIT-AMOUNT
                 EVALUATE TRUE
                    WHEN TRAN-TYPE-STATUS-CHG
                       PERFORM 2100-SET-STATUS-LETTER
                    WHEN TRAN-TYPE-PMT-RETURN
                       MOVE 'PMTRETN' TO WS-LETTER-CODE
                       MOVE WS-EDIT-AMOUNT TO WS-MERGE-1
                       MOVE TRAN-DESC(1:30) TO WS-MERGE-2
                    WHEN TRAN-TYPE-NSF-FEE
                       MOVE 'NSFFEE' TO WS-LETTER-CODE
                       MOVE WS-EDIT-AMOUNT TO WS-MERGE-1
                    WHEN TRAN-TYPE-CHARGE-OFF
      *                Charge-offs ride the ledger negative - the
      *                letter quotes the amount written off.
                       MOVE 'CHGOFF' TO WS-LETTER-CODE
                       COMPUTE WS-EDIT-AMOUNT = 0 - TRAN-AMT
                       MOVE WS-EDIT-AMOUNT TO WS-MERGE-1
                    WHEN TRAN-TYPE-REFUND
                       MOVE 'REFUND' TO WS-LETTER-CODE
                       MOVE WS-EDIT-AMOUNT TO WS-MERGE-1
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE

                 IF WS-LETTER-CODE NOT = SPACES
                    MOVE 'T' TO WS-EVENT-SOURCE
                    MOVE TRAN-ID TO WS-EVENT-ID
                    MOVE TRAN-ACCT-ID TO WS-EVENT-ACCT-ID
                    MOVE TRAN-DATE TO WS-EVENT-DATE
                    SET MAIL-TO-ACCTDAT TO TRUE
                    PERFORM 4000-ISSUE-NOTICE
                 END-IF
              END-IF

              PERFORM 1100-READ-TRANSACTION
           END-IF.

       2100-SET-STATUS-LETTER.
      *    The aging run describes each move as 'DELINQUENCY STATUS
      *    x TO y AT nnnnn DAYS'. A move to DELINQUENT or SUSPENDED
      *    gets its own letter; any other move gets the general
      *    status-change notice.
           MOVE TRAN-DESC(20:1) TO WS-OLD-STATUS
           MOVE TRAN-DESC(25:1) TO WS-NEW-STATUS
           EVALUATE TRUE
              WHEN TRAN-DESC(1:19) = 'DELINQUENCY STATUS '
                 AND WS-NEW-STATUS = 'D'
                 MOVE 'DLQNOTC' TO WS-LETTER-CODE
              WHEN TRAN-DESC(1:19) = 'DELINQUENCY STATUS '
                 AND WS-NEW-STATUS = 'S'
                 MOVE 'SUSPNOTC' TO WS-LETTER-CODE
              WHEN OTHER
                 MOVE 'STSCHG' TO WS-LETTER-CODE
           END-EVALUATE

           MOVE WS-OLD-STATUS TO WS-STATUS-CODE-IN
           PERFORM 4900-DESCRIBE-STATUS
           MOVE WS-STATUS-DESC-OUT TO WS-MERGE-1
           MOVE WS-NEW-STATUS TO WS-STATUS-CODE-IN
           PERFORM 4900-DESCRIBE-STATUS
           MOVE WS-STATUS-DESC-OUT TO WS-MERGE-2
           IF TRAN-DESC(30:5) NUMERIC
              MOVE TRAN-DESC(30:5) TO WS-MERGE-3
           END-IF

      *    The balance and the minimum due are quoted from the
      *    batch master as it stands tonight.
           MOVE TRAN-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE ACCT-CURRENT-BALANCE TO WS-EDIT-AMOUNT
                 MOVE WS-EDIT-AMOUNT TO WS-MERGE-4
                 MOVE ACCT-MINIMUM-PAYMENT TO WS-EDIT-AMOUNT
                 MOVE WS-EDIT-AMOUNT TO WS-MERGE-5
           END-READ.

       3000-SCAN-MAINT-EVENTS.
      *    Maintenance-screen changes from the scan start through
      *    today. One change can touch autopay, status and address
      *    together; each calls for its own letter. A line review
      *    decrease gets the adverse-action letter.
           IF MAUD-NOT-EOF
              IF MAUD-DATE NOT < WS-MAUD-SCAN-FROM
                 AND MAUD-DATE NOT > WS-MAUD-STAMP-DATE
                 AND MAUD-CHANGE-LINE-CHG
                 AND MAUD-AFT-BALANCE < MAUD-BEF-BALANCE
                 MOVE 'M' TO WS-EVENT-SOURCE
                 MOVE MAUD-KEY TO WS-EVENT-ID
                 MOVE MAUD-ACCT-ID TO WS-EVENT-ACCT-ID
                 PERFORM 3050-SET-MAUD-EVENT-DATE
                 PERFORM 3400-SET-ADVERSE-ACTION-LETTER
              END-IF

              IF MAUD-DATE NOT < WS-MAUD-SCAN-FROM
                 AND MAUD-DATE NOT > WS-MAUD-STAMP-DATE
                 AND MAUD-CHANGE-MAINT
                 MOVE 'M' TO WS-EVENT-SOURCE
                 MOVE MAUD-KEY TO WS-EVENT-ID
                 MOVE MAUD-ACCT-ID TO WS-EVENT-ACCT-ID
                 PERFORM 3050-SET-MAUD-EVENT-DATE

                 IF MAUD-BEF-AUTOPAY NOT = MAUD-AFT-AUTOPAY
                    PERFORM 3100-SET-AUTOPAY-LETTER
                 END-IF
                 IF MAUD-BEF-STATUS NOT = MAUD-AFT-STATUS
                    PERFORM 3200-SET-STATUS-CHG-LETTER
                 END-IF
                 IF MAUD-BEF-ADDRESS NOT = MAUD-AFT-ADDRESS
                    PERFORM 3300-SET-ADDRESS-LETTER
                 END-IF
              END-IF

              PERFORM 1200-READ-MAINT-AUDIT
           END-IF.

       3050-SET-MAUD-EVENT-DATE.
           IF MAUD-DATE = WS-MAUD-STAMP-DATE
              MOVE WS-PROCESSING-DATE TO WS-EVENT-DATE
           ELSE
              PERFORM 3055-CONVERT-MAUD-STAMP
           END-IF.

       3055-CONVERT-MAUD-STAMP.
      *    0CYYDDD back to YYYY-MM-DD: count whole months off the
      *    day of the year, with February's extra day in a leap
      *    year.
           DIVIDE MAUD-DATE BY 1000 GIVING WS-EVT-YEAR
              REMAINDER WS-EVT-DAY-OF-YEAR
           ADD 1900 TO WS-EVT-YEAR

           DIVIDE WS-EVT-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
              REMAINDER WS-LEAP-REM-4
           DIVIDE WS-EVT-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
              REMAINDER WS-LEAP-REM-100
           DIVIDE WS-EVT-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
              REMAINDER WS-LEAP-REM-400
           IF WS-LEAP-REM-4 = 0
              AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
              MOVE 29 TO WS-MONTH-DAYS(2)
           ELSE
              MOVE 28 TO WS-MONTH-DAYS(2)
           END-IF

           MOVE 1 TO WS-EVT-MONTH
           PERFORM 3060-STEP-EVENT-MONTH
              UNTIL WS-EVT-MONTH = 12
                 OR WS-EVT-DAY-OF-YEAR NOT > WS-MONTH-DAYS(WS-EVT-MONTH)
           MOVE WS-EVT-DAY-OF-YEAR TO WS-EVT-DAY

           STRING WS-EVT-YEAR '-' WS-EVT-MONTH '-' WS-EVT-DAY
              DELIMITED BY SIZE INTO WS-EVENT-DATE
           END-STRING.

       3060-STEP-EVENT-MONTH.
           SUBTRACT WS-MONTH-DAYS(WS-EVT-MONTH) FROM WS-EVT-DAY-OF-YEAR
           ADD 1 TO WS-EVT-MONTH.

       3100-SET-AUTOPAY-LETTER.
      *    Enrollment, cancellation, or a change of option or bank.
      *    Only the last four digits of the bank account are ever
      *    printed.
           MOVE SPACES TO WS-MERGE-FIELDS
           EVALUATE TRUE
              WHEN MAUD-AFT-AP-IND = 'Y' AND MAUD-BEF-AP-IND NOT = 'Y'
                 MOVE 'APENROL' TO WS-LETTER-CODE
              WHEN MAUD-BEF-AP-IND = 'Y' AND MAUD-AFT-AP-IND NOT = 'Y'
                 MOVE 'APCANCL' TO WS-LETTER-CODE
              WHEN OTHER
                 MOVE 'APCHNG' TO WS-LETTER-CODE
           END-EVALUATE

           IF MAUD-AFT-AP-IND = 'Y'
              EVALUATE MAUD-AFT-AP-OPT
                 WHEN 'M'
                    MOVE 'MINIMUM PAYMENT DUE' TO WS-MERGE-1
                 WHEN 'F'
                    MOVE 'FULL STATEMENT BALANCE' TO WS-MERGE-1
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              MOVE MAUD-AFT-AP-BANK(14:4) TO WS-MERGE-2
           ELSE
              MOVE MAUD-BEF-AP-BANK(14:4) TO WS-MERGE-2
           END-IF

           SET MAIL-TO-ACCTDAT TO TRUE
           PERFORM 4000-ISSUE-NOTICE.

       3200-SET-STATUS-CHG-LETTER.
           MOVE SPACES TO WS-MERGE-FIELDS
           MOVE 'STSCHG' TO WS-LETTER-CODE
           MOVE MAUD-BEF-STATUS TO WS-STATUS-CODE-IN
           PERFORM 4900-DESCRIBE-STATUS
           MOVE WS-STATUS-DESC-OUT TO WS-MERGE-1
           MOVE MAUD-AFT-STATUS TO WS-STATUS-CODE-IN
           PERFORM 4900-DESCRIBE-STATUS
           MOVE WS-STATUS-DESC-OUT TO WS-MERGE-2

           SET MAIL-TO-ACCTDAT TO TRUE
           PERFORM 4000-ISSUE-NOTICE.

       3300-SET-ADDRESS-LETTER.
      *    An address-change confirmation goes to the address the
      *    account had BEFORE the change, so a cardholder whose
      *    mail is being redirected without their knowledge hears
      *    about it. The new city, state and ZIP are quoted.
           MOVE SPACES TO WS-MERGE-FIELDS
           MOVE 'ADDRCHG' TO WS-LETTER-CODE
           MOVE MAUD-AFT-ADDR-CITY TO WS-MERGE-1
           MOVE MAUD-AFT-ADDR-STATE TO WS-MERGE-2
           MOVE MAUD-AFT-ADDR-ZIP TO WS-MERGE-3

           SET MAIL-TO-FORMER-ADDRESS TO TRUE
           PERFORM 4000-ISSUE-NOTICE.

       3400-SET-ADVERSE-ACTION-LETTER.
      *    The line review carries the old and new limits in the
      *    audit's before and after amount fields and up to four
      *    reason codes, most serious first, in the reference
      *    field. The letter quotes the first three.
           MOVE SPACES TO WS-MERGE-FIELDS
           MOVE 'ADVACTN' TO WS-LETTER-CODE
           MOVE MAUD-BEF-BALANCE TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO WS-MERGE-1
           MOVE MAUD-AFT-BALANCE TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO WS-MERGE-2
           MOVE MAUD-ADJ-REV-TRAN(1:4) TO WS-LINE-REASON-IN
           PERFORM 3450-DESCRIBE-LINE-REASON
           MOVE WS-LINE-REASON-OUT TO WS-MERGE-3
           MOVE MAUD-ADJ-REV-TRAN(5:4) TO WS-LINE-REASON-IN
           PERFORM 3450-DESCRIBE-LINE-REASON
           MOVE WS-LINE-REASON-OUT TO WS-MERGE-4
           MOVE MAUD-ADJ-REV-TRAN(9:4) TO WS-LINE-REASON-IN
           PERFORM 3450-DESCRIBE-LINE-REASON
           MOVE WS-LINE-REASON-OUT TO WS-MERGE-5

           SET MAIL-TO-ACCTDAT TO TRUE
           PERFORM 4000-ISSUE-NOTICE.

       3450-DESCRIBE-LINE-REASON.
           EVALUATE WS-LINE-REASON-IN
              WHEN 'DLQ'
                 MOVE 'ACCOUNT PAST DUE' TO WS-LINE-REASON-OUT
              WHEN 'NSF'
                 MOVE 'PAYMENTS RETURNED UNPAID' TO WS-LINE-REASON-OUT
              WHEN 'OVLM'
                 MOVE 'BALANCE OVER CREDIT LIMIT' TO WS-LINE-REASON-OUT
              WHEN 'LATE'
                 MOVE 'PAYMENTS RECEIVED LATE' TO WS-LINE-REASON-OUT
              WHEN 'UTIL'
                 MOVE 'HIGH USE OF CREDIT LINE' TO WS-LINE-REASON-OUT
              WHEN 'PMTS'
                 MOVE 'TOO FEW PAYMENTS RECEIVED' TO WS-LINE-REASON-OUT
              WHEN OTHER
                 MOVE SPACES TO WS-LINE-REASON-OUT
           END-EVALUATE.

       4000-ISSUE-NOTICE.
      *    An event already on the notice history was noticed by an
      *    earlier run and is passed over. Otherwise the letter is
      *    addressed from ACCTDAT; a notice that cannot be addressed
      *    is held for the mail room and left off the history, and
      *    the next run reaches back for it once the address is fixed.
           MOVE WS-EVENT-SOURCE TO NH-EVENT-SOURCE
           MOVE WS-EVENT-ID TO NH-EVENT-ID
           MOVE WS-LETTER-CODE TO NH-LETTER-CODE

           READ NOTICE-HISTORY-FILE
              INVALID KEY
                 CONTINUE
           END-READ

           EVALUATE TRUE
              WHEN WS-NHST-STATUS = '00'
                 ADD 1 TO WS-ALREADY-NOTICED
              WHEN WS-NHST-STATUS = '23'
                 PERFORM 4100-LOOKUP-ADDRESS
                 IF ADDR-FOUND
                    PERFORM 4200-WRITE-LETTER
                    PERFORM 4300-WRITE-HISTORY
                 ELSE
                    PERFORM 4400-REPORT-HELD
                 END-IF
              WHEN OTHER
                 DISPLAY 'ERROR READING NOTICE HISTORY FOR ACCOUNT: '
                    WS-EVENT-ACCT-ID ' STATUS: ' WS-NHST-STATUS
                 MOVE 'NOTICE HISTORY READ ERROR' TO WS-HELD-REASON
                 PERFORM 4400-REPORT-HELD
           END-EVALUATE.

       4100-LOOKUP-ADDRESS.
           SET ADDR-NOT-FOUND TO TRUE
           MOVE SPACES TO WS-HELD-REASON
           MOVE WS-EVENT-ACCT-ID TO AD-ACCT-ID

           READ ACCOUNT-DATA-FILE
              INVALID KEY
                 MOVE 'ACCOUNT NOT ON ACCTDAT' TO WS-HELD-REASON
              NOT INVALID KEY
                 IF MAIL-TO-FORMER-ADDRESS
                    MOVE MAUD-BEF-ADDRESS TO LTRX-ADDRESS
                 ELSE
                    MOVE AD-ACCT-ADDRESS TO LTRX-ADDRESS
                 END-IF
                 IF LTRX-ADDR-LINE1 NOT = SPACES
                    AND LTRX-ADDR-ZIP NOT = SPACES
                    SET ADDR-FOUND TO TRUE
                 ELSE
                    MOVE 'NO USABLE MAILING ADDRESS' TO WS-HELD-REASON
                 END-IF
           END-READ

           IF WS-ADAT-STATUS NOT = '00' AND WS-ADAT-STATUS NOT = '23'
              DISPLAY 'ERROR READING ACCOUNT DATA: ' WS-EVENT-ACCT-ID
                 ' STATUS: ' WS-ADAT-STATUS
           END-IF.

       4200-WRITE-LETTER.
           MOVE WS-LETTER-CODE TO LTRX-LETTER-CODE
           MOVE WS-EVENT-ACCT-ID TO LTRX-ACCT-ID
           MOVE WS-PROCESSING-DATE TO LTRX-NOTICE-DATE
           MOVE WS-EVENT-DATE TO LTRX-EVENT-DATE
           MOVE AD-ACCT-NAME TO LTRX-HOLDER-NAME
           MOVE WS-MERGE-FIELDS TO LTRX-MERGE-FIELDS

           WRITE LETTER-EXTRACT-RECORD FROM WS-LETTER-EXTRACT
           IF WS-LTRX-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING LETTER EXTRACT FOR ACCOUNT: '
                 WS-EVENT-ACCT-ID ' STATUS: ' WS-LTRX-STATUS
              STOP RUN
           END-IF

           ADD 1 TO WS-NOTICES-WRITTEN
           SET LETTER-NOT-FOUND TO TRUE
           PERFORM 4250-SEARCH-LETTER-TABLE
              VARYING WS-LT-IDX FROM 1 BY 1
              UNTIL WS-LT-IDX > WS-LETTER-TYPES
                 OR LETTER-FOUND
           IF LETTER-FOUND
              SUBTRACT 1 FROM WS-LT-IDX
              ADD 1 TO WS-LETTER-COUNT(WS-LT-IDX)
           END-IF.

       4250-SEARCH-LETTER-TABLE.
           IF WS-LT-CODE(WS-LT-IDX) = WS-LETTER-CODE
              SET LETTER-FOUND TO TRUE
           END-IF.

       4300-WRITE-HISTORY.
      *    The extract record is already written - if the history
      *    write fails the run stops, so the rerun re-issues this
      *    one notice rather than silently noticing it twice later.
           MOVE WS-EVENT-ACCT-ID TO NH-ACCT-ID
           MOVE WS-PROCESSING-DATE TO NH-NOTICE-DATE
           MOVE SPACES TO NH-FILLER

           WRITE NOTICE-HISTORY-RECORD
           IF WS-NHST-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING NOTICE HISTORY FOR ACCOUNT: '
                 WS-EVENT-ACCT-ID ' STATUS: ' WS-NHST-STATUS
              STOP RUN
           END-IF.

       4400-REPORT-HELD.
      *    The next run has to reach back at least as far as this
      *    event to find it again.
           ADD 1 TO WS-NOTICES-HELD
           IF WS-EVENT-SOURCE = 'T'
              AND WS-EVENT-DATE < WS-NEXT-TRAN-FROM
              MOVE WS-EVENT-DATE TO WS-NEXT-TRAN-FROM
           END-IF
           IF WS-EVENT-SOURCE = 'M'
              AND MAUD-DATE < WS-NEXT-MAUD-FROM
              MOVE MAUD-DATE TO WS-NEXT-MAUD-FROM
           END-IF
           MOVE WS-EVENT-ACCT-ID TO WS-NOTR-HLD-ACCT-ID
           MOVE WS-LETTER-CODE TO WS-NOTR-HLD-LETTER
           MOVE WS-HELD-REASON TO WS-NOTR-HLD-REASON

           WRITE NOTR-REPORT-LINE FROM WS-NOTR-HELD-DETAIL
           IF WS-NOTR-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING NOTICE REPORT FOR ACCOUNT: '
                 WS-EVENT-ACCT-ID ' STATUS: ' WS-NOTR-STATUS
           END-IF.

       4900-DESCRIBE-STATUS.
           EVALUATE WS-STATUS-CODE-IN
              WHEN 'A'
                 MOVE 'ACTIVE' TO WS-STATUS-DESC-OUT
              WHEN 'C'
                 MOVE 'CLOSED' TO WS-STATUS-DESC-OUT
              WHEN 'D'
                 MOVE 'DELINQUENT' TO WS-STATUS-DESC-OUT
              WHEN 'S'
                 MOVE 'SUSPENDED' TO WS-STATUS-DESC-OUT
              WHEN 'O'
                 MOVE 'CHARGED OFF' TO WS-STATUS-DESC-OUT
              WHEN OTHER
                 MOVE WS-STATUS-CODE-IN TO WS-STATUS-DESC-OUT
           END-EVALUATE.

       5000-FINALIZE.
           MOVE SPACES TO NOTR-REPORT-LINE
           WRITE NOTR-REPORT-LINE

           PERFORM 5100-WRITE-LETTER-COUNT
              VARYING WS-LT-IDX FROM 1 BY 1
              UNTIL WS-LT-IDX > WS-LETTER-TYPES

           MOVE SPACES TO NOTR-REPORT-LINE
           WRITE NOTR-REPORT-LINE
           MOVE 'NOTICES WRITTEN:' TO WS-NOTR-TOT-LABEL
           MOVE WS-NOTICES-WRITTEN TO WS-NOTR-TOT-COUNT
           WRITE NOTR-REPORT-LINE FROM WS-NOTR-REPORT-TOTAL
           MOVE 'NOTICES HELD - NOT MAILED:' TO WS-NOTR-TOT-LABEL
           MOVE WS-NOTICES-HELD TO WS-NOTR-TOT-COUNT
           WRITE NOTR-REPORT-LINE FROM WS-NOTR-REPORT-TOTAL
           MOVE 'EVENTS ALREADY NOTICED:' TO WS-NOTR-TOT-LABEL
           MOVE WS-ALREADY-NOTICED TO WS-NOTR-TOT-COUNT
           WRITE NOTR-REPORT-LINE FROM WS-NOTR-REPORT-TOTAL

           PERFORM 5800-WRITE-SCAN-CONTROL

           CLOSE TRANSACTION-FILE
           CLOSE MAINT-AUDIT-FILE
           CLOSE ACCOUNT-FILE
           CLOSE ACCOUNT-DATA-FILE
           CLOSE NOTICE-HISTORY-FILE
           CLOSE LETTER-EXTRACT-FILE
           CLOSE NOTICE-REPORT

           PERFORM 5900-REGISTER-RUN-END

           DISPLAY 'NOTICE GENERATION COMPLETE'
           DISPLAY 'POSTINGS READ:       ' WS-POSTINGS-READ
           DISPLAY 'AUDIT EVENTS READ:   ' WS-AUDIT-EVENTS-READ
           DISPLAY 'NOTICES WRITTEN:     ' WS-NOTICES-WRITTEN
           DISPLAY 'NOTICES HELD:        ' WS-NOTICES-HELD
           DISPLAY 'ALREADY NOTICED:     ' WS-ALREADY-NOTICED

      *    Condition code 4 when a notice could not be mailed, so
      *    the service team fixes the address the same morning.
           IF WS-NOTICES-HELD > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       5100-WRITE-LETTER-COUNT.
           MOVE WS-LT-CODE(WS-LT-IDX) TO WS-NOTR-CNT-CODE
           MOVE WS-LT-DESC(WS-LT-IDX) TO WS-NOTR-CNT-DESC
           MOVE WS-LETTER-COUNT(WS-LT-IDX) TO WS-NOTR-CNT-COUNT
           WRITE NOTR-REPORT-LINE FROM WS-NOTR-COUNT-DETAIL
           IF WS-NOTR-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING NOTICE COUNT, STATUS: '
                 WS-NOTR-STATUS
           END-IF.

       5800-WRITE-SCAN-CONTROL.
      *    Only a run that got this far moves the scan start; an
      *    abended run leaves it where it was, and the rerun scans
      *    the same window again against the notice history.
           MOVE SPACES TO NOTICE-CONTROL-RECORD
           PERFORM 1350-SET-CONTROL-KEY
           MOVE WS-NEXT-TRAN-FROM TO NC-TRAN-SCAN-FROM
           MOVE WS-NEXT-MAUD-FROM TO NC-MAUD-SCAN-FROM
           MOVE WS-PROCESSING-DATE TO NC-LAST-RUN-DATE

           WRITE NOTICE-CONTROL-RECORD
           IF WS-NHST-STATUS = '22'
              REWRITE NOTICE-CONTROL-RECORD
           END-IF
           IF WS-NHST-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING NOTICE SCAN CONTROL, STATUS: '
                 WS-NHST-STATUS
              STOP RUN
           END-IF.

       5900-REGISTER-RUN-END.
      *    Stamp the completion time, status and final counters on
      *    the run-control record so the statistics survive the
      *    joblog.
           MOVE 'END' TO RC-FUNCTION
           MOVE 'C' TO RC-COMPLETION-STATUS
           COMPUTE RC-RECORDS-READ =
              WS-POSTINGS-READ + WS-AUDIT-EVENTS-READ
           END-COMPUTE
           MOVE WS-NOTICES-WRITTEN TO RC-RECORDS-PROCESSED
           COMPUTE RC-RECORDS-SKIPPED =
              WS-NOTICES-HELD + WS-ALREADY-NOTICED
           END-COMPUTE
           MOVE 0 TO RC-AMOUNT-1
           MOVE 0 TO RC-AMOUNT-2
           CALL 'CBRUNCTL' USING WS-RUN-CONTROL-PARMS
           IF RC-RETURN-CODE NOT = 0
              DISPLAY 'WARNING: RUN CONTROL END NOT RECORDED'
           END-IF.
