      ******************************************************************
      * Program Name : CBACT31C
      * Application  : CardDemo
      * Type         : BATCH COBOL Program
      * Function     : Promise-to-Pay Match
      *                Nightly, after the day's payments have posted,
      *                matches the PAYMENT postings on the ledger -
      *                batch payments from CBACT06C and suspense
      *                re-applications from COSUSPRC alike - against
      *                every open promise on PROMFILE. Payments dated
      *                from the day the promise was taken through its
      *                due date count towards it, net of any returned
      *                payment. A promise paid in full is marked KEPT
      *                as soon as the money is in; one that reaches
      *                its due date short is marked PARTIALLY KEPT if
      *                anything came in, otherwise BROKEN. Partial and
      *                broken promises resolved tonight go on the
      *                work list the collectors start from the next
      *                morning. Kept promises hold the account back
      *                from the charge-off run for a cycle.
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
       PROGRAM-ID.    CBACT31C.
       AUTHOR.        AWS MAINFRAME MODERNIZATION TEAM.
       DATE-WRITTEN.  2026-09-23.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMISE-FILE
               ASSIGN TO PROMFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PTP-KEY
               FILE STATUS IS WS-PTP-STATUS.

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

           SELECT WORK-LIST-REPORT
               ASSIGN TO PTPWORK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    Promise-to-pay file, keyed by account + the date the
      *    promise was taken; written by the COCOLMTC collections
      *    screen.
       FD  PROMISE-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  PROMISE-RECORD.
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

       FD  TRANSACTION-FILE
           RECORD CONTAINS 110 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  TRAN-RECORD.
           05 TRAN-ID                   PIC X(21).
           05 TRAN-ACCT-ID              PIC X(11).
           05 TRAN-TYPE-CD              PIC X(10).
              88 TRAN-TYPE-PAYMENT      VALUE 'PAYMENT'.
              88 TRAN-TYPE-PMT-RETURN   VALUE 'PMT RETURN'.
           05 TRAN-AMT                  PIC S9(9)V99.
           05 TRAN-DATE                 PIC X(10).
           05 TRAN-DESC                 PIC X(40).
           05 TRAN-FILLER               PIC X(07).

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

       FD  WORK-LIST-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  WORK-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05 WS-PTP-STATUS             PIC XX.
           05 WS-TRAN-STATUS            PIC XX.
           05 WS-ADAT-STATUS            PIC XX.
           05 WS-WORK-STATUS            PIC XX.

       01  WS-COUNTERS.
           05 WS-PROMISES-READ          PIC 9(7) VALUE 0.
           05 WS-PROMISES-NOT-OPEN      PIC 9(7) VALUE 0.
           05 WS-PROMISES-MATCHED       PIC 9(7) VALUE 0.
           05 WS-PROMISES-KEPT          PIC 9(7) VALUE 0.
           05 WS-PROMISES-PARTIAL       PIC 9(7) VALUE 0.
           05 WS-PROMISES-BROKEN        PIC 9(7) VALUE 0.
           05 WS-PROMISES-STILL-OPEN    PIC 9(7) VALUE 0.
           05 WS-PROMISES-RESOLVED      PIC 9(7) VALUE 0.
           05 WS-TOTAL-PAID             PIC S9(11)V99 VALUE 0.
           05 WS-TOTAL-SHORTFALL        PIC S9(11)V99 VALUE 0.

       01  WS-MATCH-FIELDS.
           05 WS-LEDGER-NET             PIC S9(9)V99.
           05 WS-PAID-AMOUNT            PIC S9(9)V99.
           05 WS-SHORTFALL              PIC S9(9)V99.

      *    Positions the ledger at the first posting for the account
      *    on the day the promise was taken - the ledger key is
      *    account + YYYYMMDD + sequence.
       01  WS-TRAN-START-KEY.
           05 WS-TSK-ACCT-ID            PIC X(11).
           05 WS-TSK-YEAR               PIC X(04).
           05 WS-TSK-MONTH              PIC X(02).
           05 WS-TSK-DAY                PIC X(02).
           05 WS-TSK-SEQ                PIC X(02).

       01  WS-DATE-FIELDS.
           05 WS-CURRENT-DATE.
              10 WS-CURR-YEAR           PIC 9(4).
              10 WS-CURR-MONTH          PIC 9(2).
              10 WS-CURR-DAY            PIC 9(2).
           05 WS-PROCESSING-DATE        PIC X(10).

       01  WS-WORK-REPORT-HEADER.
           05 FILLER                    PIC X(40)
              VALUE 'BROKEN PROMISE-TO-PAY WORK LIST'.
           05 FILLER                    PIC X(20) VALUE SPACES.
           05 FILLER                    PIC X(06) VALUE 'DATE: '.
           05 WS-WORK-HDR-DATE          PIC X(10).
           05 FILLER                    PIC X(56) VALUE SPACES.

       01  WS-WORK-COLUMN-HEADER.
           05 FILLER                    PIC X(13) VALUE 'ACCOUNT'.
           05 FILLER                    PIC X(22) VALUE 'NAME'.
           05 FILLER                    PIC X(17) VALUE 'PHONE'.
           05 FILLER                    PIC X(05) VALUE 'COL'.
           05 FILLER                    PIC X(12) VALUE 'PROMISED ON'.
           05 FILLER                    PIC X(12) VALUE 'DUE'.
           05 FILLER                    PIC X(14) VALUE '    PROMISED'.
           05 FILLER                    PIC X(14) VALUE '        PAID'.
           05 FILLER                    PIC X(10) VALUE 'RESULT'.
           05 FILLER                    PIC X(13) VALUE '      BALANCE'.

       01  WS-WORK-REPORT-DETAIL.
           05 WS-WORK-DTL-ACCT-ID       PIC X(11).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-WORK-DTL-NAME          PIC X(20).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-WORK-DTL-PHONE         PIC X(15).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-WORK-DTL-COLLECTOR     PIC X(03).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-WORK-DTL-PROMISE-DATE  PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-WORK-DTL-DUE-DATE      PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-WORK-DTL-PROMISED      PIC Z,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-WORK-DTL-PAID          PIC Z,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-WORK-DTL-RESULT        PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-WORK-DTL-BALANCE       PIC Z,ZZZ,ZZ9.99-.

       01  WS-WORK-COUNT-LINE.
           05 WS-WORK-CNT-LABEL         PIC X(30).
           05 WS-WORK-CNT-VALUE         PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(95) VALUE SPACES.

       01  WS-WORK-AMOUNT-LINE.
           05 WS-WORK-AMT-LABEL         PIC X(30).
           05 WS-WORK-AMT-VALUE         PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                    PIC X(85) VALUE SPACES.

       01  WS-FLAGS.
           05 WS-PTP-EOF-FLAG           PIC X VALUE 'N'.
              88 PTP-EOF                VALUE 'Y'.
              88 PTP-NOT-EOF            VALUE 'N'.
           05 WS-TRAN-EOF-FLAG          PIC X VALUE 'N'.
              88 TRAN-EOF               VALUE 'Y'.
              88 TRAN-NOT-EOF           VALUE 'N'.

       01  WS-RESTART-PARM              PIC X(08).

      *    Parameter block for the CBRUNCTL run-control registry -
      *    registered at start of run (refusing a duplicate same-day
      *    submission) and stamped with the final counters at end.
       01  WS-RUN-CONTROL-PARMS.
           05 RC-FUNCTION               PIC X(05).
           05 RC-PROGRAM-NAME           PIC X(08) VALUE 'CBACT31C'.
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
           PERFORM 2000-PROCESS-PROMISES
              UNTIL PTP-EOF
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

      *    Resolved promises are rewritten in place, so a rerun
      *    after a failure only picks up the promises still open.
           OPEN I-O PROMISE-FILE
           IF WS-PTP-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PROMISE FILE: ' WS-PTP-STATUS
              STOP RUN
           END-IF

           OPEN INPUT TRANSACTION-FILE
           IF WS-TRAN-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING TRANSACTION FILE: ' WS-TRAN-STATUS
              STOP RUN
           END-IF

           OPEN INPUT ACCOUNT-DATA-FILE
           IF WS-ADAT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACCOUNT DATA FILE: '
                 WS-ADAT-STATUS
              STOP RUN
           END-IF

           OPEN OUTPUT WORK-LIST-REPORT
           IF WS-WORK-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING WORK LIST REPORT: ' WS-WORK-STATUS
              STOP RUN
           END-IF

           MOVE WS-PROCESSING-DATE TO WS-WORK-HDR-DATE
           WRITE WORK-REPORT-LINE FROM WS-WORK-REPORT-HEADER
           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE FROM WS-WORK-COLUMN-HEADER

           PERFORM 1100-READ-PROMISE.

       1100-READ-PROMISE.
           READ PROMISE-FILE NEXT RECORD
              AT END
                 SET PTP-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-PROMISES-READ
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

       2000-PROCESS-PROMISES.
      *    Kept, partial, broken and cancelled promises are history;
      *    only open promises are matched.
           IF NOT PTP-EOF
              IF PTP-OPEN
                 ADD 1 TO WS-PROMISES-MATCHED
                 PERFORM 2100-ACCUMULATE-PAYMENTS
                 PERFORM 2200-RESOLVE-PROMISE
              ELSE
                 ADD 1 TO WS-PROMISES-NOT-OPEN
              END-IF

              PERFORM 1100-READ-PROMISE
           END-IF.

       2100-ACCUMULATE-PAYMENTS.
      *    Net the account's payment postings from the promise date
      *    through the due date. Payments ride the ledger negative
      *    and a returned payment reverses one, so the net of the
      *    two, sign-flipped, is what the customer actually paid.
           MOVE 0 TO WS-LEDGER-NET
           SET TRAN-NOT-EOF TO TRUE

           MOVE PTP-ACCT-ID TO WS-TSK-ACCT-ID
           MOVE PTP-PROMISE-DATE(1:4) TO WS-TSK-YEAR
           MOVE PTP-PROMISE-DATE(6:2) TO WS-TSK-MONTH
           MOVE PTP-PROMISE-DATE(9:2) TO WS-TSK-DAY
           MOVE '00' TO WS-TSK-SEQ
           MOVE WS-TRAN-START-KEY TO TRAN-ID

           START TRANSACTION-FILE KEY NOT LESS THAN TRAN-ID
              INVALID KEY
                 SET TRAN-EOF TO TRUE
           END-START

           PERFORM 2150-READ-NEXT-TRANSACTION
              UNTIL TRAN-EOF

           COMPUTE WS-PAID-AMOUNT = 0 - WS-LEDGER-NET
           END-COMPUTE
           IF WS-PAID-AMOUNT < 0
              MOVE 0 TO WS-PAID-AMOUNT
           END-IF.

       2150-READ-NEXT-TRANSACTION.
           READ TRANSACTION-FILE NEXT RECORD
              AT END
                 SET TRAN-EOF TO TRUE
           END-READ

           IF TRAN-NOT-EOF
              IF TRAN-ACCT-ID NOT = PTP-ACCT-ID
                 OR TRAN-DATE > PTP-DUE-DATE
                 SET TRAN-EOF TO TRUE
              ELSE
                 IF TRAN-TYPE-PAYMENT OR TRAN-TYPE-PMT-RETURN
                    ADD TRAN-AMT TO WS-LEDGER-NET
                 END-IF
              END-IF
           END-IF.

       2200-RESOLVE-PROMISE.
      *    Paid in full is kept the night the money arrives. Short
      *    of that, the promise stays open until its due date's
      *    payments have posted - this run follows the day's
      *    payment posting, so on the due date itself nothing more
      *    can count and the promise is settled either way.
           MOVE WS-PAID-AMOUNT TO PTP-PAID-AMOUNT

           EVALUATE TRUE
              WHEN WS-PAID-AMOUNT >= PTP-AMOUNT
                 SET PTP-KEPT TO TRUE
                 MOVE WS-PROCESSING-DATE TO PTP-RESOLVED-DATE
                 ADD 1 TO WS-PROMISES-KEPT
                 ADD 1 TO WS-PROMISES-RESOLVED
              WHEN WS-PROCESSING-DATE >= PTP-DUE-DATE
                 IF WS-PAID-AMOUNT > 0
                    SET PTP-PARTIAL TO TRUE
                    ADD 1 TO WS-PROMISES-PARTIAL
                 ELSE
                    SET PTP-BROKEN TO TRUE
                    ADD 1 TO WS-PROMISES-BROKEN
                 END-IF
                 MOVE WS-PROCESSING-DATE TO PTP-RESOLVED-DATE
                 ADD 1 TO WS-PROMISES-RESOLVED
                 COMPUTE WS-SHORTFALL = PTP-AMOUNT - WS-PAID-AMOUNT
                 END-COMPUTE
                 ADD WS-SHORTFALL TO WS-TOTAL-SHORTFALL
                 PERFORM 2300-WRITE-WORK-LIST-DETAIL
              WHEN OTHER
                 ADD 1 TO WS-PROMISES-STILL-OPEN
           END-EVALUATE

           ADD WS-PAID-AMOUNT TO WS-TOTAL-PAID

           REWRITE PROMISE-RECORD
           IF WS-PTP-STATUS NOT = '00'
              DISPLAY 'ERROR UPDATING PROMISE FOR ACCOUNT: '
                 PTP-ACCT-ID ' STATUS: ' WS-PTP-STATUS
           END-IF.

       2300-WRITE-WORK-LIST-DETAIL.
      *    The collector needs the name and a number to call, and
      *    what the account owes today, alongside the promise.
           MOVE PTP-ACCT-ID TO AD-ACCT-ID
           READ ACCOUNT-DATA-FILE
              INVALID KEY
                 MOVE SPACES TO AD-ACCT-NAME
                 MOVE SPACES TO AD-ACCT-PHONE
                 MOVE 0 TO AD-ACCT-CURRENT-BAL
           END-READ

           MOVE PTP-ACCT-ID TO WS-WORK-DTL-ACCT-ID
           MOVE AD-ACCT-NAME(1:20) TO WS-WORK-DTL-NAME
           MOVE AD-ACCT-PHONE TO WS-WORK-DTL-PHONE
           MOVE PTP-COLLECTOR-ID TO WS-WORK-DTL-COLLECTOR
           MOVE PTP-PROMISE-DATE TO WS-WORK-DTL-PROMISE-DATE
           MOVE PTP-DUE-DATE TO WS-WORK-DTL-DUE-DATE
           MOVE PTP-AMOUNT TO WS-WORK-DTL-PROMISED
           MOVE PTP-PAID-AMOUNT TO WS-WORK-DTL-PAID
           IF PTP-PARTIAL
              MOVE 'PARTIAL' TO WS-WORK-DTL-RESULT
           ELSE
              MOVE 'BROKEN' TO WS-WORK-DTL-RESULT
           END-IF
           MOVE AD-ACCT-CURRENT-BAL TO WS-WORK-DTL-BALANCE

           WRITE WORK-REPORT-LINE FROM WS-WORK-REPORT-DETAIL
           IF WS-WORK-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING WORK LIST FOR ACCOUNT: '
                 PTP-ACCT-ID ' STATUS: ' WS-WORK-STATUS
           END-IF.

       3000-FINALIZE.
           MOVE SPACES TO WORK-REPORT-LINE
           WRITE WORK-REPORT-LINE

           MOVE 'PROMISES READ:' TO WS-WORK-CNT-LABEL
           MOVE WS-PROMISES-READ TO WS-WORK-CNT-VALUE
           WRITE WORK-REPORT-LINE FROM WS-WORK-COUNT-LINE

           MOVE 'OPEN PROMISES MATCHED:' TO WS-WORK-CNT-LABEL
           MOVE WS-PROMISES-MATCHED TO WS-WORK-CNT-VALUE
           WRITE WORK-REPORT-LINE FROM WS-WORK-COUNT-LINE

           MOVE 'KEPT:' TO WS-WORK-CNT-LABEL
           MOVE WS-PROMISES-KEPT TO WS-WORK-CNT-VALUE
           WRITE WORK-REPORT-LINE FROM WS-WORK-COUNT-LINE

           MOVE 'PARTIALLY KEPT:' TO WS-WORK-CNT-LABEL
           MOVE WS-PROMISES-PARTIAL TO WS-WORK-CNT-VALUE
           WRITE WORK-REPORT-LINE FROM WS-WORK-COUNT-LINE

           MOVE 'BROKEN:' TO WS-WORK-CNT-LABEL
           MOVE WS-PROMISES-BROKEN TO WS-WORK-CNT-VALUE
           WRITE WORK-REPORT-LINE FROM WS-WORK-COUNT-LINE

           MOVE 'STILL OPEN:' TO WS-WORK-CNT-LABEL
           MOVE WS-PROMISES-STILL-OPEN TO WS-WORK-CNT-VALUE
           WRITE WORK-REPORT-LINE FROM WS-WORK-COUNT-LINE

           MOVE 'PAID AGAINST OPEN PROMISES:' TO WS-WORK-AMT-LABEL
           MOVE WS-TOTAL-PAID TO WS-WORK-AMT-VALUE
           WRITE WORK-REPORT-LINE FROM WS-WORK-AMOUNT-LINE

           MOVE 'SHORTFALL ON WORK LIST:' TO WS-WORK-AMT-LABEL
           MOVE WS-TOTAL-SHORTFALL TO WS-WORK-AMT-VALUE
           WRITE WORK-REPORT-LINE FROM WS-WORK-AMOUNT-LINE

           CLOSE PROMISE-FILE
           CLOSE TRANSACTION-FILE
           CLOSE ACCOUNT-DATA-FILE
           CLOSE WORK-LIST-REPORT

           PERFORM 3900-REGISTER-RUN-END

           DISPLAY 'PROMISE-TO-PAY MATCH COMPLETE'
           DISPLAY 'PROMISES READ:       ' WS-PROMISES-READ
           DISPLAY 'OPEN PROMISES:       ' WS-PROMISES-MATCHED
           DISPLAY 'KEPT:                ' WS-PROMISES-KEPT
           DISPLAY 'PARTIALLY KEPT:      ' WS-PROMISES-PARTIAL
           DISPLAY 'BROKEN:              ' WS-PROMISES-BROKEN
           DISPLAY 'STILL OPEN:          ' WS-PROMISES-STILL-OPEN.

       3900-REGISTER-RUN-END.
      *    Stamp the completion time, status and final counters on
      *    the run-control record so the statistics survive the
      *    joblog.
           MOVE 'END' TO RC-FUNCTION
           MOVE 'C' TO RC-COMPLETION-STATUS
           MOVE WS-PROMISES-READ TO RC-RECORDS-READ
           MOVE WS-PROMISES-RESOLVED TO RC-RECORDS-PROCESSED
           MOVE WS-PROMISES-NOT-OPEN TO RC-RECORDS-SKIPPED
           MOVE WS-TOTAL-PAID TO RC-AMOUNT-1
           MOVE WS-TOTAL-SHORTFALL TO RC-AMOUNT-2
           CALL 'CBRUNCTL' USING WS-RUN-CONTROL-PARMS
           IF RC-RETURN-CODE NOT = 0
              DISPLAY 'WARNING: RUN CONTROL END NOT RECORDED'
           END-IF.
