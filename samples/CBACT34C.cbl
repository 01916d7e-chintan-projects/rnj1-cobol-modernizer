      ******************************************************************
      * Program Name : CBACT34C
      * Application  : CardDemo
      * Type         : BATCH COBOL Program
      * Function     : Month-End Portfolio Snapshot
      *                Runs on the last night of the month, after the
      *                aging (CBACT08C) and charge-off (CBACT17C)
      *                runs. Keeps each account's month-end position
      *                on the PORTHIST portfolio history file, keyed
      *                by month and account: status, delinquency
      *                bucket (aged by the same rules as CBACT08C),
      *                balance and credit limit, whether the account
      *                was opened this month by the origination run
      *                (CBACT13C), and the month's charge-off and
      *                recovery postings from the ledger. Thirteen
      *                months are kept - this month and the twelve
      *                before it - so the portfolio report (CBACT35C)
      *                can roll last month into this one and set this
      *                month against the same month a year ago. Older
      *                months are purged as each new one is written.
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
       PROGRAM-ID.    CBACT34C.
       AUTHOR.        AWS MAINFRAME MODERNIZATION TEAM.
       DATE-WRITTEN.  2026-10-02.
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

           SELECT OPTIONAL PORTFOLIO-HISTORY-FILE
               ASSIGN TO PORTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNAP-KEY
               FILE STATUS IS WS-SNAP-STATUS.

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
           05 FILLER                    PIC X(182).

       FD  TRANSACTION-FILE
           RECORD CONTAINS 110 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  TRAN-RECORD.
           05 TRAN-ID                   PIC X(21).
           05 TRAN-ACCT-ID              PIC X(11).
           05 TRAN-TYPE-CD              PIC X(10).
              88 TRAN-TYPE-CHARGE-OFF   VALUE 'CHARGE OFF'.
              88 TRAN-TYPE-RECOVERY     VALUE 'RECOVERY'.
           05 TRAN-AMT                  PIC S9(9)V99.
           05 TRAN-DATE                 PIC X(10).
           05 TRAN-DESC                 PIC X(40).
           05 TRAN-FILLER               PIC X(07).

      *    Portfolio history - one record per account per month.
      *    The bucket is CUR, 030, 060 or 90+ for an account still
      *    on the books, CHG once charged off and CLS once closed.
      *    Charge-off and recovery amounts are the month's postings,
      *    shown positive.
       FD  PORTFOLIO-HISTORY-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  SNAPSHOT-RECORD.
           05 SNAP-KEY.
              10 SNAP-MONTH             PIC X(06).
              10 SNAP-ACCT-ID           PIC X(11).
           05 SNAP-TAKEN-DATE           PIC X(10).
           05 SNAP-ACCT-STATUS          PIC X(01).
           05 SNAP-BUCKET               PIC X(03).
           05 SNAP-DAYS-PAST-DUE        PIC 9(05).
           05 SNAP-BALANCE              PIC S9(7)V99.
           05 SNAP-CREDIT-LIMIT         PIC 9(7)V99.
           05 SNAP-NEW-ACCT-FLAG        PIC X(01).
              88 SNAP-NEW-ACCOUNT       VALUE 'Y'.
           05 SNAP-CHARGEOFF-AMT        PIC S9(9)V99.
           05 SNAP-RECOVERY-AMT         PIC S9(9)V99.
           05 SNAP-FILLER               PIC X(03).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05 WS-ACCT-STATUS            PIC XX.
           05 WS-TRAN-STATUS            PIC XX.
           05 WS-SNAP-STATUS            PIC XX.

       01  WS-COUNTERS.
           05 WS-RECORDS-READ           PIC 9(7) VALUE 0.
           05 WS-SNAPSHOTS-WRITTEN      PIC 9(7) VALUE 0.
           05 WS-SNAPSHOTS-REPLACED     PIC 9(7) VALUE 0.
           05 WS-SNAPSHOT-ERRORS        PIC 9(7) VALUE 0.
           05 WS-SNAPSHOTS-PURGED       PIC 9(7) VALUE 0.
           05 WS-NEW-ACCOUNTS           PIC 9(7) VALUE 0.
           05 WS-TOTAL-OUTSTANDING      PIC S9(11)V99 VALUE 0.
           05 WS-TOTAL-CHARGED-OFF      PIC S9(11)V99 VALUE 0.
           05 WS-TOTAL-RECOVERED        PIC S9(11)V99 VALUE 0.

       01  WS-DATE-FIELDS.
           05 WS-CURRENT-DATE.
              10 WS-CURR-YEAR           PIC 9(4).
              10 WS-CURR-MONTH          PIC 9(2).
              10 WS-CURR-DAY            PIC 9(2).
           05 WS-PROCESSING-DATE        PIC X(10).

      *    Snapshot month (YYYYMM) and the oldest month kept - the
      *    same month a year ago, so thirteen months in all.
       01  WS-SNAPSHOT-MONTHS.
           05 WS-SNAP-MONTH.
              10 WS-SNAP-YEAR           PIC 9(4).
              10 WS-SNAP-MO             PIC 9(2).
           05 WS-KEEP-FROM-MONTH.
              10 WS-KEEP-YEAR           PIC 9(4).
              10 WS-KEEP-MO             PIC 9(2).

      *    TRANFILE key: account + posting date (YYYYMMDD) + seq.
      *    Starting at the first of the month for the account picks
      *    up the month's postings in date order.
       01  WS-TRAN-START-KEY.
           05 WS-TSK-ACCT-ID            PIC X(11).
           05 WS-TSK-YEAR               PIC 9(4).
           05 WS-TSK-MONTH              PIC 9(2).
           05 WS-TSK-DAY                PIC 9(2).
           05 WS-TSK-SEQ                PIC X(02).

       01  WS-TRAN-KEY-PARTS.
           05 WS-TKP-ACCT-ID            PIC X(11).
           05 WS-TKP-MONTH              PIC X(06).
           05 WS-TKP-REST               PIC X(04).

       01  WS-AGING-FIELDS.
           05 WS-AGE-BUCKET             PIC X(03).
              88 BUCKET-CURRENT         VALUE 'CUR'.
              88 BUCKET-30-DAYS         VALUE '030'.
              88 BUCKET-60-DAYS         VALUE '060'.
              88 BUCKET-90-DAYS         VALUE '90+'.
              88 BUCKET-CHARGED-OFF     VALUE 'CHG'.
              88 BUCKET-CLOSED          VALUE 'CLS'.
           05 WS-ACCT-CHARGEOFF-AMT     PIC S9(9)V99.
           05 WS-ACCT-RECOVERY-AMT      PIC S9(9)V99.

      *    Day-count work fields, as in CBACT08C.
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

       01  WS-FLAGS.
           05 WS-EOF-FLAG               PIC X VALUE 'N'.
              88 END-OF-FILE            VALUE 'Y'.
              88 NOT-END-OF-FILE        VALUE 'N'.
           05 WS-TRAN-EOF-FLAG          PIC X VALUE 'N'.
              88 TRAN-EOF               VALUE 'Y'.
              88 TRAN-NOT-EOF           VALUE 'N'.
           05 WS-PURGE-DONE-FLAG        PIC X VALUE 'N'.
              88 PURGE-DONE             VALUE 'Y'.
              88 PURGE-NOT-DONE         VALUE 'N'.

       01  WS-RESTART-PARM              PIC X(08).

      *    Parameter block for the CBRUNCTL run-control registry -
      *    registered at start of run (refusing a duplicate same-day
      *    submission) and stamped with the final counters at end.
       01  WS-RUN-CONTROL-PARMS.
           05 RC-FUNCTION               PIC X(05).
           05 RC-PROGRAM-NAME           PIC X(08) VALUE 'CBACT34C'.
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
           PERFORM 1500-PURGE-OLD-SNAPSHOTS
           PERFORM 2000-PROCESS-ACCOUNTS
              UNTIL END-OF-FILE
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-CURR-YEAR '-' WS-CURR-MONTH '-' WS-CURR-DAY
              DELIMITED BY SIZE INTO WS-PROCESSING-DATE
           END-STRING

           MOVE WS-CURR-YEAR TO WS-SNAP-YEAR
           MOVE WS-CURR-MONTH TO WS-SNAP-MO
           COMPUTE WS-KEEP-YEAR = WS-CURR-YEAR - 1
           END-COMPUTE
           MOVE WS-CURR-MONTH TO WS-KEEP-MO

           MOVE WS-PROCESSING-DATE(1:4) TO WS-DATE-YEAR
           MOVE WS-PROCESSING-DATE(6:2) TO WS-DATE-MONTH
           MOVE WS-PROCESSING-DATE(9:2) TO WS-DATE-DAY
           PERFORM 2060-CALCULATE-ABSOLUTE-DAY
           MOVE WS-DATE-ABS-DAYS TO WS-CURR-ABS-DAYS

           MOVE SPACES TO WS-RESTART-PARM
           IF LS-PARM-LENGTH > 0
              MOVE LS-PARM-DATA TO WS-RESTART-PARM
           END-IF
           IF WS-RESTART-PARM(1:7) = 'RESTART'
              MOVE 'Y' TO RC-RESTART-FLAG
           END-IF

           PERFORM 1900-REGISTER-RUN-START

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACCOUNT FILE: ' WS-ACCT-STATUS
              STOP RUN
           END-IF

           OPEN INPUT TRANSACTION-FILE
           IF WS-TRAN-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING TRANSACTION FILE: ' WS-TRAN-STATUS
              STOP RUN
           END-IF

      *    The history file does not exist before the first month
      *    end - it is created by this run then.
           OPEN I-O PORTFOLIO-HISTORY-FILE
           IF WS-SNAP-STATUS NOT = '00' AND WS-SNAP-STATUS NOT = '05'
              DISPLAY 'ERROR OPENING PORTFOLIO HISTORY FILE: '
                 WS-SNAP-STATUS
              STOP RUN
           END-IF

           PERFORM 1100-READ-ACCOUNT.

       1100-READ-ACCOUNT.
           READ ACCOUNT-FILE
              AT END
                 SET END-OF-FILE TO TRUE
              NOT AT END
                 ADD 1 TO WS-RECORDS-READ
           END-READ.

       1500-PURGE-OLD-SNAPSHOTS.
      *    The key leads with the month, so everything older than
      *    the thirteen months kept sits at the front of the file.
           MOVE LOW-VALUES TO SNAP-KEY
           START PORTFOLIO-HISTORY-FILE KEY NOT LESS THAN SNAP-KEY
              INVALID KEY
                 SET PURGE-DONE TO TRUE
           END-START

           PERFORM 1550-PURGE-NEXT-SNAPSHOT
              UNTIL PURGE-DONE.

       1550-PURGE-NEXT-SNAPSHOT.
           READ PORTFOLIO-HISTORY-FILE NEXT RECORD
              AT END
                 SET PURGE-DONE TO TRUE
           END-READ

           IF PURGE-NOT-DONE
              IF SNAP-MONTH < WS-KEEP-FROM-MONTH
                 DELETE PORTFOLIO-HISTORY-FILE RECORD
                 IF WS-SNAP-STATUS NOT = '00'
                    DISPLAY 'ERROR PURGING SNAPSHOT: ' SNAP-KEY
                       ' STATUS: ' WS-SNAP-STATUS
                 ELSE
                    ADD 1 TO WS-SNAPSHOTS-PURGED
                 END-IF
              ELSE
                 SET PURGE-DONE TO TRUE
              END-IF
           END-IF.

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
      *    Every account on the master is snapshotted, closed and
      *    charged-off ones included - they are where the roll
      *    matrix ends up, and a charge-off has to be seen leaving
      *    the 90+ bucket.
           IF NOT END-OF-FILE
              PERFORM 2100-CLASSIFY-ACCOUNT
              PERFORM 2200-SUM-MONTH-LOSSES
              PERFORM 2300-WRITE-SNAPSHOT

              PERFORM 1100-READ-ACCOUNT
           END-IF.

       2050-CALCULATE-DAYS-ELAPSED.
      *    Days from the last payment date to today, with the same
      *    30-day default the aging run applies to a missing or
      *    out-of-sequence last payment date.
           SET DATE-VALID TO TRUE
           MOVE ACCT-LAST-PAYMENT-DATE(1:4) TO WS-DATE-YEAR
           MOVE ACCT-LAST-PAYMENT-DATE(6:2) TO WS-DATE-MONTH
           MOVE ACCT-LAST-PAYMENT-DATE(9:2) TO WS-DATE-DAY
           PERFORM 2060-CALCULATE-ABSOLUTE-DAY
           MOVE WS-DATE-ABS-DAYS TO WS-LAST-PMT-ABS-DAYS

           IF WS-CURR-ABS-DAYS > WS-LAST-PMT-ABS-DAYS
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
      *    of them gives the true number of days between the dates
      *    (as in CBACT08C's 2060-CALCULATE-ABSOLUTE-DAY).
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

       2100-CLASSIFY-ACCOUNT.
      *    Same buckets as the aging run: an account that paid its
      *    minimum is current, one that missed it is aged by the
      *    days since its last payment. Closed and charged-off
      *    accounts are outside the aging lifecycle and carry their
      *    own buckets.
           MOVE 0 TO WS-DAYS-ELAPSED

           EVALUATE TRUE
              WHEN ACCT-CLOSED
                 SET BUCKET-CLOSED TO TRUE
              WHEN ACCT-CHARGED-OFF
                 SET BUCKET-CHARGED-OFF TO TRUE
              WHEN ACCT-LAST-PAYMENT-AMT < ACCT-MINIMUM-PAYMENT
                 PERFORM 2050-CALCULATE-DAYS-ELAPSED
                 EVALUATE TRUE
                    WHEN WS-DAYS-ELAPSED >= 90
                       SET BUCKET-90-DAYS TO TRUE
                    WHEN WS-DAYS-ELAPSED >= 60
                       SET BUCKET-60-DAYS TO TRUE
                    WHEN WS-DAYS-ELAPSED >= 30
                       SET BUCKET-30-DAYS TO TRUE
                    WHEN OTHER
                       SET BUCKET-CURRENT TO TRUE
                 END-EVALUATE
              WHEN OTHER
                 SET BUCKET-CURRENT TO TRUE
           END-EVALUATE.

       2200-SUM-MONTH-LOSSES.
      *    The charge-off run writes the balance off with a CHARGE
      *    OFF ledger record, and the lockbox and reapplication
      *    postings put money on charged-off accounts as RECOVERY -
      *    both negative on the ledger. Net this month's records for
      *    the account and carry them positive.
           MOVE 0 TO WS-ACCT-CHARGEOFF-AMT
           MOVE 0 TO WS-ACCT-RECOVERY-AMT
           SET TRAN-NOT-EOF TO TRUE

           MOVE ACCT-ID TO WS-TSK-ACCT-ID
           MOVE WS-CURR-YEAR TO WS-TSK-YEAR
           MOVE WS-CURR-MONTH TO WS-TSK-MONTH
           MOVE 01 TO WS-TSK-DAY
           MOVE '00' TO WS-TSK-SEQ
           MOVE WS-TRAN-START-KEY TO TRAN-ID

           START TRANSACTION-FILE KEY NOT LESS THAN TRAN-ID
              INVALID KEY
                 SET TRAN-EOF TO TRUE
           END-START

           PERFORM 2250-READ-NEXT-POSTING
              UNTIL TRAN-EOF.

       2250-READ-NEXT-POSTING.
           READ TRANSACTION-FILE NEXT RECORD
              AT END
                 SET TRAN-EOF TO TRUE
           END-READ

           IF TRAN-NOT-EOF
              MOVE TRAN-ID TO WS-TRAN-KEY-PARTS
              IF WS-TKP-ACCT-ID NOT = ACCT-ID
                 OR WS-TKP-MONTH NOT = WS-SNAP-MONTH
                 SET TRAN-EOF TO TRUE
              ELSE
                 IF TRAN-TYPE-CHARGE-OFF
                    SUBTRACT TRAN-AMT FROM WS-ACCT-CHARGEOFF-AMT
                 END-IF
                 IF TRAN-TYPE-RECOVERY
                    SUBTRACT TRAN-AMT FROM WS-ACCT-RECOVERY-AMT
                 END-IF
              END-IF
           END-IF.

       2300-WRITE-SNAPSHOT.
      *    A rerun in the same month replaces that month's record
      *    rather than failing on the duplicate key.
           MOVE SPACES TO SNAPSHOT-RECORD
           MOVE WS-SNAP-MONTH TO SNAP-MONTH
           MOVE ACCT-ID TO SNAP-ACCT-ID
           MOVE WS-PROCESSING-DATE TO SNAP-TAKEN-DATE
           MOVE ACCT-STATUS TO SNAP-ACCT-STATUS
           MOVE WS-AGE-BUCKET TO SNAP-BUCKET
           MOVE WS-DAYS-ELAPSED TO SNAP-DAYS-PAST-DUE
           MOVE ACCT-CURRENT-BALANCE TO SNAP-BALANCE
           MOVE ACCT-CREDIT-LIMIT TO SNAP-CREDIT-LIMIT
           IF ACCT-OPEN-DATE(1:4) = WS-PROCESSING-DATE(1:4)
              AND ACCT-OPEN-DATE(6:2) = WS-PROCESSING-DATE(6:2)
              MOVE 'Y' TO SNAP-NEW-ACCT-FLAG
              ADD 1 TO WS-NEW-ACCOUNTS
           ELSE
              MOVE 'N' TO SNAP-NEW-ACCT-FLAG
           END-IF
           MOVE WS-ACCT-CHARGEOFF-AMT TO SNAP-CHARGEOFF-AMT
           MOVE WS-ACCT-RECOVERY-AMT TO SNAP-RECOVERY-AMT

           WRITE SNAPSHOT-RECORD
           IF WS-SNAP-STATUS = '22'
              REWRITE SNAPSHOT-RECORD
              IF WS-SNAP-STATUS = '00'
                 ADD 1 TO WS-SNAPSHOTS-REPLACED
              END-IF
           ELSE
              IF WS-SNAP-STATUS = '00'
                 ADD 1 TO WS-SNAPSHOTS-WRITTEN
              END-IF
           END-IF

           IF WS-SNAP-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING SNAPSHOT FOR ACCOUNT: ' ACCT-ID
                 ' STATUS: ' WS-SNAP-STATUS
              ADD 1 TO WS-SNAPSHOT-ERRORS
           ELSE
              ADD ACCT-CURRENT-BALANCE TO WS-TOTAL-OUTSTANDING
              ADD WS-ACCT-CHARGEOFF-AMT TO WS-TOTAL-CHARGED-OFF
              ADD WS-ACCT-RECOVERY-AMT TO WS-TOTAL-RECOVERED
           END-IF.

       3000-FINALIZE.
           CLOSE ACCOUNT-FILE
           CLOSE TRANSACTION-FILE
           CLOSE PORTFOLIO-HISTORY-FILE

           PERFORM 3900-REGISTER-RUN-END

           DISPLAY 'MONTH-END PORTFOLIO SNAPSHOT COMPLETE'
           DISPLAY 'SNAPSHOT MONTH:      ' WS-SNAP-MONTH
           DISPLAY 'ACCOUNTS READ:       ' WS-RECORDS-READ
           DISPLAY 'SNAPSHOTS WRITTEN:   ' WS-SNAPSHOTS-WRITTEN
           DISPLAY 'SNAPSHOTS REPLACED:  ' WS-SNAPSHOTS-REPLACED
           DISPLAY 'SNAPSHOT ERRORS:     ' WS-SNAPSHOT-ERRORS
           DISPLAY 'NEW ACCOUNTS:        ' WS-NEW-ACCOUNTS
           DISPLAY 'OLD SNAPSHOTS PURGED:' WS-SNAPSHOTS-PURGED

      *    A month with missing accounts would skew every roll rate
      *    built on it - flag the step so it is rerun.
           IF WS-SNAPSHOT-ERRORS > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       3900-REGISTER-RUN-END.
      *    Stamp the completion time, status and final counters on
      *    the run-control record so the statistics survive the
      *    joblog.
           MOVE 'END' TO RC-FUNCTION
           MOVE 'C' TO RC-COMPLETION-STATUS
           MOVE WS-RECORDS-READ TO RC-RECORDS-READ
           COMPUTE RC-RECORDS-PROCESSED =
              WS-SNAPSHOTS-WRITTEN + WS-SNAPSHOTS-REPLACED
           END-COMPUTE
           MOVE WS-SNAPSHOT-ERRORS TO RC-RECORDS-SKIPPED
           MOVE WS-TOTAL-OUTSTANDING TO RC-AMOUNT-1
           MOVE WS-TOTAL-CHARGED-OFF TO RC-AMOUNT-2
           CALL 'CBRUNCTL' USING WS-RUN-CONTROL-PARMS
           IF RC-RETURN-CODE NOT = 0
              DISPLAY 'WARNING: RUN CONTROL END NOT RECORDED'
           END-IF.
