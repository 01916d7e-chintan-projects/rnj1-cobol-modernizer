      ******************************************************************
      * Program Name : CBACT35C
      * Application  : CardDemo
      * Type         : BATCH COBOL Program
      * Function     : Portfolio Performance Report
      *                Month-end companion to the portfolio snapshot
      *                run (CBACT34C). Matches this month's snapshot
      *                on PORTHIST against last month's, account by
      *                account, and reports how the book moved:
      *                - roll-rate matrices, last month's delinquency
      *                  bucket against this month's, by accounts and
      *                  by balance, with the rates as percentages;
      *                - cure rates - delinquent accounts brought
      *                  back to current;
      *                - portfolio totals for this month, last month
      *                  and the same month a year ago: accounts,
      *                  outstanding, credit lines and utilization,
      *                  delinquency, new accounts booked by the
      *                  origination run (CBACT13C), and charge-offs
      *                  and recoveries posted by CBACT17C and the
      *                  payment runs.
      *                The same figures go to PORTCSV, comma-delimited
      *                with a heading record, for finance to load
      *                into their spreadsheets.
      *                PORTHIST is read through two ddnames, SNAPCUR
      *                and SNAPPRI, both on the same cluster, so the
      *                two months can be read side by side.
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
       PROGRAM-ID.    CBACT35C.
       AUTHOR.        AWS MAINFRAME MODERNIZATION TEAM.
       DATE-WRITTEN.  2026-10-06.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CURRENT-SNAPSHOT-FILE
               ASSIGN TO SNAPCUR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CSNP-KEY
               FILE STATUS IS WS-CSNP-STATUS.

           SELECT OPTIONAL PRIOR-SNAPSHOT-FILE
               ASSIGN TO SNAPPRI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PSNP-KEY
               FILE STATUS IS WS-PSNP-STATUS.

           SELECT PORTFOLIO-REPORT
               ASSIGN TO PORTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRPT-STATUS.

           SELECT PORTFOLIO-EXTRACT
               ASSIGN TO PORTCSV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PCSV-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    Portfolio history as written by CBACT34C - one record per
      *    account per month, keyed by month (YYYYMM) and account.
      *    Only the key is needed here; the record is worked from
      *    WS-SNAP-WORK.
       FD  CURRENT-SNAPSHOT-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  CURRENT-SNAPSHOT-RECORD.
           05 CSNP-KEY.
              10 CSNP-MONTH             PIC X(06).
              10 CSNP-ACCT-ID           PIC X(11).
           05 CSNP-DATA                 PIC X(63).

       FD  PRIOR-SNAPSHOT-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  PRIOR-SNAPSHOT-RECORD.
           05 PSNP-KEY.
              10 PSNP-MONTH             PIC X(06).
              10 PSNP-ACCT-ID           PIC X(11).
           05 PSNP-DATA                 PIC X(63).

       FD  PORTFOLIO-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  PRPT-REPORT-LINE             PIC X(132).

       FD  PORTFOLIO-EXTRACT
           RECORD CONTAINS 150 CHARACTERS.
       01  PCSV-RECORD                  PIC X(150).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05 WS-CSNP-STATUS            PIC XX.
           05 WS-PSNP-STATUS            PIC XX.
           05 WS-PRPT-STATUS            PIC XX.
           05 WS-PCSV-STATUS            PIC XX.

       01  WS-COUNTERS.
           05 WS-CURR-SNAPS-READ        PIC 9(7) VALUE 0.
           05 WS-PRIOR-SNAPS-READ       PIC 9(7) VALUE 0.
           05 WS-ACCOUNTS-MATCHED       PIC 9(7) VALUE 0.
           05 WS-ACCOUNTS-NEW           PIC 9(7) VALUE 0.
           05 WS-ACCOUNTS-GONE          PIC 9(7) VALUE 0.
           05 WS-CSV-RECORDS-WRITTEN    PIC 9(7) VALUE 0.

       01  WS-DATE-FIELDS.
           05 WS-CURRENT-DATE.
              10 WS-CURR-YEAR           PIC 9(4).
              10 WS-CURR-MONTH          PIC 9(2).
              10 WS-CURR-DAY            PIC 9(2).
           05 WS-PROCESSING-DATE        PIC X(10).

      *    The three months reported, as YYYYMM snapshot keys.
       01  WS-REPORT-MONTHS.
           05 WS-THIS-MONTH.
              10 WS-THIS-YEAR           PIC 9(4).
              10 WS-THIS-MO             PIC 9(2).
           05 WS-LAST-MONTH.
              10 WS-LAST-YEAR           PIC 9(4).
              10 WS-LAST-MO             PIC 9(2).
           05 WS-YEAR-AGO-MONTH.
              10 WS-YAGO-YEAR           PIC 9(4).
              10 WS-YAGO-MO             PIC 9(2).
           05 WS-PRIOR-SCAN-MONTH       PIC X(06).

      *    Working copy of a snapshot record - same layout as the
      *    PORTHIST record in CBACT34C.
       01  WS-SNAP-WORK.
           05 WS-SW-MONTH               PIC X(06).
           05 WS-SW-ACCT-ID             PIC X(11).
           05 WS-SW-TAKEN-DATE          PIC X(10).
           05 WS-SW-ACCT-STATUS         PIC X(01).
           05 WS-SW-BUCKET              PIC X(03).
              88 SW-BUCKET-CURRENT      VALUE 'CUR'.
              88 SW-BUCKET-30-DAYS      VALUE '030'.
              88 SW-BUCKET-60-DAYS      VALUE '060'.
              88 SW-BUCKET-90-DAYS      VALUE '90+'.
              88 SW-BUCKET-CHARGED-OFF  VALUE 'CHG'.
              88 SW-BUCKET-CLOSED       VALUE 'CLS'.
              88 SW-BUCKET-DELINQUENT   VALUE '030' '060' '90+'.
           05 WS-SW-DAYS-PAST-DUE       PIC 9(05).
           05 WS-SW-BALANCE             PIC S9(7)V99.
           05 WS-SW-CREDIT-LIMIT        PIC 9(7)V99.
           05 WS-SW-NEW-ACCT-FLAG       PIC X(01).
              88 SW-NEW-ACCOUNT         VALUE 'Y'.
           05 WS-SW-CHARGEOFF-AMT       PIC S9(9)V99.
           05 WS-SW-RECOVERY-AMT        PIC S9(9)V99.
           05 WS-SW-FILLER              PIC X(03).

      *    Match keys - HIGH-VALUES once a month's records run out.
       01  WS-MATCH-FIELDS.
           05 WS-CURR-MATCH-KEY         PIC X(11).
           05 WS-PRIOR-MATCH-KEY        PIC X(11).
           05 WS-ROLL-BALANCE           PIC S9(9)V99.

      *    Roll matrix. Rows are last month's bucket, with NEW for an
      *    account not on last month's snapshot; columns are this
      *    month's bucket, with GONE for an account no longer on
      *    file. Balances are last month's - the balance that rolled
      *    - except on the NEW row, which carries this month's.
       01  WS-ROLL-SUBSCRIPTS.
           05 WS-ROW-IDX                PIC 9(02).
           05 WS-COL-IDX                PIC 9(02).
           05 WS-BUCKET-IDX             PIC 9(02).
           05 WS-PER-IDX                PIC 9(02).
           05 WS-CRL-IDX                PIC 9(02).
           05 WS-NEW-ROW                PIC 9(02) VALUE 7.
           05 WS-GONE-COL               PIC 9(02) VALUE 7.

       01  WS-ROLL-TABLE.
           05 WS-ROLL-ROW OCCURS 7 TIMES.
              10 WS-ROW-COUNT           PIC 9(07).
              10 WS-ROW-BALANCE         PIC S9(11)V99.
              10 WS-ROLL-CELL OCCURS 7 TIMES.
                 15 WS-CELL-COUNT       PIC 9(07).
                 15 WS-CELL-BALANCE     PIC S9(11)V99.

       01  WS-COLUMN-TOTALS.
           05 WS-COLUMN-TOTAL OCCURS 7 TIMES.
              10 WS-COL-COUNT           PIC 9(07).
              10 WS-COL-BALANCE         PIC S9(11)V99.
           05 WS-GRAND-COUNT            PIC 9(07).
           05 WS-GRAND-BALANCE          PIC S9(11)V99.

       01  WS-ROW-LABEL-VALUES.
           05 FILLER                    PIC X(04) VALUE 'CUR'.
           05 FILLER                    PIC X(04) VALUE '030'.
           05 FILLER                    PIC X(04) VALUE '060'.
           05 FILLER                    PIC X(04) VALUE '90+'.
           05 FILLER                    PIC X(04) VALUE 'CHG'.
           05 FILLER                    PIC X(04) VALUE 'CLS'.
           05 FILLER                    PIC X(04) VALUE 'NEW'.
       01  WS-ROW-LABELS REDEFINES WS-ROW-LABEL-VALUES.
           05 WS-ROW-LABEL              PIC X(04) OCCURS 7 TIMES.

       01  WS-COL-LABEL-VALUES.
           05 FILLER                    PIC X(04) VALUE 'CUR'.
           05 FILLER                    PIC X(04) VALUE '030'.
           05 FILLER                    PIC X(04) VALUE '060'.
           05 FILLER                    PIC X(04) VALUE '90+'.
           05 FILLER                    PIC X(04) VALUE 'CHG'.
           05 FILLER                    PIC X(04) VALUE 'CLS'.
           05 FILLER                    PIC X(04) VALUE 'GONE'.
       01  WS-COL-LABELS REDEFINES WS-COL-LABEL-VALUES.
           05 WS-COL-LABEL              PIC X(04) OCCURS 7 TIMES.

      *    Period totals - 1 this month, 2 last month, 3 year ago.
      *    Open accounts are those not closed or charged off; the
      *    outstanding balance and credit lines are theirs.
       01  WS-PERIOD-TABLE.
           05 WS-PERIOD OCCURS 3 TIMES.
              10 WS-PER-MONTH           PIC X(06).
              10 WS-PER-FOUND-FLAG      PIC X(01).
                 88 PER-FOUND           VALUE 'Y'.
                 88 PER-NOT-FOUND       VALUE 'N'.
              10 WS-PER-ACCOUNTS        PIC 9(07).
              10 WS-PER-OPEN-ACCOUNTS   PIC 9(07).
              10 WS-PER-OUTSTANDING     PIC S9(11)V99.
              10 WS-PER-CREDIT-LINES    PIC S9(11)V99.
              10 WS-PER-UTILIZATION     PIC S9(5)V99.
              10 WS-PER-DELINQ-COUNT    PIC 9(07).
              10 WS-PER-DELINQ-BALANCE  PIC S9(11)V99.
              10 WS-PER-NEW-COUNT       PIC 9(07).
              10 WS-PER-NEW-LINES       PIC S9(11)V99.
              10 WS-PER-CHGOFF-COUNT    PIC 9(07).
              10 WS-PER-CHGOFF-AMT      PIC S9(11)V99.
              10 WS-PER-RECOV-COUNT     PIC 9(07).
              10 WS-PER-RECOV-AMT       PIC S9(11)V99.

       01  WS-RATE-FIELDS.
           05 WS-COUNT-PCT              PIC S9(5)V99.
           05 WS-BALANCE-PCT            PIC S9(5)V99.
           05 WS-CURE-ROW-COUNT         PIC 9(07).
           05 WS-CURE-ROW-BALANCE       PIC S9(11)V99.
           05 WS-CURE-COUNT             PIC 9(07).
           05 WS-CURE-BALANCE           PIC S9(11)V99.
           05 WS-CURE-TOT-ROW-COUNT     PIC 9(07).
           05 WS-CURE-TOT-ROW-BALANCE   PIC S9(11)V99.
           05 WS-CURE-TOT-COUNT         PIC 9(07).
           05 WS-CURE-TOT-BALANCE       PIC S9(11)V99.
           05 WS-CURE-LABEL             PIC X(04).

      *    One portfolio line - a label and the value for each
      *    period, printed as a count, an amount or a percentage.
       01  WS-PORTFOLIO-ITEM.
           05 WS-PF-LABEL               PIC X(30).
           05 WS-PF-TYPE                PIC X(01).
              88 PF-COUNT               VALUE 'C'.
              88 PF-AMOUNT              VALUE 'A'.
              88 PF-PERCENT             VALUE 'P'.
           05 WS-PF-VALUE               PIC S9(11)V99 OCCURS 3 TIMES.
           05 WS-PF-CHANGE              PIC S9(11)V99.

       01  WS-EDIT-FIELDS.
           05 WS-EDIT-TYPE              PIC X(01).
              88 EDIT-COUNT             VALUE 'C'.
              88 EDIT-AMOUNT            VALUE 'A'.
              88 EDIT-PERCENT           VALUE 'P'.
           05 WS-EDIT-INPUT             PIC S9(11)V99.
           05 WS-EDIT-TEXT              PIC X(18) JUSTIFIED RIGHT.
           05 WS-EDIT-COUNT             PIC ZZZ,ZZZ,ZZ9-.
           05 WS-EDIT-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 WS-EDIT-PERCENT           PIC ZZZZ9.99-.
           05 WS-EDIT-MTX-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05 WS-EDIT-MTX-DOLLARS       PIC ZZZ,ZZZ,ZZ9-.
           05 WS-EDIT-TOT-DOLLARS       PIC ZZ,ZZZ,ZZZ,ZZ9-.

       01  WS-MATRIX-MODE               PIC 9(01).
           88 MATRIX-BY-COUNT           VALUE 1.
           88 MATRIX-BY-BALANCE         VALUE 2.
           88 MATRIX-COUNT-PCT          VALUE 3.
           88 MATRIX-BALANCE-PCT        VALUE 4.

       01  WS-FLAGS.
           05 WS-CURR-EOF-FLAG          PIC X VALUE 'N'.
              88 CURR-SNAP-EOF          VALUE 'Y'.
              88 CURR-SNAP-NOT-EOF      VALUE 'N'.
           05 WS-PRIOR-EOF-FLAG         PIC X VALUE 'N'.
              88 PRIOR-SNAP-EOF         VALUE 'Y'.
              88 PRIOR-SNAP-NOT-EOF     VALUE 'N'.

      *    Report lines.
       01  WS-PRPT-REPORT-HEADER.
           05 FILLER                    PIC X(40)
              VALUE 'PORTFOLIO PERFORMANCE REPORT'.
           05 FILLER                    PIC X(20) VALUE SPACES.
           05 FILLER                    PIC X(06) VALUE 'DATE: '.
           05 WS-PRPT-HDR-DATE          PIC X(10).
           05 FILLER                    PIC X(56) VALUE SPACES.

       01  WS-PRPT-MONTHS-LINE.
           05 FILLER                    PIC X(12) VALUE 'THIS MONTH: '.
           05 WS-PRPT-THIS-MONTH        PIC X(06).
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 FILLER                    PIC X(12) VALUE 'LAST MONTH: '.
           05 WS-PRPT-LAST-MONTH        PIC X(06).
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 FILLER                    PIC X(10) VALUE 'YEAR AGO: '.
           05 WS-PRPT-YAGO-MONTH        PIC X(06).
           05 FILLER                    PIC X(72) VALUE SPACES.

       01  WS-PRPT-NOTE-TEXT            PIC X(132).

      *    Matrix line - bucket, seven cells and the row total.
       01  WS-PRPT-MATRIX-LINE.
           05 WS-MTX-LABEL              PIC X(06).
           05 WS-MTX-COLUMN OCCURS 7 TIMES.
              10 FILLER                 PIC X(02).
              10 WS-MTX-CELL            PIC X(12) JUSTIFIED RIGHT.
           05 FILLER                    PIC X(02).
           05 WS-MTX-TOTAL              PIC X(15) JUSTIFIED RIGHT.
           05 FILLER                    PIC X(11).

      *    Cure line - bucket and six figures.
       01  WS-PRPT-CURE-LINE.
           05 WS-CRL-LABEL              PIC X(10).
           05 WS-CRL-COLUMN OCCURS 6 TIMES.
              10 FILLER                 PIC X(02).
              10 WS-CRL-VALUE           PIC X(18) JUSTIFIED RIGHT.
           05 FILLER                    PIC X(02).

      *    Portfolio line - item and four figures.
       01  WS-PRPT-PORTFOLIO-LINE.
           05 WS-PDL-LABEL              PIC X(30).
           05 WS-PDL-COLUMN OCCURS 4 TIMES.
              10 FILLER                 PIC X(02).
              10 WS-PDL-VALUE           PIC X(18) JUSTIFIED RIGHT.
           05 FILLER                    PIC X(22).

      *    Extract record fields. Numbers are written without
      *    editing - leading spaces dropped, minus sign in front.
       01  WS-CSV-ROW.
           05 WS-CSV-MONTH              PIC X(06).
           05 WS-CSV-SECTION            PIC X(10).
           05 WS-CSV-ITEM               PIC X(30).
           05 WS-CSV-FROM               PIC X(04).
           05 WS-CSV-TO                 PIC X(04).
           05 WS-CSV-COUNT-TEXT         PIC X(20).
           05 WS-CSV-AMOUNT-TEXT        PIC X(20).
           05 WS-CSV-COUNT-PCT-TEXT     PIC X(20).
           05 WS-CSV-AMOUNT-PCT-TEXT    PIC X(20).

       01  WS-CSV-FORMAT-FIELDS.
           05 WS-CSV-NUM-INPUT          PIC S9(11)V99.
           05 WS-CSV-NUM-TEXT           PIC X(20).
           05 WS-CSV-COUNT-EDIT         PIC -(10)9.
           05 WS-CSV-AMOUNT-EDIT        PIC -(11)9.99.
           05 WS-CSV-PCT-EDIT           PIC -(5)9.99.
           05 WS-CSV-LEAD-SPACES        PIC 9(02).
           05 WS-CSV-POINTER            PIC 9(03).

       01  WS-CSV-HEADER.
           05 FILLER                    PIC X(40)
              VALUE 'MONTH,SECTION,ITEM,FROM,TO,COUNT,AMOUNT,'.
           05 FILLER                    PIC X(20)
              VALUE 'COUNT PCT,AMOUNT PCT'.
           05 FILLER                    PIC X(90) VALUE SPACES.

       01  WS-RESTART-PARM              PIC X(08).

      *    Parameter block for the CBRUNCTL run-control registry -
      *    registered at start of run (refusing a duplicate same-day
      *    submission) and stamped with the final counters at end.
       01  WS-RUN-CONTROL-PARMS.
           05 RC-FUNCTION               PIC X(05).
           05 RC-PROGRAM-NAME           PIC X(08) VALUE 'CBACT35C'.
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
           PERFORM 1200-LOAD-YEAR-AGO
           PERFORM 1400-POSITION-FOR-MATCH
           PERFORM 2000-MATCH-SNAPSHOTS
              UNTIL CURR-SNAP-EOF AND PRIOR-SNAP-EOF
           PERFORM 2900-COMPUTE-TOTALS
           PERFORM 3000-WRITE-REPORT
           PERFORM 3800-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-CURR-YEAR '-' WS-CURR-MONTH '-' WS-CURR-DAY
              DELIMITED BY SIZE INTO WS-PROCESSING-DATE
           END-STRING

      *    Runs in the month-end stream after the snapshot, so this
      *    month is the processing month.
           MOVE WS-CURR-YEAR TO WS-THIS-YEAR
           MOVE WS-CURR-MONTH TO WS-THIS-MO
           IF WS-CURR-MONTH = 1
              COMPUTE WS-LAST-YEAR = WS-CURR-YEAR - 1
              END-COMPUTE
              MOVE 12 TO WS-LAST-MO
           ELSE
              MOVE WS-CURR-YEAR TO WS-LAST-YEAR
              COMPUTE WS-LAST-MO = WS-CURR-MONTH - 1
              END-COMPUTE
           END-IF
           COMPUTE WS-YAGO-YEAR = WS-CURR-YEAR - 1
           END-COMPUTE
           MOVE WS-CURR-MONTH TO WS-YAGO-MO

           INITIALIZE WS-ROLL-TABLE
           INITIALIZE WS-COLUMN-TOTALS
           INITIALIZE WS-PERIOD-TABLE
           MOVE WS-THIS-MONTH TO WS-PER-MONTH(1)
           MOVE WS-LAST-MONTH TO WS-PER-MONTH(2)
           MOVE WS-YEAR-AGO-MONTH TO WS-PER-MONTH(3)
           SET PER-NOT-FOUND(1) TO TRUE
           SET PER-NOT-FOUND(2) TO TRUE
           SET PER-NOT-FOUND(3) TO TRUE

           MOVE SPACES TO WS-RESTART-PARM
           IF LS-PARM-LENGTH > 0
              MOVE LS-PARM-DATA TO WS-RESTART-PARM
           END-IF
           IF WS-RESTART-PARM(1:7) = 'RESTART'
              MOVE 'Y' TO RC-RESTART-FLAG
           END-IF

           PERFORM 1900-REGISTER-RUN-START

      *    A missing history file is reported as a missing month,
      *    not treated as an open failure.
           OPEN INPUT CURRENT-SNAPSHOT-FILE
           IF WS-CSNP-STATUS NOT = '00' AND WS-CSNP-STATUS NOT = '05'
              DISPLAY 'ERROR OPENING CURRENT SNAPSHOT FILE: '
                 WS-CSNP-STATUS
              STOP RUN
           END-IF

           OPEN INPUT PRIOR-SNAPSHOT-FILE
           IF WS-PSNP-STATUS NOT = '00' AND WS-PSNP-STATUS NOT = '05'
              DISPLAY 'ERROR OPENING PRIOR SNAPSHOT FILE: '
                 WS-PSNP-STATUS
              STOP RUN
           END-IF

           OPEN OUTPUT PORTFOLIO-REPORT
           IF WS-PRPT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PORTFOLIO REPORT: '
                 WS-PRPT-STATUS
              STOP RUN
           END-IF

           OPEN OUTPUT PORTFOLIO-EXTRACT
           IF WS-PCSV-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING PORTFOLIO EXTRACT: '
                 WS-PCSV-STATUS
              STOP RUN
           END-IF

           WRITE PCSV-RECORD FROM WS-CSV-HEADER.

       1200-LOAD-YEAR-AGO.
      *    The year-ago month only feeds the portfolio totals - its
      *    accounts are not matched.
           MOVE WS-YEAR-AGO-MONTH TO WS-PRIOR-SCAN-MONTH
           PERFORM 1260-START-PRIOR-MONTH
           PERFORM 1300-ADD-YEAR-AGO-SNAPSHOT
              UNTIL PRIOR-SNAP-EOF.

       1250-READ-PRIOR-SNAPSHOT.
           READ PRIOR-SNAPSHOT-FILE NEXT RECORD
              AT END
                 SET PRIOR-SNAP-EOF TO TRUE
           END-READ

           IF PRIOR-SNAP-NOT-EOF
              IF PSNP-MONTH NOT = WS-PRIOR-SCAN-MONTH
                 SET PRIOR-SNAP-EOF TO TRUE
              ELSE
                 ADD 1 TO WS-PRIOR-SNAPS-READ
              END-IF
           END-IF

           IF PRIOR-SNAP-EOF
              MOVE HIGH-VALUES TO WS-PRIOR-MATCH-KEY
           ELSE
              MOVE PSNP-ACCT-ID TO WS-PRIOR-MATCH-KEY
           END-IF.

       1260-START-PRIOR-MONTH.
           SET PRIOR-SNAP-NOT-EOF TO TRUE
           MOVE WS-PRIOR-SCAN-MONTH TO PSNP-MONTH
           MOVE LOW-VALUES TO PSNP-ACCT-ID
           START PRIOR-SNAPSHOT-FILE KEY NOT LESS THAN PSNP-KEY
              INVALID KEY
                 SET PRIOR-SNAP-EOF TO TRUE
           END-START

           IF PRIOR-SNAP-EOF
              MOVE HIGH-VALUES TO WS-PRIOR-MATCH-KEY
           ELSE
              PERFORM 1250-READ-PRIOR-SNAPSHOT
           END-IF.

       1300-ADD-YEAR-AGO-SNAPSHOT.
           MOVE PRIOR-SNAPSHOT-RECORD TO WS-SNAP-WORK
           MOVE 3 TO WS-PER-IDX
           PERFORM 2800-ACCUMULATE-PERIOD
           PERFORM 1250-READ-PRIOR-SNAPSHOT.

       1400-POSITION-FOR-MATCH.
           MOVE WS-LAST-MONTH TO WS-PRIOR-SCAN-MONTH
           PERFORM 1260-START-PRIOR-MONTH

           SET CURR-SNAP-NOT-EOF TO TRUE
           MOVE WS-THIS-MONTH TO CSNP-MONTH
           MOVE LOW-VALUES TO CSNP-ACCT-ID
           START CURRENT-SNAPSHOT-FILE KEY NOT LESS THAN CSNP-KEY
              INVALID KEY
                 SET CURR-SNAP-EOF TO TRUE
           END-START

           IF CURR-SNAP-EOF
              MOVE HIGH-VALUES TO WS-CURR-MATCH-KEY
           ELSE
              PERFORM 1450-READ-CURRENT-SNAPSHOT
           END-IF.

       1450-READ-CURRENT-SNAPSHOT.
           READ CURRENT-SNAPSHOT-FILE NEXT RECORD
              AT END
                 SET CURR-SNAP-EOF TO TRUE
           END-READ

           IF CURR-SNAP-NOT-EOF
              IF CSNP-MONTH NOT = WS-THIS-MONTH
                 SET CURR-SNAP-EOF TO TRUE
              ELSE
                 ADD 1 TO WS-CURR-SNAPS-READ
              END-IF
           END-IF

           IF CURR-SNAP-EOF
              MOVE HIGH-VALUES TO WS-CURR-MATCH-KEY
           ELSE
              MOVE CSNP-ACCT-ID TO WS-CURR-MATCH-KEY
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

       2000-MATCH-SNAPSHOTS.
      *    Both months come off the file in account order, so the
      *    two are merged on account number.
           EVALUATE TRUE
              WHEN WS-CURR-MATCH-KEY = WS-PRIOR-MATCH-KEY
                 PERFORM 2100-ROLL-MATCHED-ACCOUNT
              WHEN WS-CURR-MATCH-KEY < WS-PRIOR-MATCH-KEY
                 PERFORM 2200-ROLL-NEW-ACCOUNT
              WHEN OTHER
                 PERFORM 2300-ROLL-GONE-ACCOUNT
           END-EVALUATE.

       2100-ROLL-MATCHED-ACCOUNT.
           MOVE PRIOR-SNAPSHOT-RECORD TO WS-SNAP-WORK
           MOVE 2 TO WS-PER-IDX
           PERFORM 2800-ACCUMULATE-PERIOD
           PERFORM 2850-GET-BUCKET-INDEX
           MOVE WS-BUCKET-IDX TO WS-ROW-IDX
           MOVE WS-SW-BALANCE TO WS-ROLL-BALANCE

           MOVE CURRENT-SNAPSHOT-RECORD TO WS-SNAP-WORK
           MOVE 1 TO WS-PER-IDX
           PERFORM 2800-ACCUMULATE-PERIOD
           PERFORM 2850-GET-BUCKET-INDEX
           MOVE WS-BUCKET-IDX TO WS-COL-IDX

           PERFORM 2700-POST-ROLL
           ADD 1 TO WS-ACCOUNTS-MATCHED

           PERFORM 1450-READ-CURRENT-SNAPSHOT
           PERFORM 1250-READ-PRIOR-SNAPSHOT.

       2200-ROLL-NEW-ACCOUNT.
      *    On this month's snapshot only - booked since last month
      *    end.
           MOVE CURRENT-SNAPSHOT-RECORD TO WS-SNAP-WORK
           MOVE 1 TO WS-PER-IDX
           PERFORM 2800-ACCUMULATE-PERIOD
           PERFORM 2850-GET-BUCKET-INDEX
           MOVE WS-NEW-ROW TO WS-ROW-IDX
           MOVE WS-BUCKET-IDX TO WS-COL-IDX
           MOVE WS-SW-BALANCE TO WS-ROLL-BALANCE

           PERFORM 2700-POST-ROLL
           ADD 1 TO WS-ACCOUNTS-NEW

           PERFORM 1450-READ-CURRENT-SNAPSHOT.

       2300-ROLL-GONE-ACCOUNT.
      *    On last month's snapshot only - no longer on the master.
           MOVE PRIOR-SNAPSHOT-RECORD TO WS-SNAP-WORK
           MOVE 2 TO WS-PER-IDX
           PERFORM 2800-ACCUMULATE-PERIOD
           PERFORM 2850-GET-BUCKET-INDEX
           MOVE WS-BUCKET-IDX TO WS-ROW-IDX
           MOVE WS-GONE-COL TO WS-COL-IDX
           MOVE WS-SW-BALANCE TO WS-ROLL-BALANCE

           PERFORM 2700-POST-ROLL
           ADD 1 TO WS-ACCOUNTS-GONE

           PERFORM 1250-READ-PRIOR-SNAPSHOT.

       2700-POST-ROLL.
           ADD 1 TO WS-CELL-COUNT(WS-ROW-IDX, WS-COL-IDX)
           ADD WS-ROLL-BALANCE
              TO WS-CELL-BALANCE(WS-ROW-IDX, WS-COL-IDX)
           ADD 1 TO WS-ROW-COUNT(WS-ROW-IDX)
           ADD WS-ROLL-BALANCE TO WS-ROW-BALANCE(WS-ROW-IDX).

       2800-ACCUMULATE-PERIOD.
           SET PER-FOUND(WS-PER-IDX) TO TRUE
           ADD 1 TO WS-PER-ACCOUNTS(WS-PER-IDX)

           IF NOT SW-BUCKET-CHARGED-OFF AND NOT SW-BUCKET-CLOSED
              ADD 1 TO WS-PER-OPEN-ACCOUNTS(WS-PER-IDX)
              ADD WS-SW-BALANCE TO WS-PER-OUTSTANDING(WS-PER-IDX)
              ADD WS-SW-CREDIT-LIMIT
                 TO WS-PER-CREDIT-LINES(WS-PER-IDX)
              IF SW-BUCKET-DELINQUENT
                 ADD 1 TO WS-PER-DELINQ-COUNT(WS-PER-IDX)
                 ADD WS-SW-BALANCE
                    TO WS-PER-DELINQ-BALANCE(WS-PER-IDX)
              END-IF
           END-IF

           IF SW-NEW-ACCOUNT
              ADD 1 TO WS-PER-NEW-COUNT(WS-PER-IDX)
              ADD WS-SW-CREDIT-LIMIT TO WS-PER-NEW-LINES(WS-PER-IDX)
           END-IF

           IF WS-SW-CHARGEOFF-AMT NOT = 0
              ADD 1 TO WS-PER-CHGOFF-COUNT(WS-PER-IDX)
              ADD WS-SW-CHARGEOFF-AMT TO WS-PER-CHGOFF-AMT(WS-PER-IDX)
           END-IF

           IF WS-SW-RECOVERY-AMT NOT = 0
              ADD 1 TO WS-PER-RECOV-COUNT(WS-PER-IDX)
              ADD WS-SW-RECOVERY-AMT TO WS-PER-RECOV-AMT(WS-PER-IDX)
           END-IF.

       2850-GET-BUCKET-INDEX.
      *    A bucket code the snapshot run does not write is counted
      *    with the current accounts and flagged.
           EVALUATE TRUE
              WHEN SW-BUCKET-CURRENT
                 MOVE 1 TO WS-BUCKET-IDX
              WHEN SW-BUCKET-30-DAYS
                 MOVE 2 TO WS-BUCKET-IDX
              WHEN SW-BUCKET-60-DAYS
                 MOVE 3 TO WS-BUCKET-IDX
              WHEN SW-BUCKET-90-DAYS
                 MOVE 4 TO WS-BUCKET-IDX
              WHEN SW-BUCKET-CHARGED-OFF
                 MOVE 5 TO WS-BUCKET-IDX
              WHEN SW-BUCKET-CLOSED
                 MOVE 6 TO WS-BUCKET-IDX
              WHEN OTHER
                 DISPLAY 'WARNING: UNKNOWN BUCKET ' WS-SW-BUCKET
                    ' ON SNAPSHOT ' WS-SW-MONTH ' ' WS-SW-ACCT-ID
                 MOVE 1 TO WS-BUCKET-IDX
           END-EVALUATE.

       2900-COMPUTE-TOTALS.
           PERFORM 2910-ADD-COLUMN-TOTAL
              VARYING WS-ROW-IDX FROM 1 BY 1 UNTIL WS-ROW-IDX > 7
              AFTER WS-COL-IDX FROM 1 BY 1 UNTIL WS-COL-IDX > 7

           PERFORM 2920-COMPUTE-UTILIZATION
              VARYING WS-PER-IDX FROM 1 BY 1 UNTIL WS-PER-IDX > 3.

       2910-ADD-COLUMN-TOTAL.
           ADD WS-CELL-COUNT(WS-ROW-IDX, WS-COL-IDX)
              TO WS-COL-COUNT(WS-COL-IDX)
           ADD WS-CELL-BALANCE(WS-ROW-IDX, WS-COL-IDX)
              TO WS-COL-BALANCE(WS-COL-IDX)
           ADD WS-CELL-COUNT(WS-ROW-IDX, WS-COL-IDX)
              TO WS-GRAND-COUNT
           ADD WS-CELL-BALANCE(WS-ROW-IDX, WS-COL-IDX)
              TO WS-GRAND-BALANCE.

       2920-COMPUTE-UTILIZATION.
      *    Utilization is outstanding as a percentage of the open
      *    credit lines.
           IF WS-PER-CREDIT-LINES(WS-PER-IDX) > 0
              COMPUTE WS-PER-UTILIZATION(WS-PER-IDX) ROUNDED =
                 WS-PER-OUTSTANDING(WS-PER-IDX) * 100
                 / WS-PER-CREDIT-LINES(WS-PER-IDX)
                 ON SIZE ERROR
                    MOVE 0 TO WS-PER-UTILIZATION(WS-PER-IDX)
              END-COMPUTE
           ELSE
              MOVE 0 TO WS-PER-UTILIZATION(WS-PER-IDX)
           END-IF.

       3000-WRITE-REPORT.
           MOVE WS-PROCESSING-DATE TO WS-PRPT-HDR-DATE
           WRITE PRPT-REPORT-LINE FROM WS-PRPT-REPORT-HEADER
           MOVE WS-THIS-MONTH TO WS-PRPT-THIS-MONTH
           MOVE WS-LAST-MONTH TO WS-PRPT-LAST-MONTH
           MOVE WS-YEAR-AGO-MONTH TO WS-PRPT-YAGO-MONTH
           WRITE PRPT-REPORT-LINE FROM WS-PRPT-MONTHS-LINE
           MOVE SPACES TO PRPT-REPORT-LINE
           WRITE PRPT-REPORT-LINE

           PERFORM 3100-WRITE-MISSING-NOTES

           MOVE 'ROWS ARE LAST MONTH''S BUCKET, COLUMNS THIS MONTH''S.'
              TO PRPT-REPORT-LINE
           WRITE PRPT-REPORT-LINE
           MOVE 'NEW = NOT ON FILE LAST MONTH, GONE = NOT ON FILE NOW.'
              TO PRPT-REPORT-LINE
           WRITE PRPT-REPORT-LINE
           MOVE 'BALANCES ARE LAST MONTH''S EXCEPT ON THE NEW ROW.'
              TO PRPT-REPORT-LINE
           WRITE PRPT-REPORT-LINE

           PERFORM 3200-WRITE-MATRIX
              VARYING WS-MATRIX-MODE FROM 1 BY 1
              UNTIL WS-MATRIX-MODE > 4

           PERFORM 3400-WRITE-CURE-RATES
           PERFORM 3600-WRITE-PORTFOLIO-TOTALS.

       3100-WRITE-MISSING-NOTES.
           IF PER-NOT-FOUND(1)
              MOVE SPACES TO WS-PRPT-NOTE-TEXT
              STRING 'NOTE: NO SNAPSHOT ON FILE FOR THIS MONTH ('
                 WS-THIS-MONTH ') - RUN CBACT34C BEFORE THIS REPORT'
                 DELIMITED BY SIZE INTO WS-PRPT-NOTE-TEXT
              END-STRING
              WRITE PRPT-REPORT-LINE FROM WS-PRPT-NOTE-TEXT
           END-IF
           IF PER-NOT-FOUND(2)
              MOVE SPACES TO WS-PRPT-NOTE-TEXT
              STRING 'NOTE: NO SNAPSHOT ON FILE FOR LAST MONTH ('
                 WS-LAST-MONTH ') - EVERY ACCOUNT SHOWS AS NEW'
                 DELIMITED BY SIZE INTO WS-PRPT-NOTE-TEXT
              END-STRING
              WRITE PRPT-REPORT-LINE FROM WS-PRPT-NOTE-TEXT
           END-IF
           IF PER-NOT-FOUND(3)
              MOVE SPACES TO WS-PRPT-NOTE-TEXT
              STRING 'NOTE: NO SNAPSHOT ON FILE FOR A YEAR AGO ('
                 WS-YEAR-AGO-MONTH ') - YEAR-OVER-YEAR FIGURES N/A'
                 DELIMITED BY SIZE INTO WS-PRPT-NOTE-TEXT
              END-STRING
              WRITE PRPT-REPORT-LINE FROM WS-PRPT-NOTE-TEXT
           END-IF.

       3200-WRITE-MATRIX.
           MOVE SPACES TO PRPT-REPORT-LINE
           WRITE PRPT-REPORT-LINE
           EVALUATE TRUE
              WHEN MATRIX-BY-COUNT
                 MOVE 'ROLL MATRIX - ACCOUNTS' TO PRPT-REPORT-LINE
              WHEN MATRIX-BY-BALANCE
                 MOVE 'ROLL MATRIX - BALANCE (WHOLE DOLLARS)'
                    TO PRPT-REPORT-LINE
              WHEN MATRIX-COUNT-PCT
                 MOVE 'ROLL RATES - PERCENT OF ACCOUNTS'
                    TO PRPT-REPORT-LINE
              WHEN MATRIX-BALANCE-PCT
                 MOVE 'ROLL RATES - PERCENT OF BALANCE'
                    TO PRPT-REPORT-LINE
           END-EVALUATE
           WRITE PRPT-REPORT-LINE

           MOVE SPACES TO WS-PRPT-MATRIX-LINE
           MOVE 'FROM' TO WS-MTX-LABEL
           PERFORM 3210-SET-COLUMN-HEADING
              VARYING WS-COL-IDX FROM 1 BY 1 UNTIL WS-COL-IDX > 7
           MOVE 'TOTAL' TO WS-MTX-TOTAL
           WRITE PRPT-REPORT-LINE FROM WS-PRPT-MATRIX-LINE

           PERFORM 3250-WRITE-MATRIX-ROW
              VARYING WS-ROW-IDX FROM 1 BY 1 UNTIL WS-ROW-IDX > 7

           IF MATRIX-BY-COUNT OR MATRIX-BY-BALANCE
              PERFORM 3300-WRITE-MATRIX-TOTAL
           END-IF

           IF MATRIX-BY-COUNT
              PERFORM 3500-WRITE-ROLL-EXTRACT
           END-IF.

       3210-SET-COLUMN-HEADING.
           MOVE WS-COL-LABEL(WS-COL-IDX) TO WS-MTX-CELL(WS-COL-IDX).

       3250-WRITE-MATRIX-ROW.
           MOVE SPACES TO WS-PRPT-MATRIX-LINE
           MOVE WS-ROW-LABEL(WS-ROW-IDX) TO WS-MTX-LABEL
           PERFORM 3260-FORMAT-MATRIX-CELL
              VARYING WS-COL-IDX FROM 1 BY 1 UNTIL WS-COL-IDX > 7

           EVALUATE TRUE
              WHEN MATRIX-BY-COUNT
                 MOVE WS-ROW-COUNT(WS-ROW-IDX) TO WS-EDIT-MTX-COUNT
                 MOVE WS-EDIT-MTX-COUNT TO WS-MTX-TOTAL
              WHEN MATRIX-BY-BALANCE
                 MOVE WS-ROW-BALANCE(WS-ROW-IDX) TO WS-EDIT-TOT-DOLLARS
                 MOVE WS-EDIT-TOT-DOLLARS TO WS-MTX-TOTAL
              WHEN OTHER
                 IF WS-ROW-COUNT(WS-ROW-IDX) > 0
                    MOVE 100 TO WS-EDIT-PERCENT
                 ELSE
                    MOVE 0 TO WS-EDIT-PERCENT
                 END-IF
                 MOVE WS-EDIT-PERCENT TO WS-MTX-TOTAL
           END-EVALUATE

           WRITE PRPT-REPORT-LINE FROM WS-PRPT-MATRIX-LINE.

       3260-FORMAT-MATRIX-CELL.
           EVALUATE TRUE
              WHEN MATRIX-BY-COUNT
                 MOVE WS-CELL-COUNT(WS-ROW-IDX, WS-COL-IDX)
                    TO WS-EDIT-MTX-COUNT
                 MOVE WS-EDIT-MTX-COUNT TO WS-MTX-CELL(WS-COL-IDX)
              WHEN MATRIX-BY-BALANCE
                 MOVE WS-CELL-BALANCE(WS-ROW-IDX, WS-COL-IDX)
                    TO WS-EDIT-MTX-DOLLARS
                 MOVE WS-EDIT-MTX-DOLLARS TO WS-MTX-CELL(WS-COL-IDX)
              WHEN MATRIX-COUNT-PCT
                 PERFORM 3290-COMPUTE-CELL-RATES
                 MOVE WS-COUNT-PCT TO WS-EDIT-PERCENT
                 MOVE WS-EDIT-PERCENT TO WS-MTX-CELL(WS-COL-IDX)
              WHEN MATRIX-BALANCE-PCT
                 PERFORM 3290-COMPUTE-CELL-RATES
                 MOVE WS-BALANCE-PCT TO WS-EDIT-PERCENT
                 MOVE WS-EDIT-PERCENT TO WS-MTX-CELL(WS-COL-IDX)
           END-EVALUATE.

       3290-COMPUTE-CELL-RATES.
      *    Share of the FROM bucket's accounts, and of its balance,
      *    that went to this column.
           MOVE 0 TO WS-COUNT-PCT
           MOVE 0 TO WS-BALANCE-PCT
           IF WS-ROW-COUNT(WS-ROW-IDX) > 0
              COMPUTE WS-COUNT-PCT ROUNDED =
                 WS-CELL-COUNT(WS-ROW-IDX, WS-COL-IDX) * 100
                 / WS-ROW-COUNT(WS-ROW-IDX)
              END-COMPUTE
           END-IF
           IF WS-ROW-BALANCE(WS-ROW-IDX) NOT = 0
              COMPUTE WS-BALANCE-PCT ROUNDED =
                 WS-CELL-BALANCE(WS-ROW-IDX, WS-COL-IDX) * 100
                 / WS-ROW-BALANCE(WS-ROW-IDX)
                 ON SIZE ERROR
                    MOVE 0 TO WS-BALANCE-PCT
              END-COMPUTE
           END-IF.

       3300-WRITE-MATRIX-TOTAL.
           MOVE SPACES TO WS-PRPT-MATRIX-LINE
           MOVE 'TOTAL' TO WS-MTX-LABEL
           PERFORM 3310-FORMAT-COLUMN-TOTAL
              VARYING WS-COL-IDX FROM 1 BY 1 UNTIL WS-COL-IDX > 7
           IF MATRIX-BY-COUNT
              MOVE WS-GRAND-COUNT TO WS-EDIT-MTX-COUNT
              MOVE WS-EDIT-MTX-COUNT TO WS-MTX-TOTAL
           ELSE
              MOVE WS-GRAND-BALANCE TO WS-EDIT-TOT-DOLLARS
              MOVE WS-EDIT-TOT-DOLLARS TO WS-MTX-TOTAL
           END-IF
           WRITE PRPT-REPORT-LINE FROM WS-PRPT-MATRIX-LINE.

       3310-FORMAT-COLUMN-TOTAL.
           IF MATRIX-BY-COUNT
              MOVE WS-COL-COUNT(WS-COL-IDX) TO WS-EDIT-MTX-COUNT
              MOVE WS-EDIT-MTX-COUNT TO WS-MTX-CELL(WS-COL-IDX)
           ELSE
              MOVE WS-COL-BALANCE(WS-COL-IDX) TO WS-EDIT-MTX-DOLLARS
              MOVE WS-EDIT-MTX-DOLLARS TO WS-MTX-CELL(WS-COL-IDX)
           END-IF.

       3400-WRITE-CURE-RATES.
      *    A cure is a 30, 60 or 90+ account last month that is
      *    current this month.
           MOVE SPACES TO PRPT-REPORT-LINE
           WRITE PRPT-REPORT-LINE
           MOVE 'CURE RATES - DELINQUENT LAST MONTH, CURRENT THIS MONTH'
              TO PRPT-REPORT-LINE
           WRITE PRPT-REPORT-LINE

           MOVE SPACES TO WS-PRPT-CURE-LINE
           MOVE 'FROM' TO WS-CRL-LABEL
           MOVE 'ACCTS LAST MONTH' TO WS-CRL-VALUE(1)
           MOVE 'CURED TO CURRENT' TO WS-CRL-VALUE(2)
           MOVE 'CURE RATE PCT' TO WS-CRL-VALUE(3)
           MOVE 'BALANCE LAST MONTH' TO WS-CRL-VALUE(4)
           MOVE 'BALANCE CURED' TO WS-CRL-VALUE(5)
           MOVE 'BAL CURE RATE PCT' TO WS-CRL-VALUE(6)
           WRITE PRPT-REPORT-LINE FROM WS-PRPT-CURE-LINE

           MOVE 0 TO WS-CURE-TOT-ROW-COUNT
           MOVE 0 TO WS-CURE-TOT-ROW-BALANCE
           MOVE 0 TO WS-CURE-TOT-COUNT
           MOVE 0 TO WS-CURE-TOT-BALANCE
           PERFORM 3450-CURE-BUCKET
              VARYING WS-ROW-IDX FROM 2 BY 1 UNTIL WS-ROW-IDX > 4

           MOVE 'ALL' TO WS-CURE-LABEL
           MOVE WS-CURE-TOT-ROW-COUNT TO WS-CURE-ROW-COUNT
           MOVE WS-CURE-TOT-ROW-BALANCE TO WS-CURE-ROW-BALANCE
           MOVE WS-CURE-TOT-COUNT TO WS-CURE-COUNT
           MOVE WS-CURE-TOT-BALANCE TO WS-CURE-BALANCE
           PERFORM 3460-WRITE-CURE-LINE.

       3450-CURE-BUCKET.
           MOVE WS-ROW-LABEL(WS-ROW-IDX) TO WS-CURE-LABEL
           MOVE WS-ROW-COUNT(WS-ROW-IDX) TO WS-CURE-ROW-COUNT
           MOVE WS-ROW-BALANCE(WS-ROW-IDX) TO WS-CURE-ROW-BALANCE
           MOVE WS-CELL-COUNT(WS-ROW-IDX, 1) TO WS-CURE-COUNT
           MOVE WS-CELL-BALANCE(WS-ROW-IDX, 1) TO WS-CURE-BALANCE

           ADD WS-CURE-ROW-COUNT TO WS-CURE-TOT-ROW-COUNT
           ADD WS-CURE-ROW-BALANCE TO WS-CURE-TOT-ROW-BALANCE
           ADD WS-CURE-COUNT TO WS-CURE-TOT-COUNT
           ADD WS-CURE-BALANCE TO WS-CURE-TOT-BALANCE

           PERFORM 3460-WRITE-CURE-LINE.

       3460-WRITE-CURE-LINE.
           MOVE 0 TO WS-COUNT-PCT
           MOVE 0 TO WS-BALANCE-PCT
           IF WS-CURE-ROW-COUNT > 0
              COMPUTE WS-COUNT-PCT ROUNDED =
                 WS-CURE-COUNT * 100 / WS-CURE-ROW-COUNT
              END-COMPUTE
           END-IF
           IF WS-CURE-ROW-BALANCE NOT = 0
              COMPUTE WS-BALANCE-PCT ROUNDED =
                 WS-CURE-BALANCE * 100 / WS-CURE-ROW-BALANCE
                 ON SIZE ERROR
                    MOVE 0 TO WS-BALANCE-PCT
              END-COMPUTE
           END-IF

           MOVE SPACES TO WS-PRPT-CURE-LINE
           MOVE WS-CURE-LABEL TO WS-CRL-LABEL
           MOVE 1 TO WS-CRL-IDX
           SET EDIT-COUNT TO TRUE
           MOVE WS-CURE-ROW-COUNT TO WS-EDIT-INPUT
           PERFORM 3470-SET-CURE-VALUE
           MOVE WS-CURE-COUNT TO WS-EDIT-INPUT
           PERFORM 3470-SET-CURE-VALUE
           SET EDIT-PERCENT TO TRUE
           MOVE WS-COUNT-PCT TO WS-EDIT-INPUT
           PERFORM 3470-SET-CURE-VALUE
           SET EDIT-AMOUNT TO TRUE
           MOVE WS-CURE-ROW-BALANCE TO WS-EDIT-INPUT
           PERFORM 3470-SET-CURE-VALUE
           MOVE WS-CURE-BALANCE TO WS-EDIT-INPUT
           PERFORM 3470-SET-CURE-VALUE
           SET EDIT-PERCENT TO TRUE
           MOVE WS-BALANCE-PCT TO WS-EDIT-INPUT
           PERFORM 3470-SET-CURE-VALUE
           WRITE PRPT-REPORT-LINE FROM WS-PRPT-CURE-LINE

           MOVE SPACES TO WS-CSV-ROW
           MOVE WS-THIS-MONTH TO WS-CSV-MONTH
           MOVE 'CURE' TO WS-CSV-SECTION
           MOVE 'CURE RATE' TO WS-CSV-ITEM
           MOVE WS-CURE-LABEL TO WS-CSV-FROM
           MOVE 'CUR' TO WS-CSV-TO
           MOVE WS-CURE-COUNT TO WS-CSV-NUM-INPUT
           PERFORM 3710-FORMAT-CSV-COUNT
           MOVE WS-CSV-NUM-TEXT TO WS-CSV-COUNT-TEXT
           MOVE WS-CURE-BALANCE TO WS-CSV-NUM-INPUT
           PERFORM 3720-FORMAT-CSV-AMOUNT
           MOVE WS-CSV-NUM-TEXT TO WS-CSV-AMOUNT-TEXT
           MOVE WS-COUNT-PCT TO WS-CSV-NUM-INPUT
           PERFORM 3730-FORMAT-CSV-PERCENT
           MOVE WS-CSV-NUM-TEXT TO WS-CSV-COUNT-PCT-TEXT
           MOVE WS-BALANCE-PCT TO WS-CSV-NUM-INPUT
           PERFORM 3730-FORMAT-CSV-PERCENT
           MOVE WS-CSV-NUM-TEXT TO WS-CSV-AMOUNT-PCT-TEXT
           PERFORM 3700-WRITE-CSV-ROW.

       3470-SET-CURE-VALUE.
           PERFORM 3680-EDIT-VALUE
           MOVE WS-EDIT-TEXT TO WS-CRL-VALUE(WS-CRL-IDX)
           ADD 1 TO WS-CRL-IDX.

       3500-WRITE-ROLL-EXTRACT.
      *    One extract row per matrix cell plus one per FROM bucket
      *    total, so the spreadsheet can rebuild either matrix.
           PERFORM 3510-WRITE-ROLL-CELL-ROW
              VARYING WS-ROW-IDX FROM 1 BY 1 UNTIL WS-ROW-IDX > 7
              AFTER WS-COL-IDX FROM 1 BY 1 UNTIL WS-COL-IDX > 7
           PERFORM 3520-WRITE-ROLL-TOTAL-ROW
              VARYING WS-ROW-IDX FROM 1 BY 1 UNTIL WS-ROW-IDX > 7.

       3510-WRITE-ROLL-CELL-ROW.
           PERFORM 3290-COMPUTE-CELL-RATES
           MOVE SPACES TO WS-CSV-ROW
           MOVE WS-THIS-MONTH TO WS-CSV-MONTH
           MOVE 'ROLL' TO WS-CSV-SECTION
           MOVE 'ROLL RATE' TO WS-CSV-ITEM
           MOVE WS-ROW-LABEL(WS-ROW-IDX) TO WS-CSV-FROM
           MOVE WS-COL-LABEL(WS-COL-IDX) TO WS-CSV-TO
           MOVE WS-CELL-COUNT(WS-ROW-IDX, WS-COL-IDX)
              TO WS-CSV-NUM-INPUT
           PERFORM 3710-FORMAT-CSV-COUNT
           MOVE WS-CSV-NUM-TEXT TO WS-CSV-COUNT-TEXT
           MOVE WS-CELL-BALANCE(WS-ROW-IDX, WS-COL-IDX)
              TO WS-CSV-NUM-INPUT
           PERFORM 3720-FORMAT-CSV-AMOUNT
           MOVE WS-CSV-NUM-TEXT TO WS-CSV-AMOUNT-TEXT
           MOVE WS-COUNT-PCT TO WS-CSV-NUM-INPUT
           PERFORM 3730-FORMAT-CSV-PERCENT
           MOVE WS-CSV-NUM-TEXT TO WS-CSV-COUNT-PCT-TEXT
           MOVE WS-BALANCE-PCT TO WS-CSV-NUM-INPUT
           PERFORM 3730-FORMAT-CSV-PERCENT
           MOVE WS-CSV-NUM-TEXT TO WS-CSV-AMOUNT-PCT-TEXT
           PERFORM 3700-WRITE-CSV-ROW.

       3520-WRITE-ROLL-TOTAL-ROW.
           MOVE SPACES TO WS-CSV-ROW
           MOVE WS-THIS-MONTH TO WS-CSV-MONTH
           MOVE 'ROLL' TO WS-CSV-SECTION
           MOVE 'FROM BUCKET TOTAL' TO WS-CSV-ITEM
           MOVE WS-ROW-LABEL(WS-ROW-IDX) TO WS-CSV-FROM
           MOVE 'ALL' TO WS-CSV-TO
           MOVE WS-ROW-COUNT(WS-ROW-IDX) TO WS-CSV-NUM-INPUT
           PERFORM 3710-FORMAT-CSV-COUNT
           MOVE WS-CSV-NUM-TEXT TO WS-CSV-COUNT-TEXT
           MOVE WS-ROW-BALANCE(WS-ROW-IDX) TO WS-CSV-NUM-INPUT
           PERFORM 3720-FORMAT-CSV-AMOUNT
           MOVE WS-CSV-NUM-TEXT TO WS-CSV-AMOUNT-TEXT
           PERFORM 3700-WRITE-CSV-ROW.

       3600-WRITE-PORTFOLIO-TOTALS.
           MOVE SPACES TO PRPT-REPORT-LINE
           WRITE PRPT-REPORT-LINE
           MOVE 'PORTFOLIO TOTALS' TO PRPT-REPORT-LINE
           WRITE PRPT-REPORT-LINE

           MOVE SPACES TO WS-PRPT-PORTFOLIO-LINE
           MOVE 'THIS MONTH' TO WS-PDL-VALUE(1)
           MOVE 'LAST MONTH' TO WS-PDL-VALUE(2)
           MOVE 'YEAR AGO' TO WS-PDL-VALUE(3)
           MOVE 'CHANGE VS YEAR AGO' TO WS-PDL-VALUE(4)
           WRITE PRPT-REPORT-LINE FROM WS-PRPT-PORTFOLIO-LINE
           MOVE SPACES TO WS-PRPT-PORTFOLIO-LINE
           MOVE WS-THIS-MONTH TO WS-PDL-VALUE(1)
           MOVE WS-LAST-MONTH TO WS-PDL-VALUE(2)
           MOVE WS-YEAR-AGO-MONTH TO WS-PDL-VALUE(3)
           WRITE PRPT-REPORT-LINE FROM WS-PRPT-PORTFOLIO-LINE

           MOVE 'ACCOUNTS ON FILE' TO WS-PF-LABEL
           SET PF-COUNT TO TRUE
           MOVE WS-PER-ACCOUNTS(1) TO WS-PF-VALUE(1)
           MOVE WS-PER-ACCOUNTS(2) TO WS-PF-VALUE(2)
           MOVE WS-PER-ACCOUNTS(3) TO WS-PF-VALUE(3)
           PERFORM 3650-WRITE-PORTFOLIO-LINE

           MOVE 'OPEN ACCOUNTS' TO WS-PF-LABEL
           SET PF-COUNT TO TRUE
           MOVE WS-PER-OPEN-ACCOUNTS(1) TO WS-PF-VALUE(1)
           MOVE WS-PER-OPEN-ACCOUNTS(2) TO WS-PF-VALUE(2)
           MOVE WS-PER-OPEN-ACCOUNTS(3) TO WS-PF-VALUE(3)
           PERFORM 3650-WRITE-PORTFOLIO-LINE

           MOVE 'OUTSTANDING BALANCE' TO WS-PF-LABEL
           SET PF-AMOUNT TO TRUE
           MOVE WS-PER-OUTSTANDING(1) TO WS-PF-VALUE(1)
           MOVE WS-PER-OUTSTANDING(2) TO WS-PF-VALUE(2)
           MOVE WS-PER-OUTSTANDING(3) TO WS-PF-VALUE(3)
           PERFORM 3650-WRITE-PORTFOLIO-LINE

           MOVE 'TOTAL CREDIT LINES' TO WS-PF-LABEL
           SET PF-AMOUNT TO TRUE
           MOVE WS-PER-CREDIT-LINES(1) TO WS-PF-VALUE(1)
           MOVE WS-PER-CREDIT-LINES(2) TO WS-PF-VALUE(2)
           MOVE WS-PER-CREDIT-LINES(3) TO WS-PF-VALUE(3)
           PERFORM 3650-WRITE-PORTFOLIO-LINE

           MOVE 'UTILIZATION PCT' TO WS-PF-LABEL
           SET PF-PERCENT TO TRUE
           MOVE WS-PER-UTILIZATION(1) TO WS-PF-VALUE(1)
           MOVE WS-PER-UTILIZATION(2) TO WS-PF-VALUE(2)
           MOVE WS-PER-UTILIZATION(3) TO WS-PF-VALUE(3)
           PERFORM 3650-WRITE-PORTFOLIO-LINE

           MOVE 'DELINQUENT ACCOUNTS' TO WS-PF-LABEL
           SET PF-COUNT TO TRUE
           MOVE WS-PER-DELINQ-COUNT(1) TO WS-PF-VALUE(1)
           MOVE WS-PER-DELINQ-COUNT(2) TO WS-PF-VALUE(2)
           MOVE WS-PER-DELINQ-COUNT(3) TO WS-PF-VALUE(3)
           PERFORM 3650-WRITE-PORTFOLIO-LINE

           MOVE 'DELINQUENT BALANCE' TO WS-PF-LABEL
           SET PF-AMOUNT TO TRUE
           MOVE WS-PER-DELINQ-BALANCE(1) TO WS-PF-VALUE(1)
           MOVE WS-PER-DELINQ-BALANCE(2) TO WS-PF-VALUE(2)
           MOVE WS-PER-DELINQ-BALANCE(3) TO WS-PF-VALUE(3)
           PERFORM 3650-WRITE-PORTFOLIO-LINE

           MOVE 'NEW ACCOUNTS' TO WS-PF-LABEL
           SET PF-COUNT TO TRUE
           MOVE WS-PER-NEW-COUNT(1) TO WS-PF-VALUE(1)
           MOVE WS-PER-NEW-COUNT(2) TO WS-PF-VALUE(2)
           MOVE WS-PER-NEW-COUNT(3) TO WS-PF-VALUE(3)
           PERFORM 3650-WRITE-PORTFOLIO-LINE

           MOVE 'NEW ACCOUNT CREDIT LINES' TO WS-PF-LABEL
           SET PF-AMOUNT TO TRUE
           MOVE WS-PER-NEW-LINES(1) TO WS-PF-VALUE(1)
           MOVE WS-PER-NEW-LINES(2) TO WS-PF-VALUE(2)
           MOVE WS-PER-NEW-LINES(3) TO WS-PF-VALUE(3)
           PERFORM 3650-WRITE-PORTFOLIO-LINE

           MOVE 'CHARGE-OFFS' TO WS-PF-LABEL
           SET PF-COUNT TO TRUE
           MOVE WS-PER-CHGOFF-COUNT(1) TO WS-PF-VALUE(1)
           MOVE WS-PER-CHGOFF-COUNT(2) TO WS-PF-VALUE(2)
           MOVE WS-PER-CHGOFF-COUNT(3) TO WS-PF-VALUE(3)
           PERFORM 3650-WRITE-PORTFOLIO-LINE

           MOVE 'CHARGE-OFF AMOUNT' TO WS-PF-LABEL
           SET PF-AMOUNT TO TRUE
           MOVE WS-PER-CHGOFF-AMT(1) TO WS-PF-VALUE(1)
           MOVE WS-PER-CHGOFF-AMT(2) TO WS-PF-VALUE(2)
           MOVE WS-PER-CHGOFF-AMT(3) TO WS-PF-VALUE(3)
           PERFORM 3650-WRITE-PORTFOLIO-LINE

           MOVE 'RECOVERIES' TO WS-PF-LABEL
           SET PF-COUNT TO TRUE
           MOVE WS-PER-RECOV-COUNT(1) TO WS-PF-VALUE(1)
           MOVE WS-PER-RECOV-COUNT(2) TO WS-PF-VALUE(2)
           MOVE WS-PER-RECOV-COUNT(3) TO WS-PF-VALUE(3)
           PERFORM 3650-WRITE-PORTFOLIO-LINE

           MOVE 'RECOVERY AMOUNT' TO WS-PF-LABEL
           SET PF-AMOUNT TO TRUE
           MOVE WS-PER-RECOV-AMT(1) TO WS-PF-VALUE(1)
           MOVE WS-PER-RECOV-AMT(2) TO WS-PF-VALUE(2)
           MOVE WS-PER-RECOV-AMT(3) TO WS-PF-VALUE(3)
           PERFORM 3650-WRITE-PORTFOLIO-LINE.

       3650-WRITE-PORTFOLIO-LINE.
      *    A month with no snapshot on file shows N/A rather than a
      *    misleading zero, and so does the change against it.
           MOVE SPACES TO WS-PRPT-PORTFOLIO-LINE
           MOVE WS-PF-LABEL TO WS-PDL-LABEL
           MOVE WS-PF-TYPE TO WS-EDIT-TYPE
           PERFORM 3660-SET-PORTFOLIO-VALUE
              VARYING WS-PER-IDX FROM 1 BY 1 UNTIL WS-PER-IDX > 3

           IF PER-FOUND(1) AND PER-FOUND(3)
              COMPUTE WS-PF-CHANGE = WS-PF-VALUE(1) - WS-PF-VALUE(3)
              END-COMPUTE
              MOVE WS-PF-CHANGE TO WS-EDIT-INPUT
              PERFORM 3680-EDIT-VALUE
              MOVE WS-EDIT-TEXT TO WS-PDL-VALUE(4)
           ELSE
              MOVE 'N/A' TO WS-PDL-VALUE(4)
           END-IF
           WRITE PRPT-REPORT-LINE FROM WS-PRPT-PORTFOLIO-LINE

           PERFORM 3670-WRITE-PORTFOLIO-EXTRACT
              VARYING WS-PER-IDX FROM 1 BY 1 UNTIL WS-PER-IDX > 3.

       3660-SET-PORTFOLIO-VALUE.
           IF PER-FOUND(WS-PER-IDX)
              MOVE WS-PF-VALUE(WS-PER-IDX) TO WS-EDIT-INPUT
              PERFORM 3680-EDIT-VALUE
              MOVE WS-EDIT-TEXT TO WS-PDL-VALUE(WS-PER-IDX)
           ELSE
              MOVE 'N/A' TO WS-PDL-VALUE(WS-PER-IDX)
           END-IF.

       3670-WRITE-PORTFOLIO-EXTRACT.
      *    Each period goes out under its own month, so the year-ago
      *    and last-month rows line up with earlier extracts.
           IF PER-FOUND(WS-PER-IDX)
              MOVE SPACES TO WS-CSV-ROW
              MOVE WS-PER-MONTH(WS-PER-IDX) TO WS-CSV-MONTH
              MOVE 'PORTFOLIO' TO WS-CSV-SECTION
              MOVE WS-PF-LABEL TO WS-CSV-ITEM
              MOVE WS-PF-VALUE(WS-PER-IDX) TO WS-CSV-NUM-INPUT
              EVALUATE TRUE
                 WHEN PF-COUNT
                    PERFORM 3710-FORMAT-CSV-COUNT
                    MOVE WS-CSV-NUM-TEXT TO WS-CSV-COUNT-TEXT
                 WHEN PF-AMOUNT
                    PERFORM 3720-FORMAT-CSV-AMOUNT
                    MOVE WS-CSV-NUM-TEXT TO WS-CSV-AMOUNT-TEXT
                 WHEN PF-PERCENT
                    PERFORM 3730-FORMAT-CSV-PERCENT
                    MOVE WS-CSV-NUM-TEXT TO WS-CSV-AMOUNT-PCT-TEXT
              END-EVALUATE
              PERFORM 3700-WRITE-CSV-ROW
           END-IF.

       3680-EDIT-VALUE.
           EVALUATE TRUE
              WHEN EDIT-COUNT
                 MOVE WS-EDIT-INPUT TO WS-EDIT-COUNT
                 MOVE WS-EDIT-COUNT TO WS-EDIT-TEXT
              WHEN EDIT-AMOUNT
                 MOVE WS-EDIT-INPUT TO WS-EDIT-AMOUNT
                 MOVE WS-EDIT-AMOUNT TO WS-EDIT-TEXT
              WHEN OTHER
                 MOVE WS-EDIT-INPUT TO WS-EDIT-PERCENT
                 MOVE WS-EDIT-PERCENT TO WS-EDIT-TEXT
           END-EVALUATE.

       3700-WRITE-CSV-ROW.
      *    Text fields never hold a comma; the item label is cut at
      *    its first double space so single spaces inside it stay.
           MOVE SPACES TO PCSV-RECORD
           MOVE 1 TO WS-CSV-POINTER
           STRING WS-CSV-MONTH DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-CSV-SECTION DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-CSV-ITEM DELIMITED BY '  '
                  ',' DELIMITED BY SIZE
                  WS-CSV-FROM DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-CSV-TO DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-CSV-COUNT-TEXT DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-CSV-AMOUNT-TEXT DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-CSV-COUNT-PCT-TEXT DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  WS-CSV-AMOUNT-PCT-TEXT DELIMITED BY SPACE
              INTO PCSV-RECORD
              WITH POINTER WS-CSV-POINTER
           END-STRING

           WRITE PCSV-RECORD
           IF WS-PCSV-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING PORTFOLIO EXTRACT: '
                 WS-PCSV-STATUS
           ELSE
              ADD 1 TO WS-CSV-RECORDS-WRITTEN
           END-IF.

       3710-FORMAT-CSV-COUNT.
           MOVE WS-CSV-NUM-INPUT TO WS-CSV-COUNT-EDIT
           MOVE 0 TO WS-CSV-LEAD-SPACES
           INSPECT WS-CSV-COUNT-EDIT
              TALLYING WS-CSV-LEAD-SPACES FOR LEADING SPACES
           MOVE WS-CSV-COUNT-EDIT(WS-CSV-LEAD-SPACES + 1:)
              TO WS-CSV-NUM-TEXT.

       3720-FORMAT-CSV-AMOUNT.
           MOVE WS-CSV-NUM-INPUT TO WS-CSV-AMOUNT-EDIT
           MOVE 0 TO WS-CSV-LEAD-SPACES
           INSPECT WS-CSV-AMOUNT-EDIT
              TALLYING WS-CSV-LEAD-SPACES FOR LEADING SPACES
           MOVE WS-CSV-AMOUNT-EDIT(WS-CSV-LEAD-SPACES + 1:)
              TO WS-CSV-NUM-TEXT.

       3730-FORMAT-CSV-PERCENT.
           MOVE WS-CSV-NUM-INPUT TO WS-CSV-PCT-EDIT
           MOVE 0 TO WS-CSV-LEAD-SPACES
           INSPECT WS-CSV-PCT-EDIT
              TALLYING WS-CSV-LEAD-SPACES FOR LEADING SPACES
           MOVE WS-CSV-PCT-EDIT(WS-CSV-LEAD-SPACES + 1:)
              TO WS-CSV-NUM-TEXT.

       3800-FINALIZE.
           CLOSE CURRENT-SNAPSHOT-FILE
           CLOSE PRIOR-SNAPSHOT-FILE
           CLOSE PORTFOLIO-REPORT
           CLOSE PORTFOLIO-EXTRACT

           PERFORM 3900-REGISTER-RUN-END

           DISPLAY 'PORTFOLIO PERFORMANCE REPORT COMPLETE'
           DISPLAY 'THIS MONTH SNAPSHOTS:  ' WS-CURR-SNAPS-READ
           DISPLAY 'PRIOR SNAPSHOTS READ:  ' WS-PRIOR-SNAPS-READ
           DISPLAY 'ACCOUNTS MATCHED:      ' WS-ACCOUNTS-MATCHED
           DISPLAY 'NEW THIS MONTH:        ' WS-ACCOUNTS-NEW
           DISPLAY 'GONE SINCE LAST MONTH: ' WS-ACCOUNTS-GONE
           DISPLAY 'EXTRACT RECORDS:       ' WS-CSV-RECORDS-WRITTEN

      *    Nothing to report without this month's snapshot; without
      *    last month's the roll rates are meaningless but the
      *    totals still stand.
           IF PER-NOT-FOUND(1)
              MOVE 8 TO RETURN-CODE
           ELSE
              IF PER-NOT-FOUND(2)
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

       3900-REGISTER-RUN-END.
      *    Stamp the completion time, status and final counters on
      *    the run-control record so the statistics survive the
      *    joblog.
           MOVE 'END' TO RC-FUNCTION
           MOVE 'C' TO RC-COMPLETION-STATUS
           COMPUTE RC-RECORDS-READ =
              WS-CURR-SNAPS-READ + WS-PRIOR-SNAPS-READ
           END-COMPUTE
           MOVE WS-ACCOUNTS-MATCHED TO RC-RECORDS-PROCESSED
           MOVE 0 TO RC-RECORDS-SKIPPED
           MOVE WS-PER-OUTSTANDING(1) TO RC-AMOUNT-1
           MOVE WS-PER-CHGOFF-AMT(1) TO RC-AMOUNT-2
           CALL 'CBRUNCTL' USING WS-RUN-CONTROL-PARMS
           IF RC-RETURN-CODE NOT = 0
              DISPLAY 'WARNING: RUN CONTROL END NOT RECORDED'
           END-IF.
