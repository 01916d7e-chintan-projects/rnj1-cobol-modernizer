      *                through the lockbox as RECOVERY postings; this
      *                run reports the month's recoveries separately
      *                so finance can track them against the written-
      *                off principal. An account whose customer
      *                kept a promise to pay within the last cycle is
      *                held back from charge-off and reported as held.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
               RECORD KEY IS TRAN-ID
               FILE STATUS IS WS-TRAN-STATUS.

      *    Promise-to-pay file from the collections screen, as
      *    resolved by the nightly promise match - optional, so the
      *    run goes on without holds where it has not been set up.
           SELECT OPTIONAL PROMISE-FILE
               ASSIGN TO PROMFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTP-KEY
               FILE STATUS IS WS-PTP-STATUS.

           SELECT CHARGEOFF-PARM-FILE
               ASSIGN TO CHGPARM
               ORGANIZATION IS SEQUENTIAL
           05 TRAN-DESC                 PIC X(40).
           05 TRAN-FILLER               PIC X(07).

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
              88 PTP-KEPT               VALUE 'K'.
           05 PTP-PAID-AMOUNT           PIC 9(7)V99.
           05 PTP-RESOLVED-DATE         PIC X(10).
           05 PTP-ENTERED-BY            PIC X(03).
           05 PTP-FILLER                PIC X(14).

       FD  CHARGEOFF-PARM-FILE
           RECORD CONTAINS 10 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  WS-FILE-STATUS.
           05 WS-ACCT-STATUS            PIC XX.
           05 WS-TRAN-STATUS            PIC XX.
           05 WS-PTP-STATUS             PIC XX.
           05 WS-PARM-STATUS            PIC XX.
           05 WS-CHGR-STATUS            PIC XX.
           05 WS-RECR-STATUS            PIC XX.
           05 WS-RECORDS-READ           PIC 9(7) VALUE 0.
           05 WS-RECORDS-SKIPPED        PIC 9(7) VALUE 0.
           05 WS-ACCOUNTS-CHARGED-OFF   PIC 9(7) VALUE 0.
           05 WS-ACCOUNTS-HELD          PIC 9(7) VALUE 0.
           05 WS-TOTAL-CHARGED-OFF      PIC S9(11)V99 VALUE 0.
           05 WS-RECOVERIES-REPORTED    PIC 9(7) VALUE 0.
           05 WS-TOTAL-RECOVERED        PIC S9(11)V99 VALUE 0.
      *    RATETIER is missing. 180 days past due is the regulatory
      *    norm for charge-off.
           05 WS-CHARGEOFF-DAYS         PIC 9(03) VALUE 180.
      *    A promise kept within one billing cycle of today holds
      *    the account back from charge-off.
           05 WS-PTP-HOLD-DAYS          PIC 9(03) VALUE 030.

       01  WS-CHARGEOFF-FIELDS.
           05 WS-CHARGEOFF-AMOUNT       PIC S9(9)V99.
           05 WS-LAST-PMT-ABS-DAYS      PIC 9(7).
           05 WS-CURR-ABS-DAYS          PIC 9(7).
           05 WS-DAYS-ELAPSED           PIC 9(5).
           05 WS-KEPT-ABS-DAYS          PIC 9(7).
           05 WS-DAYS-SINCE-KEPT        PIC S9(5).
           05 WS-DIV-QUOTIENT           PIC 9(6).
           05 WS-DIV-REMAINDER          PIC 9(4).
           05 WS-YEAR-LESS-1            PIC 9(4).
           05 WS-CHGR-DTL-DAYS          PIC ZZ,ZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-CHGR-DTL-BALANCE       PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-CHGR-DTL-NOTE          PIC X(30).
           05 FILLER                    PIC X(38) VALUE SPACES.

       01  WS-CHGR-REPORT-TOTAL.
           05 FILLER                    PIC X(30)
           05 WS-CHGR-TOT-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                    PIC X(59) VALUE SPACES.

       01  WS-CHGR-HELD-TOTAL.
           05 FILLER                    PIC X(30)
              VALUE 'HELD - PROMISE KEPT:'.
           05 WS-CHGR-HELD-COUNT        PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(95) VALUE SPACES.

       01  WS-RECR-REPORT-HEADER.
           05 FILLER                    PIC X(40)
              VALUE 'POST-CHARGE-OFF RECOVERY REPORT'.
           05 WS-PARM-EOF-FLAG          PIC X VALUE 'N'.
              88 PARM-EOF               VALUE 'Y'.
              88 PARM-NOT-EOF           VALUE 'N'.
           05 WS-PTP-EOF-FLAG           PIC X VALUE 'N'.
              88 PTP-EOF                VALUE 'Y'.
              88 PTP-NOT-EOF            VALUE 'N'.
           05 WS-PTP-FILE-FLAG          PIC X VALUE 'N'.
              88 PTP-FILE-AVAILABLE     VALUE 'Y'.
              88 PTP-FILE-ABSENT        VALUE 'N'.
           05 WS-PROMISE-HOLD-SW        PIC X VALUE 'N'.
              88 PROMISE-HOLD           VALUE 'Y'.
              88 NO-PROMISE-HOLD        VALUE 'N'.

       01  WS-RESTART-PARM              PIC X(08).

              STOP RUN
           END-IF

      *    Status 05 is the optional promise file not being there -
      *    nothing is held, and the run carries on.
           OPEN INPUT PROMISE-FILE
           EVALUATE WS-PTP-STATUS
              WHEN '00'
                 SET PTP-FILE-AVAILABLE TO TRUE
              WHEN '05'
                 DISPLAY 'PROMISE FILE NOT AVAILABLE, NO HOLDS APPLIED'
              WHEN OTHER
                 DISPLAY 'ERROR OPENING PROMISE FILE: ' WS-PTP-STATUS
                 STOP RUN
           END-EVALUATE

           OPEN OUTPUT CHARGEOFF-REPORT
           IF WS-CHGR-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CHARGE-OFF REPORT: ' WS-CHGR-STATUS
                 AND ACCT-LAST-POSTING-DATE NOT = WS-PROCESSING-DATE
                 PERFORM 2050-CALCULATE-DAYS-ELAPSED
                 IF WS-DAYS-ELAPSED >= WS-CHARGEOFF-DAYS
                    PERFORM 2080-CHECK-PROMISE-HOLD
                    IF PROMISE-HOLD
                       PERFORM 2250-WRITE-HELD-DETAIL
                    ELSE
                       PERFORM 2100-CHARGE-OFF-ACCOUNT
                    END-IF
                 ELSE
                    ADD 1 TO WS-RECORDS-SKIPPED
                 END-IF
              END-IF
           END-IF.

       2080-CHECK-PROMISE-HOLD.
      *    Look through the account's promises for one the nightly
      *    promise match marked kept within the hold period. The
      *    promise key is account + promise date, so the account's
      *    promises are together on the file.
           SET NO-PROMISE-HOLD TO TRUE
           IF PTP-FILE-AVAILABLE
              SET PTP-NOT-EOF TO TRUE
              MOVE ACCT-ID TO PTP-ACCT-ID
              MOVE LOW-VALUES TO PTP-PROMISE-DATE
              START PROMISE-FILE KEY NOT LESS THAN PTP-KEY
                 INVALID KEY
                    SET PTP-EOF TO TRUE
              END-START

              PERFORM 2090-READ-NEXT-PROMISE
                 UNTIL PTP-EOF OR PROMISE-HOLD
           END-IF.

       2090-READ-NEXT-PROMISE.
           READ PROMISE-FILE NEXT RECORD
              AT END
                 SET PTP-EOF TO TRUE
           END-READ

           IF PTP-NOT-EOF
              IF PTP-ACCT-ID NOT = ACCT-ID
                 SET PTP-EOF TO TRUE
              ELSE
                 IF PTP-KEPT
                    SET DATE-VALID TO TRUE
                    MOVE PTP-RESOLVED-DATE(1:4) TO WS-DATE-YEAR
                    MOVE PTP-RESOLVED-DATE(6:2) TO WS-DATE-MONTH
                    MOVE PTP-RESOLVED-DATE(9:2) TO WS-DATE-DAY
                    PERFORM 2060-CALCULATE-ABSOLUTE-DAY
                    MOVE WS-DATE-ABS-DAYS TO WS-KEPT-ABS-DAYS
                    COMPUTE WS-DAYS-SINCE-KEPT =
                       WS-CURR-ABS-DAYS - WS-KEPT-ABS-DAYS
                    END-COMPUTE
                    IF DATE-VALID
                       AND WS-DAYS-SINCE-KEPT NOT < 0
                       AND WS-DAYS-SINCE-KEPT NOT > WS-PTP-HOLD-DAYS
                       SET PROMISE-HOLD TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF.

       2100-CHARGE-OFF-ACCOUNT.
      *    Write the balance off: a CHARGE OFF ledger record carries
      *    the written-off principal out of the receivable (negative
      *    interest and late-fee passes leave alone from here on.
           MOVE ACCT-CURRENT-BALANCE TO WS-CHARGEOFF-AMOUNT

           MOVE SPACES TO WS-CHGR-DTL-NOTE
           PERFORM 2200-WRITE-CHARGEOFF-DETAIL

           MOVE 0 TO ACCT-CURRENT-BALANCE
                 ACCT-ID ' STATUS: ' WS-CHGR-STATUS
           END-IF.

       2250-WRITE-HELD-DETAIL.
      *    Past the charge-off threshold but the customer kept a
      *    promise to pay this cycle - the account is left alone
      *    and shown on the report so collections can see why.
           MOVE SPACES TO WS-CHGR-DTL-NOTE
           STRING 'HELD - PROMISE KEPT ' PTP-RESOLVED-DATE
              DELIMITED BY SIZE INTO WS-CHGR-DTL-NOTE
           END-STRING
           PERFORM 2200-WRITE-CHARGEOFF-DETAIL
           ADD 1 TO WS-ACCOUNTS-HELD.

       2300-WRITE-TRANSACTION.
      *    Append one TRANSACTION-FILE record for the amount and
      *    description set up by the calling paragraph. The same
           MOVE WS-ACCOUNTS-CHARGED-OFF TO WS-CHGR-TOT-COUNT
           MOVE WS-TOTAL-CHARGED-OFF TO WS-CHGR-TOT-AMOUNT
           WRITE CHGR-REPORT-LINE FROM WS-CHGR-REPORT-TOTAL
           MOVE WS-ACCOUNTS-HELD TO WS-CHGR-HELD-COUNT
           WRITE CHGR-REPORT-LINE FROM WS-CHGR-HELD-TOTAL

           MOVE SPACES TO RECR-REPORT-LINE
           WRITE RECR-REPORT-LINE

           CLOSE ACCOUNT-FILE
           CLOSE TRANSACTION-FILE
           IF PTP-FILE-AVAILABLE
              CLOSE PROMISE-FILE
           END-IF
           CLOSE CHARGEOFF-REPORT
           CLOSE RECOVERY-REPORT

           DISPLAY 'RECORDS READ:        ' WS-RECORDS-READ
           DISPLAY 'RECORDS SKIPPED:     ' WS-RECORDS-SKIPPED
           DISPLAY 'ACCOUNTS CHARGED OFF:' WS-ACCOUNTS-CHARGED-OFF
           DISPLAY 'HELD - PROMISE KEPT: ' WS-ACCOUNTS-HELD
           DISPLAY 'AMOUNT CHARGED OFF:  ' WS-TOTAL-CHARGED-OFF
           DISPLAY 'RECOVERIES REPORTED: ' WS-RECOVERIES-REPORTED
           DISPLAY 'AMOUNT RECOVERED:    ' WS-TOTAL-RECOVERED.
