               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LATE-STATUS.

           SELECT OPTIONAL DISPUTE-FILE
               ASSIGN TO DISPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DISP-KEY
               FILE STATUS IS WS-DISP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      
      *    account only on its own cycle day, spreading the monthly
      *    work across the month.
           05 ACCT-CYCLE-DAY            PIC 9(02).
      *    Over-limit exceptions since the last credit line review -
      *    counted here, read and cleared by the quarterly review.
           05 ACCT-OVERLIMIT-COUNT      PIC 9(03).
           05 FILLER                    PIC X(149).
      
       FD  INTEREST-REPORT
           RECORD CONTAINS 132 CHARACTERS.
           RECORD CONTAINS 132 CHARACTERS.
       01  LATE-REPORT-LINE               PIC X(132).

      *    Dispute case file maintained online by CODSPMTC, keyed by
      *    account and disputed TRAN-ID.
       FD  DISPUTE-FILE
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  DISPUTE-RECORD.
           05 DISP-KEY.
              10 DISP-ACCT-ID           PIC X(11).
              10 DISP-TRAN-ID           PIC X(21).
           05 DISP-AMOUNT               PIC 9(7)V99.
           05 DISP-REASON-CODE          PIC X(04).
           05 DISP-OPENED-DATE          PIC X(10).
           05 DISP-STATUS               PIC X(01).
              88 DISP-ACTIVE            VALUE 'O' 'A'.
           05 DISP-PROV-TRAN-ID         PIC X(21).
           05 FILLER                    PIC X(73).

       WORKING-STORAGE SECTION.
      
       01  WS-FILE-STATUS.
           05 WS-EXCP-STATUS            PIC XX.
           05 WS-RATE-STATUS            PIC XX.
           05 WS-LATE-STATUS            PIC XX.
           05 WS-DISP-STATUS            PIC XX.

       01  WS-RESTART-FIELDS.
           05 WS-RESTART-PARM           PIC X(08).
           05 WS-TOTAL-INTEREST         PIC S9(11)V99 VALUE 0.
           05 WS-LATE-FEES-ASSESSED     PIC 9(7) VALUE 0.
           05 WS-OFF-CYCLE-SKIPPED      PIC 9(7) VALUE 0.
           05 WS-DISPUTE-EXCLUSIONS     PIC 9(7) VALUE 0.

       01  WS-CYCLE-FIELDS.
           05 WS-CYCLE-DAY-WORK         PIC 9(02).
           05 WS-LATE-FEE-AMOUNT        PIC S9(5)V99.
           05 WS-LATE-FEE-NEW-BAL       PIC S9(9)V99.
      
      *    Open billing-error disputes on the account being worked.
      *    The cardholder need not pay a disputed amount while the
      *    case is open, and it bears no interest.
       01  WS-DISPUTE-FIELDS.
           05 WS-DISPUTE-EOF-FLAG       PIC X VALUE 'N'.
              88 DISPUTE-EOF            VALUE 'Y'.
              88 DISPUTE-NOT-EOF        VALUE 'N'.
           05 WS-DISPUTED-AMOUNT        PIC S9(9)V99.
           05 WS-DISPUTED-ON-BALANCE    PIC S9(9)V99.
           05 WS-INTEREST-BASE          PIC S9(9)V99.
           05 WS-LATE-FEE-MIN-DUE       PIC S9(7)V99.

       01  WS-CALCULATION-FIELDS.
           05 WS-PERIOD-RATE            PIC 9(3)V9(6).
           05 WS-INTEREST-AMOUNT        PIC S9(7)V99.
              STOP RUN
           END-IF

           PERFORM 1080-OPEN-DISPUTE-FILE

           DISPLAY 'RESTARTING AFTER ACCOUNT: '
              WS-LAST-ACCT-ID-PROCESSED.

              STOP RUN
           END-IF

           PERFORM 1080-OPEN-DISPUTE-FILE

           MOVE WS-PROCESSING-DATE TO WS-HDR-DATE
           WRITE REPORT-LINE FROM WS-REPORT-HEADER
           MOVE SPACES TO REPORT-LINE
                 SET CHKP-EOF TO TRUE
           END-READ.

       1080-OPEN-DISPUTE-FILE.
      *    The dispute case file is written online - OPTIONAL so a
      *    run before the first case was ever opened just finds no
      *    disputes.
           OPEN INPUT DISPUTE-FILE
           IF WS-DISP-STATUS NOT = '00' AND WS-DISP-STATUS NOT = '05'
              DISPLAY 'ERROR OPENING DISPUTE FILE: ' WS-DISP-STATUS
              STOP RUN
           END-IF.

       1100-READ-ACCOUNT.
           READ ACCOUNT-FILE
              AT END
           ELSE
              PERFORM 2050-CALCULATE-DAYS-ELAPSED
              PERFORM 2080-LOOKUP-EFFECTIVE-RATE
              PERFORM 2150-TOTAL-OPEN-DISPUTES

              COMPUTE WS-PERIOD-RATE =
                 (WS-EFFECTIVE-RATE * WS-DAYS-ELAPSED) / 365
                    MOVE 999.999999 TO WS-PERIOD-RATE
              END-COMPUTE

      *       Calculate interest only on positive balances, and
      *       never on an amount under open dispute
              COMPUTE WS-INTEREST-BASE =
                 ACCT-CURRENT-BALANCE - WS-DISPUTED-ON-BALANCE
              END-COMPUTE
              IF WS-INTEREST-BASE > 0
                 COMPUTE WS-INTEREST-AMOUNT =
                    WS-INTEREST-BASE * WS-PERIOD-RATE
                 END-COMPUTE

      *          Apply minimum interest threshold of $0.50
              END-IF
           END-IF.
      
       2150-TOTAL-OPEN-DISPUTES.
      *    Total the account's open and acknowledged dispute cases.
      *    A case's provisional credit has already taken its amount
      *    off the balance, so only a case with no provisional
      *    credit on the ledger still has its amount carried in the
      *    balance to be kept out of the interest base; every open
      *    case counts against the minimum payment due.
           MOVE 0 TO WS-DISPUTED-AMOUNT
           MOVE 0 TO WS-DISPUTED-ON-BALANCE
           SET DISPUTE-NOT-EOF TO TRUE
           MOVE ACCT-ID TO DISP-ACCT-ID
           MOVE LOW-VALUES TO DISP-TRAN-ID

           START DISPUTE-FILE KEY NOT LESS THAN DISP-KEY
              INVALID KEY
                 SET DISPUTE-EOF TO TRUE
           END-START

           PERFORM 2160-READ-NEXT-DISPUTE
              UNTIL DISPUTE-EOF

           IF WS-DISPUTED-AMOUNT > 0
              ADD 1 TO WS-DISPUTE-EXCLUSIONS
           END-IF.

       2160-READ-NEXT-DISPUTE.
           READ DISPUTE-FILE NEXT RECORD
              AT END
                 SET DISPUTE-EOF TO TRUE
           END-READ

           IF NOT DISPUTE-EOF
              IF DISP-ACCT-ID NOT = ACCT-ID
                 SET DISPUTE-EOF TO TRUE
              ELSE
                 IF DISP-ACTIVE
                    ADD DISP-AMOUNT TO WS-DISPUTED-AMOUNT
                    IF DISP-PROV-TRAN-ID = SPACES
                       ADD DISP-AMOUNT TO WS-DISPUTED-ON-BALANCE
                    END-IF
                 END-IF
              END-IF
           END-IF.

       2200-WRITE-DETAIL.
           MOVE ACCT-ID TO WS-DTL-ACCT-ID
           MOVE ACCT-HOLDER-NAME(1:25) TO WS-DTL-NAME
           IF WS-EXCP-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING EXCEPTION RECORD FOR ACCOUNT: '
                 ACCT-ID ' STATUS: ' WS-EXCP-STATUS
           END-IF

      *    Carried on the account for the credit line review; the
      *    interest posting that follows rewrites the record.
           IF ACCT-OVERLIMIT-COUNT NOT NUMERIC
              MOVE 0 TO ACCT-OVERLIMIT-COUNT
           END-IF
           IF ACCT-OVERLIMIT-COUNT < 999
              ADD 1 TO ACCT-OVERLIMIT-COUNT
           END-IF.

       2250-POST-INTEREST-TO-ACCOUNT.
      *    assessed a late fee, the greater of a flat charge or a
      *    percentage of the minimum payment due. An account already
      *    posted for today's processing date is skipped, the same
      *    restart guard used in 2100-CALCULATE-INTEREST. Any
      *    amount under open dispute comes off the minimum due
      *    first - withholding it is not a missed payment.
           IF ACCT-LAST-POSTING-DATE = WS-PROCESSING-DATE
              ADD 1 TO WS-RECORDS-SKIPPED
           ELSE
              PERFORM 2150-TOTAL-OPEN-DISPUTES
              COMPUTE WS-LATE-FEE-MIN-DUE =
                 ACCT-MINIMUM-PAYMENT - WS-DISPUTED-AMOUNT
              END-COMPUTE
              IF WS-LATE-FEE-MIN-DUE < 0
                 MOVE 0 TO WS-LATE-FEE-MIN-DUE
              END-IF

              IF ACCT-LAST-PAYMENT-AMT < WS-LATE-FEE-MIN-DUE
                 COMPUTE WS-LATE-FEE-PCT-AMOUNT =
                    WS-LATE-FEE-MIN-DUE * WS-LATE-FEE-PCT
                 END-COMPUTE

                 IF WS-LATE-FEE-PCT-AMOUNT > WS-LATE-FEE-FLAT
       2450-WRITE-LATE-FEE-DETAIL.
           MOVE ACCT-ID TO WS-LATE-ACCT-ID
           MOVE ACCT-HOLDER-NAME(1:25) TO WS-LATE-NAME
           MOVE WS-LATE-FEE-MIN-DUE TO WS-LATE-MIN-PAYMENT
           MOVE ACCT-LAST-PAYMENT-AMT TO WS-LATE-LAST-PMT-AMT
           MOVE WS-LATE-FEE-AMOUNT TO WS-LATE-FEE-AMT-DISP
           MOVE WS-LATE-FEE-NEW-BAL TO WS-LATE-NEW-BAL-DISP
           CLOSE CHECKPOINT-FILE
           CLOSE EXCEPTION-REPORT
           CLOSE LATE-FEE-REPORT
           CLOSE DISPUTE-FILE

           PERFORM 3900-REGISTER-RUN-END

           DISPLAY 'RECORDS SKIPPED:   ' WS-RECORDS-SKIPPED
           DISPLAY 'OFF-CYCLE SKIPPED: ' WS-OFF-CYCLE-SKIPPED
           DISPLAY 'TOTAL INTEREST:    ' WS-TOTAL-INTEREST
           DISPLAY 'LATE FEES ASSESSED:' WS-LATE-FEES-ASSESSED
           DISPLAY 'DISPUTE EXCLUSIONS:' WS-DISPUTE-EXCLUSIONS.

       3900-REGISTER-RUN-END.
      *    Stamp the completion time, status and final counters on
