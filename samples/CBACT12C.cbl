      *                reconciliation job already expects. Postings
      *                are summarized per posting date and type and
      *                written as balanced debit/credit pairs mapping
      *                each transaction type to its income, cash,
      *                receivable, network settlement and dispute
      *                clearing GL accounts.
      *                Debits are positive, credits negative, so
      *                every pair and the feed as a whole sum to zero.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
              88 TRAN-TYPE-CHARGE-OFF   VALUE 'CHARGE OFF'.
              88 TRAN-TYPE-RECOVERY     VALUE 'RECOVERY'.
              88 TRAN-TYPE-REFUND       VALUE 'REFUND'.
              88 TRAN-TYPE-PURCHASE     VALUE 'PURCHASE'.
              88 TRAN-TYPE-CREDIT       VALUE 'CREDIT'.
              88 TRAN-TYPE-PROV-CREDIT  VALUE 'PROV CREDT'.
              88 TRAN-TYPE-PROV-REVERS  VALUE 'PROV REVRS'.
           05 TRAN-AMT                  PIC S9(9)V99.
           05 TRAN-DATE                 PIC X(10).
           05 TRAN-DESC                 PIC X(40).
           05 WS-GL-RECOVERY-INCOME     PIC X(10) VALUE '4004000000'.
           05 WS-GL-BAD-DEBT-EXPENSE    PIC X(10) VALUE '5001000000'.
           05 WS-GL-ADJUSTMENT-CONTRA   PIC X(10) VALUE '4009000000'.
           05 WS-GL-NETWORK-SETTLEMENT  PIC X(10) VALUE '2100000000'.
           05 WS-GL-DISPUTE-CLEARING    PIC X(10) VALUE '1350000000'.
           05 WS-GL-SUSPENSE-ACCOUNT    PIC X(10) VALUE '9999999999'.

       01  WS-COUNTERS.

       01  WS-SUMMARY-FIELDS.
           05 WS-SUMMARY-COUNT          PIC 9(04) VALUE 0.
           05 WS-SUMMARY-MAX            PIC 9(04) VALUE 500.
           05 WS-SUMMARY-OVERFLOW       PIC 9(07) VALUE 0.
           05 WS-SUM-IDX                PIC 9(04).
           05 WS-SUM-FOUND-SW           PIC X VALUE 'N'.
              88 SUMMARY-FOUND          VALUE 'Y'.
              88 SUMMARY-NOT-FOUND      VALUE 'N'.
           05 WS-SUMMARY-TABLE.
              10 WS-SUMMARY-ENTRY OCCURS 500 TIMES.
                 15 WS-SUM-DATE         PIC X(10).
                 15 WS-SUM-TYPE         PIC X(10).
                 15 WS-SUM-AMOUNT       PIC S9(11)V99.
                    WHEN TRAN-TYPE-CHARGE-OFF
                    WHEN TRAN-TYPE-RECOVERY
                    WHEN TRAN-TYPE-REFUND
                    WHEN TRAN-TYPE-PURCHASE
                    WHEN TRAN-TYPE-CREDIT
                    WHEN TRAN-TYPE-PROV-CREDIT
                    WHEN TRAN-TYPE-PROV-REVERS
                       PERFORM 2100-ADD-TO-SUMMARY
                    WHEN OTHER
                       ADD 1 TO WS-TRANS-UNMAPPED
                 MOVE WS-GL-RECEIVABLE-ACCOUNT TO WS-FEED-DEBIT-ACCT
                 MOVE WS-GL-CASH-ACCOUNT TO WS-FEED-CREDIT-ACCT
                 MOVE WS-SUM-AMOUNT(WS-SUM-IDX) TO WS-FEED-DEBIT-AMT
      *       A cleared purchase is receivable owed by the cardholder
      *       against the amount the bank owes the card network for
      *       the merchant's settlement; it rides the ledger positive.
      *       A merchant credit is the same movement backed out - it
      *       rides the ledger negative, so negating it gives the
      *       settlement-account debit.
              WHEN WS-SUM-TYPE(WS-SUM-IDX) = 'PURCHASE'
                 MOVE WS-GL-RECEIVABLE-ACCOUNT TO WS-FEED-DEBIT-ACCT
                 MOVE WS-GL-NETWORK-SETTLEMENT TO WS-FEED-CREDIT-ACCT
                 MOVE WS-SUM-AMOUNT(WS-SUM-IDX) TO WS-FEED-DEBIT-AMT
              WHEN WS-SUM-TYPE(WS-SUM-IDX) = 'CREDIT'
                 MOVE WS-GL-NETWORK-SETTLEMENT TO WS-FEED-DEBIT-ACCT
                 MOVE WS-GL-RECEIVABLE-ACCOUNT TO WS-FEED-CREDIT-ACCT
                 COMPUTE WS-FEED-DEBIT-AMT =
                    0 - WS-SUM-AMOUNT(WS-SUM-IDX)
                 END-COMPUTE
      *       A provisional credit on a disputed charge moves the
      *       amount out of the receivable into dispute clearing
      *       while the case is worked; it rides the ledger negative,
      *       so negating it gives the clearing-account debit. Its
      *       reversal rides positive and backs the same movement
      *       out, coming through as a negative clearing debit the
      *       way a reversal does against the adjustment contra.
              WHEN WS-SUM-TYPE(WS-SUM-IDX) = 'PROV CREDT'
              WHEN WS-SUM-TYPE(WS-SUM-IDX) = 'PROV REVRS'
                 MOVE WS-GL-DISPUTE-CLEARING TO WS-FEED-DEBIT-ACCT
                 MOVE WS-GL-RECEIVABLE-ACCOUNT TO WS-FEED-CREDIT-ACCT
                 COMPUTE WS-FEED-DEBIT-AMT =
                    0 - WS-SUM-AMOUNT(WS-SUM-IDX)
                 END-COMPUTE
              WHEN WS-SUM-TYPE(WS-SUM-IDX) = 'ADJUSTMENT'
              WHEN WS-SUM-TYPE(WS-SUM-IDX) = 'REVERSAL'
                 MOVE WS-GL-ADJUSTMENT-CONTRA TO WS-FEED-DEBIT-ACCT
