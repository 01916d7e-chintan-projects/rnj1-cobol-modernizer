      *                statements only for accounts whose billing
      *                cycle day falls on the processing date; the
      *                statement period runs cycle date to cycle
      *                date rather than calendar month. An account
      *                closed today by the nightly closure run gets
      *                its final statement today, whatever its cycle
      *                day, covering the postings since its last
      *                cycle date.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
      *    account only on its own cycle day, spreading the monthly
      *    work across the month.
           05 ACCT-CYCLE-DAY            PIC 9(02).
      *    Over-limit count and line review date - not used by this
      *    program.
           05 FILLER                    PIC X(13).
      *    Date the closure run closed the account - a final
      *    statement is cut on that date.
           05 ACCT-CLOSED-DATE          PIC X(10).
           05 FILLER                    PIC X(129).

       FD  TRANSACTION-FILE
           RECORD CONTAINS 110 CHARACTERS
           05 WS-STATEMENTS-WRITTEN     PIC 9(7) VALUE 0.
           05 WS-ACCOUNTS-SKIPPED       PIC 9(7) VALUE 0.
           05 WS-OFF-CYCLE-SKIPPED      PIC 9(7) VALUE 0.
           05 WS-FINAL-STATEMENTS       PIC 9(7) VALUE 0.
           05 WS-POSTINGS-PULLED        PIC 9(7) VALUE 0.

       01  WS-CYCLE-FIELDS.
           05 WS-STMT-DUE-DATE          PIC X(10).
           05 FILLER                    PIC X(69) VALUE SPACES.

       01  WS-STMT-FINAL-LINE.
           05 FILLER                    PIC X(33)
              VALUE 'FINAL STATEMENT - ACCOUNT CLOSED '.
           05 WS-STMT-CLOSED-DATE       PIC X(10).
           05 FILLER                    PIC X(89) VALUE SPACES.

       01  WS-FLAGS.
           05 WS-EOF-FLAG               PIC X VALUE 'N'.
              88 END-OF-FILE            VALUE 'Y'.
           05 WS-TRAN-DONE-SW           PIC X VALUE 'N'.
              88 TRAN-GATHER-DONE       VALUE 'Y'.
              88 TRAN-GATHER-NOT-DONE   VALUE 'N'.
           05 WS-FINAL-STMT-SW          PIC X VALUE 'N'.
              88 FINAL-STATEMENT        VALUE 'Y'.
              88 NOT-FINAL-STATEMENT    VALUE 'N'.

       01  WS-RESTART-PARM              PIC X(08).

              DELIMITED BY SIZE INTO WS-PERIOD-START
           END-STRING.

       1070-SET-FINAL-PERIOD.
      *    A final statement cut after this month's cycle date opens
      *    the day after it.
           STRING WS-CURR-YEAR '-' WS-CURR-MONTH '-'
                  WS-CYCLE-DAY-WORK
              DELIMITED BY SIZE INTO WS-PERIOD-START
           END-STRING.

       1100-READ-ACCOUNT.
           READ ACCOUNT-FILE
              AT END
      *    volume spreads across the month instead of spiking once.
           IF NOT END-OF-FILE
              PERFORM 2010-SET-CYCLE-DAY
              EVALUATE TRUE
                 WHEN ACCT-CLOSED
                    AND ACCT-CLOSED-DATE = WS-PROCESSING-DATE
                    PERFORM 2050-WRITE-FINAL-STATEMENT
                 WHEN WS-CYCLE-DAY-WORK NOT = WS-CURR-DAY
                    ADD 1 TO WS-OFF-CYCLE-SKIPPED
                 WHEN OTHER
                    PERFORM 1060-SET-CYCLE-PERIOD
                    PERFORM 2060-SET-POST-CLOSURE-PERIOD
                    PERFORM 1050-CALCULATE-DUE-DATE
                    PERFORM 2100-GATHER-CYCLE-POSTINGS

      *             A closed account with nothing owed and no
      *             activity this cycle gets no statement -
      *             everything else does.
                    IF ACCT-CLOSED
                       AND ACCT-CURRENT-BALANCE = 0
                       AND WS-POSTING-COUNT = 0
                       AND WS-POSTINGS-NOT-SHOWN = 0
                       ADD 1 TO WS-ACCOUNTS-SKIPPED
                    ELSE
                       PERFORM 2200-WRITE-STATEMENT
                    END-IF
              END-EVALUATE

              PERFORM 1100-READ-ACCOUNT
           END-IF.
              MOVE 1 TO WS-CYCLE-DAY-WORK
           END-IF.

       2050-WRITE-FINAL-STATEMENT.
      *    The closure run closed this account today. Its final
      *    statement always goes out - it shows the payoff that
      *    brought the balance to zero - and covers everything since
      *    the most recent cycle date: this month's if it has
      *    passed, otherwise last month's.
           SET FINAL-STATEMENT TO TRUE
           IF WS-CYCLE-DAY-WORK < WS-CURR-DAY
              PERFORM 1070-SET-FINAL-PERIOD
           ELSE
              PERFORM 1060-SET-CYCLE-PERIOD
           END-IF
           PERFORM 1050-CALCULATE-DUE-DATE
           PERFORM 2100-GATHER-CYCLE-POSTINGS
           PERFORM 2200-WRITE-STATEMENT
           ADD 1 TO WS-FINAL-STATEMENTS
           SET NOT-FINAL-STATEMENT TO TRUE.

       2060-SET-POST-CLOSURE-PERIOD.
      *    The final statement cut on the closure date already showed
      *    everything up to and including that day - the payoff
      *    among it. A later cycle on the closed account opens the
      *    day after closure, so only postings made since then are
      *    shown and an account with none is passed over below.
           IF ACCT-CLOSED
              AND ACCT-CLOSED-DATE NOT = SPACES
              AND ACCT-CLOSED-DATE > WS-PERIOD-START
              MOVE ACCT-CLOSED-DATE TO WS-PERIOD-START
           END-IF.

       2100-GATHER-CYCLE-POSTINGS.
      *    TRAN-ID is account id + date (YYYYMMDD) + sequence, so an
      *    account's postings are contiguous and date-ordered in key
           MOVE WS-DUE-DATE TO WS-STMT-DUE-DATE
           WRITE STMT-LINE FROM WS-STMT-MIN-PAY-LINE

           IF FINAL-STATEMENT
              MOVE ACCT-CLOSED-DATE TO WS-STMT-CLOSED-DATE
              WRITE STMT-LINE FROM WS-STMT-FINAL-LINE
           END-IF

           WRITE STMT-LINE FROM WS-STMT-SEPARATOR
           MOVE SPACES TO STMT-LINE
           WRITE STMT-LINE
           DISPLAY 'STATEMENTS WRITTEN: ' WS-STATEMENTS-WRITTEN
           DISPLAY 'ACCOUNTS SKIPPED:   ' WS-ACCOUNTS-SKIPPED
           DISPLAY 'OFF-CYCLE SKIPPED:  ' WS-OFF-CYCLE-SKIPPED
           DISPLAY 'FINAL STATEMENTS:   ' WS-FINAL-STATEMENTS
           DISPLAY 'POSTINGS PULLED:    ' WS-POSTINGS-PULLED.

       3900-REGISTER-RUN-END.
