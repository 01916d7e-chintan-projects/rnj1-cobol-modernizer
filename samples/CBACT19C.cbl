           05 SNPI-ACCT-ID              PIC X(11).
           05 SNPI-BALANCE              PIC S9(7)V99.
           05 SNPI-DATE                 PIC X(10).
           05 SNPI-STATUS               PIC X(01).
           05 SNPI-FILLER               PIC X(09).

       FD  NEW-SNAPSHOT-FILE
           RECORD CONTAINS 40 CHARACTERS
           05 SNPO-ACCT-ID              PIC X(11).
           05 SNPO-BALANCE              PIC S9(7)V99.
           05 SNPO-DATE                 PIC X(10).
           05 SNPO-STATUS               PIC X(01).
           05 SNPO-FILLER               PIC X(09).

       FD  TRIAL-BALANCE-REPORT
           RECORD CONTAINS 132 CHARACTERS.
           05 WS-ACCOUNTS-IN-BALANCE    PIC 9(7) VALUE 0.
           05 WS-ACCOUNTS-OUT-OF-BAL    PIC 9(7) VALUE 0.
           05 WS-SNAPSHOT-ORPHANS       PIC 9(7) VALUE 0.
           05 WS-ACCOUNTS-PURGED        PIC 9(7) VALUE 0.
           05 WS-POSTINGS-SUMMED        PIC 9(7) VALUE 0.
           05 WS-TOTAL-VARIANCE         PIC S9(11)V99 VALUE 0.


       2100-ALIGN-SNAPSHOT.
      *    A snapshot record with no master record behind it - the
      *    account left the file since last night. The only
      *    legitimate way out is the closed-account retention purge,
      *    which takes closed accounts at zero; anything else is
      *    reported, not lost.
           PERFORM 2150-REPORT-SNAPSHOT-ORPHAN
           PERFORM 1150-READ-PRIOR-SNAPSHOT.

       2150-REPORT-SNAPSHOT-ORPHAN.
           IF SNPI-STATUS = 'C' AND SNPI-BALANCE = 0
              PERFORM 2160-REPORT-PURGED-ACCOUNT
           ELSE
              PERFORM 2170-REPORT-ORPHAN-DETAIL
           END-IF.

       2160-REPORT-PURGED-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-PURGED

           MOVE SPACES TO WS-TBAL-REPORT-DETAIL
           MOVE SNPI-ACCT-ID TO WS-TBAL-DTL-ACCT-ID
           MOVE 0 TO WS-TBAL-DTL-PRIOR
           MOVE 0 TO WS-TBAL-DTL-NET
           MOVE 0 TO WS-TBAL-DTL-EXPECTED
           MOVE 0 TO WS-TBAL-DTL-ACTUAL
           MOVE 0 TO WS-TBAL-DTL-VARIANCE
           MOVE 'CLOSED - PURGED TO HISTORY' TO WS-TBAL-DTL-NOTE
           PERFORM 2600-WRITE-REPORT-DETAIL.

       2170-REPORT-ORPHAN-DETAIL.
           ADD 1 TO WS-SNAPSHOT-ORPHANS

           MOVE SPACES TO WS-TBAL-REPORT-DETAIL
           MOVE ACCT-ID TO SNPO-ACCT-ID
           MOVE ACCT-CURRENT-BALANCE TO SNPO-BALANCE
           MOVE WS-PROCESSING-DATE TO SNPO-DATE
           MOVE ACCT-STATUS TO SNPO-STATUS

           WRITE NEW-SNAPSHOT-RECORD
           IF WS-SNPO-STATUS NOT = '00'
           DISPLAY 'ACCOUNTS IN BALANCE: ' WS-ACCOUNTS-IN-BALANCE
           DISPLAY 'ACCOUNTS OUT OF BAL: ' WS-ACCOUNTS-OUT-OF-BAL
           DISPLAY 'SNAPSHOT ORPHANS:    ' WS-SNAPSHOT-ORPHANS
           DISPLAY 'CLOSED AND PURGED:   ' WS-ACCOUNTS-PURGED
           DISPLAY 'POSTINGS SUMMED:     ' WS-POSTINGS-SUMMED
           DISPLAY 'NET VARIANCE:        ' WS-TOTAL-VARIANCE

