      ******************************************************************
      * Program Name : CBACT30C
      * Application  : CardDemo
      * Type         : BATCH COBOL Program
      * Function     : Closed Account Retention Purge
      *                Moves accounts that have been closed at a
      *                zero balance for longer than the retention
      *                period off the account master and onto the
      *                cumulative closed-account history file. Each
      *                history record carries the ACCTFILE record and
      *                the matching ACCTDAT online record as they
      *                stood on the day they left. The history file
      *                is counted and hashed (account-number hash)
      *                before and after the extract, and the two
      *                live files are only purged when this run's
      *                contribution to history agrees with what was
      *                selected from the master - the same copy,
      *                prove, then delete order the ledger archive
      *                follows. History is keyed by account, so an
      *                account a failed purge left on the master is
      *                not copied again by the rerun, and only an
      *                account found in history is ever deleted.
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
       PROGRAM-ID.    CBACT30C.
       AUTHOR.        AWS MAINFRAME MODERNIZATION TEAM.
       DATE-WRITTEN.  2026-09-21.
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

           SELECT ACCOUNT-DATA-FILE
               ASSIGN TO ACCTDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-ACCT-ID
               FILE STATUS IS WS-ADAT-STATUS.

           SELECT OPTIONAL HISTORY-FILE
               ASSIGN TO CLOSHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHST-ACCT-ID
               FILE STATUS IS WS-HIST-STATUS.

           SELECT PURGE-PARM-FILE
               ASSIGN TO CLOSPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CONTROL-REPORT
               ASSIGN TO CLOSCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTLR-STATUS.

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
              88 ACCT-CLOSED            VALUE 'C'.
           05 ACCT-OPEN-DATE            PIC X(10).
           05 ACCT-LAST-POSTING-DATE    PIC X(10).
           05 FILLER                    PIC X(28).
           05 ACCT-CYCLE-DAY            PIC 9(02).
           05 ACCT-OVERLIMIT-COUNT      PIC 9(03).
           05 ACCT-LINE-REVIEW-DATE     PIC X(10).
           05 ACCT-CLOSED-DATE          PIC X(10).
           05 FILLER                    PIC X(129).

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

      *    Cumulative closed-account history - the date the account
      *    left the live files, the master record and the online
      *    record (spaces if the account was never on ACCTDAT).
      *    Keyed by the account number inside the master image.
       FD  HISTORY-FILE
           RECORD CONTAINS 610 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  HISTORY-RECORD.
           05 CHST-PURGE-DATE           PIC X(10).
           05 CHST-ACCT-IMAGE.
              10 CHST-ACCT-ID           PIC X(11).
              10 CHST-ACCT-REST         PIC X(303).
           05 CHST-ADAT-IMAGE           PIC X(284).
           05 CHST-ADAT-FOUND           PIC X(01).
           05 CHST-FILLER               PIC X(01).

       FD  PURGE-PARM-FILE
           RECORD CONTAINS 10 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  PURGE-PARM-RECORD.
           05 PP-RETENTION-MONTHS       PIC 9(03).
           05 FILLER                    PIC X(07).

       FD  CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  CTLR-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05 WS-ACCT-STATUS            PIC XX.
           05 WS-ADAT-STATUS            PIC XX.
           05 WS-HIST-STATUS            PIC XX.
           05 WS-PARM-STATUS            PIC XX.
           05 WS-CTLR-STATUS            PIC XX.

       01  WS-HISTORY-VIEW.
      *    Alternate view of a history record so the account number
      *    can be hashed when the history file is counted back.
           05 WS-HV-PURGE-DATE          PIC X(10).
           05 WS-HV-ACCT-ID             PIC X(11).
           05 WS-HV-ACCT-REST.
              10 FILLER                 PIC X(101).
              10 WS-HV-ACCT-OPEN-DATE   PIC X(10).
              10 FILLER                 PIC X(192).
           05 WS-HV-ADAT-IMAGE          PIC X(284).
           05 WS-HV-ADAT-FOUND          PIC X(01).
           05 WS-HV-FILLER              PIC X(01).

       01  WS-RETENTION-FIELDS.
           05 WS-RETENTION-MONTHS       PIC 9(03) VALUE 0.
           05 WS-TOTAL-MONTHS           PIC S9(7).
           05 WS-CUTOFF-YEAR            PIC 9(4).
           05 WS-CUTOFF-MONTH           PIC 9(2).
           05 WS-CUTOFF-YYYY-MM         PIC X(07).
           05 WS-CLOSED-AS-OF           PIC X(10).

      *    Account numbers are hashed as numbers; a non-numeric id
      *    adds nothing to the hash but still counts.
       01  WS-HASH-FIELDS.
           05 WS-HASH-ACCT-ID           PIC X(11).
           05 WS-HASH-ACCT-NUM REDEFINES WS-HASH-ACCT-ID
                                        PIC 9(11).
           05 WS-HASH-VALUE             PIC 9(11).

       01  WS-CONTROL-TOTALS.
           05 WS-LIVE-RECORDS-READ      PIC 9(9) VALUE 0.
           05 WS-CLOSED-ACCOUNTS        PIC 9(9) VALUE 0.
           05 WS-HELD-ONLINE-BAL        PIC 9(9) VALUE 0.
           05 WS-HELD-NO-DATE           PIC 9(9) VALUE 0.
           05 WS-PURGE-CANDIDATES       PIC 9(9) VALUE 0.
           05 WS-PURGE-HASH             PIC 9(17) VALUE 0.
           05 WS-HIST-COUNT-BEFORE      PIC 9(9) VALUE 0.
           05 WS-HIST-HASH-BEFORE       PIC 9(17) VALUE 0.
           05 WS-HIST-COUNT-AFTER       PIC 9(9) VALUE 0.
           05 WS-HIST-HASH-AFTER        PIC 9(17) VALUE 0.
           05 WS-HIST-COUNT-THIS-RUN    PIC S9(9) VALUE 0.
           05 WS-HIST-HASH-THIS-RUN     PIC S9(17) VALUE 0.
           05 WS-RECORDS-DELETED        PIC 9(9) VALUE 0.
           05 WS-DELETED-HASH           PIC 9(17) VALUE 0.
           05 WS-ADAT-DELETED           PIC 9(9) VALUE 0.
           05 WS-ALREADY-IN-HIST        PIC 9(9) VALUE 0.
           05 WS-ALREADY-IN-HIST-HASH   PIC 9(17) VALUE 0.
           05 WS-HELD-ID-IN-HIST        PIC 9(9) VALUE 0.
           05 WS-PURGE-EXPECTED         PIC 9(9) VALUE 0.
           05 WS-PURGE-EXPECTED-HASH    PIC 9(17) VALUE 0.

       01  WS-DATE-FIELDS.
           05 WS-CURRENT-DATE.
              10 WS-CURR-YEAR           PIC 9(4).
              10 WS-CURR-MONTH          PIC 9(2).
              10 WS-CURR-DAY            PIC 9(2).
           05 WS-PROCESSING-DATE        PIC X(10).

       01  WS-CTLR-REPORT-HEADER.
           05 FILLER                    PIC X(40)
              VALUE 'CLOSED ACCOUNT RETENTION PURGE CONTROL'.
           05 FILLER                    PIC X(20) VALUE SPACES.
           05 FILLER                    PIC X(06) VALUE 'DATE: '.
           05 WS-CTLR-HDR-DATE          PIC X(10).
           05 FILLER                    PIC X(56) VALUE SPACES.

       01  WS-CTLR-PARM-LINE.
           05 FILLER                    PIC X(20)
              VALUE 'RETENTION MONTHS:'.
           05 WS-CTLR-RETENTION         PIC ZZ9.
           05 FILLER                    PIC X(12)
              VALUE '   CUTOFF: '.
           05 WS-CTLR-CUTOFF            PIC X(07).
           05 FILLER                    PIC X(90) VALUE SPACES.

       01  WS-CTLR-COUNT-LINE.
           05 WS-CTLR-LABEL             PIC X(30).
           05 WS-CTLR-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(05) VALUE SPACES.
           05 WS-CTLR-HASH              PIC ZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9-.
           05 FILLER                    PIC X(63) VALUE SPACES.

       01  WS-CTLR-STATUS-LINE.
           05 WS-CTLR-STATUS-TEXT       PIC X(60).
           05 FILLER                    PIC X(72) VALUE SPACES.

       01  WS-FLAGS.
           05 WS-ACCT-EOF-FLAG          PIC X VALUE 'N'.
              88 ACCT-EOF               VALUE 'Y'.
              88 ACCT-NOT-EOF           VALUE 'N'.
           05 WS-HIST-EOF-FLAG          PIC X VALUE 'N'.
              88 HIST-EOF               VALUE 'Y'.
              88 HIST-NOT-EOF           VALUE 'N'.
           05 WS-PARM-EOF-FLAG          PIC X VALUE 'N'.
              88 PARM-EOF               VALUE 'Y'.
              88 PARM-NOT-EOF           VALUE 'N'.
           05 WS-BALANCE-SW             PIC X VALUE 'N'.
              88 CONTROLS-BALANCE       VALUE 'Y'.
              88 CONTROLS-OUT-OF-BAL    VALUE 'N'.
           05 WS-CANDIDATE-SW           PIC X VALUE 'N'.
              88 PURGE-CANDIDATE        VALUE 'Y'.
              88 NOT-PURGE-CANDIDATE    VALUE 'N'.
           05 WS-ADAT-FOUND-FLAG        PIC X VALUE 'N'.
              88 ADAT-FOUND             VALUE 'Y'.
              88 ADAT-NOT-FOUND         VALUE 'N'.
           05 WS-IN-HISTORY-SW          PIC X VALUE 'N'.
              88 IN-HISTORY             VALUE 'Y'.
              88 NOT-IN-HISTORY         VALUE 'N'.
              88 ID-IN-HISTORY-OTHER    VALUE 'O'.

       01  WS-RESTART-PARM              PIC X(08).

      *    Parameter block for the CBRUNCTL run-control registry -
      *    registered at start of run (refusing a duplicate same-day
      *    submission) and stamped with the final counters at end.
       01  WS-RUN-CONTROL-PARMS.
           05 RC-FUNCTION               PIC X(05).
           05 RC-PROGRAM-NAME           PIC X(08) VALUE 'CBACT30C'.
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
           PERFORM 2000-COUNT-HISTORY-BEFORE
           PERFORM 3000-EXTRACT-TO-HISTORY
           PERFORM 4000-COUNT-HISTORY-AFTER
           PERFORM 5000-VERIFY-CONTROLS
           IF CONTROLS-BALANCE
              PERFORM 6000-PURGE-LIVE-FILES
           END-IF
           PERFORM 7000-FINALIZE
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

           OPEN INPUT PURGE-PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING RETENTION PARM FILE: '
                 WS-PARM-STATUS
              STOP RUN
           END-IF

           READ PURGE-PARM-FILE
              AT END
                 SET PARM-EOF TO TRUE
           END-READ

           IF PARM-EOF OR PP-RETENTION-MONTHS NOT NUMERIC
              OR PP-RETENTION-MONTHS = 0
              DISPLAY 'INVALID OR MISSING RETENTION PARAMETER'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE PP-RETENTION-MONTHS TO WS-RETENTION-MONTHS
           CLOSE PURGE-PARM-FILE

           PERFORM 1100-CALCULATE-CUTOFF

           OPEN OUTPUT CONTROL-REPORT
           IF WS-CTLR-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CONTROL REPORT: ' WS-CTLR-STATUS
              STOP RUN
           END-IF

           MOVE WS-PROCESSING-DATE TO WS-CTLR-HDR-DATE
           WRITE CTLR-REPORT-LINE FROM WS-CTLR-REPORT-HEADER
           MOVE SPACES TO CTLR-REPORT-LINE
           WRITE CTLR-REPORT-LINE

           MOVE WS-RETENTION-MONTHS TO WS-CTLR-RETENTION
           MOVE WS-CUTOFF-YYYY-MM TO WS-CTLR-CUTOFF
           WRITE CTLR-REPORT-LINE FROM WS-CTLR-PARM-LINE.

       1100-CALCULATE-CUTOFF.
      *    Accounts closed before the first day of the month that is
      *    WS-RETENTION-MONTHS back from the processing month have
      *    served their retention. The closed date is YYYY-MM-DD, so
      *    its first seven bytes compare as a string against this
      *    cutoff.
           COMPUTE WS-TOTAL-MONTHS =
              (WS-CURR-YEAR * 12) + WS-CURR-MONTH - 1
              - WS-RETENTION-MONTHS
           END-COMPUTE

           DIVIDE WS-TOTAL-MONTHS BY 12
              GIVING WS-CUTOFF-YEAR REMAINDER WS-CUTOFF-MONTH
           ADD 1 TO WS-CUTOFF-MONTH

           STRING WS-CUTOFF-YEAR '-' WS-CUTOFF-MONTH
              DELIMITED BY SIZE INTO WS-CUTOFF-YYYY-MM
           END-STRING.

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

       2000-COUNT-HISTORY-BEFORE.
      *    Count and hash what is already in the cumulative history
      *    so the extract's contribution can be isolated afterwards.
      *    A missing history file (first ever run) counts as empty -
      *    status 05 is the optional file not being there, status 35
      *    covers installations that define it as required.
           SET HIST-NOT-EOF TO TRUE
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = '35'
              SET HIST-EOF TO TRUE
           ELSE
              IF WS-HIST-STATUS NOT = '00' AND WS-HIST-STATUS NOT = '05'
                 DISPLAY 'ERROR OPENING HISTORY FILE: ' WS-HIST-STATUS
                 STOP RUN
              END-IF
           END-IF

           PERFORM 2100-COUNT-HISTORY-RECORD
              UNTIL HIST-EOF

           IF WS-HIST-STATUS NOT = '35'
              CLOSE HISTORY-FILE
           END-IF

           MOVE WS-HIST-COUNT-BEFORE TO WS-HIST-COUNT-AFTER
           MOVE WS-HIST-HASH-BEFORE TO WS-HIST-HASH-AFTER.

       2100-COUNT-HISTORY-RECORD.
           READ HISTORY-FILE NEXT RECORD INTO WS-HISTORY-VIEW
              AT END
                 SET HIST-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-HIST-COUNT-BEFORE
                 MOVE WS-HV-ACCT-ID TO WS-HASH-ACCT-ID
                 PERFORM 8000-HASH-ACCOUNT-ID
                 ADD WS-HASH-VALUE TO WS-HIST-HASH-BEFORE
           END-READ.

       3000-EXTRACT-TO-HISTORY.
      *    Copy every closed account past its retention to history,
      *    accumulating the live-side candidate count and account
      *    hash as each leaves. An account already in history was
      *    copied by an earlier run that abended, or whose purge
      *    failed, before deleting it; it is not copied again, only
      *    counted so the purge still takes it off the live files.
      *    A rerun after a failure at any point therefore needs no
      *    restore of history or of the live files.
           SET ACCT-NOT-EOF TO TRUE
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

      *    Status 05 here is the optional history file being created
      *    on the first-ever run - the same missing-history case the
      *    before-count already treats as empty.
           OPEN I-O HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00' AND WS-HIST-STATUS NOT = '05'
              DISPLAY 'ERROR OPENING HISTORY FOR UPDATE: '
                 WS-HIST-STATUS
              STOP RUN
           END-IF

           PERFORM 3100-EXTRACT-ACCOUNT
              UNTIL ACCT-EOF

           CLOSE ACCOUNT-FILE
           CLOSE ACCOUNT-DATA-FILE
           CLOSE HISTORY-FILE.

       3100-EXTRACT-ACCOUNT.
           READ ACCOUNT-FILE
              AT END
                 SET ACCT-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-LIVE-RECORDS-READ
                 PERFORM 3200-SELECT-CANDIDATE
                 IF PURGE-CANDIDATE
                    PERFORM 3300-WRITE-HISTORY
                 END-IF
           END-READ.

       3200-SELECT-CANDIDATE.
      *    Closed, at zero on the master and on the online record,
      *    and closed before the cutoff. Accounts closed before the
      *    closed date was carried fall back to their last posting
      *    date; with neither, the account stays until someone
      *    looks at it. The online record is read here because it
      *    goes to history with the master record.
           SET NOT-PURGE-CANDIDATE TO TRUE
           IF ACCT-CLOSED AND ACCT-CURRENT-BALANCE = 0
              ADD 1 TO WS-CLOSED-ACCOUNTS
              IF ACCT-CLOSED-DATE NOT = SPACES
                 MOVE ACCT-CLOSED-DATE TO WS-CLOSED-AS-OF
              ELSE
                 MOVE ACCT-LAST-POSTING-DATE TO WS-CLOSED-AS-OF
              END-IF

              PERFORM 3250-READ-ONLINE-ACCOUNT

              EVALUATE TRUE
                 WHEN WS-CLOSED-AS-OF = SPACES
                    ADD 1 TO WS-HELD-NO-DATE
                 WHEN WS-CLOSED-AS-OF(1:7) NOT < WS-CUTOFF-YYYY-MM
                    CONTINUE
                 WHEN ADAT-FOUND AND AD-ACCT-CURRENT-BAL NOT = 0
                    ADD 1 TO WS-HELD-ONLINE-BAL
                    DISPLAY 'HELD - ONLINE BALANCE NOT ZERO: '
                       ACCT-ID
                 WHEN OTHER
                    SET PURGE-CANDIDATE TO TRUE
              END-EVALUATE
           END-IF

           IF PURGE-CANDIDATE
              PERFORM 3270-CHECK-HISTORY
              EVALUATE TRUE
                 WHEN IN-HISTORY
                    SET NOT-PURGE-CANDIDATE TO TRUE
                    ADD 1 TO WS-ALREADY-IN-HIST
                    MOVE ACCT-ID TO WS-HASH-ACCT-ID
                    PERFORM 8000-HASH-ACCOUNT-ID
                    ADD WS-HASH-VALUE TO WS-ALREADY-IN-HIST-HASH
                    DISPLAY 'ALREADY IN HISTORY - PURGE ONLY: '
                       ACCT-ID
                 WHEN ID-IN-HISTORY-OTHER
                    SET NOT-PURGE-CANDIDATE TO TRUE
                    ADD 1 TO WS-HELD-ID-IN-HIST
                    DISPLAY 'HELD - ACCOUNT ID IN HISTORY FOR AN '
                       'EARLIER ACCOUNT: ' ACCT-ID
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

       3250-READ-ONLINE-ACCOUNT.
           SET ADAT-FOUND TO TRUE
           MOVE ACCT-ID TO AD-ACCT-ID
           READ ACCOUNT-DATA-FILE
              INVALID KEY
                 SET ADAT-NOT-FOUND TO TRUE
           END-READ.

       3270-CHECK-HISTORY.
      *    An account in history under its own number and opening
      *    date is this account. The same number with another
      *    opening date is an earlier account whose number was
      *    issued again - this one cannot be kept under that key,
      *    so it stays on the live files for review.
           SET NOT-IN-HISTORY TO TRUE
           MOVE ACCT-ID TO CHST-ACCT-ID
           READ HISTORY-FILE INTO WS-HISTORY-VIEW
              KEY IS CHST-ACCT-ID
              INVALID KEY
                 CONTINUE
           END-READ

           EVALUATE TRUE
              WHEN WS-HIST-STATUS = '00'
                 IF WS-HV-ACCT-OPEN-DATE = ACCT-OPEN-DATE
                    SET IN-HISTORY TO TRUE
                 ELSE
                    SET ID-IN-HISTORY-OTHER TO TRUE
                 END-IF
              WHEN WS-HIST-STATUS = '23'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'ERROR READING HISTORY: ' WS-HIST-STATUS
                    ' ACCOUNT: ' ACCT-ID
                 STOP RUN
           END-EVALUATE.

       3300-WRITE-HISTORY.
           MOVE SPACES TO HISTORY-RECORD
           MOVE WS-PROCESSING-DATE TO CHST-PURGE-DATE
           MOVE ACCOUNT-RECORD TO CHST-ACCT-IMAGE
           IF ADAT-FOUND
              MOVE ACCOUNT-DATA-RECORD TO CHST-ADAT-IMAGE
              MOVE 'Y' TO CHST-ADAT-FOUND
           ELSE
              MOVE 'N' TO CHST-ADAT-FOUND
           END-IF

           WRITE HISTORY-RECORD
           IF WS-HIST-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING HISTORY RECORD: '
                 WS-HIST-STATUS ' ACCOUNT: ' ACCT-ID
              STOP RUN
           END-IF

           ADD 1 TO WS-PURGE-CANDIDATES
           MOVE ACCT-ID TO WS-HASH-ACCT-ID
           PERFORM 8000-HASH-ACCOUNT-ID
           ADD WS-HASH-VALUE TO WS-PURGE-HASH.

       4000-COUNT-HISTORY-AFTER.
      *    Re-read the whole history file and isolate this run's
      *    contribution by differencing against the before-image.
           MOVE 0 TO WS-HIST-COUNT-AFTER
           MOVE 0 TO WS-HIST-HASH-AFTER
           SET HIST-NOT-EOF TO TRUE

           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00'
              DISPLAY 'ERROR REOPENING HISTORY FILE: ' WS-HIST-STATUS
              STOP RUN
           END-IF

           PERFORM 4100-RECOUNT-HISTORY-RECORD
              UNTIL HIST-EOF

           CLOSE HISTORY-FILE

           COMPUTE WS-HIST-COUNT-THIS-RUN =
              WS-HIST-COUNT-AFTER - WS-HIST-COUNT-BEFORE
           END-COMPUTE
           COMPUTE WS-HIST-HASH-THIS-RUN =
              WS-HIST-HASH-AFTER - WS-HIST-HASH-BEFORE
           END-COMPUTE.

       4100-RECOUNT-HISTORY-RECORD.
           READ HISTORY-FILE NEXT RECORD INTO WS-HISTORY-VIEW
              AT END
                 SET HIST-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-HIST-COUNT-AFTER
                 MOVE WS-HV-ACCT-ID TO WS-HASH-ACCT-ID
                 PERFORM 8000-HASH-ACCOUNT-ID
                 ADD WS-HASH-VALUE TO WS-HIST-HASH-AFTER
           END-READ.

       5000-VERIFY-CONTROLS.
      *    The purge is only safe when every account selected from
      *    the master arrived in history. Anything else leaves the
      *    live files untouched for a rerun.
           IF WS-HIST-COUNT-THIS-RUN = WS-PURGE-CANDIDATES
              AND WS-HIST-HASH-THIS-RUN = WS-PURGE-HASH
              SET CONTROLS-BALANCE TO TRUE
           ELSE
              SET CONTROLS-OUT-OF-BAL TO TRUE
              DISPLAY 'HISTORY CONTROLS OUT OF BALANCE - PURGE REFUSED'
              DISPLAY 'LIVE CANDIDATES:  ' WS-PURGE-CANDIDATES
              DISPLAY 'MOVED TO HISTORY: ' WS-HIST-COUNT-THIS-RUN
              DISPLAY 'LIVE HASH:        ' WS-PURGE-HASH
              DISPLAY 'HISTORY HASH:     ' WS-HIST-HASH-THIS-RUN
              MOVE 8 TO RETURN-CODE
           END-IF.

       6000-PURGE-LIVE-FILES.
           SET ACCT-NOT-EOF TO TRUE
           OPEN I-O ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACCOUNT FILE FOR PURGE: '
                 WS-ACCT-STATUS
              STOP RUN
           END-IF

           OPEN I-O ACCOUNT-DATA-FILE
           IF WS-ADAT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACCOUNT DATA FILE FOR PURGE: '
                 WS-ADAT-STATUS
              STOP RUN
           END-IF

           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING HISTORY FILE FOR PURGE: '
                 WS-HIST-STATUS
              STOP RUN
           END-IF

           PERFORM 6100-PURGE-ACCOUNT
              UNTIL ACCT-EOF

           CLOSE ACCOUNT-FILE
           CLOSE ACCOUNT-DATA-FILE
           CLOSE HISTORY-FILE.

       6100-PURGE-ACCOUNT.
      *    The same selection as the extract, confirmed against
      *    history, so exactly the accounts now in history leave
      *    the live files.
           READ ACCOUNT-FILE
              AT END
                 SET ACCT-EOF TO TRUE
              NOT AT END
                 PERFORM 6200-RESELECT-CANDIDATE
                 IF PURGE-CANDIDATE
                    PERFORM 6300-DELETE-ACCOUNT
                 END-IF
           END-READ.

       6200-RESELECT-CANDIDATE.
           SET NOT-PURGE-CANDIDATE TO TRUE
           IF ACCT-CLOSED AND ACCT-CURRENT-BALANCE = 0
              IF ACCT-CLOSED-DATE NOT = SPACES
                 MOVE ACCT-CLOSED-DATE TO WS-CLOSED-AS-OF
              ELSE
                 MOVE ACCT-LAST-POSTING-DATE TO WS-CLOSED-AS-OF
              END-IF

              PERFORM 3250-READ-ONLINE-ACCOUNT

              IF WS-CLOSED-AS-OF NOT = SPACES
                 AND WS-CLOSED-AS-OF(1:7) < WS-CUTOFF-YYYY-MM
                 AND (ADAT-NOT-FOUND OR AD-ACCT-CURRENT-BAL = 0)
                 PERFORM 3270-CHECK-HISTORY
                 IF IN-HISTORY
                    SET PURGE-CANDIDATE TO TRUE
                 END-IF
              END-IF
           END-IF.

       6300-DELETE-ACCOUNT.
           DELETE ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = '00'
              DISPLAY 'ERROR DELETING ACCOUNT: ' ACCT-ID
                 ' STATUS: ' WS-ACCT-STATUS
           ELSE
              ADD 1 TO WS-RECORDS-DELETED
              MOVE ACCT-ID TO WS-HASH-ACCT-ID
              PERFORM 8000-HASH-ACCOUNT-ID
              ADD WS-HASH-VALUE TO WS-DELETED-HASH

              IF ADAT-FOUND
                 DELETE ACCOUNT-DATA-FILE
                 IF WS-ADAT-STATUS NOT = '00'
                    DISPLAY 'ERROR DELETING ACCOUNT DATA: ' ACCT-ID
                       ' STATUS: ' WS-ADAT-STATUS
                 ELSE
                    ADD 1 TO WS-ADAT-DELETED
                 END-IF
              END-IF
           END-IF.

       7000-FINALIZE.
           MOVE SPACES TO CTLR-REPORT-LINE
           WRITE CTLR-REPORT-LINE

           MOVE 'LIVE ACCOUNTS READ:' TO WS-CTLR-LABEL
           MOVE WS-LIVE-RECORDS-READ TO WS-CTLR-COUNT
           MOVE 0 TO WS-CTLR-HASH
           WRITE CTLR-REPORT-LINE FROM WS-CTLR-COUNT-LINE

           MOVE 'CLOSED AT ZERO BALANCE:' TO WS-CTLR-LABEL
           MOVE WS-CLOSED-ACCOUNTS TO WS-CTLR-COUNT
           WRITE CTLR-REPORT-LINE FROM WS-CTLR-COUNT-LINE

           MOVE 'HELD - ONLINE BALANCE:' TO WS-CTLR-LABEL
           MOVE WS-HELD-ONLINE-BAL TO WS-CTLR-COUNT
           WRITE CTLR-REPORT-LINE FROM WS-CTLR-COUNT-LINE

           MOVE 'HELD - NO CLOSED DATE:' TO WS-CTLR-LABEL
           MOVE WS-HELD-NO-DATE TO WS-CTLR-COUNT
           WRITE CTLR-REPORT-LINE FROM WS-CTLR-COUNT-LINE

           MOVE 'PURGE CANDIDATES (LIVE):' TO WS-CTLR-LABEL
           MOVE WS-PURGE-CANDIDATES TO WS-CTLR-COUNT
           MOVE WS-PURGE-HASH TO WS-CTLR-HASH
           WRITE CTLR-REPORT-LINE FROM WS-CTLR-COUNT-LINE

           MOVE 'HISTORY BEFORE EXTRACT:' TO WS-CTLR-LABEL
           MOVE WS-HIST-COUNT-BEFORE TO WS-CTLR-COUNT
           MOVE WS-HIST-HASH-BEFORE TO WS-CTLR-HASH
           WRITE CTLR-REPORT-LINE FROM WS-CTLR-COUNT-LINE

           MOVE 'HISTORY AFTER EXTRACT:' TO WS-CTLR-LABEL
           MOVE WS-HIST-COUNT-AFTER TO WS-CTLR-COUNT
           MOVE WS-HIST-HASH-AFTER TO WS-CTLR-HASH
           WRITE CTLR-REPORT-LINE FROM WS-CTLR-COUNT-LINE

           MOVE 'MOVED TO HISTORY THIS RUN:' TO WS-CTLR-LABEL
           MOVE WS-HIST-COUNT-THIS-RUN TO WS-CTLR-COUNT
           MOVE WS-HIST-HASH-THIS-RUN TO WS-CTLR-HASH
           WRITE CTLR-REPORT-LINE FROM WS-CTLR-COUNT-LINE

           MOVE 'ACCOUNTS PURGED FROM MASTER:' TO WS-CTLR-LABEL
           MOVE WS-RECORDS-DELETED TO WS-CTLR-COUNT
           MOVE WS-DELETED-HASH TO WS-CTLR-HASH
           WRITE CTLR-REPORT-LINE FROM WS-CTLR-COUNT-LINE

           MOVE 'ALREADY IN HISTORY - PURGED:' TO WS-CTLR-LABEL
           MOVE WS-ALREADY-IN-HIST TO WS-CTLR-COUNT
           MOVE WS-ALREADY-IN-HIST-HASH TO WS-CTLR-HASH
           WRITE CTLR-REPORT-LINE FROM WS-CTLR-COUNT-LINE

           MOVE 'HELD - ACCOUNT ID REISSUED:' TO WS-CTLR-LABEL
           MOVE WS-HELD-ID-IN-HIST TO WS-CTLR-COUNT
           MOVE 0 TO WS-CTLR-HASH
           WRITE CTLR-REPORT-LINE FROM WS-CTLR-COUNT-LINE

           MOVE 'ONLINE RECORDS PURGED:' TO WS-CTLR-LABEL
           MOVE WS-ADAT-DELETED TO WS-CTLR-COUNT
           MOVE 0 TO WS-CTLR-HASH
           WRITE CTLR-REPORT-LINE FROM WS-CTLR-COUNT-LINE

           MOVE SPACES TO CTLR-REPORT-LINE
           WRITE CTLR-REPORT-LINE

      *    The purge takes this run's copies and any account an
      *    earlier run copied but did not get off the live files.
      *    Whatever is still short is in history and is purged by
      *    a plain rerun once the delete errors are dealt with.
           COMPUTE WS-PURGE-EXPECTED =
              WS-PURGE-CANDIDATES + WS-ALREADY-IN-HIST
           END-COMPUTE
           COMPUTE WS-PURGE-EXPECTED-HASH =
              WS-PURGE-HASH + WS-ALREADY-IN-HIST-HASH
           END-COMPUTE
           IF CONTROLS-BALANCE
              IF WS-RECORDS-DELETED = WS-PURGE-EXPECTED
                 AND WS-DELETED-HASH = WS-PURGE-EXPECTED-HASH
                 MOVE 'CONTROLS IN BALANCE - PURGE COMPLETED'
                    TO WS-CTLR-STATUS-TEXT
              ELSE
                 MOVE 'PURGE INCOMPLETE - FIX DELETE ERRORS AND RERUN'
                    TO WS-CTLR-STATUS-TEXT
                 MOVE 8 TO RETURN-CODE
              END-IF
           ELSE
              MOVE 'CONTROLS OUT OF BALANCE - PURGE REFUSED'
                 TO WS-CTLR-STATUS-TEXT
           END-IF
           WRITE CTLR-REPORT-LINE FROM WS-CTLR-STATUS-LINE

           CLOSE CONTROL-REPORT

           PERFORM 7900-REGISTER-RUN-END

           DISPLAY 'CLOSED ACCOUNT PURGE COMPLETE'
           DISPLAY 'LIVE ACCOUNTS READ: ' WS-LIVE-RECORDS-READ
           DISPLAY 'PURGE CANDIDATES:   ' WS-PURGE-CANDIDATES
           DISPLAY 'MOVED TO HISTORY:   ' WS-HIST-COUNT-THIS-RUN
           DISPLAY 'ACCOUNTS PURGED:    ' WS-RECORDS-DELETED.

       7900-REGISTER-RUN-END.
      *    Stamp the completion time, status and final counters on
      *    the run-control record so the statistics survive the
      *    joblog.
           MOVE 'END' TO RC-FUNCTION
           MOVE 'C' TO RC-COMPLETION-STATUS
           MOVE WS-LIVE-RECORDS-READ TO RC-RECORDS-READ
           MOVE WS-RECORDS-DELETED TO RC-RECORDS-PROCESSED
           COMPUTE RC-RECORDS-SKIPPED =
              WS-HELD-ONLINE-BAL + WS-HELD-NO-DATE + WS-HELD-ID-IN-HIST
           END-COMPUTE
           MOVE 0 TO RC-AMOUNT-1
           MOVE 0 TO RC-AMOUNT-2
           CALL 'CBRUNCTL' USING WS-RUN-CONTROL-PARMS
           IF RC-RETURN-CODE NOT = 0
              DISPLAY 'WARNING: RUN CONTROL END NOT RECORDED'
           END-IF.

       8000-HASH-ACCOUNT-ID.
           IF WS-HASH-ACCT-ID IS NUMERIC
              MOVE WS-HASH-ACCT-NUM TO WS-HASH-VALUE
           ELSE
              MOVE 0 TO WS-HASH-VALUE
           END-IF.
