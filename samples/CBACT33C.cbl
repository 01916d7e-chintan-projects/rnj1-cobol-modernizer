      ******************************************************************
      * Program Name : CBACT33C
      * Application  : CardDemo
      * Type         : BATCH COBOL Program
      * Function     : Memo-Post Apply
      *                Last step of the nightly stream. While the
      *                batch window was open (see CBACT32C) the
      *                adjustment and suspense reapplication screens
      *                queued their postings on the MEMOQ memo-post
      *                queue instead of touching ACCTDAT and the
      *                ledger. This run posts the queue in the order
      *                the items were keyed, through the same balance
      *                and ledger logic the screens use: the ACCTDAT
      *                balance is moved, the ADJUSTMENT, REVERSAL,
      *                PAYMENT or RECOVERY record goes on the shared
      *                transaction ledger, a reapplied suspense item
      *                is retired, and each posting is audited to
      *                ACCTMAUD under the rep who keyed it. An item
      *                that no longer stands up against the files
      *                after batch is rejected. Every item, applied
      *                or rejected, is listed on the control report
      *                and taken off the queue; the batch-window flag
      *                is then cleared so the screens post directly
      *                again.
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
       PROGRAM-ID.    CBACT33C.
       AUTHOR.        AWS MAINFRAME MODERNIZATION TEAM.
       DATE-WRITTEN.  2026-09-28.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MEMO-QUEUE-FILE
               ASSIGN TO MEMOQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MEMO-KEY
               FILE STATUS IS WS-MEMO-STATUS.

           SELECT ACCOUNT-DATA-FILE
               ASSIGN TO ACCTDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-ACCT-ID
               FILE STATUS IS WS-ADAT-STATUS.

           SELECT TRANSACTION-FILE
               ASSIGN TO TRANFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-ID
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT OPTIONAL SUSPENSE-FILE
               ASSIGN TO SUSPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUSP-KEY
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT MAINT-AUDIT-FILE
               ASSIGN TO ACCTMAUD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAUD-KEY
               FILE STATUS IS WS-MAUD-STATUS.

           SELECT OPTIONAL BATCH-WINDOW-FILE
               ASSIGN TO BATCHWIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BWIN-KEY
               FILE STATUS IS WS-BWIN-STATUS.

           SELECT MEMO-CONTROL-REPORT
               ASSIGN TO MEMORPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    Memo-post queue written by COACTADC and COSUSPRC while the
      *    batch window is open. The key leads with the CICS
      *    absolute time of entry, so reading it in key order posts
      *    the items in the order they were keyed. The amount is
      *    the signed ledger amount the posting will carry.
       FD  MEMO-QUEUE-FILE
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  MEMO-QUEUE-RECORD.
           05 MEMO-KEY.
              10 MEMO-ENTRY-STAMP       PIC 9(15).
              10 MEMO-TERMINAL-ID       PIC X(04).
              10 MEMO-KEY-SEQ           PIC 9(02).
           05 MEMO-ACCT-ID              PIC X(11).
           05 MEMO-POST-TYPE            PIC X(08).
              88 MEMO-TYPE-ADJUST       VALUE 'ADJUST'.
              88 MEMO-TYPE-REVERSAL     VALUE 'REVERSAL'.
              88 MEMO-TYPE-SUSPOST      VALUE 'SUSPOST'.
           05 MEMO-STATUS               PIC X(01).
              88 MEMO-PENDING           VALUE 'P'.
           05 MEMO-OPERATOR-ID          PIC X(03).
           05 MEMO-APPROVER-ID          PIC X(03).
           05 MEMO-ENTRY-DATE           PIC X(10).
           05 MEMO-ENTRY-TIME           PIC 9(07).
           05 MEMO-SIGNED-AMOUNT        PIC S9(9)V99.
           05 MEMO-REASON-CODE          PIC X(04).
           05 MEMO-REFERENCE            PIC X(25).
           05 MEMO-SUSP-KEY REDEFINES MEMO-REFERENCE.
              10 MEMO-CHECK-NBR         PIC X(10).
              10 MEMO-BANK-REF          PIC X(15).
           05 MEMO-FILLER               PIC X(16).

      *    The online account record the screens maintain.
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
              88 AD-CHARGED-OFF         VALUE 'O'.
           05 AD-ACCT-OPEN-DATE         PIC X(10).
           05 AD-ACCT-AUTOPAY-IND       PIC X(01).
           05 AD-ACCT-AUTOPAY-OPTION    PIC X(01).
           05 AD-ACCT-AUTOPAY-ROUTING   PIC X(09).
           05 AD-ACCT-AUTOPAY-BANK      PIC X(17).

       FD  TRANSACTION-FILE
           RECORD CONTAINS 110 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  TRAN-RECORD.
           05 TRAN-ID                   PIC X(21).
           05 TRAN-ACCT-ID              PIC X(11).
           05 TRAN-TYPE-CD              PIC X(10).
           05 TRAN-AMT                  PIC S9(9)V99.
           05 TRAN-DATE                 PIC X(10).
           05 TRAN-DESC                 PIC X(40).
           05 TRAN-FILLER               PIC X(07).

      *    Payment suspense file written by the lockbox run (see
      *    CBACT06C's SUSPENSE-RECORD).
       FD  SUSPENSE-FILE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  SUSPENSE-RECORD.
           05 SUSP-KEY.
              10 SUSP-CHECK-NBR         PIC X(10).
              10 SUSP-BANK-REF          PIC X(15).
           05 SUSP-ACCT-ID              PIC X(11).
           05 SUSP-AMOUNT               PIC S9(7)V99.
           05 SUSP-PAYMENT-DATE         PIC X(10).
           05 SUSP-REASON               PIC X(25).
           05 SUSP-ADDED-DATE           PIC X(10).
           05 SUSP-FILLER               PIC X(10).

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
           05 MAUD-BEFORE.
              10 MAUD-BEF-ADDR-LINE1    PIC X(50).
              10 MAUD-BEF-ADDR-LINE2    PIC X(50).
              10 MAUD-BEF-ADDR-CITY     PIC X(30).
              10 MAUD-BEF-ADDR-STATE    PIC X(02).
              10 MAUD-BEF-ADDR-ZIP      PIC X(10).
              10 MAUD-BEF-PHONE         PIC X(15).
              10 MAUD-BEF-STATUS        PIC X(01).
              10 MAUD-BEF-AUTOPAY.
                 15 MAUD-BEF-AP-IND     PIC X(01).
                 15 MAUD-BEF-AP-OPT     PIC X(01).
                 15 MAUD-BEF-AP-RTN     PIC X(09).
                 15 MAUD-BEF-AP-BANK    PIC X(17).
           05 MAUD-AFTER.
              10 MAUD-AFT-ADDR-LINE1    PIC X(50).
              10 MAUD-AFT-ADDR-LINE2    PIC X(50).
              10 MAUD-AFT-ADDR-CITY     PIC X(30).
              10 MAUD-AFT-ADDR-STATE    PIC X(02).
              10 MAUD-AFT-ADDR-ZIP      PIC X(10).
              10 MAUD-AFT-PHONE         PIC X(15).
              10 MAUD-AFT-STATUS        PIC X(01).
              10 MAUD-AFT-AUTOPAY       PIC X(28).
           05 MAUD-ADJ-FIELDS.
              10 MAUD-BEF-BALANCE       PIC S9(7)V99.
              10 MAUD-AFT-BALANCE       PIC S9(7)V99.
              10 MAUD-ADJ-AMOUNT        PIC S9(9)V99.
              10 MAUD-ADJ-REASON        PIC X(04).
              10 MAUD-ADJ-REV-TRAN      PIC X(21).
              10 MAUD-ADJ-APPROVER      PIC X(03).

      *    Batch-window control record (see CBACT32C).
       FD  BATCH-WINDOW-FILE
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  BATCH-WINDOW-RECORD.
           05 BWIN-KEY                  PIC X(08).
           05 BWIN-FLAG                 PIC X(01).
              88 BWIN-OPEN              VALUE 'Y'.
              88 BWIN-CLOSED            VALUE 'N'.
           05 BWIN-OPENED-DATE          PIC X(10).
           05 BWIN-OPENED-TIME          PIC X(08).
           05 BWIN-CLOSED-DATE          PIC X(10).
           05 BWIN-CLOSED-TIME          PIC X(08).
           05 BWIN-FILLER               PIC X(05).

       FD  MEMO-CONTROL-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  MRPT-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05 WS-MEMO-STATUS            PIC XX.
           05 WS-ADAT-STATUS            PIC XX.
           05 WS-TRAN-STATUS            PIC XX.
           05 WS-SUSP-STATUS            PIC XX.
           05 WS-MAUD-STATUS            PIC XX.
           05 WS-BWIN-STATUS            PIC XX.
           05 WS-MRPT-STATUS            PIC XX.

       01  WS-COUNTERS.
           05 WS-ITEMS-READ             PIC 9(7) VALUE 0.
           05 WS-ITEMS-APPLIED          PIC 9(7) VALUE 0.
           05 WS-ITEMS-REJECTED         PIC 9(7) VALUE 0.
           05 WS-ITEMS-NOT-PENDING      PIC 9(7) VALUE 0.
           05 WS-APPLY-ERRORS           PIC 9(7) VALUE 0.
           05 WS-AMOUNT-APPLIED         PIC S9(11)V99 VALUE 0.
           05 WS-AMOUNT-REJECTED        PIC S9(11)V99 VALUE 0.

       01  WS-DATE-FIELDS.
           05 WS-CURRENT-DATE.
              10 WS-CURR-YEAR           PIC 9(4).
              10 WS-CURR-MONTH          PIC 9(2).
              10 WS-CURR-DAY            PIC 9(2).
           05 WS-PROCESSING-DATE        PIC X(10).
           05 WS-PROCESSING-TIME        PIC X(08).

      *    ACCTMAUD keys carry the date and time the way CICS
      *    stamps EIBDATE (0CYYDDD) and EIBTIME (0HHMMSS), so batch
      *    events sort in among the screen events.
       01  WS-AUDIT-STAMP-FIELDS.
           05 WS-JULIAN-DATE.
              10 WS-JUL-YEAR            PIC 9(4).
              10 WS-JUL-DAY             PIC 9(3).
           05 WS-CURRENT-TIME.
              10 WS-TIME-HH             PIC 9(2).
              10 WS-TIME-MM             PIC 9(2).
              10 WS-TIME-SS             PIC 9(2).
              10 WS-TIME-HUND           PIC 9(2).
           05 WS-MAUD-STAMP-DATE        PIC 9(07).
           05 WS-MAUD-STAMP-TIME        PIC 9(07).
           05 WS-MAUD-SEQ-CTR           PIC 9(02) VALUE 0.
           05 WS-MAUD-RETRY-CTR         PIC 9(02) VALUE 0.

      *    The queue carries the entry time as EIBTIME gave it
      *    (0HHMMSS) - split out for the report.
       01  WS-ENTRY-TIME-WORK           PIC 9(07).
       01  WS-ENTRY-TIME-PARTS REDEFINES WS-ENTRY-TIME-WORK.
           05 FILLER                    PIC 9(01).
           05 WS-ENTRY-HH               PIC 9(02).
           05 WS-ENTRY-MM               PIC 9(02).
           05 WS-ENTRY-SS               PIC 9(02).

       01  WS-POST-WORK.
           05 WS-BEFORE-BALANCE         PIC S9(7)V99.
           05 WS-NEW-BALANCE            PIC S9(9)V99.
           05 WS-TRAN-TYPE              PIC X(10).
           05 WS-TRAN-DESC              PIC X(40).
           05 WS-TRAN-SEQ-NBR           PIC 9(02) VALUE 0.
           05 WS-TRAN-RETRY-CTR         PIC 9(02) VALUE 0.
           05 WS-REV-NET-AMOUNT         PIC S9(9)V99.
           05 WS-MEMO-RESULT            PIC X(08).
           05 WS-REJECT-REASON          PIC X(40).

       01  WS-BWIN-CONTROL-KEY          PIC X(08) VALUE 'BATCHWIN'.

       01  WS-MRPT-REPORT-HEADER.
           05 FILLER                    PIC X(40)
              VALUE 'MEMO-POST APPLY CONTROL REPORT'.
           05 FILLER                    PIC X(20) VALUE SPACES.
           05 FILLER                    PIC X(06) VALUE 'DATE: '.
           05 WS-MRPT-HDR-DATE          PIC X(10).
           05 FILLER                    PIC X(56) VALUE SPACES.

       01  WS-MRPT-COLUMN-HEADER.
           05 FILLER                    PIC X(46)
              VALUE 'ENTERED     TIME      TERM  OPR  ACCOUNT'.
           05 FILLER                    PIC X(37)
              VALUE 'TYPE               AMOUNT  RESULT'.
           05 FILLER                    PIC X(49)
              VALUE 'REASON'.

       01  WS-MRPT-REPORT-DETAIL.
           05 WS-MRPT-DTL-DATE          PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-MRPT-DTL-TIME          PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-MRPT-DTL-TERMINAL      PIC X(04).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-MRPT-DTL-OPERATOR      PIC X(03).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-MRPT-DTL-ACCT-ID       PIC X(11).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-MRPT-DTL-TYPE          PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-MRPT-DTL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-MRPT-DTL-RESULT        PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-MRPT-DTL-REASON        PIC X(40).
           05 FILLER                    PIC X(09) VALUE SPACES.

       01  WS-MRPT-REPORT-TOTAL.
           05 WS-MRPT-TOT-LABEL         PIC X(40).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-MRPT-TOT-COUNT         PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 WS-MRPT-TOT-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                    PIC X(61) VALUE SPACES.

       01  WS-FLAGS.
           05 WS-EOF-FLAG               PIC X VALUE 'N'.
              88 END-OF-FILE            VALUE 'Y'.
              88 NOT-END-OF-FILE        VALUE 'N'.
           05 WS-ITEM-RESULT-FLAG       PIC X VALUE 'A'.
              88 ITEM-APPLIED           VALUE 'A'.
              88 ITEM-REJECTED          VALUE 'R'.
              88 ITEM-IN-ERROR          VALUE 'E'.
           05 WS-SUSP-AVAILABLE-FLAG    PIC X VALUE 'N'.
              88 SUSP-FILE-AVAILABLE    VALUE 'Y'.
              88 SUSP-FILE-MISSING      VALUE 'N'.
           05 WS-WINDOW-CLOSED-FLAG     PIC X VALUE 'N'.
              88 WINDOW-CLOSED-BY-RUN   VALUE 'Y'.
              88 WINDOW-NOT-CLOSED      VALUE 'N'.

       01  WS-RESTART-PARM              PIC X(08).

      *    Parameter block for the CBRUNCTL run-control registry -
      *    registered at start of run (refusing a duplicate same-day
      *    submission) and stamped with the final counters at end.
       01  WS-RUN-CONTROL-PARMS.
           05 RC-FUNCTION               PIC X(05).
           05 RC-PROGRAM-NAME           PIC X(08) VALUE 'CBACT33C'.
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
           PERFORM 2000-PROCESS-MEMO-ITEMS
              UNTIL END-OF-FILE
           PERFORM 2900-CLOSE-BATCH-WINDOW
           PERFORM 3000-FINALIZE
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

           MOVE SPACES TO WS-RESTART-PARM
           IF LS-PARM-LENGTH > 0
              MOVE LS-PARM-DATA TO WS-RESTART-PARM
           END-IF
           IF WS-RESTART-PARM(1:7) = 'RESTART'
              MOVE 'Y' TO RC-RESTART-FLAG
           END-IF

           PERFORM 1900-REGISTER-RUN-START

      *    No queue simply means nothing was keyed during the
      *    window - the run reports zero, closes the window and
      *    ends cleanly. Applied items are deleted as they post, so
      *    a rerun after an abend picks up where the last one
      *    stopped.
           OPEN I-O MEMO-QUEUE-FILE
           IF WS-MEMO-STATUS NOT = '00' AND WS-MEMO-STATUS NOT = '05'
              DISPLAY 'ERROR OPENING MEMO-POST QUEUE: ' WS-MEMO-STATUS
              STOP RUN
           END-IF

           OPEN I-O ACCOUNT-DATA-FILE
           IF WS-ADAT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ACCOUNT DATA FILE: '
                 WS-ADAT-STATUS
              STOP RUN
           END-IF

           OPEN I-O TRANSACTION-FILE
           IF WS-TRAN-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING TRANSACTION FILE: '
                 WS-TRAN-STATUS
              STOP RUN
           END-IF

      *    Without a suspense file a queued reapplication has
      *    nothing to retire - those items are rejected, the rest
      *    still post.
           OPEN I-O SUSPENSE-FILE
           EVALUATE WS-SUSP-STATUS
              WHEN '00'
                 SET SUSP-FILE-AVAILABLE TO TRUE
              WHEN '05'
                 SET SUSP-FILE-MISSING TO TRUE
              WHEN OTHER
                 DISPLAY 'ERROR OPENING SUSPENSE FILE: '
                    WS-SUSP-STATUS
                 STOP RUN
           END-EVALUATE

           OPEN I-O MAINT-AUDIT-FILE
           IF WS-MAUD-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING MAINT AUDIT FILE: ' WS-MAUD-STATUS
              STOP RUN
           END-IF

           OPEN I-O BATCH-WINDOW-FILE
           IF WS-BWIN-STATUS NOT = '00' AND WS-BWIN-STATUS NOT = '05'
              DISPLAY 'ERROR OPENING BATCH WINDOW FILE: '
                 WS-BWIN-STATUS
              STOP RUN
           END-IF

           OPEN OUTPUT MEMO-CONTROL-REPORT
           IF WS-MRPT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING MEMO CONTROL REPORT: '
                 WS-MRPT-STATUS
              STOP RUN
           END-IF

           MOVE WS-PROCESSING-DATE TO WS-MRPT-HDR-DATE
           WRITE MRPT-REPORT-LINE FROM WS-MRPT-REPORT-HEADER
           MOVE SPACES TO MRPT-REPORT-LINE
           WRITE MRPT-REPORT-LINE
           WRITE MRPT-REPORT-LINE FROM WS-MRPT-COLUMN-HEADER

           PERFORM 1100-READ-MEMO-ITEM.

       1100-READ-MEMO-ITEM.
           READ MEMO-QUEUE-FILE NEXT RECORD
              AT END
                 SET END-OF-FILE TO TRUE
              NOT AT END
                 ADD 1 TO WS-ITEMS-READ
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

       2000-PROCESS-MEMO-ITEMS.
      *    Every pending item is either posted or rejected, and
      *    either way comes off the queue - the control report is
      *    the record of what happened to it, and a rejected item
      *    is re-keyed by the rep once the screen can post it
      *    directly. Anything not marked pending is left alone.
           IF NOT END-OF-FILE
              IF MEMO-PENDING
                 PERFORM 2100-APPLY-MEMO-ITEM
                 PERFORM 2700-WRITE-REPORT-DETAIL
                 PERFORM 2800-REMOVE-MEMO-ITEM
              ELSE
                 ADD 1 TO WS-ITEMS-NOT-PENDING
              END-IF

              PERFORM 1100-READ-MEMO-ITEM
           END-IF.

       2100-APPLY-MEMO-ITEM.
      *    Re-check the entry against the files as batch left them
      *    - the account must still be there, a reversed posting
      *    must still be on the ledger, and a suspense item must
      *    not have been worked some other way overnight.
           SET ITEM-APPLIED TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

           MOVE MEMO-ACCT-ID TO AD-ACCT-ID
           READ ACCOUNT-DATA-FILE
              INVALID KEY
                 SET ITEM-REJECTED TO TRUE
                 MOVE 'ACCOUNT NOT ON FILE' TO WS-REJECT-REASON
           END-READ

           IF ITEM-APPLIED
              EVALUATE TRUE
                 WHEN MEMO-TYPE-ADJUST
                    CONTINUE
                 WHEN MEMO-TYPE-REVERSAL
                    PERFORM 2150-VERIFY-REVERSAL
                 WHEN MEMO-TYPE-SUSPOST
                    PERFORM 2170-VERIFY-SUSPENSE-ITEM
                 WHEN OTHER
                    SET ITEM-REJECTED TO TRUE
                    MOVE 'UNKNOWN MEMO POSTING TYPE'
                       TO WS-REJECT-REASON
              END-EVALUATE
           END-IF

           IF ITEM-APPLIED
              PERFORM 2200-POST-MEMO-ITEM
           END-IF.

       2150-VERIFY-REVERSAL.
      *    The reversal is queued as the exact opposite of the
      *    original posting - the two must still net to zero.
           MOVE MEMO-REFERENCE(1:21) TO TRAN-ID
           READ TRANSACTION-FILE
              INVALID KEY
                 SET ITEM-REJECTED TO TRUE
                 MOVE 'REVERSED POSTING NOT ON LEDGER'
                    TO WS-REJECT-REASON
           END-READ

           IF ITEM-APPLIED
              COMPUTE WS-REV-NET-AMOUNT =
                 TRAN-AMT + MEMO-SIGNED-AMOUNT
              END-COMPUTE
              EVALUATE TRUE
                 WHEN TRAN-ACCT-ID NOT = MEMO-ACCT-ID
                    SET ITEM-REJECTED TO TRUE
                    MOVE 'REVERSED POSTING ON ANOTHER ACCOUNT'
                       TO WS-REJECT-REASON
                 WHEN WS-REV-NET-AMOUNT NOT = 0
                    SET ITEM-REJECTED TO TRUE
                    MOVE 'REVERSAL AMOUNT NO LONGER MATCHES'
                       TO WS-REJECT-REASON
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

       2170-VERIFY-SUSPENSE-ITEM.
           IF SUSP-FILE-MISSING
              SET ITEM-REJECTED TO TRUE
              MOVE 'SUSPENSE FILE NOT AVAILABLE' TO WS-REJECT-REASON
           ELSE
              MOVE MEMO-SUSP-KEY TO SUSP-KEY
              READ SUSPENSE-FILE
                 INVALID KEY
                    SET ITEM-REJECTED TO TRUE
                    MOVE 'SUSPENSE ITEM NO LONGER ON FILE'
                       TO WS-REJECT-REASON
              END-READ
           END-IF.

       2200-POST-MEMO-ITEM.
      *    The same posting the screen would have made. A credit
      *    or payment reduces the balance and a debit adds to it;
      *    money reapplied to a charged-off account is a balance-
      *    neutral RECOVERY, as in COSUSPRC and the lockbox run.
           MOVE AD-ACCT-CURRENT-BAL TO WS-BEFORE-BALANCE
           COMPUTE WS-NEW-BALANCE =
              AD-ACCT-CURRENT-BAL + MEMO-SIGNED-AMOUNT
           END-COMPUTE
           MOVE SPACES TO WS-TRAN-DESC

           EVALUATE TRUE
              WHEN MEMO-TYPE-ADJUST
                 MOVE 'ADJUSTMENT' TO WS-TRAN-TYPE
                 STRING 'CSR ADJUSTMENT REASON ' MEMO-REASON-CODE
                    DELIMITED BY SIZE INTO WS-TRAN-DESC
                 END-STRING
              WHEN MEMO-TYPE-REVERSAL
                 MOVE 'REVERSAL' TO WS-TRAN-TYPE
                 STRING 'REVERSAL ' MEMO-REASON-CODE ' OF '
                        MEMO-REFERENCE(1:21)
                    DELIMITED BY SIZE INTO WS-TRAN-DESC
                 END-STRING
              WHEN MEMO-TYPE-SUSPOST AND AD-CHARGED-OFF
                 MOVE AD-ACCT-CURRENT-BAL TO WS-NEW-BALANCE
                 MOVE 'RECOVERY' TO WS-TRAN-TYPE
                 STRING 'RECOVERY REAPPLY CHECK ' MEMO-CHECK-NBR
                    DELIMITED BY SIZE INTO WS-TRAN-DESC
                 END-STRING
              WHEN OTHER
                 MOVE 'PAYMENT' TO WS-TRAN-TYPE
                 STRING 'SUSPENSE REAPPLY CHECK ' MEMO-CHECK-NBR
                    DELIMITED BY SIZE INTO WS-TRAN-DESC
                 END-STRING
           END-EVALUATE

      *    Ledger first, as on the screens: a failed ledger write
      *    leaves the account untouched and the item is rejected.
      *    A rewrite that fails after a good ledger write cannot be
      *    backed out here - it is reported as an error for the
      *    balance to be corrected by hand.
           PERFORM 2300-WRITE-TRANSACTION

           IF WS-TRAN-STATUS NOT = '00'
              SET ITEM-REJECTED TO TRUE
              MOVE 'LEDGER WRITE FAILED' TO WS-REJECT-REASON
           ELSE
              MOVE WS-NEW-BALANCE TO AD-ACCT-CURRENT-BAL
              REWRITE ACCOUNT-DATA-RECORD
              IF WS-ADAT-STATUS NOT = '00'
                 DISPLAY 'ERROR REWRITING ACCOUNT DATA: ' AD-ACCT-ID
                    ' STATUS: ' WS-ADAT-STATUS
                 SET ITEM-IN-ERROR TO TRUE
                 MOVE 'LEDGER POSTED - BALANCE NOT UPDATED'
                    TO WS-REJECT-REASON
                 ADD 1 TO WS-APPLY-ERRORS
              ELSE
                 ADD 1 TO WS-ITEMS-APPLIED
                 ADD MEMO-SIGNED-AMOUNT TO WS-AMOUNT-APPLIED
                 IF MEMO-TYPE-SUSPOST
                    PERFORM 2350-RETIRE-SUSPENSE-ITEM
                 END-IF
                 PERFORM 2400-WRITE-MEMO-AUDIT
              END-IF
           END-IF.

       2300-WRITE-TRANSACTION.
      *    Each item starts its own key sequence for the account and
      *    day; a duplicate-key write bumps the sequence and retries
      *    past whatever the nightly runs have already posted.
           MOVE 1 TO WS-TRAN-SEQ-NBR
           MOVE 0 TO WS-TRAN-RETRY-CTR
           PERFORM 2310-WRITE-TRAN-RECORD
           PERFORM 2320-RETRY-TRAN-WRITE
              UNTIL WS-TRAN-STATUS NOT = '22'
                 OR WS-TRAN-RETRY-CTR >= 98

           IF WS-TRAN-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING TRANSACTION FOR ACCOUNT: '
                 MEMO-ACCT-ID ' STATUS: ' WS-TRAN-STATUS
           END-IF.

       2310-WRITE-TRAN-RECORD.
           MOVE SPACES TO TRAN-ID
           STRING MEMO-ACCT-ID DELIMITED BY SIZE
                  WS-CURR-YEAR DELIMITED BY SIZE
                  WS-CURR-MONTH DELIMITED BY SIZE
                  WS-CURR-DAY DELIMITED BY SIZE
                  WS-TRAN-SEQ-NBR DELIMITED BY SIZE
              INTO TRAN-ID
           END-STRING

           MOVE MEMO-ACCT-ID TO TRAN-ACCT-ID
           MOVE WS-TRAN-TYPE TO TRAN-TYPE-CD
           MOVE MEMO-SIGNED-AMOUNT TO TRAN-AMT
           MOVE WS-PROCESSING-DATE TO TRAN-DATE
           MOVE WS-TRAN-DESC TO TRAN-DESC
           MOVE SPACES TO TRAN-FILLER

           WRITE TRAN-RECORD.

       2320-RETRY-TRAN-WRITE.
      *    Duplicate key - some run has already used this sequence
      *    for the same account and date. Re-key and write again.
           ADD 1 TO WS-TRAN-SEQ-NBR
           ADD 1 TO WS-TRAN-RETRY-CTR
           PERFORM 2310-WRITE-TRAN-RECORD.

       2350-RETIRE-SUSPENSE-ITEM.
      *    The money is posted - the item has to come off suspense
      *    or the aging report keeps chasing it.
           DELETE SUSPENSE-FILE RECORD
           IF WS-SUSP-STATUS NOT = '00'
              DISPLAY 'ERROR DELETING SUSPENSE ITEM: ' SUSP-KEY
                 ' STATUS: ' WS-SUSP-STATUS
              ADD 1 TO WS-APPLY-ERRORS
           END-IF.

       2400-WRITE-MEMO-AUDIT.
      *    Same shape as the screens' posting audit, under the
      *    operator and terminal that keyed the entry - the batch
      *    only carried it across the window. Address, phone and
      *    status ride along unchanged; the reference field carries
      *    the reversed TRAN-ID or the retired suspense key.
           ACCEPT WS-CURRENT-TIME FROM TIME
           COMPUTE WS-MAUD-STAMP-TIME =
              WS-TIME-HH * 10000 + WS-TIME-MM * 100 + WS-TIME-SS
           END-COMPUTE

           MOVE SPACES TO MAINT-AUDIT-RECORD
           MOVE MEMO-ACCT-ID TO MAUD-ACCT-ID
           MOVE WS-MAUD-STAMP-DATE TO MAUD-DATE
           MOVE WS-MAUD-STAMP-TIME TO MAUD-TIME
           MOVE MEMO-OPERATOR-ID TO MAUD-OPERATOR-ID
           MOVE MEMO-TERMINAL-ID TO MAUD-TERMINAL-ID
           MOVE MEMO-POST-TYPE TO MAUD-CHANGE-TYPE

           MOVE AD-ADDR-LINE1 TO MAUD-BEF-ADDR-LINE1
           MOVE AD-ADDR-LINE2 TO MAUD-BEF-ADDR-LINE2
           MOVE AD-ADDR-CITY TO MAUD-BEF-ADDR-CITY
           MOVE AD-ADDR-STATE TO MAUD-BEF-ADDR-STATE
           MOVE AD-ADDR-ZIP TO MAUD-BEF-ADDR-ZIP
           MOVE AD-ACCT-PHONE TO MAUD-BEF-PHONE
           MOVE AD-ACCT-STATUS TO MAUD-BEF-STATUS
           MOVE AD-ACCT-AUTOPAY-IND TO MAUD-BEF-AP-IND
           MOVE AD-ACCT-AUTOPAY-OPTION TO MAUD-BEF-AP-OPT
           MOVE AD-ACCT-AUTOPAY-ROUTING TO MAUD-BEF-AP-RTN
           MOVE AD-ACCT-AUTOPAY-BANK TO MAUD-BEF-AP-BANK
           MOVE MAUD-BEFORE TO MAUD-AFTER

           MOVE WS-BEFORE-BALANCE TO MAUD-BEF-BALANCE
           MOVE WS-NEW-BALANCE TO MAUD-AFT-BALANCE
           MOVE MEMO-SIGNED-AMOUNT TO MAUD-ADJ-AMOUNT
           MOVE MEMO-REASON-CODE TO MAUD-ADJ-REASON
           IF MEMO-TYPE-SUSPOST
              STRING MEMO-CHECK-NBR ' ' MEMO-BANK-REF(1:10)
                 DELIMITED BY SIZE INTO MAUD-ADJ-REV-TRAN
              END-STRING
           ELSE
              MOVE MEMO-REFERENCE(1:21) TO MAUD-ADJ-REV-TRAN
           END-IF
           MOVE MEMO-APPROVER-ID TO MAUD-ADJ-APPROVER

      *    More than one event can land on an account in the same
      *    second - a duplicate key bumps the sequence and retries.
           ADD 1 TO WS-MAUD-SEQ-CTR
           MOVE 0 TO WS-MAUD-RETRY-CTR
           PERFORM 2410-WRITE-AUDIT-RECORD
           PERFORM 2420-RETRY-AUDIT-WRITE
              UNTIL WS-MAUD-STATUS NOT = '22'
                 OR WS-MAUD-RETRY-CTR >= 99

           IF WS-MAUD-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING MEMO AUDIT FOR ACCOUNT: '
                 MEMO-ACCT-ID ' STATUS: ' WS-MAUD-STATUS
           END-IF.

       2410-WRITE-AUDIT-RECORD.
           MOVE WS-MAUD-SEQ-CTR TO MAUD-SEQ
           WRITE MAINT-AUDIT-RECORD.

       2420-RETRY-AUDIT-WRITE.
           ADD 1 TO WS-MAUD-SEQ-CTR
           ADD 1 TO WS-MAUD-RETRY-CTR
           PERFORM 2410-WRITE-AUDIT-RECORD.

       2700-WRITE-REPORT-DETAIL.
           EVALUATE TRUE
              WHEN ITEM-APPLIED
                 MOVE 'APPLIED' TO WS-MEMO-RESULT
              WHEN ITEM-REJECTED
                 MOVE 'REJECTED' TO WS-MEMO-RESULT
                 ADD 1 TO WS-ITEMS-REJECTED
                 ADD MEMO-SIGNED-AMOUNT TO WS-AMOUNT-REJECTED
              WHEN OTHER
                 MOVE 'ERROR' TO WS-MEMO-RESULT
           END-EVALUATE

           MOVE MEMO-ENTRY-TIME TO WS-ENTRY-TIME-WORK
           MOVE SPACES TO WS-MRPT-DTL-TIME
           STRING WS-ENTRY-HH ':' WS-ENTRY-MM ':' WS-ENTRY-SS
              DELIMITED BY SIZE INTO WS-MRPT-DTL-TIME
           END-STRING

           MOVE MEMO-ENTRY-DATE TO WS-MRPT-DTL-DATE
           MOVE MEMO-TERMINAL-ID TO WS-MRPT-DTL-TERMINAL
           MOVE MEMO-OPERATOR-ID TO WS-MRPT-DTL-OPERATOR
           MOVE MEMO-ACCT-ID TO WS-MRPT-DTL-ACCT-ID
           MOVE MEMO-POST-TYPE TO WS-MRPT-DTL-TYPE
           MOVE MEMO-SIGNED-AMOUNT TO WS-MRPT-DTL-AMOUNT
           MOVE WS-MEMO-RESULT TO WS-MRPT-DTL-RESULT
           MOVE WS-REJECT-REASON TO WS-MRPT-DTL-REASON

           WRITE MRPT-REPORT-LINE FROM WS-MRPT-REPORT-DETAIL
           IF WS-MRPT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING MEMO CONTROL REPORT FOR ACCOUNT: '
                 MEMO-ACCT-ID ' STATUS: ' WS-MRPT-STATUS
           END-IF.

       2800-REMOVE-MEMO-ITEM.
           DELETE MEMO-QUEUE-FILE RECORD
           IF WS-MEMO-STATUS NOT = '00'
              DISPLAY 'ERROR DELETING MEMO ITEM FOR ACCOUNT: '
                 MEMO-ACCT-ID ' STATUS: ' WS-MEMO-STATUS
              ADD 1 TO WS-APPLY-ERRORS
           END-IF.

       2900-CLOSE-BATCH-WINDOW.
      *    The queue is drained - the screens can post directly
      *    again. The flag is cleared even when items were rejected:
      *    those are on the report for the reps to re-key.
           ACCEPT WS-CURRENT-TIME FROM TIME
           STRING WS-TIME-HH ':' WS-TIME-MM ':' WS-TIME-SS
              DELIMITED BY SIZE INTO WS-PROCESSING-TIME
           END-STRING

           MOVE WS-BWIN-CONTROL-KEY TO BWIN-KEY
           READ BATCH-WINDOW-FILE
              INVALID KEY
                 DISPLAY 'WARNING: NO BATCH WINDOW RECORD ON FILE'
              NOT INVALID KEY
                 SET BWIN-CLOSED TO TRUE
                 MOVE WS-PROCESSING-DATE TO BWIN-CLOSED-DATE
                 MOVE WS-PROCESSING-TIME TO BWIN-CLOSED-TIME
                 REWRITE BATCH-WINDOW-RECORD
                 IF WS-BWIN-STATUS NOT = '00'
                    DISPLAY 'ERROR REWRITING BATCH WINDOW RECORD: '
                       WS-BWIN-STATUS
                    ADD 1 TO WS-APPLY-ERRORS
                 ELSE
                    SET WINDOW-CLOSED-BY-RUN TO TRUE
                 END-IF
           END-READ.

       3000-FINALIZE.
           MOVE SPACES TO MRPT-REPORT-LINE
           WRITE MRPT-REPORT-LINE

           MOVE 'MEMO ITEMS READ:' TO WS-MRPT-TOT-LABEL
           MOVE WS-ITEMS-READ TO WS-MRPT-TOT-COUNT
           MOVE 0 TO WS-MRPT-TOT-AMOUNT
           WRITE MRPT-REPORT-LINE FROM WS-MRPT-REPORT-TOTAL
           MOVE 'ITEMS APPLIED:' TO WS-MRPT-TOT-LABEL
           MOVE WS-ITEMS-APPLIED TO WS-MRPT-TOT-COUNT
           MOVE WS-AMOUNT-APPLIED TO WS-MRPT-TOT-AMOUNT
           WRITE MRPT-REPORT-LINE FROM WS-MRPT-REPORT-TOTAL
           MOVE 'ITEMS REJECTED:' TO WS-MRPT-TOT-LABEL
           MOVE WS-ITEMS-REJECTED TO WS-MRPT-TOT-COUNT
           MOVE WS-AMOUNT-REJECTED TO WS-MRPT-TOT-AMOUNT
           WRITE MRPT-REPORT-LINE FROM WS-MRPT-REPORT-TOTAL
           MOVE 'ITEMS NOT PENDING - LEFT ON QUEUE:'
              TO WS-MRPT-TOT-LABEL
           MOVE WS-ITEMS-NOT-PENDING TO WS-MRPT-TOT-COUNT
           MOVE 0 TO WS-MRPT-TOT-AMOUNT
           WRITE MRPT-REPORT-LINE FROM WS-MRPT-REPORT-TOTAL
           MOVE 'APPLY ERRORS:' TO WS-MRPT-TOT-LABEL
           MOVE WS-APPLY-ERRORS TO WS-MRPT-TOT-COUNT
           MOVE 0 TO WS-MRPT-TOT-AMOUNT
           WRITE MRPT-REPORT-LINE FROM WS-MRPT-REPORT-TOTAL

           CLOSE MEMO-QUEUE-FILE
           CLOSE ACCOUNT-DATA-FILE
           CLOSE TRANSACTION-FILE
           IF SUSP-FILE-AVAILABLE
              CLOSE SUSPENSE-FILE
           END-IF
           CLOSE MAINT-AUDIT-FILE
           CLOSE BATCH-WINDOW-FILE
           CLOSE MEMO-CONTROL-REPORT

           PERFORM 3900-REGISTER-RUN-END

           DISPLAY 'MEMO-POST APPLY COMPLETE'
           DISPLAY 'ITEMS READ:          ' WS-ITEMS-READ
           DISPLAY 'ITEMS APPLIED:       ' WS-ITEMS-APPLIED
           DISPLAY 'ITEMS REJECTED:      ' WS-ITEMS-REJECTED
           DISPLAY 'APPLY ERRORS:        ' WS-APPLY-ERRORS
           IF WINDOW-CLOSED-BY-RUN
              DISPLAY 'BATCH WINDOW CLOSED ' WS-PROCESSING-DATE ' '
                 WS-PROCESSING-TIME
           END-IF

      *    A rejected item is a rep's entry that did not post - the
      *    report has to be worked. An apply error leaves a balance
      *    and the ledger out of step, or the screens still held
      *    off the master - that needs someone tonight.
           EVALUATE TRUE
              WHEN WS-APPLY-ERRORS > 0
                 MOVE 8 TO RETURN-CODE
              WHEN WS-ITEMS-REJECTED > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       3900-REGISTER-RUN-END.
      *    Stamp the completion time, status and final counters on
      *    the run-control record so the statistics survive the
      *    joblog.
           MOVE 'END' TO RC-FUNCTION
           MOVE 'C' TO RC-COMPLETION-STATUS
           MOVE WS-ITEMS-READ TO RC-RECORDS-READ
           MOVE WS-ITEMS-APPLIED TO RC-RECORDS-PROCESSED
           COMPUTE RC-RECORDS-SKIPPED =
              WS-ITEMS-READ - WS-ITEMS-APPLIED
           END-COMPUTE
           MOVE WS-AMOUNT-APPLIED TO RC-AMOUNT-1
           MOVE WS-AMOUNT-REJECTED TO RC-AMOUNT-2
           CALL 'CBRUNCTL' USING WS-RUN-CONTROL-PARMS
           IF RC-RETURN-CODE NOT = 0
              DISPLAY 'WARNING: RUN CONTROL END NOT RECORDED'
           END-IF.
